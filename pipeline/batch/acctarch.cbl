       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATBDI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF WS-RNL-STATUS NOT = '00' AND NOT = '05'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           MOVE 'C' TO CODATBDI-FUNCTION.
           CALL 'COBDATBD' USING CODATBDI-REC.
           IF CODATBDI-ERROR-MSG NOT = SPACES
               PERFORM 9920-BUSDATE-ERROR THRU 9920-EXIT
           END-IF.
           MOVE CODATBDI-CURR-DATE TO WS-RNL-RUN-DATE.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTARCH'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTARCH: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
