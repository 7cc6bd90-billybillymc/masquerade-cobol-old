       01  WS-PARM-RAW              PIC X(10).
       01  WS-CYCLE-ID              PIC X(10).

       01  WS-TODAY-CCYYMMDD        PIC X(10).

       COPY CODATBDI.

       01  WS-BUCKET-SUB            PIC 9(01).
       01  WS-BUCKET-TABLE.
       01  WS-HASH-ACCT-ID          PIC 9(18) VALUE 0.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
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
           MOVE 'ACCTGLEX'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE WS-PARM-RAW TO WS-CYCLE-ID.

           MOVE WS-RNL-RUN-DATE TO WS-TODAY-CCYYMMDD.

           MOVE 'Y' TO WS-BKT-STATUS(1).
           MOVE 'N' TO WS-BKT-STATUS(2).
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTGLEX: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
