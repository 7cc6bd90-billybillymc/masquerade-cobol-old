       01  WS-CTL-RECOVERED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-STILL-FAILING      PIC 9(09) COMP VALUE 0.

       01  WS-TODAY-CCYYMMDD         PIC X(10).

       01  WS-CARRY-RETRY-COUNT      PIC 9(03).
       01  WS-CARRY-FIRST-DATE       PIC X(10).

       COPY CODATBDI.

       01  WS-AGE-ENTRIES            PIC 9(04) COMP VALUE 0.
       01  WS-AGE-TABLE.
       01  WS-EDIT-AMOUNT            PIC -(9)9.99.

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
           MOVE 'TAXRESUB'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           EXIT.

       1000-INITIALIZE.
           MOVE WS-RNL-RUN-DATE TO WS-TODAY-CCYYMMDD.

           OPEN INPUT TAXREJ.
           MOVE 'TAXREJ  ' TO WS-ERR-FILE-NAME.
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'TAXRESUB: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
