      * visible the month it opens.
      *
      * The PARM is 'CCYY-MM-DD CC': the assessment date (defaulting
      * to the business date when blank - its month is what the
      * annual fee bills against) and, in columns 12-13, the cycle
      * code of the statement cycle being assessed.  Only active
      * accounts whose ACCT-CYCLE-CD matches the PARM code are
       01  WS-ASSESS-MONTH          PIC 9(02).
       01  WS-CYCLE-CD              PIC X(02).


       COPY CODATECN.
       COPY CODATBDI.

       01  WS-RATE-ENTRIES          PIC 9(04) COMP VALUE 0.
       01  WS-RATE-TABLE.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.

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
           MOVE 'ACCTASSM'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
               END-IF
               MOVE CODATECN-0UT-DATE TO WS-ASSESS-DATE
           ELSE
               MOVE WS-RNL-RUN-DATE TO WS-ASSESS-DATE
           END-IF.
           MOVE WS-ASSESS-DATE(6:2) TO WS-ASSESS-MONTH.

           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTASSM: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
