      * answered off the file.
      *
      * The PARM is 'CCYY-MM-DD CC': the cycle-end date stamped on
      * each snapshot (defaulting to the business date when blank)
      * and, in columns 12-13, the cycle code of the statement cycle
      * being closed.  Only accounts whose ACCT-CYCLE-CD matches the
      * PARM code are snapshotted and reset - a blank code closes
       01  WS-CYCLE-END-DATE        PIC X(10).
       01  WS-CYCLE-CD              PIC X(02).


       COPY CODATECN.
       COPY CODATBDI.

       01  WS-CTL-SNAPPED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OTHER-CYCLE       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REWRITE-FAIL      PIC 9(09) COMP VALUE 0.

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
           MOVE 'ACCTCYCL'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
               END-IF
               MOVE CODATECN-0UT-DATE TO WS-CYCLE-END-DATE
           ELSE
               MOVE WS-RNL-RUN-DATE TO WS-CYCLE-END-DATE
           END-IF.

           OPEN I-O ACCTFILE.
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTCYCL: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
