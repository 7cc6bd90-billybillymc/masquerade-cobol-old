       PROGRAM-ID. ACCTDLNQ.
      ******************************************************************
      * Delinquency aging and dunning, run at each cycle close after
      * ACCTCYCL.  The PARM is 'CCYY-MM-DD DD': the cycle-end date
      * just closed and, in columns 12-13, the days from cycle end to
      * the payment due date (25 when blank).  The carried
      * delinquency master DLNQFILE (one record per account: aging
      * bucket, the minimum payment that came due at the prior
      * cycle, last cycle date) is loaded, then the CYCHIST chain is
      * walked and for every snapshot dated this cycle end:
      *   - the prior cycle's minimum payment is tested against the
      *     cycle's CYC-CREDIT: met (or nothing was due) drops the
      *     account to bucket 0, missed ages it 30 days, capped at
      *   - the next minimum payment due is derived from this cycle's
      *     CYC-CLOSE-BAL - five percent, no less than 25.00, never
      *     more than the balance, and nothing on a zero or credit
      *     balance.  It falls due the PARM days after the cycle
      *     end, moved on to the next business day (COBDATBD) when
      *     that lands on a weekend or holiday, and the worklist
      *     carries the due date with it.
      * The updated master is written to DLNQNEW, which the
      * operations step renames over DLNQFILE ahead of the next
      * cycle (the PENDCHG/PENDNEW pattern); accounts not cycling
      * freezes are applied by ACCTSTUP through the same audited
      * route ACCTOVLM already uses and land on ACCTHIST like every
      * other status change.
      *
      * The master also carries the number of consecutive cycles the
      * account has closed in the 90-day bucket (1 on the cycle it
      * enters, reset to 0 the cycle it leaves), which is what the
      * ACCTCHGO charge-off run selects on.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DLNQ-BUCKET                   PIC 9(03).
           05  DLNQ-MIN-DUE                  PIC S9(10)V99.
           05  DLNQ-LAST-CYC-DATE            PIC X(10).
           05  DLNQ-CYCLES-AT-90             PIC 9(03).
           05  FILLER                        PIC X(01).

       FD  CYCHIST
           RECORDING MODE IS F.
           05  DLQN-BUCKET                   PIC 9(03).
           05  DLQN-MIN-DUE                  PIC S9(10)V99.
           05  DLQN-LAST-CYC-DATE            PIC X(10).
           05  DLQN-CYCLES-AT-90             PIC 9(03).
           05  FILLER                        PIC X(01).

       FD  DLQFRZ
           RECORDING MODE IS F.
       01  WS-DLQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-DLQ-EOF                    VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(13).
       01  WS-CYCLE-END-DATE        PIC X(10).
       01  WS-PAY-DUE-DAYS          PIC 9(02) VALUE 25.
       01  WS-PAY-DUE-DATE          PIC X(10).

       01  WS-TAB-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-TAB-TABLE.
               10  WS-TAB-BUCKET          PIC 9(03).
               10  WS-TAB-MIN-DUE         PIC S9(10)V99.
               10  WS-TAB-LAST-CYC-DATE   PIC X(10).
               10  WS-TAB-CYCLES-AT-90    PIC 9(03).
               10  WS-TAB-CLOSE-BAL       PIC S9(10)V99.
               10  WS-TAB-CYCLED-SW       PIC X(01).
                   88  WS-TAB-CYCLED           VALUE 'Y'.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATECN.
       COPY CODATARI.
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
           MOVE 'ACCTDLNQ'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
      *---------------------------------------------------------------*
      * The cycle-end date PARM is required - aging the wrong cycle
      * would dun cardholders for payments that were never due yet.
      * The payment due date is worked out once for the whole cycle.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           MOVE '2' TO CODATECN-TYPE.
           MOVE WS-PARM-RAW(1:10) TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           IF WS-PARM-RAW(1:10) = SPACES
              OR CODATECN-ERROR-MSG NOT = SPACES
               DISPLAY 'ACCTDLNQ: INVALID CYCLE-END DATE PARM "'
                       WS-PARM-RAW(1:10) '" - RUN STOPPED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CODATECN-0UT-DATE TO WS-CYCLE-END-DATE.
           IF WS-PARM-RAW(12:2) IS NUMERIC
               MOVE WS-PARM-RAW(12:2) TO WS-PAY-DUE-DAYS
           END-IF.
           MOVE 'A' TO CODATARI-FUNCTION.
           MOVE WS-CYCLE-END-DATE TO CODATARI-DATE1.
           MOVE WS-PAY-DUE-DAYS TO CODATARI-DAYS.
           CALL 'COBDATAR' USING CODATARI-REC.
           MOVE 'F' TO CODATBDI-FUNCTION.
           MOVE CODATARI-OUT-DATE TO CODATBDI-DATE1.
           CALL 'COBDATBD' USING CODATBDI-REC.
           IF CODATBDI-ERROR-MSG NOT = SPACES
               PERFORM 9920-BUSDATE-ERROR THRU 9920-EXIT
           END-IF.
           MOVE CODATBDI-OUT-DATE TO WS-PAY-DUE-DATE.

           OPEN INPUT DLNQFILE.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MINIMUM PAYMENTS DUE BY '
                                      DELIMITED SIZE
                  WS-PAY-DUE-DATE     DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
       1000-EXIT.
                           TO WS-TAB-MIN-DUE(WS-TAB-IX)
                       MOVE DLNQ-LAST-CYC-DATE
                           TO WS-TAB-LAST-CYC-DATE(WS-TAB-IX)
                       IF DLNQ-CYCLES-AT-90 NUMERIC
                           MOVE DLNQ-CYCLES-AT-90
                               TO WS-TAB-CYCLES-AT-90(WS-TAB-IX)
                       ELSE
                           MOVE 0 TO WS-TAB-CYCLES-AT-90(WS-TAB-IX)
                       END-IF
                       MOVE 0 TO WS-TAB-CLOSE-BAL(WS-TAB-IX)
                       MOVE 'N' TO WS-TAB-CYCLED-SW(WS-TAB-IX)
                   ELSE
           END-IF.

           PERFORM 2300-DERIVE-MIN-PAYMENT THRU 2300-EXIT.
           IF WS-TAB-BUCKET(WS-TAB-IX) = 90
               IF WS-TAB-CYCLES-AT-90(WS-TAB-IX) < 999
                   ADD 1 TO WS-TAB-CYCLES-AT-90(WS-TAB-IX)
               END-IF
           ELSE
               MOVE 0 TO WS-TAB-CYCLES-AT-90(WS-TAB-IX)
           END-IF.
           MOVE WS-MIN-DUE         TO WS-TAB-MIN-DUE(WS-TAB-IX).
           MOVE WS-CYCLE-END-DATE  TO WS-TAB-LAST-CYC-DATE(WS-TAB-IX).
           MOVE CYC-CLOSE-BAL      TO WS-TAB-CLOSE-BAL(WS-TAB-IX).
                   MOVE 0   TO WS-TAB-BUCKET(WS-TAB-IX)
                   MOVE 0   TO WS-TAB-MIN-DUE(WS-TAB-IX)
                   MOVE SPACES TO WS-TAB-LAST-CYC-DATE(WS-TAB-IX)
                   MOVE 0   TO WS-TAB-CYCLES-AT-90(WS-TAB-IX)
                   MOVE 0   TO WS-TAB-CLOSE-BAL(WS-TAB-IX)
                   MOVE 'N' TO WS-TAB-CYCLED-SW(WS-TAB-IX)
                   SET WS-TAB-FOUND TO TRUE
                      WS-EDIT-AMOUNT    DELIMITED SIZE
                   INTO RPT-LINE(56:)
               END-STRING
               IF WS-TAB-MIN-DUE(WS-TAB-IX) > 0
                   STRING ' DUE BY '        DELIMITED SIZE
                          WS-PAY-DUE-DATE   DELIMITED SIZE
                       INTO RPT-LINE(82:)
                   END-STRING
               END-IF
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
           SET WS-TAB-IX UP BY 1.
           MOVE WS-TAB-BUCKET(WS-TAB-IX)        TO DLQN-BUCKET.
           MOVE WS-TAB-MIN-DUE(WS-TAB-IX)       TO DLQN-MIN-DUE.
           MOVE WS-TAB-LAST-CYC-DATE(WS-TAB-IX) TO DLQN-LAST-CYC-DATE.
           MOVE WS-TAB-CYCLES-AT-90(WS-TAB-IX)  TO DLQN-CYCLES-AT-90.
           WRITE DLNQNEW-REC.
           MOVE 'DLNQNEW ' TO WS-ERR-FILE-NAME.
           MOVE WS-NEW-STATUS TO WS-ERR-FILE-STATUS.
           CLOSE DLQFRZ.
           CLOSE DLNQRPT.
           DISPLAY 'ACCTDLNQ DONE - CYCLE END ' WS-CYCLE-END-DATE
                   ' PAYMENT DUE: ' WS-PAY-DUE-DATE
                   ' CYCLED: ' WS-CTL-CYCLED
                   ' PAST DUE: ' WS-CTL-PAST-DUE
                   ' FREEZES: ' WS-CTL-FREEZES
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTDLNQ: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
