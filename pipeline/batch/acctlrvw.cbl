       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLRVW.
      ******************************************************************
      * Periodic credit-line review.  Scores every active account off
      * its CYCHIST snapshot chain, its DLNQFILE aging bucket and its
      * LIMHIST limit history, and proposes line increases for good
      * payers and decreases for deteriorating accounts.  Nothing is
      * changed here: the proposals are written to LRVCTL in the
      * LMNTCTL record layout - reason LRVI for an increase, LRVD for
      * a decrease, effective the run date - so once credit risk has
      * signed off the review report the file is released to
      * ACCTLMNT, whose edits apply it and write LIMHIST like any
      * other limit change.
      *
      * The score is built from, over the last six cycles:
      *   - months on book (cycles on CYCHIST): 24+ +20, 12+ +10,
      *     under 6 -10;
      *   - utilization (latest CYC-CLOSE-BAL against the limit):
      *     30-80% +10, over 90% -15;
      *   - utilization trend (last three cycles' balances against
      *     the three before, as a percentage of the limit): up more
      *     than 15 points -15, down 10 or more +5;
      *   - payment against the statement balance: the cycle's
      *     CYC-CREDIT against the prior cycle's closing balance -
      *     paid in full (F), at least the minimum due (P) or less
      *     than the minimum ACCTDLNQ would have asked for (M); four
      *     or more full payments +20, each missed payment -15;
      *   - the current DLNQ bucket: 0 +10, 30 -25, 60 -40, 90 -60.
      * An account scoring 50 or more, current, with no missed
      * payment and at least six cycles on book is proposed 20% more
      * line; one scoring -20 or less is proposed 20% less, never
      * below its current balance or its last statement balance,
      * whichever is higher.  New limits are whole hundreds, and the
      * cash line is cut back to the credit line where needed.
      *
      * No account is raised twice inside the cooling-off period -
      * the PARM, in days (3 digits, default 180): one with a LIMHIST
      * increase that recent is listed as held instead.
      *
      * LRVRPT lists each proposal and hold with the limit before and
      * after and the score drivers, then the count and amount of
      * increases and decreases and the net exposure change by
      * ACCT-GROUP-ID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT CYCHIST ASSIGN TO CYCHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CYC-STATUS.
           SELECT DLNQFILE ASSIGN TO DLNQFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DLQ-STATUS.
           SELECT LIMHIST ASSIGN TO LIMHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT LRVCTL ASSIGN TO LRVCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT LRVRPT ASSIGN TO LRVRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CYCHIST
           RECORDING MODE IS F.
           COPY CVCYC01Y.

       FD  DLNQFILE
           RECORDING MODE IS F.
       01  DLNQFILE-REC.
           05  DLNQ-ACCT-ID                  PIC 9(11).
           05  DLNQ-BUCKET                   PIC 9(03).
           05  DLNQ-MIN-DUE                  PIC S9(10)V99.
           05  DLNQ-LAST-CYC-DATE            PIC X(10).
           05  DLNQ-CYCLES-AT-90             PIC 9(03).
           05  FILLER                        PIC X(01).

       FD  LIMHIST
           RECORDING MODE IS F.
           COPY CVACT05Y.

       FD  LRVCTL
           RECORDING MODE IS F.
       01  LRVCTL-REC.
           05  LRVCTL-ACCT-ID                PIC 9(11).
           05  LRVCTL-CREDIT-LIMIT           PIC 9(10)V99.
           05  LRVCTL-CASH-LIMIT             PIC 9(10)V99.
           05  LRVCTL-EFFECTIVE-DATE         PIC X(10).
           05  LRVCTL-REASON-CODE            PIC X(04).

       FD  LRVRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CYC-STATUS            PIC XX.
       01  WS-DLQ-STATUS            PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-COOLING-DAYS          PIC 9(03) VALUE 180.

       01  WS-INCR-SCORE            PIC S9(03) VALUE +50.
       01  WS-DECR-SCORE            PIC S9(03) VALUE -20.
       01  WS-MIN-CYCLES            PIC 9(03) VALUE 6.
       01  WS-CHANGE-PCT            PIC 9(03) VALUE 20.

      *    One entry per account on the snapshot chain: its last six
      *    closing balances and payment codes, newest first.
       01  WS-RVW-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-RVW-TABLE.
           05  WS-RVW-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-RVW-IX.
               10  WS-RVW-ACCT-ID         PIC 9(11).
               10  WS-RVW-CYCLES          PIC 9(05) COMP.
               10  WS-RVW-BUCKET          PIC 9(03).
               10  WS-RVW-LAST-INCR-DATE  PIC X(10).
               10  WS-RVW-PAY-CODES       PIC X(06).
               10  WS-RVW-BAL-AREA.
                   15  WS-RVW-BAL         PIC S9(10)V99
                                          OCCURS 6 TIMES.
       01  WS-RVW-FOUND-SW          PIC X(01).
           88  WS-RVW-FOUND                  VALUE 'Y'.
       01  WS-RVW-KEY               PIC 9(11).
       01  WS-RVW-DROPPED           PIC 9(09) COMP VALUE 0.
       01  WS-BAL-WORK              PIC X(72).
       01  WS-PAY-WORK              PIC X(06).
       01  WS-PAY-CODE              PIC X(01).
       01  WS-MIN-DUE               PIC S9(10)V99.

       01  WS-GRP-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-GRP-IX.
               10  WS-GRP-ID              PIC X(10).
               10  WS-GRP-INCR-COUNT      PIC 9(07) COMP.
               10  WS-GRP-INCR-AMT        PIC S9(11)V99.
               10  WS-GRP-DECR-COUNT      PIC 9(07) COMP.
               10  WS-GRP-DECR-AMT        PIC S9(11)V99.
       01  WS-GRP-FOUND-SW          PIC X(01).
           88  WS-GRP-FOUND                  VALUE 'Y'.
       01  WS-GRP-DROPPED           PIC 9(09) COMP VALUE 0.

       01  WS-SCORE                 PIC S9(03).
       01  WS-UTIL-PCT              PIC S9(05).
       01  WS-TREND-PCT             PIC S9(05).
       01  WS-FULL-COUNT            PIC 9(02).
       01  WS-MISSED-COUNT          PIC 9(02).
       01  WS-RECENT-SUM            PIC S9(11)V99.
       01  WS-EARLIER-SUM           PIC S9(11)V99.
       01  WS-NEW-LIMIT             PIC S9(10)V99.
       01  WS-FLOOR-BAL             PIC S9(10)V99.
       01  WS-NEW-CASH-LIMIT        PIC S9(10)V99.
       01  WS-HUNDREDS              PIC S9(09).
       01  WS-LIMIT-CHANGE          PIC S9(10)V99.
       01  WS-ACTION                PIC X(04).
       01  WS-DAYS-SINCE            PIC S9(08).

       01  WS-CTL-ACCTS-READ        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REVIEWED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NO-HISTORY        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-INCREASES         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-DECREASES         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-HELD              PIC 9(09) COMP VALUE 0.
       01  WS-TOT-INCR-AMT          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-DECR-AMT          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-NET               PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-AMOUNT-2         PIC -(10)9.99.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.
       01  WS-EDIT-CYCLES           PIC ZZ9.
       01  WS-EDIT-PCT              PIC -ZZ9.
       01  WS-EDIT-PCT-2            PIC -ZZ9.
       01  WS-EDIT-SCORE            PIC -ZZ9.
       01  WS-EDIT-DAYS             PIC ZZZZ9.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATBDI.
       COPY CODATARI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-TRACK-CYCHIST THRU 1500-EXIT.
           PERFORM 1600-LOAD-DLNQ THRU 1600-EXIT.
           PERFORM 1700-SCAN-LIMHIST THRU 1700-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
           PERFORM 2000-REVIEW-ACCOUNT
               UNTIL WS-EOF.
           PERFORM 8000-PRINT-GROUP-TOTALS THRU 8000-EXIT.
           PERFORM 8500-PRINT-CONTROL-TOTALS THRU 8500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT.
           STOP RUN.

      *---------------------------------------------------------------*
      * Log the start of the run to the common run-control log.  The
      * file stays open for the matching end record, which RUNSUMM
      * pairs with this one to reconstruct the batch window.
      *---------------------------------------------------------------*
       0500-WRITE-RUNLOG-START.
           OPEN EXTEND RUNLOG.
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
           MOVE 'ACCTLRVW'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE 0 TO RNL-RECS-READ.
           MOVE 0 TO RNL-RECS-UPDATED.
           MOVE 0 TO RNL-RECS-REJECTED.
           MOVE 0 TO RNL-COMPLETION-CODE.
           WRITE RUN-LOG-RECORD.
           IF WS-RNL-STATUS NOT = '00'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
       0500-EXIT.
           EXIT.

       0600-SET-RUNLOG-TIME.
           ACCEPT WS-RNL-TIME-RAW FROM TIME.
           MOVE WS-RNL-TIME-RAW(1:2) TO RNL-RUN-TIME(1:2).
           MOVE ':'                  TO RNL-RUN-TIME(3:1).
           MOVE WS-RNL-TIME-RAW(3:2) TO RNL-RUN-TIME(4:2).
           MOVE ':'                  TO RNL-RUN-TIME(6:1).
           MOVE WS-RNL-TIME-RAW(5:2) TO RNL-RUN-TIME(7:2).
       0600-EXIT.
           EXIT.

       1000-INITIALIZE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           IF WS-PARM-RAW(1:3) IS NUMERIC
               MOVE WS-PARM-RAW(1:3) TO WS-COOLING-DAYS
           END-IF.

           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT LRVCTL.
           MOVE 'LRVCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT LRVRPT.
           MOVE 'LRVRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE WS-COOLING-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO RPT-LINE.
           STRING 'CREDIT-LINE REVIEW - PROPOSED CHANGES - '
                                      DELIMITED SIZE
                  WS-RNL-RUN-DATE     DELIMITED SIZE
                  ' - COOLING-OFF '   DELIMITED SIZE
                  WS-EDIT-DAYS        DELIMITED SIZE
                  ' DAYS'             DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Walk the CYCHIST chain (chronological within an account) and
      * keep each account's last six closing balances, and how each
      * cycle's credits measured up to the balance the cycle before
      * closed at.
      *---------------------------------------------------------------*
       1500-TRACK-CYCHIST.
           OPEN INPUT CYCHIST.
           MOVE 'CYCHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-CYC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1510-TRACK-ONE-SNAPSHOT THRU 1510-EXIT
               UNTIL WS-EOF.
           CLOSE CYCHIST.
       1500-EXIT.
           EXIT.

       1510-TRACK-ONE-SNAPSHOT.
           READ CYCHIST
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'CYCHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-CYC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF
               GO TO 1510-EXIT
           END-IF.
           MOVE CYC-ACCT-ID TO WS-RVW-KEY.
           PERFORM 2400-FIND-OR-ADD-ACCOUNT THRU 2400-EXIT.
           IF NOT WS-RVW-FOUND
               GO TO 1510-EXIT
           END-IF.

           IF WS-RVW-CYCLES(WS-RVW-IX) > 0
               MOVE '-' TO WS-PAY-CODE
               IF WS-RVW-BAL(WS-RVW-IX, 1) > 0
                   COMPUTE WS-MIN-DUE ROUNDED =
                       WS-RVW-BAL(WS-RVW-IX, 1) * 5 / 100
                   IF WS-MIN-DUE < 25.00
                       MOVE 25.00 TO WS-MIN-DUE
                   END-IF
                   IF WS-MIN-DUE > WS-RVW-BAL(WS-RVW-IX, 1)
                       MOVE WS-RVW-BAL(WS-RVW-IX, 1) TO WS-MIN-DUE
                   END-IF
                   EVALUATE TRUE
                       WHEN CYC-CREDIT NOT < WS-RVW-BAL(WS-RVW-IX, 1)
                           MOVE 'F' TO WS-PAY-CODE
                       WHEN CYC-CREDIT NOT < WS-MIN-DUE
                           MOVE 'P' TO WS-PAY-CODE
                       WHEN OTHER
                           MOVE 'M' TO WS-PAY-CODE
                   END-EVALUATE
               END-IF
               MOVE SPACES TO WS-PAY-WORK
               MOVE WS-PAY-CODE TO WS-PAY-WORK(1:1)
               MOVE WS-RVW-PAY-CODES(WS-RVW-IX)(1:5)
                   TO WS-PAY-WORK(2:5)
               MOVE WS-PAY-WORK TO WS-RVW-PAY-CODES(WS-RVW-IX)
           END-IF.

           MOVE WS-RVW-BAL-AREA(WS-RVW-IX) TO WS-BAL-WORK.
           MOVE WS-BAL-WORK(1:60) TO WS-RVW-BAL-AREA(WS-RVW-IX)(13:60).
           MOVE CYC-CLOSE-BAL TO WS-RVW-BAL(WS-RVW-IX, 1).
           ADD 1 TO WS-RVW-CYCLES(WS-RVW-IX).
       1510-EXIT.
           EXIT.

       1600-LOAD-DLNQ.
           OPEN INPUT DLNQFILE.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-DLQ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1610-LOAD-ONE-DLNQ THRU 1610-EXIT
               UNTIL WS-EOF.
           CLOSE DLNQFILE.
       1600-EXIT.
           EXIT.

       1610-LOAD-ONE-DLNQ.
           READ DLNQFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-DLQ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF
               GO TO 1610-EXIT
           END-IF.
           MOVE DLNQ-ACCT-ID TO WS-RVW-KEY.
           PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
           IF WS-RVW-FOUND
               MOVE DLNQ-BUCKET TO WS-RVW-BUCKET(WS-RVW-IX)
           END-IF.
       1610-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The most recent line increase each account has had, off the
      * limit-change history, for the cooling-off test.
      *---------------------------------------------------------------*
       1700-SCAN-LIMHIST.
           OPEN INPUT LIMHIST.
           MOVE 'LIMHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1710-SCAN-ONE-CHANGE THRU 1710-EXIT
               UNTIL WS-EOF.
           CLOSE LIMHIST.
       1700-EXIT.
           EXIT.

       1710-SCAN-ONE-CHANGE.
           READ LIMHIST
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'LIMHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF
               GO TO 1710-EXIT
           END-IF.
           IF ALH-NEW-CREDIT-LIMIT NOT > ALH-OLD-CREDIT-LIMIT
               GO TO 1710-EXIT
           END-IF.
           MOVE ALH-ACCT-ID TO WS-RVW-KEY.
           PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
           IF WS-RVW-FOUND
               IF ALH-EFFECTIVE-DATE
                       > WS-RVW-LAST-INCR-DATE(WS-RVW-IX)
                   MOVE ALH-EFFECTIVE-DATE
                       TO WS-RVW-LAST-INCR-DATE(WS-RVW-IX)
               END-IF
           END-IF.
       1710-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Score one account and decide whether to propose a change.
      *---------------------------------------------------------------*
       2000-REVIEW-ACCOUNT.
           ADD 1 TO WS-CTL-ACCTS-READ.
           PERFORM 2050-SCORE-AND-DECIDE THRU 2050-EXIT.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.

       2050-SCORE-AND-DECIDE.
           IF NOT ACCT-STATUS-ACTIVE
               GO TO 2050-EXIT
           END-IF.
           MOVE ACCT-ID TO WS-RVW-KEY.
           PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
           IF NOT WS-RVW-FOUND
               ADD 1 TO WS-CTL-NO-HISTORY
               GO TO 2050-EXIT
           END-IF.
           ADD 1 TO WS-CTL-REVIEWED.
           PERFORM 2200-COMPUTE-SCORE THRU 2200-EXIT.

           MOVE SPACES TO WS-ACTION.
           IF WS-SCORE NOT < WS-INCR-SCORE
              AND WS-RVW-BUCKET(WS-RVW-IX) = 0
              AND WS-MISSED-COUNT = 0
              AND WS-RVW-CYCLES(WS-RVW-IX) NOT < WS-MIN-CYCLES
               PERFORM 2300-PROPOSE-INCREASE THRU 2300-EXIT
           ELSE
               IF WS-SCORE NOT > WS-DECR-SCORE
                   PERFORM 2350-PROPOSE-DECREASE THRU 2350-EXIT
               END-IF
           END-IF.
           IF WS-ACTION = SPACES
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2600-LIST-PROPOSAL THRU 2600-EXIT.
           IF WS-ACTION = 'HOLD'
               GO TO 2050-EXIT
           END-IF.
           PERFORM 2700-WRITE-CONTROL THRU 2700-EXIT.
           PERFORM 2800-ADD-TO-GROUP THRU 2800-EXIT.
       2050-EXIT.
           EXIT.

       2100-READ-ACCOUNT.
           READ ACCTFILE NEXT RECORD INTO ACCOUNT-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The score drivers, as set out in the program banner.
      *---------------------------------------------------------------*
       2200-COMPUTE-SCORE.
           MOVE 0 TO WS-SCORE.
           MOVE 0 TO WS-UTIL-PCT.
           MOVE 0 TO WS-TREND-PCT.

           EVALUATE TRUE
               WHEN WS-RVW-CYCLES(WS-RVW-IX) NOT < 24
                   ADD 20 TO WS-SCORE
               WHEN WS-RVW-CYCLES(WS-RVW-IX) NOT < 12
                   ADD 10 TO WS-SCORE
               WHEN WS-RVW-CYCLES(WS-RVW-IX) < 6
                   SUBTRACT 10 FROM WS-SCORE
           END-EVALUATE.

           IF ACCT-CREDIT-LIMIT > 0
               COMPUTE WS-UTIL-PCT =
                   WS-RVW-BAL(WS-RVW-IX, 1) * 100 / ACCT-CREDIT-LIMIT
               IF WS-RVW-CYCLES(WS-RVW-IX) NOT < 6
                   COMPUTE WS-RECENT-SUM =
                       WS-RVW-BAL(WS-RVW-IX, 1)
                     + WS-RVW-BAL(WS-RVW-IX, 2)
                     + WS-RVW-BAL(WS-RVW-IX, 3)
                   COMPUTE WS-EARLIER-SUM =
                       WS-RVW-BAL(WS-RVW-IX, 4)
                     + WS-RVW-BAL(WS-RVW-IX, 5)
                     + WS-RVW-BAL(WS-RVW-IX, 6)
                   COMPUTE WS-TREND-PCT =
                       (WS-RECENT-SUM - WS-EARLIER-SUM) * 100
                       / (ACCT-CREDIT-LIMIT * 3)
               END-IF
           ELSE
               MOVE 999 TO WS-UTIL-PCT
           END-IF.
           EVALUATE TRUE
               WHEN WS-UTIL-PCT > 90
                   SUBTRACT 15 FROM WS-SCORE
               WHEN WS-UTIL-PCT NOT < 30 AND WS-UTIL-PCT NOT > 80
                   ADD 10 TO WS-SCORE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-TREND-PCT > 15
                   SUBTRACT 15 FROM WS-SCORE
               WHEN WS-TREND-PCT NOT > -10
                   ADD 5 TO WS-SCORE
           END-EVALUATE.

           MOVE 0 TO WS-FULL-COUNT.
           MOVE 0 TO WS-MISSED-COUNT.
           INSPECT WS-RVW-PAY-CODES(WS-RVW-IX)
               TALLYING WS-FULL-COUNT FOR ALL 'F'
                        WS-MISSED-COUNT FOR ALL 'M'.
           IF WS-FULL-COUNT NOT < 4
               ADD 20 TO WS-SCORE
           END-IF.
           COMPUTE WS-SCORE = WS-SCORE - (WS-MISSED-COUNT * 15).

           EVALUATE WS-RVW-BUCKET(WS-RVW-IX)
               WHEN 0
                   ADD 10 TO WS-SCORE
               WHEN 30
                   SUBTRACT 25 FROM WS-SCORE
               WHEN 60
                   SUBTRACT 40 FROM WS-SCORE
               WHEN OTHER
                   SUBTRACT 60 FROM WS-SCORE
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Increase: the line plus the change percentage, down to whole
      * hundreds and never less than 100.00 more - unless the account
      * was raised inside the cooling-off period, when it is held.
      *---------------------------------------------------------------*
       2300-PROPOSE-INCREASE.
           COMPUTE WS-HUNDREDS =
               ACCT-CREDIT-LIMIT * (100 + WS-CHANGE-PCT) / 10000.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           IF WS-NEW-LIMIT < ACCT-CREDIT-LIMIT + 100
               COMPUTE WS-NEW-LIMIT = ACCT-CREDIT-LIMIT + 100
           END-IF.
           MOVE ACCT-CASH-CREDIT-LIMIT TO WS-NEW-CASH-LIMIT.
           MOVE 'LRVI' TO WS-ACTION.

           IF WS-RVW-LAST-INCR-DATE(WS-RVW-IX) NOT = SPACES
               MOVE 'D' TO CODATARI-FUNCTION
               MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1
               MOVE WS-RVW-LAST-INCR-DATE(WS-RVW-IX) TO CODATARI-DATE2
               CALL 'COBDATAR' USING CODATARI-REC
               MOVE CODATARI-DAYS TO WS-DAYS-SINCE
               IF CODATARI-ERROR-MSG = SPACES
                  AND WS-DAYS-SINCE < WS-COOLING-DAYS
                   MOVE 'HOLD' TO WS-ACTION
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Decrease: the line less the change percentage, down to whole
      * hundreds, but not below the higher of the current balance and
      * the last statement balance (rounded up to the hundred) -
      * spending since the cycle closed counts, so no account is put
      * over its line by the review.
      *---------------------------------------------------------------*
       2350-PROPOSE-DECREASE.
           MOVE ACCT-CURR-BAL TO WS-FLOOR-BAL.
           IF WS-RVW-BAL(WS-RVW-IX, 1) > WS-FLOOR-BAL
               MOVE WS-RVW-BAL(WS-RVW-IX, 1) TO WS-FLOOR-BAL
           END-IF.
           COMPUTE WS-HUNDREDS =
               ACCT-CREDIT-LIMIT * (100 - WS-CHANGE-PCT) / 10000.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           IF WS-NEW-LIMIT < WS-FLOOR-BAL
               COMPUTE WS-HUNDREDS = (WS-FLOOR-BAL + 99.99) / 100
               COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
           END-IF.
           IF WS-NEW-LIMIT NOT < ACCT-CREDIT-LIMIT
               GO TO 2350-EXIT
           END-IF.
           MOVE ACCT-CASH-CREDIT-LIMIT TO WS-NEW-CASH-LIMIT.
           IF WS-NEW-CASH-LIMIT > WS-NEW-LIMIT
               MOVE WS-NEW-LIMIT TO WS-NEW-CASH-LIMIT
           END-IF.
           MOVE 'LRVD' TO WS-ACTION.
       2350-EXIT.
           EXIT.

       2400-FIND-OR-ADD-ACCOUNT.
           PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
           IF NOT WS-RVW-FOUND
               IF WS-RVW-ENTRIES < 1000
                   ADD 1 TO WS-RVW-ENTRIES
                   SET WS-RVW-IX TO WS-RVW-ENTRIES
                   MOVE WS-RVW-KEY TO WS-RVW-ACCT-ID(WS-RVW-IX)
                   MOVE 0          TO WS-RVW-CYCLES(WS-RVW-IX)
                   MOVE 0          TO WS-RVW-BUCKET(WS-RVW-IX)
                   MOVE SPACES     TO WS-RVW-LAST-INCR-DATE(WS-RVW-IX)
                   MOVE SPACES     TO WS-RVW-PAY-CODES(WS-RVW-IX)
                   MOVE 0          TO WS-RVW-BAL(WS-RVW-IX, 1)
                   MOVE 0          TO WS-RVW-BAL(WS-RVW-IX, 2)
                   MOVE 0          TO WS-RVW-BAL(WS-RVW-IX, 3)
                   MOVE 0          TO WS-RVW-BAL(WS-RVW-IX, 4)
                   MOVE 0          TO WS-RVW-BAL(WS-RVW-IX, 5)
                   MOVE 0          TO WS-RVW-BAL(WS-RVW-IX, 6)
                   SET WS-RVW-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCTLRVW: REVIEW TABLE FULL - ACCT-ID '
                           WS-RVW-KEY ' NOT REVIEWED'
                   ADD 1 TO WS-RVW-DROPPED
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       2500-FIND-ACCOUNT.
           MOVE 'N' TO WS-RVW-FOUND-SW.
           SET WS-RVW-IX TO 1.
           PERFORM 2510-SEARCH-ACCOUNT
               UNTIL WS-RVW-IX > WS-RVW-ENTRIES
                  OR WS-RVW-FOUND.
       2500-EXIT.
           EXIT.

       2510-SEARCH-ACCOUNT.
           IF WS-RVW-ACCT-ID(WS-RVW-IX) = WS-RVW-KEY
               SET WS-RVW-FOUND TO TRUE
           ELSE
               SET WS-RVW-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * One review line: the account, its group, the action, the
      * limit before and after, and the score drivers.
      *---------------------------------------------------------------*
       2600-LIST-PROPOSAL.
           MOVE ACCT-ID                 TO WS-EDIT-ACCT-ID.
           MOVE ACCT-CREDIT-LIMIT       TO WS-EDIT-AMOUNT.
           MOVE WS-NEW-LIMIT            TO WS-EDIT-AMOUNT-2.
           MOVE WS-RVW-CYCLES(WS-RVW-IX) TO WS-EDIT-CYCLES.
           MOVE WS-UTIL-PCT             TO WS-EDIT-PCT.
           MOVE WS-TREND-PCT            TO WS-EDIT-PCT-2.
           MOVE WS-SCORE                TO WS-EDIT-SCORE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ACTION             DELIMITED SIZE
                  ' ACCT-ID '           DELIMITED SIZE
                  WS-EDIT-ACCT-ID       DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  ACCT-GROUP-ID         DELIMITED SIZE
                  WS-EDIT-AMOUNT        DELIMITED SIZE
                  ' ->'                 DELIMITED SIZE
                  WS-EDIT-AMOUNT-2      DELIMITED SIZE
                  ' MOB '               DELIMITED SIZE
                  WS-EDIT-CYCLES        DELIMITED SIZE
                  ' UTIL'               DELIMITED SIZE
                  WS-EDIT-PCT           DELIMITED SIZE
                  '% TRND'              DELIMITED SIZE
                  WS-EDIT-PCT-2         DELIMITED SIZE
                  ' PAY '               DELIMITED SIZE
                  WS-RVW-PAY-CODES(WS-RVW-IX)
                                        DELIMITED SIZE
                  ' DLQ '               DELIMITED SIZE
                  WS-RVW-BUCKET(WS-RVW-IX)
                                        DELIMITED SIZE
                  ' SCORE'              DELIMITED SIZE
                  WS-EDIT-SCORE         DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           IF WS-ACTION = 'HOLD'
               ADD 1 TO WS-CTL-HELD
               MOVE SPACES TO RPT-LINE
               STRING '     HELD - LINE LAST RAISED '  DELIMITED SIZE
                      WS-RVW-LAST-INCR-DATE(WS-RVW-IX) DELIMITED SIZE
                      ', INSIDE THE COOLING-OFF PERIOD'
                                                       DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2700-WRITE-CONTROL.
           MOVE ACCT-ID           TO LRVCTL-ACCT-ID.
           MOVE WS-NEW-LIMIT      TO LRVCTL-CREDIT-LIMIT.
           MOVE WS-NEW-CASH-LIMIT TO LRVCTL-CASH-LIMIT.
           MOVE WS-RNL-RUN-DATE   TO LRVCTL-EFFECTIVE-DATE.
           MOVE WS-ACTION         TO LRVCTL-REASON-CODE.
           WRITE LRVCTL-REC.
           MOVE 'LRVCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Roll the change into the account's group for the exposure
      * summary.
      *---------------------------------------------------------------*
       2800-ADD-TO-GROUP.
           COMPUTE WS-LIMIT-CHANGE = WS-NEW-LIMIT - ACCT-CREDIT-LIMIT.
           IF WS-ACTION = 'LRVI'
               ADD 1 TO WS-CTL-INCREASES
               ADD WS-LIMIT-CHANGE TO WS-TOT-INCR-AMT
           ELSE
               ADD 1 TO WS-CTL-DECREASES
               ADD WS-LIMIT-CHANGE TO WS-TOT-DECR-AMT
           END-IF.
           ADD WS-LIMIT-CHANGE TO WS-TOT-NET.

           MOVE 'N' TO WS-GRP-FOUND-SW.
           SET WS-GRP-IX TO 1.
           PERFORM 2810-SEARCH-GROUP
               UNTIL WS-GRP-IX > WS-GRP-ENTRIES
                  OR WS-GRP-FOUND.
           IF NOT WS-GRP-FOUND
               IF WS-GRP-ENTRIES < 200
                   ADD 1 TO WS-GRP-ENTRIES
                   SET WS-GRP-IX TO WS-GRP-ENTRIES
                   MOVE ACCT-GROUP-ID TO WS-GRP-ID(WS-GRP-IX)
                   MOVE 0 TO WS-GRP-INCR-COUNT(WS-GRP-IX)
                   MOVE 0 TO WS-GRP-INCR-AMT(WS-GRP-IX)
                   MOVE 0 TO WS-GRP-DECR-COUNT(WS-GRP-IX)
                   MOVE 0 TO WS-GRP-DECR-AMT(WS-GRP-IX)
                   SET WS-GRP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GRP-DROPPED
                   GO TO 2800-EXIT
               END-IF
           END-IF.
           IF WS-ACTION = 'LRVI'
               ADD 1 TO WS-GRP-INCR-COUNT(WS-GRP-IX)
               ADD WS-LIMIT-CHANGE TO WS-GRP-INCR-AMT(WS-GRP-IX)
           ELSE
               ADD 1 TO WS-GRP-DECR-COUNT(WS-GRP-IX)
               ADD WS-LIMIT-CHANGE TO WS-GRP-DECR-AMT(WS-GRP-IX)
           END-IF.
       2800-EXIT.
           EXIT.

       2810-SEARCH-GROUP.
           IF WS-GRP-ID(WS-GRP-IX) = ACCT-GROUP-ID
               SET WS-GRP-FOUND TO TRUE
           ELSE
               SET WS-GRP-IX UP BY 1
           END-IF.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'LRVRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Exposure change by ACCT-GROUP-ID, for credit-risk sign-off.
      *---------------------------------------------------------------*
       8000-PRINT-GROUP-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           MOVE 'EXPOSURE CHANGE BY GROUP' TO RPT-LINE(1:24).
           MOVE 'INCREASES'      TO RPT-LINE(28:9).
           MOVE 'AMOUNT'         TO RPT-LINE(47:6).
           MOVE 'DECREASES'      TO RPT-LINE(56:9).
           MOVE 'AMOUNT'         TO RPT-LINE(75:6).
           MOVE 'NET CHANGE'     TO RPT-LINE(88:10).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 8100-PRINT-GROUP THRU 8100-EXIT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-ENTRIES.

           MOVE SPACES TO RPT-LINE.
           MOVE 'ALL GROUPS' TO RPT-LINE(1:10).
           MOVE WS-CTL-INCREASES TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(26:11).
           MOVE WS-TOT-INCR-AMT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(39:14).
           MOVE WS-CTL-DECREASES TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(54:11).
           MOVE WS-TOT-DECR-AMT TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(67:14).
           MOVE WS-TOT-NET TO WS-EDIT-TOTAL.
           MOVE WS-EDIT-TOTAL TO RPT-LINE(82:16).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       8100-PRINT-GROUP.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-GRP-ID(WS-GRP-IX) TO RPT-LINE(1:10).
           IF WS-GRP-ID(WS-GRP-IX) = SPACES
               MOVE '(NO GROUP)' TO RPT-LINE(1:10)
           END-IF.
           MOVE WS-GRP-INCR-COUNT(WS-GRP-IX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(26:11).
           MOVE WS-GRP-INCR-AMT(WS-GRP-IX) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(39:14).
           MOVE WS-GRP-DECR-COUNT(WS-GRP-IX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(54:11).
           MOVE WS-GRP-DECR-AMT(WS-GRP-IX) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(67:14).
           COMPUTE WS-LIMIT-CHANGE =
               WS-GRP-INCR-AMT(WS-GRP-IX) + WS-GRP-DECR-AMT(WS-GRP-IX).
           MOVE WS-LIMIT-CHANGE TO WS-EDIT-TOTAL.
           MOVE WS-EDIT-TOTAL TO RPT-LINE(82:16).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8100-EXIT.
           EXIT.

       8500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-REVIEWED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACTIVE ACCOUNTS REVIEWED . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NO-HISTORY TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO CYCLE HISTORY YET . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-INCREASES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'INCREASES PROPOSED (LRVI)  . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-DECREASES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DECREASES PROPOSED (LRVD)  . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-HELD TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'INCREASES HELD - COOLING-OFF ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-RVW-DROPPED > 0
               MOVE WS-RVW-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'NOT REVIEWED (TABLE FULL). . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
           IF WS-GRP-DROPPED > 0
               MOVE WS-GRP-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'NOT IN GROUP TABLE (FULL). . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ACCTFILE.
           CLOSE LRVCTL.
           CLOSE LRVRPT.
           DISPLAY 'ACCTLRVW DONE - REVIEWED: ' WS-CTL-REVIEWED
                   ' INCREASES: ' WS-CTL-INCREASES
                   ' DECREASES: ' WS-CTL-DECREASES
                   ' HELD: ' WS-CTL-HELD.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTLRVW'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-ACCTS-READ TO RNL-RECS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-INCREASES + WS-CTL-DECREASES.
           MOVE 0                 TO RNL-RECS-REJECTED.
           MOVE WS-RNL-COMP-CODE  TO RNL-COMPLETION-CODE.
           WRITE RUN-LOG-RECORD.
           IF WS-RNL-STATUS NOT = '00'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           CLOSE RUNLOG.
       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * File-status checking.  9800 follows every OPEN, 9810 every
      * READ/WRITE (end-of-file and the invalid-key statuses the
      * callers already handle pass through).  Anything else names
      * the file and status and shuts the run down with a non-zero
      * return code the scheduler can trap, so a dependent job never
      * runs against a file this one could not process.
      *---------------------------------------------------------------*
       9800-CHECK-STATUS.
           IF WS-ERR-FILE-STATUS NOT = '00'
              AND WS-ERR-FILE-STATUS NOT = '05'
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       9800-EXIT.
           EXIT.

       9810-CHECK-IO-STATUS.
           IF WS-ERR-FILE-STATUS NOT = '00'
              AND WS-ERR-FILE-STATUS NOT = '10'
              AND WS-ERR-FILE-STATUS(1:1) NOT = '2'
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
       9810-EXIT.
           EXIT.

       9900-FILE-ERROR.
           DISPLAY 'ACCTLRVW: FILE ' WS-ERR-FILE-NAME
                   ' STATUS ' WS-ERR-FILE-STATUS
                   ' - RUN ABORTED'.
           MOVE 16 TO WS-RNL-COMP-CODE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT.
           STOP RUN.
       9900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A run-log failure cannot be logged to the run log - report it
      * and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9910-RUNLOG-ERROR.
           DISPLAY 'ACCTLRVW: FILE RUNLOG STATUS ' WS-RNL-STATUS
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTLRVW: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
