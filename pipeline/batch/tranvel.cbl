       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANVEL.
      ******************************************************************
      * Pre-posting velocity and unusual-activity screen, run between
      * TRANBAL and ACCTPOST.  TRANBAL proves the batch crossfoots;
      * this step looks at what is in it.  It reads the balanced
      * TRANCLN details and writes the items that may post to
      * TRANSCR, the file ACCTPOST reads in its place.
      *
      * An account is flagged when tonight's file shows:
      *   - more than WS-MAX-DAILY-ITEMS items against it, or debits
      *     totalling more than WS-MAX-DAILY-AMT;
      *   - a single debit more than WS-LARGE-FACTOR times the
      *     account's usual debit - the average posted debit on
      *     TRANHIST, reversals left out - and at least
      *     WS-LARGE-FLOOR.  An account with fewer than
      *     WS-MIN-HIST-DEBITS debits on the history has no usual
      *     size and is not judged on this test;
      *   - any activity at all when CYCHIST shows its most recent
      *     WS-DORMANT-CYCLES cycles or more with no debit and no
      *     credit (the streak ACCTDORM counts).
      * Every item on a flagged account is held on the VELHOLD review
      * master (CVVEL01Y) instead of going to TRANSCR.  Items the
      * system raises itself - charge-off credits (CHGO), dispute
      * credits (DSPT), lockbox payments (LBOX) and reversals - are
      * neither counted nor held.
      *
      * When the PARM is 'F' each flagged account also gets a freeze
      * request written to VELFRZ in the STUPCTL record layout
      * (status 'F', the run date, reason VELO) for ACCTSTUP to apply
      * through the audited path.  The review desk has to lift a
      * freeze before the account's held items are released, or
      * ACCTPOST will reject them as frozen.
      *
      * Review decisions come in on VELCTL, one per hold id, and are
      * applied first thing in the run:
      *   R - release: the item is written to tonight's TRANSCR and
      *       posts with the rest of the batch;
      *   D - decline: the item is closed and never posts.
      * Items closed on an earlier day are purged from the master.
      * The thresholds are working-storage constants below.  VELRPT
      * lists the decisions applied and refused, each flagged account
      * with its figures and reason, every item held, and the
      * control totals.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANCLN ASSIGN TO TRANCLN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CLN-STATUS.
           SELECT TRANSCR ASSIGN TO TRANSCR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SCR-STATUS.
           SELECT TRANHIST ASSIGN TO TRANHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT CYCHIST ASSIGN TO CYCHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CYC-STATUS.
           SELECT VELHOLD ASSIGN TO VELHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-VEL-HOLD-ID
                  FILE STATUS IS WS-VEL-STATUS.
           SELECT VELCTL ASSIGN TO VELCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT VELFRZ ASSIGN TO VELFRZ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FRZ-STATUS.
           SELECT VELRPT ASSIGN TO VELRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANCLN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY CVTRN01Y.

       FD  TRANSCR
           RECORDING MODE IS F.
       01  TRANSCR-REC                       PIC X(50).

       FD  TRANHIST
           RECORDING MODE IS F.
           COPY CVTRN02Y.

       FD  CYCHIST
           RECORDING MODE IS F.
           COPY CVCYC01Y.

       FD  VELHOLD.
       01  FD-VELHOLD-REC.
           05 FD-VEL-HOLD-ID                    PIC 9(09).
           05 FD-VEL-DATA                       PIC X(111).

       FD  VELCTL
           RECORDING MODE IS F.
       01  VELCTL-REC.
           05  VELCTL-ACTION                 PIC X(01).
               88  VELCTL-RELEASE                 VALUE 'R'.
               88  VELCTL-DECLINE                 VALUE 'D'.
           05  VELCTL-HOLD-ID                PIC 9(09).
           05  FILLER                        PIC X(70).

       FD  VELFRZ
           RECORDING MODE IS F.
       01  VELFRZ-REC.
           05  VELFRZ-ACCT-ID                PIC 9(11).
           05  VELFRZ-NEW-STATUS             PIC X(01).
           05  VELFRZ-EFFECTIVE-DATE         PIC X(10).
           05  VELFRZ-REASON-CODE            PIC X(04).

       FD  VELRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVVEL01Y.
       01  WS-ITEM.
           05  WS-ITEM-ACCT-ID               PIC 9(11).
           05  WS-ITEM-DR-CR-IND             PIC X(01).
           05  WS-ITEM-AMOUNT                PIC S9(10)V99.
           05  WS-ITEM-DATE                  PIC X(10).
           05  FILLER                        PIC X(16).
       01  WS-CLN-STATUS            PIC XX.
       01  WS-SCR-STATUS            PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-CYC-STATUS            PIC XX.
       01  WS-VEL-STATUS            PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-FRZ-STATUS            PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-FREEZE-SW             PIC X(01) VALUE 'N'.
           88  WS-FREEZE-REQUESTED           VALUE 'Y'.

       01  WS-MAX-DAILY-ITEMS       PIC 9(05)      VALUE 25.
       01  WS-MAX-DAILY-AMT         PIC 9(09)V99   VALUE 10000.00.
       01  WS-LARGE-FACTOR          PIC 9(03)      VALUE 5.
       01  WS-LARGE-FLOOR           PIC 9(07)V99   VALUE 500.00.
       01  WS-MIN-HIST-DEBITS       PIC 9(05)      VALUE 5.
       01  WS-DORMANT-CYCLES        PIC 9(03)      VALUE 6.

       01  WS-HIGH-HOLD-ID          PIC 9(09) VALUE 0.
       01  WS-REJ-REASON            PIC X(40).
       01  WS-USUAL-DEBIT           PIC S9(10)V99.
       01  WS-LARGE-LIMIT           PIC S9(11)V99.
       01  WS-SCREEN-SW             PIC X(01).
           88  WS-SCREEN-ITEM                VALUE 'Y'.

       01  WS-VEL-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-VEL-TABLE.
           05  WS-VEL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-VEL-IX.
               10  WS-VEL-ACCT-ID         PIC 9(11).
               10  WS-VEL-ITEMS           PIC 9(05) COMP.
               10  WS-VEL-DEBIT-AMT       PIC S9(11)V99.
               10  WS-VEL-MAX-DEBIT       PIC S9(10)V99.
               10  WS-VEL-HIST-DEBITS     PIC 9(07) COMP.
               10  WS-VEL-HIST-AMT        PIC S9(13)V99.
               10  WS-VEL-CYCLES          PIC 9(05) COMP.
               10  WS-VEL-IDLE-CYCLES     PIC 9(05) COMP.
               10  WS-VEL-REASON          PIC X(30).
       01  WS-VEL-FOUND-SW          PIC X(01).
           88  WS-VEL-FOUND                  VALUE 'Y'.
       01  WS-VEL-DROPPED           PIC 9(09) COMP VALUE 0.
       01  WS-VEL-ACCT-ID-KEY       PIC 9(11).

       01  WS-CTL-DECISIONS-READ    PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RELEASED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-DECLINED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REFUSED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-PURGED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-STILL-HELD        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ITEMS-READ        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-PASSED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-HELD              PIC 9(09) COMP VALUE 0.
       01  WS-CTL-FLAGGED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-FREEZES           PIC 9(09) COMP VALUE 0.
       01  WS-TOT-RELEASED          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-HELD              PIC S9(13)V99 VALUE 0.
       01  WS-TOT-STILL-HELD        PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-HOLD-ID          PIC Z(08)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-AMOUNT-2         PIC -(10)9.99.
       01  WS-EDIT-AMOUNT-3         PIC -(10)9.99.
       01  WS-EDIT-ITEMS            PIC ZZZZ9.
       01  WS-EDIT-CYCLES           PIC ZZZZ9.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATBDI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-DECISION
               UNTIL WS-EOF.
           PERFORM 3000-SWEEP-HOLDS THRU 3000-EXIT.
           PERFORM 4000-TABLE-ACCOUNTS THRU 4000-EXIT.
           PERFORM 4400-SCAN-TRANHIST THRU 4400-EXIT.
           PERFORM 4600-SCAN-CYCHIST THRU 4600-EXIT.
           PERFORM 5000-FLAG-ACCOUNTS THRU 5000-EXIT.
           PERFORM 7000-SCREEN-ITEMS THRU 7000-EXIT.
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
           MOVE 'TRANVEL '      TO RNL-PROGRAM-ID.
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
           IF WS-PARM-RAW(1:1) = 'F'
               SET WS-FREEZE-REQUESTED TO TRUE
           END-IF.

           OPEN I-O VELHOLD.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1200-SCAN-VELHOLD THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.

           OPEN INPUT VELCTL.
           MOVE 'VELCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT TRANSCR.
           MOVE 'TRANSCR ' TO WS-ERR-FILE-NAME.
           MOVE WS-SCR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT VELFRZ.
           MOVE 'VELFRZ  ' TO WS-ERR-FILE-NAME.
           MOVE WS-FRZ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT VELRPT.
           MOVE 'VELRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'TRANSACTION VELOCITY SCREEN - ' DELIMITED SIZE
                  WS-RNL-RUN-DATE                  DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           IF WS-FREEZE-REQUESTED
               MOVE '- FREEZE REQUESTS WRITTEN' TO RPT-LINE(42:25)
           END-IF.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-DECISION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Hold ids run on from the highest already on the master.
      *---------------------------------------------------------------*
       1200-SCAN-VELHOLD.
           READ VELHOLD NEXT RECORD INTO VELOCITY-HOLD-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF VEL-HOLD-ID > WS-HIGH-HOLD-ID
                       MOVE VEL-HOLD-ID TO WS-HIGH-HOLD-ID
                   END-IF
           END-READ.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Apply one review decision to the hold master.
      *---------------------------------------------------------------*
       2000-APPLY-DECISION.
           ADD 1 TO WS-CTL-DECISIONS-READ.
           PERFORM 2050-EDIT-AND-APPLY THRU 2050-EXIT.
           PERFORM 2100-READ-DECISION THRU 2100-EXIT.

       2050-EDIT-AND-APPLY.
           IF NOT VELCTL-RELEASE AND NOT VELCTL-DECLINE
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REFUSAL THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF VELCTL-HOLD-ID NOT NUMERIC
               MOVE 'HOLD ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REFUSAL THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE VELCTL-HOLD-ID TO FD-VEL-HOLD-ID.
           READ VELHOLD INTO VELOCITY-HOLD-RECORD
               INVALID KEY
                   MOVE 'NO SUCH HOLD' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REFUSAL THRU 2300-EXIT
           END-READ.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-VEL-STATUS NOT = '00'
               GO TO 2050-EXIT
           END-IF.
           IF NOT VEL-HELD
               MOVE 'HOLD ALREADY CLOSED' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REFUSAL THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE VEL-TRAN TO WS-ITEM.
           IF VELCTL-DECLINE
               MOVE 'D' TO VEL-STATUS
               PERFORM 2400-CLOSE-HOLD THRU 2400-EXIT
               ADD 1 TO WS-CTL-DECLINED
               MOVE 'DECLINED' TO WS-REJ-REASON
               PERFORM 2500-LIST-HOLD THRU 2500-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE 'R' TO VEL-STATUS.
           PERFORM 2400-CLOSE-HOLD THRU 2400-EXIT.
           MOVE VEL-TRAN TO TRANSCR-REC.
           WRITE TRANSCR-REC.
           MOVE 'TRANSCR ' TO WS-ERR-FILE-NAME.
           MOVE WS-SCR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-RELEASED.
           ADD WS-ITEM-AMOUNT TO WS-TOT-RELEASED.
           MOVE 'RELEASED' TO WS-REJ-REASON.
           PERFORM 2500-LIST-HOLD THRU 2500-EXIT.
       2050-EXIT.
           EXIT.

       2100-READ-DECISION.
           READ VELCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'VELCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2300-WRITE-REFUSAL.
           ADD 1 TO WS-CTL-REFUSED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED   DECISION "' DELIMITED SIZE
                  VELCTL-REC(1:10)       DELIMITED SIZE
                  '" - '                 DELIMITED SIZE
                  WS-REJ-REASON          DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

       2400-CLOSE-HOLD.
           MOVE WS-RNL-RUN-DATE TO VEL-RESOLVED-DATE.
           MOVE VELOCITY-HOLD-RECORD TO FD-VELHOLD-REC.
           REWRITE FD-VELHOLD-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One register line per hold: what was done with it (in
      * WS-REJ-REASON), hold id, the item, and why it was held.
      *---------------------------------------------------------------*
       2500-LIST-HOLD.
           MOVE VEL-HOLD-ID     TO WS-EDIT-HOLD-ID.
           MOVE WS-ITEM-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE WS-ITEM-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-REJ-REASON(1:10) DELIMITED SIZE
                  'HOLD '             DELIMITED SIZE
                  WS-EDIT-HOLD-ID     DELIMITED SIZE
                  ' ACCT-ID '         DELIMITED SIZE
                  WS-EDIT-ACCT-ID     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ITEM-DR-CR-IND   DELIMITED SIZE
                  WS-EDIT-AMOUNT      DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ITEM-DATE        DELIMITED SIZE
                  ' HELD '            DELIMITED SIZE
                  VEL-HOLD-DATE       DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  VEL-REASON          DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Purge holds closed on an earlier day and total what is still
      * waiting for review.
      *---------------------------------------------------------------*
       3000-SWEEP-HOLDS.
           CLOSE VELCTL.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 0 TO FD-VEL-HOLD-ID.
           START VELHOLD KEY IS NOT LESS THAN FD-VEL-HOLD-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 3100-SWEEP-ONE-HOLD THRU 3100-EXIT
               UNTIL WS-SCAN-EOF.
       3000-EXIT.
           EXIT.

       3100-SWEEP-ONE-HOLD.
           READ VELHOLD NEXT RECORD INTO VELOCITY-HOLD-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 3100-EXIT
           END-IF.

           IF VEL-HELD
               MOVE VEL-TRAN TO WS-ITEM
               ADD 1 TO WS-CTL-STILL-HELD
               ADD WS-ITEM-AMOUNT TO WS-TOT-STILL-HELD
               GO TO 3100-EXIT
           END-IF.
           IF VEL-RESOLVED-DATE < WS-RNL-RUN-DATE
               DELETE VELHOLD RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME
               MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT
               ADD 1 TO WS-CTL-PURGED
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * First pass of TRANCLN: table each account in tonight's file
      * with its screened item count, debit total and largest debit.
      *---------------------------------------------------------------*
       4000-TABLE-ACCOUNTS.
           OPEN INPUT TRANCLN.
           MOVE 'TRANCLN ' TO WS-ERR-FILE-NAME.
           MOVE WS-CLN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 4100-TABLE-ONE-ITEM THRU 4100-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE TRANCLN.
           IF WS-VEL-DROPPED > 0
               DISPLAY 'TRANVEL: ACCOUNT TABLE FULL - '
                       WS-VEL-DROPPED
                       ' ITEMS PASSED UNSCREENED'
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TABLE-ONE-ITEM.
           READ TRANCLN
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'TRANCLN ' TO WS-ERR-FILE-NAME.
           MOVE WS-CLN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4150-CHECK-SCREENED THRU 4150-EXIT.
           IF NOT WS-SCREEN-ITEM
               GO TO 4100-EXIT
           END-IF.

           MOVE TRAN-ACCT-ID TO WS-VEL-ACCT-ID-KEY.
           PERFORM 4200-FIND-VEL-ENTRY THRU 4200-EXIT.
           IF NOT WS-VEL-FOUND
               IF WS-VEL-ENTRIES < 2000
                   ADD 1 TO WS-VEL-ENTRIES
                   SET WS-VEL-IX TO WS-VEL-ENTRIES
                   MOVE TRAN-ACCT-ID TO WS-VEL-ACCT-ID(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-ITEMS(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-DEBIT-AMT(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-MAX-DEBIT(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-HIST-DEBITS(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-HIST-AMT(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-CYCLES(WS-VEL-IX)
                   MOVE 0 TO WS-VEL-IDLE-CYCLES(WS-VEL-IX)
                   MOVE SPACES TO WS-VEL-REASON(WS-VEL-IX)
               ELSE
                   ADD 1 TO WS-VEL-DROPPED
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-VEL-ITEMS(WS-VEL-IX).
           IF TRAN-DEBIT
               ADD TRAN-AMOUNT TO WS-VEL-DEBIT-AMT(WS-VEL-IX)
               IF TRAN-AMOUNT > WS-VEL-MAX-DEBIT(WS-VEL-IX)
                   MOVE TRAN-AMOUNT TO WS-VEL-MAX-DEBIT(WS-VEL-IX)
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Items the system raises itself are not screened.
      *---------------------------------------------------------------*
       4150-CHECK-SCREENED.
           MOVE 'Y' TO WS-SCREEN-SW.
           IF TRAN-SRC-CHARGE-OFF OR TRAN-SRC-DISPUTE
              OR TRAN-SRC-LOCKBOX OR TRAN-REVERSAL
               MOVE 'N' TO WS-SCREEN-SW
           END-IF.
       4150-EXIT.
           EXIT.

       4200-FIND-VEL-ENTRY.
           MOVE 'N' TO WS-VEL-FOUND-SW.
           SET WS-VEL-IX TO 1.
           PERFORM 4210-SEARCH-VEL
               UNTIL WS-VEL-IX > WS-VEL-ENTRIES
                  OR WS-VEL-FOUND.
       4200-EXIT.
           EXIT.

       4210-SEARCH-VEL.
           IF WS-VEL-ACCT-ID(WS-VEL-IX) = WS-VEL-ACCT-ID-KEY
               SET WS-VEL-FOUND TO TRUE
           ELSE
               SET WS-VEL-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * One pass of the posted history for each tabled account's
      * count and total of ordinary debits - its usual debit size.
      *---------------------------------------------------------------*
       4400-SCAN-TRANHIST.
           IF WS-VEL-ENTRIES = 0
               GO TO 4400-EXIT
           END-IF.
           OPEN INPUT TRANHIST.
           MOVE 'TRANHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 4410-READ-TRANHIST THRU 4410-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE TRANHIST.
       4400-EXIT.
           EXIT.

       4410-READ-TRANHIST.
           READ TRANHIST
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'TRANHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 4410-EXIT
           END-IF.
           IF NOT PTH-DEBIT OR PTH-REVERSAL
               GO TO 4410-EXIT
           END-IF.
           MOVE PTH-ACCT-ID TO WS-VEL-ACCT-ID-KEY.
           PERFORM 4200-FIND-VEL-ENTRY THRU 4200-EXIT.
           IF WS-VEL-FOUND
               ADD 1 TO WS-VEL-HIST-DEBITS(WS-VEL-IX)
               ADD PTH-AMOUNT TO WS-VEL-HIST-AMT(WS-VEL-IX)
           END-IF.
       4410-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One pass of the cycle history for each tabled account's
      * unbroken run of most recent cycles with no activity.  The
      * chain is chronological within an account, so an active cycle
      * restarts the count.
      *---------------------------------------------------------------*
       4600-SCAN-CYCHIST.
           IF WS-VEL-ENTRIES = 0
               GO TO 4600-EXIT
           END-IF.
           OPEN INPUT CYCHIST.
           MOVE 'CYCHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-CYC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 4610-READ-CYCHIST THRU 4610-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE CYCHIST.
       4600-EXIT.
           EXIT.

       4610-READ-CYCHIST.
           READ CYCHIST
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'CYCHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-CYC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 4610-EXIT
           END-IF.
           MOVE CYC-ACCT-ID TO WS-VEL-ACCT-ID-KEY.
           PERFORM 4200-FIND-VEL-ENTRY THRU 4200-EXIT.
           IF NOT WS-VEL-FOUND
               GO TO 4610-EXIT
           END-IF.
           ADD 1 TO WS-VEL-CYCLES(WS-VEL-IX).
           IF CYC-DEBIT = 0 AND CYC-CREDIT = 0
               ADD 1 TO WS-VEL-IDLE-CYCLES(WS-VEL-IX)
           ELSE
               MOVE 0 TO WS-VEL-IDLE-CYCLES(WS-VEL-IX)
           END-IF.
       4610-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Apply the tests to every tabled account.  The first test an
      * account fails is the reason its items are held.
      *---------------------------------------------------------------*
       5000-FLAG-ACCOUNTS.
           PERFORM 5100-FLAG-ONE-ACCOUNT THRU 5100-EXIT
               VARYING WS-VEL-IX FROM 1 BY 1
               UNTIL WS-VEL-IX > WS-VEL-ENTRIES.
           IF WS-CTL-FLAGGED > 0
               MOVE SPACES TO RPT-LINE
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-FLAG-ONE-ACCOUNT.
           MOVE 0 TO WS-USUAL-DEBIT.
           IF WS-VEL-HIST-DEBITS(WS-VEL-IX) > 0
               COMPUTE WS-USUAL-DEBIT ROUNDED =
                   WS-VEL-HIST-AMT(WS-VEL-IX)
                   / WS-VEL-HIST-DEBITS(WS-VEL-IX)
           END-IF.
           COMPUTE WS-LARGE-LIMIT = WS-USUAL-DEBIT * WS-LARGE-FACTOR.

           EVALUATE TRUE
               WHEN WS-VEL-ITEMS(WS-VEL-IX) > WS-MAX-DAILY-ITEMS
                   MOVE 'DAILY ITEM COUNT OVER LIMIT'
                       TO WS-VEL-REASON(WS-VEL-IX)
               WHEN WS-VEL-DEBIT-AMT(WS-VEL-IX) > WS-MAX-DAILY-AMT
                   MOVE 'DAILY DEBIT AMOUNT OVER LIMIT'
                       TO WS-VEL-REASON(WS-VEL-IX)
               WHEN WS-VEL-HIST-DEBITS(WS-VEL-IX)
                        NOT < WS-MIN-HIST-DEBITS
                AND WS-VEL-MAX-DEBIT(WS-VEL-IX) > WS-LARGE-LIMIT
                AND WS-VEL-MAX-DEBIT(WS-VEL-IX) NOT < WS-LARGE-FLOOR
                   MOVE 'DEBIT FAR ABOVE USUAL SIZE'
                       TO WS-VEL-REASON(WS-VEL-IX)
               WHEN WS-VEL-IDLE-CYCLES(WS-VEL-IX)
                        NOT < WS-DORMANT-CYCLES
                   MOVE 'ACTIVITY ON DORMANT ACCOUNT'
                       TO WS-VEL-REASON(WS-VEL-IX)
               WHEN OTHER
                   GO TO 5100-EXIT
           END-EVALUATE.

           ADD 1 TO WS-CTL-FLAGGED.
           PERFORM 5200-LIST-FLAGGED THRU 5200-EXIT.
           IF WS-FREEZE-REQUESTED
               MOVE WS-VEL-ACCT-ID(WS-VEL-IX) TO VELFRZ-ACCT-ID
               MOVE 'F'                       TO VELFRZ-NEW-STATUS
               MOVE WS-RNL-RUN-DATE           TO VELFRZ-EFFECTIVE-DATE
               MOVE 'VELO'                    TO VELFRZ-REASON-CODE
               WRITE VELFRZ-REC
               MOVE 'VELFRZ  ' TO WS-ERR-FILE-NAME
               MOVE WS-FRZ-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT
               ADD 1 TO WS-CTL-FREEZES
           END-IF.
       5100-EXIT.
           EXIT.

       5200-LIST-FLAGGED.
           MOVE WS-VEL-ACCT-ID(WS-VEL-IX)     TO WS-EDIT-ACCT-ID.
           MOVE WS-VEL-ITEMS(WS-VEL-IX)       TO WS-EDIT-ITEMS.
           MOVE WS-VEL-DEBIT-AMT(WS-VEL-IX)   TO WS-EDIT-AMOUNT.
           MOVE WS-VEL-MAX-DEBIT(WS-VEL-IX)   TO WS-EDIT-AMOUNT-2.
           MOVE WS-USUAL-DEBIT                TO WS-EDIT-AMOUNT-3.
           MOVE WS-VEL-IDLE-CYCLES(WS-VEL-IX) TO WS-EDIT-CYCLES.
           MOVE SPACES TO RPT-LINE.
           STRING 'FLAGGED   ACCT-ID '         DELIMITED SIZE
                  WS-EDIT-ACCT-ID              DELIMITED SIZE
                  ' ITEMS '                    DELIMITED SIZE
                  WS-EDIT-ITEMS                DELIMITED SIZE
                  ' DEBITS '                   DELIMITED SIZE
                  WS-EDIT-AMOUNT               DELIMITED SIZE
                  ' LARGEST '                  DELIMITED SIZE
                  WS-EDIT-AMOUNT-2             DELIMITED SIZE
                  ' USUAL '                    DELIMITED SIZE
                  WS-EDIT-AMOUNT-3             DELIMITED SIZE
                  ' IDLE '                     DELIMITED SIZE
                  WS-EDIT-CYCLES               DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING '          '                DELIMITED SIZE
                  WS-VEL-REASON(WS-VEL-IX)    DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       5200-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'VELRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Second pass of TRANCLN: pass each item to TRANSCR, or hold it
      * when its account was flagged.
      *---------------------------------------------------------------*
       7000-SCREEN-ITEMS.
           OPEN INPUT TRANCLN.
           MOVE 'TRANCLN ' TO WS-ERR-FILE-NAME.
           MOVE WS-CLN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 7100-SCREEN-ONE-ITEM THRU 7100-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE TRANCLN.
       7000-EXIT.
           EXIT.

       7100-SCREEN-ONE-ITEM.
           READ TRANCLN
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'TRANCLN ' TO WS-ERR-FILE-NAME.
           MOVE WS-CLN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 7100-EXIT
           END-IF.
           ADD 1 TO WS-CTL-ITEMS-READ.

           PERFORM 4150-CHECK-SCREENED THRU 4150-EXIT.
           IF WS-SCREEN-ITEM
               MOVE TRAN-ACCT-ID TO WS-VEL-ACCT-ID-KEY
               PERFORM 4200-FIND-VEL-ENTRY THRU 4200-EXIT
               IF WS-VEL-FOUND
                  AND WS-VEL-REASON(WS-VEL-IX) NOT = SPACES
                   PERFORM 7200-HOLD-ITEM THRU 7200-EXIT
                   GO TO 7100-EXIT
               END-IF
           END-IF.

           MOVE TRANSACTION-RECORD TO TRANSCR-REC.
           WRITE TRANSCR-REC.
           MOVE 'TRANSCR ' TO WS-ERR-FILE-NAME.
           MOVE WS-SCR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-PASSED.
       7100-EXIT.
           EXIT.

       7200-HOLD-ITEM.
           ADD 1 TO WS-HIGH-HOLD-ID.
           MOVE SPACES                   TO VELOCITY-HOLD-RECORD.
           MOVE WS-HIGH-HOLD-ID          TO VEL-HOLD-ID.
           MOVE TRANSACTION-RECORD       TO VEL-TRAN.
           MOVE WS-VEL-REASON(WS-VEL-IX) TO VEL-REASON.
           MOVE WS-RNL-RUN-DATE          TO VEL-HOLD-DATE.
           MOVE 'H'                      TO VEL-STATUS.
           MOVE VELOCITY-HOLD-RECORD TO FD-VELHOLD-REC.
           WRITE FD-VELHOLD-REC.
           MOVE 'VELHOLD ' TO WS-ERR-FILE-NAME.
           MOVE WS-VEL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-HELD.
           ADD TRAN-AMOUNT TO WS-TOT-HELD.
           MOVE VEL-TRAN TO WS-ITEM.
           MOVE 'HELD' TO WS-REJ-REASON.
           PERFORM 2500-LIST-HOLD THRU 2500-EXIT.
       7200-EXIT.
           EXIT.

       8500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-DECISIONS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REVIEW DECISIONS READ  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-RELEASED TO WS-EDIT-COUNT.
           MOVE WS-TOT-RELEASED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOLDS RELEASED TO POSTING  . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-DECLINED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOLDS DECLINED . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REFUSED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DECISIONS REFUSED  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-PURGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CLOSED HOLDS PURGED  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-STILL-HELD TO WS-EDIT-COUNT.
           MOVE WS-TOT-STILL-HELD TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'EARLIER HOLDS AWAITING REVIEW' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ITEMS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'TRANCLN ITEMS READ . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-PASSED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ITEMS PASSED TO POSTING  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-FLAGGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS FLAGGED . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-HELD TO WS-EDIT-COUNT.
           MOVE WS-TOT-HELD TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'ITEMS HELD FOR REVIEW  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
                  '  '                            DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-FREEZES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FREEZE REQUESTS WRITTEN  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-VEL-DROPPED > 0
               MOVE WS-VEL-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'ITEMS PASSED UNSCREENED  . . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE VELHOLD.
           CLOSE TRANSCR.
           CLOSE VELFRZ.
           CLOSE VELRPT.
           DISPLAY 'TRANVEL DONE - PASSED: ' WS-CTL-PASSED
                   ' HELD: ' WS-CTL-HELD
                   ' ACCOUNTS FLAGGED: ' WS-CTL-FLAGGED
                   ' RELEASED: ' WS-CTL-RELEASED
                   ' DECLINED: ' WS-CTL-DECLINED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'TRANVEL '      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           COMPUTE RNL-RECS-READ =
               WS-CTL-ITEMS-READ + WS-CTL-DECISIONS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-PASSED + WS-CTL-RELEASED.
           COMPUTE RNL-RECS-REJECTED =
               WS-CTL-HELD + WS-CTL-REFUSED.
           MOVE WS-RNL-COMP-CODE TO RNL-COMPLETION-CODE.
           WRITE RUN-LOG-RECORD.
           IF WS-RNL-STATUS NOT = '00'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           CLOSE RUNLOG.
       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * File-status checking.  9800 follows every OPEN, 9810 every
      * READ/WRITE/REWRITE/DELETE (end-of-file and the invalid-key
      * statuses the callers already handle pass through).  Anything
      * else names the file and status and shuts the run down with a
      * non-zero return code the scheduler can trap, so a dependent
      * job never runs against a file this one could not process.
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
           DISPLAY 'TRANVEL: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'TRANVEL: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'TRANVEL: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
