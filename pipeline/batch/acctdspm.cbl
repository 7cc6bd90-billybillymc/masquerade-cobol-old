       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDSPM.
      ******************************************************************
      * Cardholder dispute maintenance.  Applies the day's dispute
      * actions from a driving control file (DSPCTL) to the dispute
      * master DSPMAST (CVDSP01Y), keyed by the disputed item:
      *   O - open a case against a posted charge on TRANHIST, named
      *       by account, transaction date, amount and source code;
      *       a provisional credit for the amount is written to
      *       DSPTRAN and the regulatory response deadline (the PARM
      *       number of days after opening) is set on the case;
      *   W - won: the provisional credit stands and the case closes;
      *   L - lost, or X - withdrawn: the provisional credit is taken
      *       back by a debit reversal item on DSPTRAN whose original
      *       date is the credit's date, so ACCTPOST proves it against
      *       the posted credit and the pair stays tied on TRANHIST.
      * DSPTRAN items are bare CVTRN01Y records with source DSPT,
      * fed to ACCTPOST like ASMTRAN.
      *
      * An item is disputable once.  An open is rejected when the
      * item is already on DSPMAST (whatever the state of that case),
      * when the account is no longer on ACCTFILE or is closed or
      * frozen - ACCTPOST would refuse the provisional credit, and a
      * closed account's credit must not pass for a charge-off
      * recovery - when no such debit was ever posted, or when every
      * posting of it has already been reversed on TRANHIST - checked
      * by one pass of the history for all of the day's opens before
      * the control file is applied.  A resolution must name an open
      * case whose credit posted on an earlier day.  Rejects and the
      * actions applied are listed on the DSPRPT register.
      *
      * The PARM is the response deadline in days (3 digits, default
      * 090).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPCTL ASSIGN TO DSPCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT DSPMAST ASSIGN TO DSPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-DSP-ITEM-KEY
                  FILE STATUS IS WS-DSP-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT TRANHIST ASSIGN TO TRANHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRNH-STATUS.
           SELECT DSPTRAN ASSIGN TO DSPTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT DSPRPT ASSIGN TO DSPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DSPCTL
           RECORDING MODE IS F.
       01  DSPCTL-REC.
           05  DSPCTL-ACTION                 PIC X(01).
               88  DSPCTL-OPEN                    VALUE 'O'.
               88  DSPCTL-WON                     VALUE 'W'.
               88  DSPCTL-LOST                    VALUE 'L'.
               88  DSPCTL-WITHDRAWN               VALUE 'X'.
           05  DSPCTL-ACCT-ID                PIC 9(11).
           05  DSPCTL-TRAN-DATE              PIC X(10).
           05  DSPCTL-AMOUNT                 PIC 9(10)V99.
           05  DSPCTL-SOURCE-CD              PIC X(04).
           05  DSPCTL-REASON-CD              PIC X(04).
           05  FILLER                        PIC X(38).

       FD  DSPMAST.
       01  FD-DSPMAST-REC.
           05 FD-DSP-ITEM-KEY                   PIC X(37).
           05 FD-DSP-DATA                       PIC X(83).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  TRANHIST
           RECORDING MODE IS F.
           COPY CVTRN02Y.

       FD  DSPTRAN
           RECORDING MODE IS F.
           COPY CVTRN01Y.

       FD  DSPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVDSP01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-DSP-STATUS            PIC XX.
       01  WS-TRNH-STATUS           PIC XX.
       01  WS-TRAN-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-DEADLINE-DAYS         PIC 9(03) VALUE 90.

       01  WS-REJ-REASON            PIC X(40).
       01  WS-ACTION-TEXT           PIC X(20).
       01  WS-HIGH-CASE-ID          PIC 9(09) VALUE 0.
       01  WS-TRAN-KEY.
           05  WS-KEY-ACCT-ID            PIC 9(11).
           05  WS-KEY-TRAN-DATE          PIC X(10).
           05  WS-KEY-AMOUNT             PIC S9(10)V99.
           05  WS-KEY-SOURCE-CD          PIC X(04).

       01  WS-OPN-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-OPN-TABLE.
           05  WS-OPN-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-OPN-IX.
               10  WS-OPN-KEY             PIC X(37).
               10  WS-OPN-POSTED          PIC 9(05) COMP.
               10  WS-OPN-REVERSED        PIC 9(05) COMP.
       01  WS-OPN-FOUND-SW          PIC X(01).
           88  WS-OPN-FOUND                  VALUE 'Y'.
       01  WS-OPN-OVERFLOW          PIC 9(09) COMP VALUE 0.

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OPENED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-WON               PIC 9(09) COMP VALUE 0.
       01  WS-CTL-LOST              PIC 9(09) COMP VALUE 0.
       01  WS-CTL-WITHDRAWN         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-TOT-PROV-CREDIT       PIC S9(13)V99 VALUE 0.
       01  WS-TOT-REDEBIT           PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-CASE-ID          PIC Z(08)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATECN.
       COPY CODATBDI.
       COPY CODATARI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-DISPUTE-ACTION
               UNTIL WS-EOF.
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
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
           MOVE 'ACCTDSPM'      TO RNL-PROGRAM-ID.
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
              AND WS-PARM-RAW(1:3) NOT = '000'
               MOVE WS-PARM-RAW(1:3) TO WS-DEADLINE-DAYS
           END-IF.

           PERFORM 1500-PRESCAN-OPENS THRU 1500-EXIT.

           OPEN I-O DSPMAST.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1200-SCAN-DSPMAST THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.

           OPEN INPUT DSPCTL.
           MOVE 'DSPCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT DSPTRAN.
           MOVE 'DSPTRAN ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT DSPRPT.
           MOVE 'DSPRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISPUTE CASE REGISTER - '  DELIMITED SIZE
                  WS-RNL-RUN-DATE             DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Case numbers run on from the highest already on the master.
      *---------------------------------------------------------------*
       1200-SCAN-DSPMAST.
           READ DSPMAST NEXT RECORD INTO DISPUTE-CASE-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF DSP-CASE-ID > WS-HIGH-CASE-ID
                       MOVE DSP-CASE-ID TO WS-HIGH-CASE-ID
                   END-IF
           END-READ.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Pre-pass for opens: read the control file once for its open
      * requests, then scan the posted history once counting, for
      * each distinct item, the times it was posted (a non-reversal
      * debit with the same account, transaction date, amount and
      * source) and the reversals already posted against it (a
      * credit reversal, same account and amount, whose original
      * date is the item's transaction date).  Both files are closed
      * again - the main pass reopens the control file.
      *---------------------------------------------------------------*
       1500-PRESCAN-OPENS.
           OPEN INPUT DSPCTL.
           MOVE 'DSPCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
           PERFORM 1510-COLLECT-OPEN THRU 1510-EXIT
               UNTIL WS-EOF.
           CLOSE DSPCTL.

           IF WS-OPN-ENTRIES > 0
               OPEN INPUT TRANHIST
               MOVE 'TRANHIST' TO WS-ERR-FILE-NAME
               MOVE WS-TRNH-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9800-CHECK-STATUS THRU 9800-EXIT
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1550-READ-HIST THRU 1550-EXIT
               PERFORM 1560-MATCH-HIST-RECORD THRU 1560-EXIT
                   UNTIL WS-EOF
               CLOSE TRANHIST
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       1500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Table one open request.  A request past the table cannot be
      * verified and is rejected at apply time rather than opened.
      *---------------------------------------------------------------*
       1510-COLLECT-OPEN.
           IF DSPCTL-OPEN
              AND DSPCTL-ACCT-ID IS NUMERIC
              AND DSPCTL-AMOUNT IS NUMERIC
               PERFORM 2400-BUILD-ITEM-KEY THRU 2400-EXIT
               PERFORM 2500-FIND-OPEN-ENTRY THRU 2500-EXIT
               IF NOT WS-OPN-FOUND
                   IF WS-OPN-ENTRIES < 500
                       ADD 1 TO WS-OPN-ENTRIES
                       SET WS-OPN-IX TO WS-OPN-ENTRIES
                       MOVE WS-TRAN-KEY TO WS-OPN-KEY(WS-OPN-IX)
                       MOVE 0 TO WS-OPN-POSTED(WS-OPN-IX)
                       MOVE 0 TO WS-OPN-REVERSED(WS-OPN-IX)
                   ELSE
                       ADD 1 TO WS-OPN-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
       1510-EXIT.
           EXIT.

       1550-READ-HIST.
           READ TRANHIST
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'TRANHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-TRNH-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1550-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A posted debit is scored against the entry with its own key;
      * a posted credit reversal against the entry keyed by the
      * original it backed out, whatever that original's source.
      *---------------------------------------------------------------*
       1560-MATCH-HIST-RECORD.
           IF PTH-DEBIT AND NOT PTH-REVERSAL
               MOVE PTH-ACCT-ID   TO WS-KEY-ACCT-ID
               MOVE PTH-TRAN-DATE TO WS-KEY-TRAN-DATE
               MOVE PTH-AMOUNT    TO WS-KEY-AMOUNT
               MOVE PTH-SOURCE-CD TO WS-KEY-SOURCE-CD
               PERFORM 2500-FIND-OPEN-ENTRY THRU 2500-EXIT
               IF WS-OPN-FOUND
                   ADD 1 TO WS-OPN-POSTED(WS-OPN-IX)
               END-IF
           END-IF.
           IF PTH-CREDIT AND PTH-REVERSAL
               SET WS-OPN-IX TO 1
               PERFORM 1570-SCORE-REVERSAL
                   UNTIL WS-OPN-IX > WS-OPN-ENTRIES
           END-IF.
           PERFORM 1550-READ-HIST THRU 1550-EXIT.
       1560-EXIT.
           EXIT.

       1570-SCORE-REVERSAL.
           MOVE WS-OPN-KEY(WS-OPN-IX) TO WS-TRAN-KEY.
           IF WS-KEY-ACCT-ID = PTH-ACCT-ID
              AND WS-KEY-TRAN-DATE = PTH-ORIG-DATE
              AND WS-KEY-AMOUNT = PTH-AMOUNT
               ADD 1 TO WS-OPN-REVERSED(WS-OPN-IX)
           END-IF.
           SET WS-OPN-IX UP BY 1.

      *---------------------------------------------------------------*
      * Field-edit the control record, then apply it by action code.
      * Every reject carries its reason onto the register so the
      * corrected action can go back through tomorrow's control file.
      *---------------------------------------------------------------*
       2000-APPLY-DISPUTE-ACTION.
           ADD 1 TO WS-CTL-RECS-READ.
           PERFORM 2050-EDIT-AND-APPLY THRU 2050-EXIT.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.

       2050-EDIT-AND-APPLY.
           IF NOT DSPCTL-OPEN AND NOT DSPCTL-WON
              AND NOT DSPCTL-LOST AND NOT DSPCTL-WITHDRAWN
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF DSPCTL-ACCT-ID NOT NUMERIC
               MOVE 'ACCT-ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF DSPCTL-AMOUNT NOT NUMERIC
              OR DSPCTL-AMOUNT = 0
               MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE '2' TO CODATECN-TYPE.
           MOVE DSPCTL-TRAN-DATE TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           IF CODATECN-ERROR-MSG NOT = SPACES
               MOVE 'INVALID TRANSACTION DATE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2400-BUILD-ITEM-KEY THRU 2400-EXIT.
           MOVE WS-TRAN-KEY TO FD-DSP-ITEM-KEY.
           READ DSPMAST INTO DISPUTE-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.

           IF DSPCTL-OPEN
               PERFORM 2200-OPEN-CASE THRU 2200-EXIT
           ELSE
               PERFORM 2250-RESOLVE-CASE THRU 2250-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2100-READ-CONTROL.
           READ DSPCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'DSPCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Open a case.  The item must not already have a case, the
      * account must still take postings, and the item must have
      * posted and still have a posting not reversed on the history.
      * The case record is written before the credit so a key
      * collision leaves no orphan credit behind.
      *---------------------------------------------------------------*
       2200-OPEN-CASE.
           IF WS-DSP-STATUS = '00'
               MOVE 'ITEM ALREADY DISPUTED' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES TO WS-REJ-REASON.
           MOVE DSPCTL-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-REJ-REASON = SPACES
               IF ACCT-STATUS-CLOSED
                   MOVE 'ACCOUNT STATUS CLOSED' TO WS-REJ-REASON
               END-IF
               IF ACCT-STATUS-FROZEN
                   MOVE 'ACCOUNT STATUS FROZEN' TO WS-REJ-REASON
               END-IF
           END-IF.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2500-FIND-OPEN-ENTRY THRU 2500-EXIT.
           IF NOT WS-OPN-FOUND
               MOVE 'ITEM NOT VERIFIED - TABLE FULL' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-OPN-POSTED(WS-OPN-IX) = 0
               MOVE 'NO SUCH DEBIT POSTED ON TRANHIST' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-OPN-REVERSED(WS-OPN-IX) >= WS-OPN-POSTED(WS-OPN-IX)
               MOVE 'ITEM ALREADY REVERSED ON TRANHIST'
                   TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE 'A' TO CODATARI-FUNCTION.
           MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1.
           MOVE WS-DEADLINE-DAYS TO CODATARI-DAYS.
           CALL 'COBDATAR' USING CODATARI-REC.

           ADD 1 TO WS-HIGH-CASE-ID.
           MOVE SPACES            TO DISPUTE-CASE-RECORD.
           MOVE WS-TRAN-KEY       TO DSP-ITEM-KEY.
           MOVE WS-HIGH-CASE-ID   TO DSP-CASE-ID.
           MOVE 'O'               TO DSP-STATUS.
           MOVE WS-RNL-RUN-DATE   TO DSP-OPEN-DATE.
           MOVE CODATARI-OUT-DATE TO DSP-DUE-DATE.
           MOVE WS-RNL-RUN-DATE   TO DSP-CREDIT-DATE.
           MOVE DSPCTL-REASON-CD  TO DSP-REASON-CD.
           MOVE DISPUTE-CASE-RECORD TO FD-DSPMAST-REC.
           WRITE FD-DSPMAST-REC
               INVALID KEY
                   MOVE 'ITEM ALREADY DISPUTED' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-WRITE.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-DSP-STATUS NOT = '00'
               SUBTRACT 1 FROM WS-HIGH-CASE-ID
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES          TO TRANSACTION-RECORD.
           MOVE DSP-ACCT-ID     TO TRAN-ACCT-ID.
           MOVE 'C'             TO TRAN-DR-CR-IND.
           MOVE DSP-AMOUNT      TO TRAN-AMOUNT.
           MOVE WS-RNL-RUN-DATE TO TRAN-DATE.
           MOVE 'DSPT'          TO TRAN-SOURCE-CD.
           PERFORM 2450-WRITE-DISPUTE-ITEM THRU 2450-EXIT.
           ADD 1 TO WS-CTL-OPENED.
           ADD DSP-AMOUNT TO WS-TOT-PROV-CREDIT.
           MOVE 'OPENED - CREDIT' TO WS-ACTION-TEXT.
           PERFORM 2350-WRITE-ACTION-LINE THRU 2350-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Resolve an open case.  Lost and withdrawn cases re-debit the
      * provisional credit by a reversal naming the credit's date;
      * the credit must have posted on an earlier run or ACCTPOST
      * could not prove the reversal against it.
      *---------------------------------------------------------------*
       2250-RESOLVE-CASE.
           IF WS-DSP-STATUS NOT = '00'
               MOVE 'NO DISPUTE CASE FOR ITEM' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2250-EXIT
           END-IF.
           IF NOT DSP-OPEN
               MOVE 'DISPUTE CASE ALREADY RESOLVED' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2250-EXIT
           END-IF.
           IF NOT DSPCTL-WON
              AND DSP-CREDIT-DATE NOT < WS-RNL-RUN-DATE
               MOVE 'PROVISIONAL CREDIT NOT YET POSTED'
                   TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2250-EXIT
           END-IF.

           MOVE DSPCTL-ACTION   TO DSP-STATUS.
           MOVE WS-RNL-RUN-DATE TO DSP-RESOLVED-DATE.
           IF DSPCTL-REASON-CD NOT = SPACES
               MOVE DSPCTL-REASON-CD TO DSP-REASON-CD
           END-IF.
           MOVE DISPUTE-CASE-RECORD TO FD-DSPMAST-REC.
           REWRITE FD-DSPMAST-REC
               INVALID KEY
                   MOVE 'DSPMAST REWRITE FAILED' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-REWRITE.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-DSP-STATUS NOT = '00'
               GO TO 2250-EXIT
           END-IF.

           IF DSPCTL-WON
               ADD 1 TO WS-CTL-WON
               MOVE 'WON - CREDIT STANDS' TO WS-ACTION-TEXT
           ELSE
               MOVE SPACES          TO TRANSACTION-RECORD
               MOVE DSP-ACCT-ID     TO TRAN-ACCT-ID
               MOVE 'D'             TO TRAN-DR-CR-IND
               MOVE DSP-AMOUNT      TO TRAN-AMOUNT
               MOVE WS-RNL-RUN-DATE TO TRAN-DATE
               MOVE 'DSPT'          TO TRAN-SOURCE-CD
               MOVE 'R'             TO TRAN-REV-IND
               MOVE DSP-CREDIT-DATE TO TRAN-ORIG-DATE
               PERFORM 2450-WRITE-DISPUTE-ITEM THRU 2450-EXIT
               ADD DSP-AMOUNT TO WS-TOT-REDEBIT
               IF DSPCTL-LOST
                   ADD 1 TO WS-CTL-LOST
                   MOVE 'LOST - RE-DEBITED' TO WS-ACTION-TEXT
               ELSE
                   ADD 1 TO WS-CTL-WITHDRAWN
                   MOVE 'WITHDRAWN - RE-DEBIT' TO WS-ACTION-TEXT
               END-IF
           END-IF.
           PERFORM 2350-WRITE-ACTION-LINE THRU 2350-EXIT.
       2250-EXIT.
           EXIT.

       2300-WRITE-REJECT.
           ADD 1 TO WS-CTL-REJECTED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REJECTED "'    DELIMITED SIZE
                  DSPCTL-REC(1:42) DELIMITED SIZE
                  '" - '          DELIMITED SIZE
                  WS-REJ-REASON   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

       2350-WRITE-ACTION-LINE.
           MOVE DSP-CASE-ID TO WS-EDIT-CASE-ID.
           MOVE DSP-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE DSP-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASE '          DELIMITED SIZE
                  WS-EDIT-CASE-ID  DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  WS-ACTION-TEXT   DELIMITED SIZE
                  ' ACCT-ID '      DELIMITED SIZE
                  WS-EDIT-ACCT-ID  DELIMITED SIZE
                  ' ITEM '         DELIMITED SIZE
                  DSP-TRAN-DATE    DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  DSP-SOURCE-CD    DELIMITED SIZE
                  ' AMOUNT '       DELIMITED SIZE
                  WS-EDIT-AMOUNT   DELIMITED SIZE
                  ' DUE '          DELIMITED SIZE
                  DSP-DUE-DATE     DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2350-EXIT.
           EXIT.

       2400-BUILD-ITEM-KEY.
           MOVE DSPCTL-ACCT-ID   TO WS-KEY-ACCT-ID.
           MOVE DSPCTL-TRAN-DATE TO WS-KEY-TRAN-DATE.
           MOVE DSPCTL-AMOUNT    TO WS-KEY-AMOUNT.
           MOVE DSPCTL-SOURCE-CD TO WS-KEY-SOURCE-CD.
       2400-EXIT.
           EXIT.

       2450-WRITE-DISPUTE-ITEM.
           WRITE TRANSACTION-RECORD.
           MOVE 'DSPTRAN ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2450-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Set WS-OPN-IX to the prescan entry for WS-TRAN-KEY, with
      * WS-OPN-FOUND left off when the item is not in the table.
      *---------------------------------------------------------------*
       2500-FIND-OPEN-ENTRY.
           MOVE 'N' TO WS-OPN-FOUND-SW.
           SET WS-OPN-IX TO 1.
           PERFORM 2510-SEARCH-OPEN-ENTRY
               UNTIL WS-OPN-IX > WS-OPN-ENTRIES
                  OR WS-OPN-FOUND.
       2500-EXIT.
           EXIT.

       2510-SEARCH-OPEN-ENTRY.
           IF WS-OPN-KEY(WS-OPN-IX) = WS-TRAN-KEY
               SET WS-OPN-FOUND TO TRUE
           ELSE
               SET WS-OPN-IX UP BY 1
           END-IF.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'DSPRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL RECORDS READ . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-OPENED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES OPENED . . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-PROV-CREDIT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'PROVISIONAL CREDIT ISSUED  . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-WON TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES WON  . . . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-LOST TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES LOST . . . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-WITHDRAWN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES WITHDRAWN  . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-REDEBIT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'PROVISIONAL CREDIT RE-DEBITED' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL RECORDS REJECTED . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSPCTL.
           CLOSE DSPMAST.
           CLOSE ACCTFILE.
           CLOSE DSPTRAN.
           CLOSE DSPRPT.
           DISPLAY 'ACCTDSPM DONE - OPENED: ' WS-CTL-OPENED
                   ' WON: ' WS-CTL-WON
                   ' LOST: ' WS-CTL-LOST
                   ' WITHDRAWN: ' WS-CTL-WITHDRAWN
                   ' REJECTED: ' WS-CTL-REJECTED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTDSPM'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-OPENED + WS-CTL-WON + WS-CTL-LOST
               + WS-CTL-WITHDRAWN.
           MOVE WS-CTL-REJECTED  TO RNL-RECS-REJECTED.
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
           DISPLAY 'ACCTDSPM: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTDSPM: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTDSPM: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
