       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRPST.
      ******************************************************************
      * Repair-and-repost cycle for the items ACCTPOST rejects.  Run
      * daily after ACCTPOST, it works the transaction suspense
      * master TRNSUSP (CVTRS01Y, keyed by suspense id):
      *   1 - the day's TRANREJ (the 50-byte item and its reason) is
      *       merged in, one open suspense item per reject;
      *   2 - the RPSTCTL corrections file is applied:
      *         R - repair and repost: any of account id, amount,
      *             debit/credit indicator and transaction date
      *             given on the record replaces the item's own (a
      *             new account id retargets the item), and the item
      *             goes out in tonight's repost batch;
      *         W - write the item off; nothing is posted;
      *   3 - every open item rejected ACCOUNT STATUS FROZEN whose
      *       account ACCTHIST shows reactivated on or after the
      *       reject date, and which is active on ACCTFILE now, is
      *       re-offered in the batch automatically;
      *   4 - what is left open is aged by reject reason into 0-30,
      *       31-60, 61-90 and over-90-day bands, and any item older
      *       than the write-off cutoff is flagged for write-off.
      * Items closed on an earlier day are purged from the master.
      *
      * Reposted items go to RPSTTRAN as a balanced TRANFILE batch -
      * 'H' header (batch id 'RP' and the run date), the CVTRN01Y
      * details, 'T' trailer with the count, debit and credit totals
      * and account-id hash - so they pass TRANBAL and ACCTPOST like
      * any other feed.  RPSTRPT lists the corrections applied and
      * refused, the items re-offered, the items flagged for write-off
      * and the aging summary.
      *
      * The PARM is the write-off cutoff in days (3 digits, default
      * 090).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANREJ ASSIGN TO TRANREJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REJ-STATUS.
           SELECT RPSTCTL ASSIGN TO RPSTCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT TRNSUSP ASSIGN TO TRNSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-TRS-SUSP-ID
                  FILE STATUS IS WS-TRS-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT ACCTHIST ASSIGN TO ACCTHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT RPSTTRAN ASSIGN TO RPSTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT RPSTRPT ASSIGN TO RPSTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANREJ
           RECORDING MODE IS F.
       01  TRANREJ-REC.
           05  TRANREJ-TRAN                  PIC X(50).
           05  TRANREJ-REASON                PIC X(30).

       FD  RPSTCTL
           RECORDING MODE IS F.
       01  RPSTCTL-REC.
           05  RPSTCTL-ACTION                PIC X(01).
               88  RPSTCTL-REPOST                 VALUE 'R'.
               88  RPSTCTL-WRITE-OFF              VALUE 'W'.
           05  RPSTCTL-SUSP-ID               PIC 9(09).
           05  RPSTCTL-NEW-ACCT-ID           PIC 9(11).
           05  RPSTCTL-NEW-AMOUNT            PIC 9(10)V99.
           05  RPSTCTL-NEW-DR-CR-IND         PIC X(01).
           05  RPSTCTL-NEW-TRAN-DATE         PIC X(10).
           05  FILLER                        PIC X(36).

       FD  TRNSUSP.
       01  FD-TRNSUSP-REC.
           05 FD-TRS-SUSP-ID                    PIC 9(09).
           05 FD-TRS-DATA                       PIC X(111).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  ACCTHIST
           RECORDING MODE IS F.
           COPY CVACT04Y.

       FD  RPSTTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
           COPY CVTRN01Y.
       01  TBAT-HEADER-REC.
           05  TBH-REC-TYPE                  PIC X(01).
           05  TBH-BATCH-DATE                PIC X(10).
           05  TBH-BATCH-ID                  PIC X(10).
           05  FILLER                        PIC X(29).
       01  TBAT-TRAILER-REC.
           05  TBT-REC-TYPE                  PIC X(01).
           05  TBT-ITEM-COUNT                PIC 9(09).
           05  TBT-TOT-DEBITS                PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
           05  TBT-TOT-CREDITS               PIC S9(11)V99
                                             SIGN LEADING SEPARATE.
           05  TBT-HASH-ACCT-ID              PIC 9(12).

       FD  RPSTRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVTRS01Y.
       01  WS-ITEM.
           05  WS-ITEM-ACCT-ID               PIC 9(11).
           05  WS-ITEM-DR-CR-IND             PIC X(01).
           05  WS-ITEM-AMOUNT                PIC S9(10)V99.
           05  WS-ITEM-DATE                  PIC X(10).
           05  FILLER                        PIC X(16).
       01  WS-STATUS                PIC XX.
       01  WS-REJ-STATUS            PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-TRS-STATUS            PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-TRAN-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-CUTOFF-DAYS           PIC 9(03) VALUE 90.

       01  WS-HIGH-SUSP-ID          PIC 9(09) VALUE 0.
       01  WS-BATCH-ID              PIC X(10).
       01  WS-REJ-REASON            PIC X(40).
       01  WS-ITEM-AGE              PIC S9(08).
       01  WS-BAND-SUB              PIC 9(01) COMP.
       01  WS-PURGE-SW              PIC X(01).
           88  WS-PURGE-ITEM                 VALUE 'Y'.

       01  WS-FRZ-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-FRZ-TABLE.
           05  WS-FRZ-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-FRZ-IX.
               10  WS-FRZ-ACCT-ID         PIC 9(11).
               10  WS-FRZ-REACT-DATE      PIC X(10).
       01  WS-FRZ-FOUND-SW          PIC X(01).
           88  WS-FRZ-FOUND                  VALUE 'Y'.
       01  WS-FRZ-OVERFLOW          PIC 9(09) COMP VALUE 0.
       01  WS-FRZ-ACCT-ID-KEY       PIC 9(11).

       01  WS-RSN-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 30 TIMES
                            INDEXED BY WS-RSN-IX.
               10  WS-RSN-TEXT            PIC X(30).
               10  WS-RSN-COUNT           PIC 9(09) COMP.
               10  WS-RSN-BAND-AMT        PIC S9(11)V99
                                          OCCURS 4 TIMES.
               10  WS-RSN-TOTAL           PIC S9(11)V99.
       01  WS-RSN-FOUND-SW          PIC X(01).
           88  WS-RSN-FOUND                  VALUE 'Y'.
       01  WS-BAND-TOTALS.
           05  WS-BAND-TOT-AMT          PIC S9(11)V99
                                        OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL           PIC S9(11)V99 VALUE 0.

       01  WS-CTL-REJECTS-MERGED    PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CORRECTIONS-READ  PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REPAIRED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REOFFERED         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-WRITTEN-OFF       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REFUSED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-FLAGGED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-PURGED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OPEN              PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ITEMS             PIC 9(09) COMP VALUE 0.
       01  WS-TOT-DEBITS            PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CREDITS           PIC S9(11)V99 VALUE 0.
       01  WS-HASH-ACCT-ID          PIC 9(12) VALUE 0.
       01  WS-TOT-WRITTEN-OFF       PIC S9(13)V99 VALUE 0.
       01  WS-TOT-FLAGGED           PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-SUSP-ID          PIC Z(08)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-DAYS             PIC ZZZZ9.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-DATE-RAW          PIC 9(08).
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
           PERFORM 2000-MERGE-REJECT
               UNTIL WS-EOF.
           PERFORM 2900-START-CORRECTIONS THRU 2900-EXIT.
           PERFORM 3000-APPLY-CORRECTION
               UNTIL WS-EOF.
           PERFORM 4000-PRESCAN-FROZEN THRU 4000-EXIT.
           PERFORM 5000-SWEEP-SUSPENSE THRU 5000-EXIT.
           PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
           PERFORM 8000-PRINT-AGING THRU 8000-EXIT.
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
           MOVE 'ACCTRPST'      TO RNL-PROGRAM-ID.
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
               MOVE WS-PARM-RAW(1:3) TO WS-CUTOFF-DAYS
           END-IF.
           MOVE 0 TO WS-BAND-TOT-AMT(1).
           MOVE 0 TO WS-BAND-TOT-AMT(2).
           MOVE 0 TO WS-BAND-TOT-AMT(3).
           MOVE 0 TO WS-BAND-TOT-AMT(4).

           OPEN I-O TRNSUSP.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1200-SCAN-TRNSUSP THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.

           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT TRANREJ.
           MOVE 'TRANREJ ' TO WS-ERR-FILE-NAME.
           MOVE WS-REJ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT RPSTTRAN.
           MOVE 'RPSTTRAN' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT RPSTRPT.
           MOVE 'RPSTRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE '2' TO CODATECN-TYPE.
           MOVE WS-RNL-RUN-DATE TO CODATECN-INP-DATE.
           MOVE '1' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           MOVE CODATECN-0UT-DATE(1:8) TO WS-RNL-DATE-RAW.
           MOVE SPACES TO WS-BATCH-ID.
           STRING 'RP'            DELIMITED SIZE
                  WS-RNL-DATE-RAW DELIMITED SIZE
               INTO WS-BATCH-ID
           END-STRING.
           MOVE SPACES TO TBAT-HEADER-REC.
           MOVE 'H'             TO TBH-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO TBH-BATCH-DATE.
           MOVE WS-BATCH-ID     TO TBH-BATCH-ID.
           WRITE TBAT-HEADER-REC.
           MOVE 'RPSTTRAN' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.

           MOVE WS-CUTOFF-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO RPT-LINE.
           STRING 'TRANSACTION SUSPENSE REPAIR AND REPOST - '
                                          DELIMITED SIZE
                  WS-RNL-RUN-DATE         DELIMITED SIZE
                  ' - BATCH '             DELIMITED SIZE
                  WS-BATCH-ID             DELIMITED SIZE
                  ' - WRITE-OFF AFTER '   DELIMITED SIZE
                  WS-EDIT-DAYS            DELIMITED SIZE
                  ' DAYS'                 DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-REJECT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Suspense ids run on from the highest already on the master.
      *---------------------------------------------------------------*
       1200-SCAN-TRNSUSP.
           READ TRNSUSP NEXT RECORD INTO TRAN-SUSPENSE-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF TRS-SUSP-ID > WS-HIGH-SUSP-ID
                       MOVE TRS-SUSP-ID TO WS-HIGH-SUSP-ID
                   END-IF
           END-READ.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Merge one of today's rejects into the master as an open item.
      *---------------------------------------------------------------*
       2000-MERGE-REJECT.
           ADD 1 TO WS-HIGH-SUSP-ID.
           MOVE SPACES          TO TRAN-SUSPENSE-RECORD.
           MOVE WS-HIGH-SUSP-ID TO TRS-SUSP-ID.
           MOVE TRANREJ-TRAN    TO TRS-TRAN.
           MOVE TRANREJ-REASON  TO TRS-REASON.
           MOVE WS-RNL-RUN-DATE TO TRS-REJECT-DATE.
           MOVE 'O'             TO TRS-STATUS.
           MOVE 'N'             TO TRS-WO-FLAG.
           MOVE TRAN-SUSPENSE-RECORD TO FD-TRNSUSP-REC.
           WRITE FD-TRNSUSP-REC.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-REJECTS-MERGED.
           PERFORM 2100-READ-REJECT THRU 2100-EXIT.

       2100-READ-REJECT.
           READ TRANREJ
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'TRANREJ ' TO WS-ERR-FILE-NAME.
           MOVE WS-REJ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2900-START-CORRECTIONS.
           CLOSE TRANREJ.
           OPEN INPUT RPSTCTL.
           MOVE 'RPSTCTL ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-READ-CONTROL THRU 3100-EXIT.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Apply one correction from the suspense desk.
      *---------------------------------------------------------------*
       3000-APPLY-CORRECTION.
           ADD 1 TO WS-CTL-CORRECTIONS-READ.
           PERFORM 3050-EDIT-AND-APPLY THRU 3050-EXIT.
           PERFORM 3100-READ-CONTROL THRU 3100-EXIT.

       3050-EDIT-AND-APPLY.
           IF NOT RPSTCTL-REPOST AND NOT RPSTCTL-WRITE-OFF
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               PERFORM 3300-WRITE-REFUSAL THRU 3300-EXIT
               GO TO 3050-EXIT
           END-IF.

           IF RPSTCTL-SUSP-ID NOT NUMERIC
               MOVE 'SUSPENSE ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 3300-WRITE-REFUSAL THRU 3300-EXIT
               GO TO 3050-EXIT
           END-IF.

           MOVE RPSTCTL-SUSP-ID TO FD-TRS-SUSP-ID.
           READ TRNSUSP INTO TRAN-SUSPENSE-RECORD
               INVALID KEY
                   MOVE 'NO SUCH SUSPENSE ITEM' TO WS-REJ-REASON
                   PERFORM 3300-WRITE-REFUSAL THRU 3300-EXIT
           END-READ.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-TRS-STATUS NOT = '00'
               GO TO 3050-EXIT
           END-IF.
           IF NOT TRS-OPEN
               MOVE 'SUSPENSE ITEM ALREADY CLOSED' TO WS-REJ-REASON
               PERFORM 3300-WRITE-REFUSAL THRU 3300-EXIT
               GO TO 3050-EXIT
           END-IF.

           IF RPSTCTL-WRITE-OFF
               MOVE 'W' TO TRS-STATUS
               PERFORM 3400-CLOSE-ITEM THRU 3400-EXIT
               ADD 1 TO WS-CTL-WRITTEN-OFF
               MOVE TRS-TRAN TO WS-ITEM
               ADD WS-ITEM-AMOUNT TO WS-TOT-WRITTEN-OFF
               MOVE 'WRITTEN OFF' TO WS-REJ-REASON
               PERFORM 3500-LIST-ITEM THRU 3500-EXIT
               GO TO 3050-EXIT
           END-IF.

           PERFORM 3200-EDIT-REPAIR THRU 3200-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 3300-WRITE-REFUSAL THRU 3300-EXIT
               GO TO 3050-EXIT
           END-IF.

           MOVE WS-ITEM TO TRS-TRAN.
           MOVE 'R' TO TRS-STATUS.
           PERFORM 3400-CLOSE-ITEM THRU 3400-EXIT.
           PERFORM 3600-WRITE-REPOST THRU 3600-EXIT.
           ADD 1 TO WS-CTL-REPAIRED.
           MOVE 'REPAIRED AND REPOSTED' TO WS-REJ-REASON.
           PERFORM 3500-LIST-ITEM THRU 3500-EXIT.
       3050-EXIT.
           EXIT.

       3100-READ-CONTROL.
           READ RPSTCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'RPSTCTL ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Lay the repairs over the rejected item in WS-ITEM.  A zero or
      * blank field on the correction leaves the item's own value;
      * the repaired item must name an account on ACCTFILE.
      *---------------------------------------------------------------*
       3200-EDIT-REPAIR.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE TRS-TRAN TO WS-ITEM.

           IF RPSTCTL-NEW-ACCT-ID NOT NUMERIC
               MOVE 'NEW ACCT-ID NOT NUMERIC' TO WS-REJ-REASON
               GO TO 3200-EXIT
           END-IF.
           IF RPSTCTL-NEW-ACCT-ID NOT = 0
               MOVE RPSTCTL-NEW-ACCT-ID TO WS-ITEM-ACCT-ID
           END-IF.

           IF RPSTCTL-NEW-AMOUNT NOT NUMERIC
               MOVE 'NEW AMOUNT NOT NUMERIC' TO WS-REJ-REASON
               GO TO 3200-EXIT
           END-IF.
           IF RPSTCTL-NEW-AMOUNT NOT = 0
               MOVE RPSTCTL-NEW-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.

           IF RPSTCTL-NEW-DR-CR-IND NOT = SPACE
               IF RPSTCTL-NEW-DR-CR-IND NOT = 'D'
                  AND RPSTCTL-NEW-DR-CR-IND NOT = 'C'
                   MOVE 'NEW DR/CR INDICATOR INVALID' TO WS-REJ-REASON
                   GO TO 3200-EXIT
               END-IF
               MOVE RPSTCTL-NEW-DR-CR-IND TO WS-ITEM-DR-CR-IND
           END-IF.

           IF RPSTCTL-NEW-TRAN-DATE NOT = SPACES
               MOVE '2' TO CODATECN-TYPE
               MOVE RPSTCTL-NEW-TRAN-DATE TO CODATECN-INP-DATE
               MOVE '2' TO CODATECN-OUTTYPE
               CALL 'COBDATFT' USING CODATECN-REC
               IF CODATECN-ERROR-MSG NOT = SPACES
                   MOVE 'NEW TRANSACTION DATE INVALID' TO WS-REJ-REASON
                   GO TO 3200-EXIT
               END-IF
               MOVE RPSTCTL-NEW-TRAN-DATE TO WS-ITEM-DATE
           END-IF.

           IF WS-ITEM-DR-CR-IND NOT = 'D'
              AND WS-ITEM-DR-CR-IND NOT = 'C'
               MOVE 'DR/CR INDICATOR STILL INVALID' TO WS-REJ-REASON
               GO TO 3200-EXIT
           END-IF.
           IF WS-ITEM-AMOUNT NOT NUMERIC
              OR WS-ITEM-AMOUNT NOT > 0
               MOVE 'AMOUNT STILL INVALID' TO WS-REJ-REASON
               GO TO 3200-EXIT
           END-IF.

           MOVE WS-ITEM-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3200-EXIT.
           EXIT.

       3300-WRITE-REFUSAL.
           ADD 1 TO WS-CTL-REFUSED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED   CORRECTION "' DELIMITED SIZE
                  RPSTCTL-REC(1:44)        DELIMITED SIZE
                  '" - '                   DELIMITED SIZE
                  WS-REJ-REASON            DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       3300-EXIT.
           EXIT.

       3400-CLOSE-ITEM.
           MOVE WS-RNL-RUN-DATE TO TRS-RESOLVED-DATE.
           MOVE TRAN-SUSPENSE-RECORD TO FD-TRNSUSP-REC.
           REWRITE FD-TRNSUSP-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One register line per item: suspense id, the item as it now
      * stands, the reason it was rejected and what was done with it
      * (in WS-REJ-REASON).
      *---------------------------------------------------------------*
       3500-LIST-ITEM.
           MOVE TRS-TRAN TO WS-ITEM.
           MOVE TRS-SUSP-ID     TO WS-EDIT-SUSP-ID.
           MOVE WS-ITEM-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE WS-ITEM-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-REJ-REASON(1:22) DELIMITED SIZE
                  ' SUSP '            DELIMITED SIZE
                  WS-EDIT-SUSP-ID     DELIMITED SIZE
                  ' ACCT-ID '         DELIMITED SIZE
                  WS-EDIT-ACCT-ID     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ITEM-DR-CR-IND   DELIMITED SIZE
                  WS-EDIT-AMOUNT      DELIMITED SIZE
                  ' REJECTED '        DELIMITED SIZE
                  TRS-REJECT-DATE     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  TRS-REASON          DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Write the item in TRS-TRAN to the repost batch and roll it
      * into the trailer figures.
      *---------------------------------------------------------------*
       3600-WRITE-REPOST.
           MOVE TRS-TRAN TO TRANSACTION-RECORD.
           WRITE TRANSACTION-RECORD.
           MOVE 'RPSTTRAN' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-ITEMS.
           ADD TRAN-ACCT-ID TO WS-HASH-ACCT-ID.
           IF TRAN-DEBIT
               ADD TRAN-AMOUNT TO WS-TOT-DEBITS
           ELSE
               ADD TRAN-AMOUNT TO WS-TOT-CREDITS
           END-IF.
       3600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Pre-pass for frozen-account items: table the accounts of the
      * open items rejected ACCOUNT STATUS FROZEN, then read ACCTHIST
      * once for the latest reactivation (a change to status 'Y') of
      * each.  An account past the table is not re-offered tonight;
      * its items stay open for a later run or the suspense desk.
      *---------------------------------------------------------------*
       4000-PRESCAN-FROZEN.
           CLOSE RPSTCTL.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 0 TO FD-TRS-SUSP-ID.
           START TRNSUSP KEY IS NOT LESS THAN FD-TRS-SUSP-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 4100-COLLECT-FROZEN THRU 4100-EXIT
               UNTIL WS-SCAN-EOF.

           IF WS-FRZ-ENTRIES > 0
               OPEN INPUT ACCTHIST
               MOVE 'ACCTHIST' TO WS-ERR-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9800-CHECK-STATUS THRU 9800-EXIT
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 4200-SCAN-ACCTHIST THRU 4200-EXIT
                   UNTIL WS-SCAN-EOF
               CLOSE ACCTHIST
           END-IF.
       4000-EXIT.
           EXIT.

       4100-COLLECT-FROZEN.
           READ TRNSUSP NEXT RECORD INTO TRAN-SUSPENSE-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 4100-EXIT
           END-IF.
           IF NOT TRS-OPEN
              OR TRS-REASON NOT = 'ACCOUNT STATUS FROZEN'
               GO TO 4100-EXIT
           END-IF.

           MOVE TRS-TRAN TO WS-ITEM.
           MOVE WS-ITEM-ACCT-ID TO WS-FRZ-ACCT-ID-KEY.
           PERFORM 4300-FIND-FRZ-ENTRY THRU 4300-EXIT.
           IF NOT WS-FRZ-FOUND
               IF WS-FRZ-ENTRIES < 500
                   ADD 1 TO WS-FRZ-ENTRIES
                   SET WS-FRZ-IX TO WS-FRZ-ENTRIES
                   MOVE WS-ITEM-ACCT-ID TO WS-FRZ-ACCT-ID(WS-FRZ-IX)
                   MOVE SPACES TO WS-FRZ-REACT-DATE(WS-FRZ-IX)
               ELSE
                   ADD 1 TO WS-FRZ-OVERFLOW
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.

       4200-SCAN-ACCTHIST.
           READ ACCTHIST
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'ACCTHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 4200-EXIT
           END-IF.
           IF ASH-NEW-STATUS NOT = 'Y'
               GO TO 4200-EXIT
           END-IF.
           MOVE ASH-ACCT-ID TO WS-FRZ-ACCT-ID-KEY.
           PERFORM 4300-FIND-FRZ-ENTRY THRU 4300-EXIT.
           IF WS-FRZ-FOUND
               IF ASH-EFFECTIVE-DATE > WS-FRZ-REACT-DATE(WS-FRZ-IX)
                   MOVE ASH-EFFECTIVE-DATE
                       TO WS-FRZ-REACT-DATE(WS-FRZ-IX)
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

       4300-FIND-FRZ-ENTRY.
           MOVE 'N' TO WS-FRZ-FOUND-SW.
           SET WS-FRZ-IX TO 1.
           PERFORM 4310-SEARCH-FRZ-ENTRY THRU 4310-EXIT
               UNTIL WS-FRZ-IX > WS-FRZ-ENTRIES
                  OR WS-FRZ-FOUND.
       4300-EXIT.
           EXIT.

       4310-SEARCH-FRZ-ENTRY.
           IF WS-FRZ-ACCT-ID(WS-FRZ-IX) = WS-FRZ-ACCT-ID-KEY
               SET WS-FRZ-FOUND TO TRUE
           ELSE
               SET WS-FRZ-IX UP BY 1
           END-IF.
       4310-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One pass of the master: purge what was closed on an earlier
      * day, re-offer frozen-account items whose account is active
      * again, and age everything still open.
      *---------------------------------------------------------------*
       5000-SWEEP-SUSPENSE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 0 TO FD-TRS-SUSP-ID.
           START TRNSUSP KEY IS NOT LESS THAN FD-TRS-SUSP-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 5100-SWEEP-ONE-ITEM THRU 5100-EXIT
               UNTIL WS-SCAN-EOF.
       5000-EXIT.
           EXIT.

       5100-SWEEP-ONE-ITEM.
           READ TRNSUSP NEXT RECORD INTO TRAN-SUSPENSE-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 5100-EXIT
           END-IF.

           IF NOT TRS-OPEN
               IF TRS-RESOLVED-DATE < WS-RNL-RUN-DATE
                   DELETE TRNSUSP RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME
                   MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS
                   PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT
                   ADD 1 TO WS-CTL-PURGED
               END-IF
               GO TO 5100-EXIT
           END-IF.

           IF TRS-REASON = 'ACCOUNT STATUS FROZEN'
               PERFORM 5200-REOFFER-FROZEN THRU 5200-EXIT
               IF TRS-REPOSTED
                   GO TO 5100-EXIT
               END-IF
           END-IF.

           PERFORM 5300-AGE-ITEM THRU 5300-EXIT.
       5100-EXIT.
           EXIT.

       5200-REOFFER-FROZEN.
           MOVE TRS-TRAN TO WS-ITEM.
           MOVE WS-ITEM-ACCT-ID TO WS-FRZ-ACCT-ID-KEY.
           PERFORM 4300-FIND-FRZ-ENTRY THRU 4300-EXIT.
           IF NOT WS-FRZ-FOUND
               GO TO 5200-EXIT
           END-IF.
           IF WS-FRZ-REACT-DATE(WS-FRZ-IX) = SPACES
              OR WS-FRZ-REACT-DATE(WS-FRZ-IX) < TRS-REJECT-DATE
               GO TO 5200-EXIT
           END-IF.

           MOVE WS-ITEM-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   GO TO 5200-EXIT
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF NOT ACCT-STATUS-ACTIVE
               GO TO 5200-EXIT
           END-IF.

           MOVE 'R' TO TRS-STATUS.
           PERFORM 3400-CLOSE-ITEM THRU 3400-EXIT.
           PERFORM 3600-WRITE-REPOST THRU 3600-EXIT.
           ADD 1 TO WS-CTL-REOFFERED.
           MOVE 'RE-OFFERED REACTIVATED' TO WS-REJ-REASON.
           PERFORM 3500-LIST-ITEM THRU 3500-EXIT.
       5200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Age one open item into its reason's band, and flag it for
      * write-off once it is older than the cutoff.
      *---------------------------------------------------------------*
       5300-AGE-ITEM.
           MOVE TRS-TRAN TO WS-ITEM.
           MOVE 'D' TO CODATARI-FUNCTION.
           MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1.
           MOVE TRS-REJECT-DATE TO CODATARI-DATE2.
           CALL 'COBDATAR' USING CODATARI-REC.
           MOVE CODATARI-DAYS TO WS-ITEM-AGE.
           IF CODATARI-ERROR-MSG NOT = SPACES
               MOVE 0 TO WS-ITEM-AGE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ITEM-AGE > 90
                   MOVE 4 TO WS-BAND-SUB
               WHEN WS-ITEM-AGE > 60
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-ITEM-AGE > 30
                   MOVE 2 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 1 TO WS-BAND-SUB
           END-EVALUATE.

           ADD 1 TO WS-CTL-OPEN.
           PERFORM 5400-FIND-OR-ADD-REASON THRU 5400-EXIT.
           IF WS-RSN-FOUND
               ADD 1 TO WS-RSN-COUNT(WS-RSN-IX)
               ADD WS-ITEM-AMOUNT
                   TO WS-RSN-BAND-AMT(WS-RSN-IX, WS-BAND-SUB)
               ADD WS-ITEM-AMOUNT TO WS-RSN-TOTAL(WS-RSN-IX)
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-BAND-TOT-AMT(WS-BAND-SUB).
           ADD WS-ITEM-AMOUNT TO WS-GRAND-TOTAL.

           IF WS-ITEM-AGE > WS-CUTOFF-DAYS
               ADD 1 TO WS-CTL-FLAGGED
               ADD WS-ITEM-AMOUNT TO WS-TOT-FLAGGED
               IF NOT TRS-WO-FLAGGED
                   MOVE 'Y' TO TRS-WO-FLAG
                   MOVE TRAN-SUSPENSE-RECORD TO FD-TRNSUSP-REC
                   REWRITE FD-TRNSUSP-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'TRNSUSP ' TO WS-ERR-FILE-NAME
                   MOVE WS-TRS-STATUS TO WS-ERR-FILE-STATUS
                   PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT
               END-IF
               MOVE 'FLAGGED FOR WRITE-OFF' TO WS-REJ-REASON
               PERFORM 3500-LIST-ITEM THRU 3500-EXIT
           END-IF.
       5300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Find the item's reason on the aging table, adding it if new.
      * Reasons past the table still count in the band totals.
      *---------------------------------------------------------------*
       5400-FIND-OR-ADD-REASON.
           MOVE 'N' TO WS-RSN-FOUND-SW.
           SET WS-RSN-IX TO 1.
           PERFORM 5410-SEARCH-REASON THRU 5410-EXIT
               UNTIL WS-RSN-IX > WS-RSN-ENTRIES
                  OR WS-RSN-FOUND.
           IF NOT WS-RSN-FOUND
              AND WS-RSN-ENTRIES < 30
               ADD 1 TO WS-RSN-ENTRIES
               SET WS-RSN-IX TO WS-RSN-ENTRIES
               MOVE TRS-REASON TO WS-RSN-TEXT(WS-RSN-IX)
               MOVE 0 TO WS-RSN-COUNT(WS-RSN-IX)
               MOVE 0 TO WS-RSN-BAND-AMT(WS-RSN-IX, 1)
               MOVE 0 TO WS-RSN-BAND-AMT(WS-RSN-IX, 2)
               MOVE 0 TO WS-RSN-BAND-AMT(WS-RSN-IX, 3)
               MOVE 0 TO WS-RSN-BAND-AMT(WS-RSN-IX, 4)
               MOVE 0 TO WS-RSN-TOTAL(WS-RSN-IX)
               SET WS-RSN-FOUND TO TRUE
           END-IF.
       5400-EXIT.
           EXIT.

       5410-SEARCH-REASON.
           IF WS-RSN-TEXT(WS-RSN-IX) = TRS-REASON
               SET WS-RSN-FOUND TO TRUE
           ELSE
               SET WS-RSN-IX UP BY 1
           END-IF.
       5410-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'RPSTRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Close the repost batch with the trailer TRANBAL proves.
      *---------------------------------------------------------------*
       7000-WRITE-TRAILER.
           MOVE SPACES          TO TBAT-TRAILER-REC.
           MOVE 'T'             TO TBT-REC-TYPE.
           MOVE WS-CTL-ITEMS    TO TBT-ITEM-COUNT.
           MOVE WS-TOT-DEBITS   TO TBT-TOT-DEBITS.
           MOVE WS-TOT-CREDITS  TO TBT-TOT-CREDITS.
           MOVE WS-HASH-ACCT-ID TO TBT-HASH-ACCT-ID.
           WRITE TBAT-TRAILER-REC.
           MOVE 'RPSTTRAN' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Dollars still in suspense, by reject reason and age band.
      *---------------------------------------------------------------*
       8000-PRINT-AGING.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           MOVE 'OPEN SUSPENSE BY REJECT REASON' TO RPT-LINE(1:30).
           MOVE '      ITEMS'     TO RPT-LINE(32:11).
           MOVE '     0-30 DAYS'  TO RPT-LINE(44:14).
           MOVE '    31-60 DAYS'  TO RPT-LINE(59:14).
           MOVE '    61-90 DAYS'  TO RPT-LINE(74:14).
           MOVE '  OVER 90 DAYS'  TO RPT-LINE(89:14).
           MOVE '           TOTAL' TO RPT-LINE(104:16).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 8100-PRINT-REASON THRU 8100-EXIT
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > WS-RSN-ENTRIES.

           MOVE SPACES TO RPT-LINE.
           MOVE 'ALL REASONS' TO RPT-LINE(1:30).
           MOVE WS-CTL-OPEN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(32:11).
           MOVE WS-BAND-TOT-AMT(1) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(44:14).
           MOVE WS-BAND-TOT-AMT(2) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(59:14).
           MOVE WS-BAND-TOT-AMT(3) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(74:14).
           MOVE WS-BAND-TOT-AMT(4) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(89:14).
           MOVE WS-GRAND-TOTAL TO WS-EDIT-TOTAL.
           MOVE WS-EDIT-TOTAL TO RPT-LINE(104:16).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       8100-PRINT-REASON.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RSN-TEXT(WS-RSN-IX) TO RPT-LINE(1:30).
           MOVE WS-RSN-COUNT(WS-RSN-IX) TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(32:11).
           MOVE WS-RSN-BAND-AMT(WS-RSN-IX, 1) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(44:14).
           MOVE WS-RSN-BAND-AMT(WS-RSN-IX, 2) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(59:14).
           MOVE WS-RSN-BAND-AMT(WS-RSN-IX, 3) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(74:14).
           MOVE WS-RSN-BAND-AMT(WS-RSN-IX, 4) TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO RPT-LINE(89:14).
           MOVE WS-RSN-TOTAL(WS-RSN-IX) TO WS-EDIT-TOTAL.
           MOVE WS-EDIT-TOTAL TO RPT-LINE(104:16).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8100-EXIT.
           EXIT.

       8500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-REJECTS-MERGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REJECTS MERGED FROM TRANREJ  ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REPAIRED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ITEMS REPAIRED AND REPOSTED  ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REOFFERED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REACTIVATED ITEMS RE-OFFERED ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ITEMS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REPOST BATCH ITEMS . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-DEBITS TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'REPOST BATCH DEBITS  . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-CREDITS TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'REPOST BATCH CREDITS . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-WRITTEN-OFF TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ITEMS WRITTEN OFF  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-WRITTEN-OFF TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT WRITTEN OFF . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-FLAGGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ITEMS FLAGGED FOR WRITE-OFF  ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-FLAGGED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT FLAGGED FOR WRITE-OFF ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REFUSED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CORRECTIONS REFUSED  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-PURGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CLOSED ITEMS PURGED  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-FRZ-OVERFLOW > 0
               MOVE WS-FRZ-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'FROZEN ITEMS NOT CHECKED . . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE TRNSUSP.
           CLOSE ACCTFILE.
           CLOSE RPSTTRAN.
           CLOSE RPSTRPT.
           DISPLAY 'ACCTRPST DONE - MERGED: ' WS-CTL-REJECTS-MERGED
                   ' REPAIRED: ' WS-CTL-REPAIRED
                   ' RE-OFFERED: ' WS-CTL-REOFFERED
                   ' WRITTEN OFF: ' WS-CTL-WRITTEN-OFF
                   ' FLAGGED: ' WS-CTL-FLAGGED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTRPST'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           COMPUTE RNL-RECS-READ =
               WS-CTL-REJECTS-MERGED + WS-CTL-CORRECTIONS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-REJECTS-MERGED + WS-CTL-REPAIRED
               + WS-CTL-REOFFERED + WS-CTL-WRITTEN-OFF.
           MOVE WS-CTL-REFUSED   TO RNL-RECS-REJECTED.
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
           DISPLAY 'ACCTRPST: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTRPST: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTRPST: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
