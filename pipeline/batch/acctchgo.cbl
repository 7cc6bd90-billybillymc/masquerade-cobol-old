       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHGO.
      ******************************************************************
      * Charge-off run, after ACCTDLNQ at cycle close.  Walks the
      * delinquency master DLNQFILE and selects every account that
      * has closed the PARM number of consecutive cycles in the
      * 90-day bucket (DLNQ-CYCLES-AT-90).  For each one still
      * carrying a debit balance on ACCTFILE:
      *   - the balance is written off by a CVTRN01Y credit item on
      *     CHGOTRAN - source code CHGO, dated the run date - so the
      *     write-off reaches ACCT-CURR-BAL and TRANHIST through the
      *     normal ACCTPOST posting path;
      *   - a status change to closed ('C', reason CHGO) is written
      *     to CHGOSTUP in the STUPCTL layout for ACCTSTUP to apply,
      *     so the closure lands on ACCTHIST like any other;
      *   - the amount is recorded on the charge-off ledger CHGOLEDG
      *     (CVCGO01Y, keyed by account id) and journalled as a 'C'
      *     entry on CHGOJRNL (CVCGO02Y), which is where ACCTPOST
      *     books any later recovery and what the monthly ACCTCORP
      *     report totals by group.
      * An account already on the ledger is not charged off twice,
      * and one whose balance has since been paid down to nothing is
      * listed and left alone.  CHGORPT is the charge-off register.
      *
      * The PARM is the number of consecutive cycles in the 90-day
      * bucket that triggers a charge-off (3 digits, default 004 -
      * the bucket is capped at 90, so the fourth consecutive cycle
      * in it is the account's 180th day past due).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLNQFILE ASSIGN TO DLNQFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DLQ-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT CHGOLEDG ASSIGN TO CHGOLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CGO-ACCT-ID
                  FILE STATUS IS WS-LEDG-STATUS.
           SELECT CHGOTRAN ASSIGN TO CHGOTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT CHGOSTUP ASSIGN TO CHGOSTUP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STUP-STATUS.
           SELECT CHGOJRNL ASSIGN TO CHGOJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.
           SELECT CHGORPT ASSIGN TO CHGORPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DLNQFILE
           RECORDING MODE IS F.
       01  DLNQFILE-REC.
           05  DLNQ-ACCT-ID                  PIC 9(11).
           05  DLNQ-BUCKET                   PIC 9(03).
           05  DLNQ-MIN-DUE                  PIC S9(10)V99.
           05  DLNQ-LAST-CYC-DATE            PIC X(10).
           05  DLNQ-CYCLES-AT-90             PIC 9(03).
           05  FILLER                        PIC X(01).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CHGOLEDG.
       01  FD-CHGOLEDG-REC.
           05 FD-CGO-ACCT-ID                    PIC 9(11).
           05 FD-CGO-DATA                       PIC X(69).

       FD  CHGOTRAN
           RECORDING MODE IS F.
           COPY CVTRN01Y.

       FD  CHGOSTUP
           RECORDING MODE IS F.
       01  CHGOSTUP-REC.
           05  CHGOSTUP-ACCT-ID              PIC 9(11).
           05  CHGOSTUP-NEW-STATUS           PIC X(01).
           05  CHGOSTUP-EFFECTIVE-DATE       PIC X(10).
           05  CHGOSTUP-REASON-CODE          PIC X(04).

       FD  CHGOJRNL
           RECORDING MODE IS F.
           COPY CVCGO02Y.

       FD  CHGORPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCGO01Y.
       01  WS-STATUS                PIC XX.
       01  WS-DLQ-STATUS            PIC XX.
       01  WS-LEDG-STATUS           PIC XX.
       01  WS-TRAN-STATUS           PIC XX.
       01  WS-STUP-STATUS           PIC XX.
       01  WS-JRNL-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-ON-LEDGER-SW          PIC X(01).
           88  WS-ON-LEDGER                  VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-TRIGGER-CYCLES        PIC 9(03) VALUE 4.

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CANDIDATES        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CHARGED-OFF       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ON-LEDGER         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NOT-ON-FILE       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NO-BALANCE        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CLOSE-RQSTS       PIC 9(09) COMP VALUE 0.
       01  WS-TOT-CHARGED-OFF       PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-CYCLES           PIC ZZ9.
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
           PERFORM 2000-SCREEN-DLNQ-RECORD
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
           MOVE 'ACCTCHGO'      TO RNL-PROGRAM-ID.
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
               MOVE WS-PARM-RAW(1:3) TO WS-TRIGGER-CYCLES
           END-IF.

           OPEN INPUT DLNQFILE.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-DLQ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN I-O CHGOLEDG.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT CHGOTRAN.
           MOVE 'CHGOTRAN' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT CHGOSTUP.
           MOVE 'CHGOSTUP' TO WS-ERR-FILE-NAME.
           MOVE WS-STUP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN EXTEND CHGOJRNL.
           MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME.
           MOVE WS-JRNL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT CHGORPT.
           MOVE 'CHGORPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE WS-TRIGGER-CYCLES TO WS-EDIT-CYCLES.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGE-OFF REGISTER - '   DELIMITED SIZE
                  WS-RNL-RUN-DATE            DELIMITED SIZE
                  ' - TRIGGER '              DELIMITED SIZE
                  WS-EDIT-CYCLES             DELIMITED SIZE
                  ' CONSECUTIVE CYCLES IN THE 90-DAY BUCKET'
                                             DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-DLNQ THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-SCREEN-DLNQ-RECORD.
           ADD 1 TO WS-CTL-RECS-READ.
           IF DLNQ-BUCKET = 90
              AND DLNQ-CYCLES-AT-90 IS NUMERIC
              AND DLNQ-CYCLES-AT-90 >= WS-TRIGGER-CYCLES
               ADD 1 TO WS-CTL-CANDIDATES
               PERFORM 2200-CHARGE-OFF-ACCOUNT THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-DLNQ THRU 2100-EXIT.

       2100-READ-DLNQ.
           READ DLNQFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-DLQ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One candidate.  The ledger is checked first - the carried
      * delinquency master still shows a charged-off account at 90
      * until its next cycle close, and a rerun must not write the
      * balance off a second time.  The ledger record is written
      * before the sequential outputs so a key collision leaves
      * nothing else behind.
      *---------------------------------------------------------------*
       2200-CHARGE-OFF-ACCOUNT.
           MOVE 'N' TO WS-ON-LEDGER-SW.
           MOVE DLNQ-ACCT-ID TO FD-CGO-ACCT-ID.
           READ CHGOLEDG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-LEDGER TO TRUE
           END-READ.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-ON-LEDGER
               ADD 1 TO WS-CTL-ON-LEDGER
               GO TO 2200-EXIT
           END-IF.

           MOVE DLNQ-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-CTL-NOT-ON-FILE
                   MOVE DLNQ-ACCT-ID TO WS-EDIT-ACCT-ID
                   MOVE SPACES TO RPT-LINE
                   STRING 'ACCT-ID '       DELIMITED SIZE
                          WS-EDIT-ACCT-ID  DELIMITED SIZE
                          ' NOT ON ACCTFILE - NOT CHARGED OFF'
                                           DELIMITED SIZE
                       INTO RPT-LINE
                   END-STRING
                   PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           IF ACCT-CURR-BAL NOT > 0
               ADD 1 TO WS-CTL-NO-BALANCE
               MOVE ACCT-ID       TO WS-EDIT-ACCT-ID
               MOVE ACCT-CURR-BAL TO WS-EDIT-AMOUNT
               MOVE SPACES TO RPT-LINE
               STRING 'ACCT-ID '       DELIMITED SIZE
                      WS-EDIT-ACCT-ID  DELIMITED SIZE
                      ' CURR-BAL '     DELIMITED SIZE
                      WS-EDIT-AMOUNT   DELIMITED SIZE
                      ' - NO BALANCE TO CHARGE OFF'
                                       DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES          TO CHARGE-OFF-LEDGER-RECORD.
           MOVE ACCT-ID         TO CGO-ACCT-ID.
           MOVE ACCT-GROUP-ID   TO CGO-GROUP-ID.
           MOVE WS-RNL-RUN-DATE TO CGO-CHGO-DATE.
           MOVE ACCT-CURR-BAL   TO CGO-CHGO-AMOUNT.
           MOVE 0               TO CGO-RECOVERED-AMT.
           MOVE CHARGE-OFF-LEDGER-RECORD TO FD-CHGOLEDG-REC.
           WRITE FD-CHGOLEDG-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-ON-LEDGER
           END-WRITE.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-LEDG-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2300-WRITE-CHARGE-OFF-ITEM THRU 2300-EXIT.
           PERFORM 2400-WRITE-JOURNAL-ENTRY THRU 2400-EXIT.
           IF NOT ACCT-STATUS-CLOSED
               PERFORM 2500-WRITE-CLOSE-REQUEST THRU 2500-EXIT
           END-IF.

           ADD 1 TO WS-CTL-CHARGED-OFF.
           ADD ACCT-CURR-BAL TO WS-TOT-CHARGED-OFF.
           MOVE ACCT-ID           TO WS-EDIT-ACCT-ID.
           MOVE ACCT-CURR-BAL     TO WS-EDIT-AMOUNT.
           MOVE DLNQ-CYCLES-AT-90 TO WS-EDIT-CYCLES.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGED OFF ACCT-ID ' DELIMITED SIZE
                  WS-EDIT-ACCT-ID        DELIMITED SIZE
                  ' GROUP '              DELIMITED SIZE
                  ACCT-GROUP-ID          DELIMITED SIZE
                  ' STATUS '             DELIMITED SIZE
                  ACCT-ACTIVE-STATUS     DELIMITED SIZE
                  ' CYCLES AT 90 '       DELIMITED SIZE
                  WS-EDIT-CYCLES         DELIMITED SIZE
                  ' AMOUNT '             DELIMITED SIZE
                  WS-EDIT-AMOUNT         DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

       2300-WRITE-CHARGE-OFF-ITEM.
           MOVE SPACES          TO TRANSACTION-RECORD.
           MOVE ACCT-ID         TO TRAN-ACCT-ID.
           MOVE 'C'             TO TRAN-DR-CR-IND.
           MOVE ACCT-CURR-BAL   TO TRAN-AMOUNT.
           MOVE WS-RNL-RUN-DATE TO TRAN-DATE.
           MOVE 'CHGO'          TO TRAN-SOURCE-CD.
           WRITE TRANSACTION-RECORD.
           MOVE 'CHGOTRAN' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2300-EXIT.
           EXIT.

       2400-WRITE-JOURNAL-ENTRY.
           MOVE SPACES          TO CHARGE-OFF-JRNL-RECORD.
           MOVE ACCT-ID         TO CGJ-ACCT-ID.
           MOVE 'C'             TO CGJ-ENTRY-TYPE.
           MOVE WS-RNL-RUN-DATE TO CGJ-ENTRY-DATE.
           MOVE ACCT-CURR-BAL   TO CGJ-AMOUNT.
           MOVE ACCT-GROUP-ID   TO CGJ-GROUP-ID.
           MOVE 'CHGO'          TO CGJ-SOURCE-CD.
           WRITE CHARGE-OFF-JRNL-RECORD.
           MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME.
           MOVE WS-JRNL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Queue the closure for ACCTSTUP in the STUPCTL layout so the
      * status change goes through the normal audited path.
      *---------------------------------------------------------------*
       2500-WRITE-CLOSE-REQUEST.
           MOVE ACCT-ID         TO CHGOSTUP-ACCT-ID.
           MOVE 'C'             TO CHGOSTUP-NEW-STATUS.
           MOVE WS-RNL-RUN-DATE TO CHGOSTUP-EFFECTIVE-DATE.
           MOVE 'CHGO'          TO CHGOSTUP-REASON-CODE.
           WRITE CHGOSTUP-REC.
           MOVE 'CHGOSTUP' TO WS-ERR-FILE-NAME.
           MOVE WS-STUP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-CLOSE-RQSTS.
       2500-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'CHGORPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DLNQFILE RECORDS READ  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-CANDIDATES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'AT TRIGGER IN 90-DAY BUCKET  ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-CHARGED-OFF TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS CHARGED OFF . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-CHARGED-OFF TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT CHARGED OFF . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-CLOSE-RQSTS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CLOSE REQUESTS WRITTEN . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ON-LEDGER TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALREADY ON THE LEDGER  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NO-BALANCE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO BALANCE TO CHARGE OFF . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NOT-ON-FILE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOT ON ACCTFILE  . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DLNQFILE.
           CLOSE ACCTFILE.
           CLOSE CHGOLEDG.
           CLOSE CHGOTRAN.
           CLOSE CHGOSTUP.
           CLOSE CHGOJRNL.
           CLOSE CHGORPT.
           DISPLAY 'ACCTCHGO DONE - CANDIDATES: ' WS-CTL-CANDIDATES
                   ' CHARGED OFF: ' WS-CTL-CHARGED-OFF
                   ' ON LEDGER: ' WS-CTL-ON-LEDGER
                   ' NO BALANCE: ' WS-CTL-NO-BALANCE
                   ' NOT ON FILE: ' WS-CTL-NOT-ON-FILE.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTCHGO'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ   TO RNL-RECS-READ.
           MOVE WS-CTL-CHARGED-OFF TO RNL-RECS-UPDATED.
           MOVE WS-CTL-NOT-ON-FILE TO RNL-RECS-REJECTED.
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
           DISPLAY 'ACCTCHGO: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTCHGO: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTCHGO: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
