       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTLBOX.
      ******************************************************************
      * Lockbox payment intake.  Reads the bank's lockbox remittance
      * file (LOCKBOX, one payment per record) and turns it into a
      * balanced TRANFILE batch (LBXTRAN) for TRANBAL and ACCTPOST:
      * an 'H' header with tonight's date and a batch id of 'LB' and
      * the run date, one CVTRN01Y credit per payment applied (source
      * code LBOX, dated with the deposit date), and a 'T' trailer
      * with the item count, the credit total and the TRAN-ACCT-ID
      * hash total TRANBAL proves.
      *
      * A payment is applied when the remitted account number is an
      * account on ACCTFILE that is not closed.  A closed account
      * still owing on the charge-off ledger CHGOLEDG is also applied
      * - ACCTPOST books the payment as a recovery.  Anything else
      * goes to the payment suspense master PAYSUSP (CVPSU01Y) with
      * a reason: account number not numeric, amount not numeric or
      * zero, account not on file, account purged to ACCTARCH (the
      * archive is checked once, in a pre-pass, for every payment
      * whose account is not on ACCTFILE), or account closed.
      *
      * Suspense items cash applications have researched come back
      * on the SUSPCTL control file before the day's lockbox is read:
      *   A - apply the item to the account named on the control
      *       record, which must pass the same checks; the payment
      *       goes out in this run's batch with the rest;
      *   R - returned to the remitter; the item is closed and
      *       nothing is posted.
      *
      * LBXWORK is the cash-applications worklist: the resolutions
      * applied or refused, the payments suspended today, and then
      * every item still open in suspense with its age in days, plus
      * control totals.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX ASSIGN TO LOCKBOX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LBX-STATUS.
           SELECT SUSPCTL ASSIGN TO SUSPCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT PAYSUSP ASSIGN TO PAYSUSP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-PSU-SUSP-ID
                  FILE STATUS IS WS-PSU-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT ACCTARCH ASSIGN TO ACCTARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.
           SELECT CHGOLEDG ASSIGN TO CHGOLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CGO-ACCT-ID
                  FILE STATUS IS WS-LEDG-STATUS.
           SELECT LBXTRAN ASSIGN TO LBXTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT LBXWORK ASSIGN TO LBXWORK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX
           RECORDING MODE IS F.
       01  LOCKBOX-REC.
           05  LBX-DEPOSIT-DATE              PIC X(10).
           05  LBX-ACCT-NUMBER               PIC X(11).
           05  LBX-ACCT-ID REDEFINES LBX-ACCT-NUMBER
                                             PIC 9(11).
           05  LBX-AMOUNT                    PIC 9(10)V99.
           05  LBX-CHECK-NO                  PIC X(10).
           05  LBX-ITEM-REF                  PIC X(12).
           05  LBX-REMITTER                  PIC X(25).

       FD  SUSPCTL
           RECORDING MODE IS F.
       01  SUSPCTL-REC.
           05  SUSPCTL-ACTION                PIC X(01).
               88  SUSPCTL-APPLY                  VALUE 'A'.
               88  SUSPCTL-RETURN                 VALUE 'R'.
           05  SUSPCTL-SUSP-ID               PIC 9(09).
           05  SUSPCTL-ACCT-ID               PIC 9(11).
           05  FILLER                        PIC X(59).

       FD  PAYSUSP.
       01  FD-PAYSUSP-REC.
           05 FD-PSU-SUSP-ID                    PIC 9(09).
           05 FD-PSU-DATA                       PIC X(121).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  ACCTARCH
           RECORDING MODE IS F.
           COPY CVACT01Y REPLACING ACCOUNT-RECORD BY ARCH-ACCOUNT-REC.

       FD  CHGOLEDG.
       01  FD-CHGOLEDG-REC.
           05 FD-CGO-ACCT-ID                    PIC 9(11).
           05 FD-CGO-DATA                       PIC X(69).

       FD  LBXTRAN
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

       FD  LBXWORK
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCGO01Y.
       COPY CVPSU01Y.
       01  WS-STATUS                PIC XX.
       01  WS-LBX-STATUS            PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-PSU-STATUS            PIC XX.
       01  WS-ARCH-STATUS           PIC XX.
       01  WS-LEDG-STATUS           PIC XX.
       01  WS-TRAN-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.

       01  WS-HIGH-SUSP-ID          PIC 9(09) VALUE 0.
       01  WS-BATCH-ID              PIC X(10).
       01  WS-PAY-ACCT-ID           PIC 9(11).
       01  WS-PAY-AMOUNT            PIC S9(10)V99.
       01  WS-PAY-DATE              PIC X(10).
       01  WS-SUSP-REASON           PIC X(04).
       01  WS-REASON-TEXT           PIC X(30).
       01  WS-REJ-REASON            PIC X(40).
       01  WS-SUSP-AGE              PIC S9(08).

       01  WS-ARC-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-ARC-IX.
               10  WS-ARC-ACCT-ID         PIC 9(11).
               10  WS-ARC-PURGED-SW       PIC X(01).
                   88  WS-ARC-PURGED              VALUE 'Y'.
       01  WS-ARC-FOUND-SW          PIC X(01).
           88  WS-ARC-FOUND                  VALUE 'Y'.
       01  WS-ARC-OVERFLOW          PIC 9(09) COMP VALUE 0.

       01  WS-CTL-PAYMENTS-READ     PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RESOLUTIONS-READ  PIC 9(09) COMP VALUE 0.
       01  WS-CTL-APPLIED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RESOLVED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RETURNED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-SUSPENDED         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OPEN              PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ITEMS             PIC 9(09) COMP VALUE 0.
       01  WS-TOT-CREDITS           PIC S9(11)V99 VALUE 0.
       01  WS-HASH-ACCT-ID          PIC 9(12) VALUE 0.
       01  WS-TOT-SUSPENDED         PIC S9(13)V99 VALUE 0.
       01  WS-TOT-OPEN              PIC S9(13)V99 VALUE 0.

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
           PERFORM 2000-APPLY-RESOLUTION
               UNTIL WS-EOF.
           PERFORM 2900-START-LOCKBOX THRU 2900-EXIT.
           PERFORM 3000-PROCESS-PAYMENT
               UNTIL WS-EOF.
           PERFORM 4000-LIST-OPEN-SUSPENSE THRU 4000-EXIT.
           PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
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
           MOVE 'ACCTLBOX'      TO RNL-PROGRAM-ID.
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
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT CHGOLEDG.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN I-O PAYSUSP.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1200-SCAN-PAYSUSP THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.

           PERFORM 1500-PRESCAN-ARCHIVE THRU 1500-EXIT.

           OPEN INPUT SUSPCTL.
           MOVE 'SUSPCTL ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT LBXTRAN.
           MOVE 'LBXTRAN ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT LBXWORK.
           MOVE 'LBXWORK ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE '2' TO CODATECN-TYPE.
           MOVE WS-RNL-RUN-DATE TO CODATECN-INP-DATE.
           MOVE '1' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           MOVE CODATECN-0UT-DATE(1:8) TO WS-RNL-DATE-RAW.
           MOVE SPACES TO WS-BATCH-ID.
           STRING 'LB'            DELIMITED SIZE
                  WS-RNL-DATE-RAW DELIMITED SIZE
               INTO WS-BATCH-ID
           END-STRING.
           MOVE SPACES TO TBAT-HEADER-REC.
           MOVE 'H'             TO TBH-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO TBH-BATCH-DATE.
           MOVE WS-BATCH-ID     TO TBH-BATCH-ID.
           WRITE TBAT-HEADER-REC.
           MOVE 'LBXTRAN ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'LOCKBOX INTAKE / PAYMENT SUSPENSE WORKLIST - '
                                          DELIMITED SIZE
                  WS-RNL-RUN-DATE         DELIMITED SIZE
                  ' - BATCH '             DELIMITED SIZE
                  WS-BATCH-ID             DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Suspense ids run on from the highest already on the master.
      *---------------------------------------------------------------*
       1200-SCAN-PAYSUSP.
           READ PAYSUSP NEXT RECORD INTO PAYMENT-SUSPENSE-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF PSU-SUSP-ID > WS-HIGH-SUSP-ID
                       MOVE PSU-SUSP-ID TO WS-HIGH-SUSP-ID
                   END-IF
           END-READ.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Pre-pass for purged accounts: read the lockbox file once for
      * the payments whose account number is not on ACCTFILE, then
      * read the archive once flagging the ones purged there, so a
      * payment to a purged account is suspended as such rather than
      * as an unknown number.  Payments past the table are still
      * suspended, as not on file.
      *---------------------------------------------------------------*
       1500-PRESCAN-ARCHIVE.
           OPEN INPUT LOCKBOX.
           MOVE 'LOCKBOX ' TO WS-ERR-FILE-NAME.
           MOVE WS-LBX-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-READ-LOCKBOX THRU 3100-EXIT.
           PERFORM 1510-COLLECT-NOT-ON-FILE THRU 1510-EXIT
               UNTIL WS-EOF.
           CLOSE LOCKBOX.

           IF WS-ARC-ENTRIES > 0
               OPEN INPUT ACCTARCH
               MOVE 'ACCTARCH' TO WS-ERR-FILE-NAME
               MOVE WS-ARCH-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9800-CHECK-STATUS THRU 9800-EXIT
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 1550-SCAN-ACCTARCH THRU 1550-EXIT
                   UNTIL WS-SCAN-EOF
               CLOSE ACCTARCH
           END-IF.
       1500-EXIT.
           EXIT.

       1510-COLLECT-NOT-ON-FILE.
           IF LBX-ACCT-NUMBER IS NUMERIC
               MOVE LBX-ACCT-ID TO FD-ACCT-ID
               READ ACCTFILE
                   INVALID KEY
                       MOVE LBX-ACCT-ID TO WS-PAY-ACCT-ID
                       PERFORM 2500-FIND-ARC-ENTRY THRU 2500-EXIT
                       IF NOT WS-ARC-FOUND
                           IF WS-ARC-ENTRIES < 500
                               ADD 1 TO WS-ARC-ENTRIES
                               SET WS-ARC-IX TO WS-ARC-ENTRIES
                               MOVE LBX-ACCT-ID
                                   TO WS-ARC-ACCT-ID(WS-ARC-IX)
                               MOVE 'N' TO WS-ARC-PURGED-SW(WS-ARC-IX)
                           ELSE
                               ADD 1 TO WS-ARC-OVERFLOW
                           END-IF
                       END-IF
               END-READ
               MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME
               MOVE WS-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT
           END-IF.
           PERFORM 3100-READ-LOCKBOX THRU 3100-EXIT.
       1510-EXIT.
           EXIT.

       1550-SCAN-ACCTARCH.
           READ ACCTARCH
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE ACCT-ID IN ARCH-ACCOUNT-REC TO WS-PAY-ACCT-ID
                   PERFORM 2500-FIND-ARC-ENTRY THRU 2500-EXIT
                   IF WS-ARC-FOUND
                       MOVE 'Y' TO WS-ARC-PURGED-SW(WS-ARC-IX)
                   END-IF
           END-READ.
           MOVE 'ACCTARCH' TO WS-ERR-FILE-NAME.
           MOVE WS-ARCH-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1550-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Apply one suspense resolution from cash applications.
      *---------------------------------------------------------------*
       2000-APPLY-RESOLUTION.
           ADD 1 TO WS-CTL-RESOLUTIONS-READ.
           PERFORM 2050-EDIT-AND-APPLY THRU 2050-EXIT.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.

       2050-EDIT-AND-APPLY.
           IF NOT SUSPCTL-APPLY AND NOT SUSPCTL-RETURN
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF SUSPCTL-SUSP-ID NOT NUMERIC
               MOVE 'SUSPENSE ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE SUSPCTL-SUSP-ID TO FD-PSU-SUSP-ID.
           READ PAYSUSP INTO PAYMENT-SUSPENSE-RECORD
               INVALID KEY
                   MOVE 'NO SUCH SUSPENSE ITEM' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-READ.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-PSU-STATUS NOT = '00'
               GO TO 2050-EXIT
           END-IF.
           IF NOT PSU-OPEN
               MOVE 'SUSPENSE ITEM ALREADY RESOLVED' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF SUSPCTL-RETURN
               MOVE 'R' TO PSU-STATUS
               MOVE 0   TO PSU-APPLIED-ACCT-ID
               PERFORM 2200-REWRITE-SUSPENSE THRU 2200-EXIT
               ADD 1 TO WS-CTL-RETURNED
               GO TO 2050-EXIT
           END-IF.

           IF SUSPCTL-ACCT-ID NOT NUMERIC
               MOVE 'ACCT-ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.
           IF PSU-AMOUNT NOT > 0
               MOVE 'SUSPENSE ITEM HAS NO AMOUNT' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE SUSPCTL-ACCT-ID TO WS-PAY-ACCT-ID.
           PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT.
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 4200-REASON-TEXT THRU 4200-EXIT
               MOVE WS-REASON-TEXT TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE PSU-AMOUNT       TO WS-PAY-AMOUNT.
           MOVE PSU-DEPOSIT-DATE TO WS-PAY-DATE.
           PERFORM 3400-WRITE-PAYMENT THRU 3400-EXIT.
           MOVE 'A'              TO PSU-STATUS.
           MOVE SUSPCTL-ACCT-ID  TO PSU-APPLIED-ACCT-ID.
           PERFORM 2200-REWRITE-SUSPENSE THRU 2200-EXIT.
           ADD 1 TO WS-CTL-RESOLVED.
       2050-EXIT.
           EXIT.

       2100-READ-CONTROL.
           READ SUSPCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'SUSPCTL ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Close a suspense item off and list the resolution.
      *---------------------------------------------------------------*
       2200-REWRITE-SUSPENSE.
           MOVE WS-RNL-RUN-DATE TO PSU-RESOLVED-DATE.
           MOVE PAYMENT-SUSPENSE-RECORD TO FD-PAYSUSP-REC.
           REWRITE FD-PAYSUSP-REC
               INVALID KEY
                   MOVE 'PAYSUSP REWRITE FAILED' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-REWRITE.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-PSU-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           MOVE PSU-SUSP-ID TO WS-EDIT-SUSP-ID.
           MOVE PSU-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           IF PSU-APPLIED
               MOVE PSU-APPLIED-ACCT-ID TO WS-EDIT-ACCT-ID
               STRING 'RESOLVED  SUSP '     DELIMITED SIZE
                      WS-EDIT-SUSP-ID       DELIMITED SIZE
                      ' APPLIED TO ACCT-ID ' DELIMITED SIZE
                      WS-EDIT-ACCT-ID       DELIMITED SIZE
                      ' AMOUNT '            DELIMITED SIZE
                      WS-EDIT-AMOUNT        DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               STRING 'RESOLVED  SUSP '     DELIMITED SIZE
                      WS-EDIT-SUSP-ID       DELIMITED SIZE
                      ' RETURNED TO REMITTER ' DELIMITED SIZE
                      PSU-REMITTER          DELIMITED SIZE
                      ' AMOUNT '            DELIMITED SIZE
                      WS-EDIT-AMOUNT        DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

       2300-WRITE-REJECT.
           ADD 1 TO WS-CTL-REJECTED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED   RESOLUTION "' DELIMITED SIZE
                  SUSPCTL-REC(1:21)        DELIMITED SIZE
                  '" - '                   DELIMITED SIZE
                  WS-REJ-REASON            DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Decide whether a payment can be applied to WS-PAY-ACCT-ID.
      * WS-SUSP-REASON comes back spaces when it can, otherwise the
      * suspense reason code.  A closed account is accepted only
      * while it still owes on the charge-off ledger, where the
      * payment is a recovery.
      *---------------------------------------------------------------*
       2400-CHECK-ACCOUNT.
           MOVE SPACES TO WS-SUSP-REASON.
           MOVE WS-PAY-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'NOAC' TO WS-SUSP-REASON
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 2500-FIND-ARC-ENTRY THRU 2500-EXIT
               IF WS-ARC-FOUND
                   IF WS-ARC-PURGED(WS-ARC-IX)
                       MOVE 'ARCH' TO WS-SUSP-REASON
                   END-IF
               END-IF
               GO TO 2400-EXIT
           END-IF.
           IF NOT ACCT-STATUS-CLOSED IN ACCOUNT-RECORD
               GO TO 2400-EXIT
           END-IF.

           MOVE 'CLSD' TO WS-SUSP-REASON.
           MOVE WS-PAY-ACCT-ID TO FD-CGO-ACCT-ID.
           READ CHGOLEDG INTO CHARGE-OFF-LEDGER-RECORD
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF CGO-CHGO-AMOUNT > CGO-RECOVERED-AMT
               MOVE SPACES TO WS-SUSP-REASON
           END-IF.
       2400-EXIT.
           EXIT.

       2500-FIND-ARC-ENTRY.
           MOVE 'N' TO WS-ARC-FOUND-SW.
           SET WS-ARC-IX TO 1.
           PERFORM 2510-SEARCH-ARC-ENTRY THRU 2510-EXIT
               UNTIL WS-ARC-IX > WS-ARC-ENTRIES
                  OR WS-ARC-FOUND.
       2500-EXIT.
           EXIT.

       2510-SEARCH-ARC-ENTRY.
           IF WS-ARC-ACCT-ID(WS-ARC-IX) = WS-PAY-ACCT-ID
               SET WS-ARC-FOUND TO TRUE
           ELSE
               SET WS-ARC-IX UP BY 1
           END-IF.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Resolutions are done - reopen the lockbox file for the day's
      * payments.
      *---------------------------------------------------------------*
       2900-START-LOCKBOX.
           CLOSE SUSPCTL.
           OPEN INPUT LOCKBOX.
           MOVE 'LOCKBOX ' TO WS-ERR-FILE-NAME.
           MOVE WS-LBX-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-READ-LOCKBOX THRU 3100-EXIT.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One remitted payment: apply it to the batch or suspend it.
      *---------------------------------------------------------------*
       3000-PROCESS-PAYMENT.
           ADD 1 TO WS-CTL-PAYMENTS-READ.
           PERFORM 3050-MATCH-PAYMENT THRU 3050-EXIT.
           PERFORM 3100-READ-LOCKBOX THRU 3100-EXIT.

       3050-MATCH-PAYMENT.
           MOVE SPACES TO WS-SUSP-REASON.
           EVALUATE TRUE
               WHEN LBX-AMOUNT NOT NUMERIC
                   MOVE 'BADA' TO WS-SUSP-REASON
               WHEN LBX-AMOUNT = 0
                   MOVE 'BADA' TO WS-SUSP-REASON
               WHEN LBX-ACCT-NUMBER NOT NUMERIC
                   MOVE 'BADN' TO WS-SUSP-REASON
               WHEN OTHER
                   MOVE LBX-ACCT-ID TO WS-PAY-ACCT-ID
                   PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT
           END-EVALUATE.
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
               GO TO 3050-EXIT
           END-IF.

           MOVE LBX-AMOUNT TO WS-PAY-AMOUNT.
           MOVE '2' TO CODATECN-TYPE.
           MOVE LBX-DEPOSIT-DATE TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           IF CODATECN-ERROR-MSG = SPACES
               MOVE LBX-DEPOSIT-DATE TO WS-PAY-DATE
           ELSE
               MOVE WS-RNL-RUN-DATE TO WS-PAY-DATE
           END-IF.
           PERFORM 3400-WRITE-PAYMENT THRU 3400-EXIT.
       3050-EXIT.
           EXIT.

       3100-READ-LOCKBOX.
           READ LOCKBOX
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'LOCKBOX ' TO WS-ERR-FILE-NAME.
           MOVE WS-LBX-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Put an unapplied payment into suspense exactly as remitted.
      *---------------------------------------------------------------*
       3300-WRITE-SUSPENSE.
           ADD 1 TO WS-HIGH-SUSP-ID.
           MOVE SPACES           TO PAYMENT-SUSPENSE-RECORD.
           MOVE WS-HIGH-SUSP-ID  TO PSU-SUSP-ID.
           MOVE 'O'              TO PSU-STATUS.
           MOVE LBX-DEPOSIT-DATE TO PSU-DEPOSIT-DATE.
           MOVE LBX-ACCT-NUMBER  TO PSU-ACCT-NUMBER.
           IF LBX-AMOUNT IS NUMERIC
               MOVE LBX-AMOUNT   TO PSU-AMOUNT
           ELSE
               MOVE 0            TO PSU-AMOUNT
           END-IF.
           MOVE LBX-CHECK-NO     TO PSU-CHECK-NO.
           MOVE LBX-ITEM-REF     TO PSU-ITEM-REF.
           MOVE LBX-REMITTER     TO PSU-REMITTER.
           MOVE WS-SUSP-REASON   TO PSU-REASON-CD.
           MOVE WS-RNL-RUN-DATE  TO PSU-SUSP-DATE.
           MOVE 0                TO PSU-APPLIED-ACCT-ID.
           MOVE PAYMENT-SUSPENSE-RECORD TO FD-PAYSUSP-REC.
           WRITE FD-PAYSUSP-REC.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-SUSPENDED.
           ADD PSU-AMOUNT TO WS-TOT-SUSPENDED.

           PERFORM 4200-REASON-TEXT THRU 4200-EXIT.
           MOVE PSU-SUSP-ID TO WS-EDIT-SUSP-ID.
           MOVE PSU-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SUSPENDED SUSP '    DELIMITED SIZE
                  WS-EDIT-SUSP-ID      DELIMITED SIZE
                  ' ACCT "'            DELIMITED SIZE
                  PSU-ACCT-NUMBER      DELIMITED SIZE
                  '" AMOUNT '          DELIMITED SIZE
                  WS-EDIT-AMOUNT       DELIMITED SIZE
                  ' CHECK '            DELIMITED SIZE
                  PSU-CHECK-NO         DELIMITED SIZE
                  ' - '                DELIMITED SIZE
                  WS-REASON-TEXT       DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       3300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Write one payment credit to the batch and roll it into the
      * trailer figures.
      *---------------------------------------------------------------*
       3400-WRITE-PAYMENT.
           MOVE SPACES          TO TRANSACTION-RECORD.
           MOVE WS-PAY-ACCT-ID  TO TRAN-ACCT-ID.
           MOVE 'C'             TO TRAN-DR-CR-IND.
           MOVE WS-PAY-AMOUNT   TO TRAN-AMOUNT.
           MOVE WS-PAY-DATE     TO TRAN-DATE.
           MOVE 'LBOX'          TO TRAN-SOURCE-CD.
           WRITE TRANSACTION-RECORD.
           MOVE 'LBXTRAN ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-ITEMS.
           ADD WS-PAY-AMOUNT  TO WS-TOT-CREDITS.
           ADD WS-PAY-ACCT-ID TO WS-HASH-ACCT-ID.
           ADD 1 TO WS-CTL-APPLIED.
       3400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The worklist proper: every item still open in suspense,
      * oldest first (suspense ids are issued in date order), with
      * the days it has sat there.
      *---------------------------------------------------------------*
       4000-LIST-OPEN-SUSPENSE.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPEN SUSPENSE ITEMS' DELIMITED SIZE INTO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 0 TO FD-PSU-SUSP-ID.
           START PAYSUSP KEY IS NOT LESS THAN FD-PSU-SUSP-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 4100-LIST-ONE-ITEM THRU 4100-EXIT
               UNTIL WS-SCAN-EOF.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-ITEM.
           READ PAYSUSP NEXT RECORD INTO PAYMENT-SUSPENSE-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'PAYSUSP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PSU-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF OR NOT PSU-OPEN
               GO TO 4100-EXIT
           END-IF.

           ADD 1 TO WS-CTL-OPEN.
           ADD PSU-AMOUNT TO WS-TOT-OPEN.
           MOVE 'D' TO CODATARI-FUNCTION.
           MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1.
           MOVE PSU-SUSP-DATE   TO CODATARI-DATE2.
           CALL 'COBDATAR' USING CODATARI-REC.
           MOVE CODATARI-DAYS TO WS-SUSP-AGE.
           IF CODATARI-ERROR-MSG NOT = SPACES
               MOVE 0 TO WS-SUSP-AGE
           END-IF.

           MOVE PSU-REASON-CD  TO WS-SUSP-REASON.
           PERFORM 4200-REASON-TEXT THRU 4200-EXIT.
           MOVE PSU-SUSP-ID TO WS-EDIT-SUSP-ID.
           MOVE PSU-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE WS-SUSP-AGE TO WS-EDIT-DAYS.
           MOVE SPACES TO RPT-LINE.
           STRING '  SUSP '            DELIMITED SIZE
                  WS-EDIT-SUSP-ID      DELIMITED SIZE
                  ' DEP '              DELIMITED SIZE
                  PSU-DEPOSIT-DATE     DELIMITED SIZE
                  ' ACCT "'            DELIMITED SIZE
                  PSU-ACCT-NUMBER      DELIMITED SIZE
                  '" '                 DELIMITED SIZE
                  PSU-REMITTER         DELIMITED SIZE
                  WS-EDIT-AMOUNT       DELIMITED SIZE
                  WS-EDIT-DAYS         DELIMITED SIZE
                  ' DAYS '             DELIMITED SIZE
                  WS-REASON-TEXT       DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       4100-EXIT.
           EXIT.

       4200-REASON-TEXT.
           EVALUATE WS-SUSP-REASON
               WHEN 'NOAC'
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON-TEXT
               WHEN 'ARCH'
                   MOVE 'ACCOUNT PURGED TO ACCTARCH' TO WS-REASON-TEXT
               WHEN 'CLSD'
                   MOVE 'ACCOUNT STATUS CLOSED' TO WS-REASON-TEXT
               WHEN 'BADN'
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-REASON-TEXT
               WHEN 'BADA'
                   MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE WS-SUSP-REASON TO WS-REASON-TEXT
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Close the batch with the trailer TRANBAL proves.  Lockbox
      * batches carry credits only.
      *---------------------------------------------------------------*
       7000-WRITE-TRAILER.
           MOVE SPACES          TO TBAT-TRAILER-REC.
           MOVE 'T'             TO TBT-REC-TYPE.
           MOVE WS-CTL-ITEMS    TO TBT-ITEM-COUNT.
           MOVE 0               TO TBT-TOT-DEBITS.
           MOVE WS-TOT-CREDITS  TO TBT-TOT-CREDITS.
           MOVE WS-HASH-ACCT-ID TO TBT-HASH-ACCT-ID.
           WRITE TBAT-TRAILER-REC.
           MOVE 'LBXTRAN ' TO WS-ERR-FILE-NAME.
           MOVE WS-TRAN-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7000-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'LBXWORK ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-PAYMENTS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOCKBOX PAYMENTS READ  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-RESOLVED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SUSPENSE ITEMS APPLIED . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-RETURNED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SUSPENSE ITEMS RETURNED  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RESOLUTIONS REFUSED  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ITEMS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'BATCH ITEMS WRITTEN  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-CREDITS TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'BATCH CREDIT TOTAL . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-SUSPENDED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'PAYMENTS SUSPENDED TODAY . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-SUSPENDED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT SUSPENDED TODAY . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-OPEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ITEMS OPEN IN SUSPENSE . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-OPEN TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT OPEN IN SUSPENSE  . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-ARC-OVERFLOW > 0
               MOVE WS-ARC-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'NOT CHECKED AGAINST ACCTARCH ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE LOCKBOX.
           CLOSE PAYSUSP.
           CLOSE ACCTFILE.
           CLOSE CHGOLEDG.
           CLOSE LBXTRAN.
           CLOSE LBXWORK.
           DISPLAY 'ACCTLBOX DONE - APPLIED: ' WS-CTL-APPLIED
                   ' SUSPENDED: ' WS-CTL-SUSPENDED
                   ' RESOLVED: ' WS-CTL-RESOLVED
                   ' RETURNED: ' WS-CTL-RETURNED
                   ' REFUSED: ' WS-CTL-REJECTED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTLBOX'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           COMPUTE RNL-RECS-READ =
               WS-CTL-PAYMENTS-READ + WS-CTL-RESOLUTIONS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-APPLIED + WS-CTL-SUSPENDED + WS-CTL-RETURNED.
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
           DISPLAY 'ACCTLBOX: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTLBOX: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTLBOX: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
