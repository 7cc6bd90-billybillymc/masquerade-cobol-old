      * out of the cycle accumulator its original went into, lands
      * on TRANHIST flagged 'R' with the original's date so the pair
      * is identifiable, and is reported as a pair on the console.
      *
      * Charge-offs.  The write-off credit ACCTCHGO produces (source
      * code CHGO) is applied whatever the account's status, since
      * the account may already be closed by the time it posts.  Once
      * an account has been charged off, a later ordinary credit
      * against it (not a reversal or a dispute credit) is a
      * recovery: instead of being rejected as closed it is booked
      * against the charge-off ledger CHGOLEDG - recovered amount and
      * date updated, a 'R' entry journalled to CHGOJRNL for the
      * monthly ACCTCORP report - and the closed account itself is
      * left untouched.  A recovery larger than what is still
      * outstanding on the ledger is rejected.
      *
      * Authorization holds.  A purchase debit that posts takes its
      * authorization hold off the hold master AUTHHOLD (CVAUT01Y):
      * the oldest open hold on the account for the same amount is
      * marked posted with today's date, so the amount is no longer
      * counted against open-to-buy by ACCTOVLM and ACCTSTMT.  A
      * debit with no matching hold (fees, interest, a purchase
      * that settled for a different amount) posts as normal and
      * any hold left open is expired later by ACCTAUTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANHIST ASSIGN TO TRANHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRNH-STATUS.
           SELECT CHGOLEDG ASSIGN TO CHGOLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CGO-ACCT-ID
                  FILE STATUS IS WS-LEDG-STATUS.
           SELECT CHGOJRNL ASSIGN TO CHGOJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.
           SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-AHD-KEY
                  FILE STATUS IS WS-AHD-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
           RECORDING MODE IS F.
           COPY CVTRN02Y.

       FD  CHGOLEDG.
       01  FD-CHGOLEDG-REC.
           05 FD-CGO-ACCT-ID                    PIC 9(11).
           05 FD-CGO-DATA                       PIC X(69).

       FD  CHGOJRNL
           RECORDING MODE IS F.
           COPY CVCGO02Y.

       FD  AUTHHOLD.
       01  FD-AUTHHOLD-REC.
           05 FD-AHD-KEY.
              10 FD-AHD-ACCT-ID                 PIC 9(11).
              10 FD-AHD-AUTH-REF                PIC X(12).
           05 FD-AHD-DATA                       PIC X(57).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCGO01Y.
       COPY CVAUT01Y.
       01  WS-STATUS                PIC XX.
       01  WS-TRAN-STATUS           PIC XX.
       01  WS-REJ-STATUS            PIC XX.
       01  WS-TRNH-STATUS           PIC XX.
       01  WS-LEDG-STATUS           PIC XX.
       01  WS-JRNL-STATUS           PIC XX.
       01  WS-AHD-STATUS            PIC XX.
       01  WS-HOLD-DONE-SW          PIC X(01).
           88  WS-HOLD-DONE                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-CTL-POSTED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REVERSALS         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RECOVERIES        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-HOLDS-RELEASED    PIC 9(09) COMP VALUE 0.
       01  WS-RCVY-OUTSTANDING      PIC S9(11)V99.

       01  WS-REV-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-REV-TABLE.
           88  WS-REV-OK                     VALUE 'Y'.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

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
           MOVE 'ACCTPOST'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           MOVE 'TRANHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-TRNH-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN I-O CHGOLEDG.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN EXTEND CHGOJRNL.
           MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME.
           MOVE WS-JRNL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN I-O AUTHHOLD.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           PERFORM 2100-READ-TRAN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
      * Apply the transaction to the account record already read into
      * ACCOUNT-RECORD.  Closed and frozen accounts take no postings -
      * the item goes to TRANREJ so it can be redirected or re-posted
      * once the status is resolved.  The exceptions are the
      * charge-off credit itself, which posts whatever the status,
      * and an ordinary credit to a closed account, which goes to
      * 2260 to be tried as a recovery on a charged-off account.  A
      * dispute provisional credit is no recovery - no money has been
      * received - and is rejected as closed like any other item.
      *---------------------------------------------------------------*
       2200-APPLY-TO-ACCOUNT.
           IF NOT TRAN-DEBIT AND NOT TRAN-CREDIT
               GO TO 2200-EXIT
           END-IF.

           IF ACCT-STATUS-CLOSED AND NOT TRAN-SRC-CHARGE-OFF
               IF TRAN-CREDIT AND NOT TRAN-REVERSAL
                  AND NOT TRAN-SRC-DISPUTE
                   PERFORM 2260-BOOK-RECOVERY THRU 2260-EXIT
                   GO TO 2200-EXIT
               END-IF
               MOVE 'ACCOUNT STATUS CLOSED' TO TRANREJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF ACCT-STATUS-FROZEN AND NOT TRAN-SRC-CHARGE-OFF
               MOVE 'ACCOUNT STATUS FROZEN' TO TRANREJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
                       PERFORM 2240-REPORT-REVERSED-PAIR
                           THRU 2240-EXIT
                   END-IF
                   IF TRAN-DEBIT AND NOT TRAN-REVERSAL
                       PERFORM 2270-RELEASE-HOLD THRU 2270-EXIT
                   END-IF
           END-REWRITE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A credit against a closed account.  If the account was
      * charged off, the payment is a recovery: it is booked on the
      * charge-off ledger and journalled for GL, and neither ACCTFILE
      * nor TRANHIST is touched - the account's balance was written
      * off and stays closed.  An account never charged off still
      * rejects as closed, and a recovery past the amount outstanding
      * is rejected for review rather than over-recovered.
      *---------------------------------------------------------------*
       2260-BOOK-RECOVERY.
           MOVE TRAN-ACCT-ID TO FD-CGO-ACCT-ID.
           READ CHGOLEDG INTO CHARGE-OFF-LEDGER-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT STATUS CLOSED' TO TRANREJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-READ.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-LEDG-STATUS NOT = '00'
               GO TO 2260-EXIT
           END-IF.

           COMPUTE WS-RCVY-OUTSTANDING =
               CGO-CHGO-AMOUNT - CGO-RECOVERED-AMT.
           IF TRAN-AMOUNT > WS-RCVY-OUTSTANDING
               MOVE 'RECOVERY EXCEEDS CHARGE-OFF' TO TRANREJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2260-EXIT
           END-IF.

           ADD TRAN-AMOUNT TO CGO-RECOVERED-AMT.
           MOVE WS-RNL-RUN-DATE TO CGO-LAST-RCVY-DATE.
           MOVE CHARGE-OFF-LEDGER-RECORD TO FD-CHGOLEDG-REC.
           REWRITE FD-CHGOLEDG-REC
               INVALID KEY
                   MOVE 'CHGOLEDG REWRITE FAILED' TO TRANREJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-REWRITE.
           MOVE 'CHGOLEDG' TO WS-ERR-FILE-NAME.
           MOVE WS-LEDG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-LEDG-STATUS NOT = '00'
               GO TO 2260-EXIT
           END-IF.

           MOVE SPACES          TO CHARGE-OFF-JRNL-RECORD.
           MOVE TRAN-ACCT-ID    TO CGJ-ACCT-ID.
           MOVE 'R'             TO CGJ-ENTRY-TYPE.
           MOVE WS-RNL-RUN-DATE TO CGJ-ENTRY-DATE.
           MOVE TRAN-AMOUNT     TO CGJ-AMOUNT.
           MOVE CGO-GROUP-ID    TO CGJ-GROUP-ID.
           MOVE TRAN-SOURCE-CD  TO CGJ-SOURCE-CD.
           WRITE CHARGE-OFF-JRNL-RECORD.
           MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME.
           MOVE WS-JRNL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-RECOVERIES.
       2260-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A posted purchase releases its authorization hold: position
      * on the account's first hold and take the first open one for
      * the same amount - holds for one account come back in
      * authorization-reference order, which the authorization
      * system assigns ascending, so the oldest hold goes first.
      *---------------------------------------------------------------*
       2270-RELEASE-HOLD.
           MOVE 'N' TO WS-HOLD-DONE-SW.
           MOVE TRAN-ACCT-ID TO FD-AHD-ACCT-ID.
           MOVE LOW-VALUES   TO FD-AHD-AUTH-REF.
           START AUTHHOLD KEY IS NOT LESS THAN FD-AHD-KEY
               INVALID KEY
                   SET WS-HOLD-DONE TO TRUE
           END-START.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 2275-MATCH-NEXT-HOLD THRU 2275-EXIT
               UNTIL WS-HOLD-DONE.
       2270-EXIT.
           EXIT.

       2275-MATCH-NEXT-HOLD.
           READ AUTHHOLD NEXT RECORD INTO AUTH-HOLD-RECORD
               AT END
                   SET WS-HOLD-DONE TO TRUE
           END-READ.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-HOLD-DONE
               GO TO 2275-EXIT
           END-IF.
           IF AHD-ACCT-ID NOT = TRAN-ACCT-ID
               SET WS-HOLD-DONE TO TRUE
               GO TO 2275-EXIT
           END-IF.
           IF NOT AHD-OPEN
              OR AHD-AMOUNT NOT = TRAN-AMOUNT
               GO TO 2275-EXIT
           END-IF.

           SET WS-HOLD-DONE TO TRUE.
           MOVE 'P'             TO AHD-STATUS.
           MOVE WS-RNL-RUN-DATE TO AHD-RELEASE-DATE.
           MOVE AUTH-HOLD-RECORD TO FD-AUTHHOLD-REC.
           REWRITE FD-AUTHHOLD-REC
               INVALID KEY
                   GO TO 2275-EXIT
           END-REWRITE.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-HOLDS-RELEASED.
       2275-EXIT.
           EXIT.

       2300-WRITE-REJECT.
           MOVE TRANSACTION-RECORD TO TRANREJ-TRAN.
           WRITE TRANREJ-REC.
           CLOSE ACCTFILE.
           CLOSE TRANREJ.
           CLOSE TRANHIST.
           CLOSE CHGOLEDG.
           CLOSE CHGOJRNL.
           CLOSE AUTHHOLD.
           DISPLAY 'ACCTPOST DONE - POSTED: ' WS-CTL-POSTED
                   ' REVERSALS: ' WS-CTL-REVERSALS
                   ' RECOVERIES: ' WS-CTL-RECOVERIES
                   ' HOLDS RELEASED: ' WS-CTL-HOLDS-RELEASED
                   ' REJECTED: ' WS-CTL-REJECTED.
       9000-EXIT.
           EXIT.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           COMPUTE RNL-RECS-READ =
               WS-CTL-POSTED + WS-CTL-RECOVERIES + WS-CTL-REJECTED.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-POSTED + WS-CTL-RECOVERIES.
           MOVE WS-CTL-REJECTED TO RNL-RECS-REJECTED.
           MOVE WS-RNL-COMP-CODE TO RNL-COMPLETION-CODE.
           WRITE RUN-LOG-RECORD.
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTPOST: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
