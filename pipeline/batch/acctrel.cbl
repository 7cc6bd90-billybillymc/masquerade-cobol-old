       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREL.
      ******************************************************************
      * Customer relationship maintenance.  Applies the RELCTL control
      * file to the relationship master CUSTREL (CVREL01Y, keyed by
      * account id, alternate key customer number).  One control
      * record per action:
      *   L - link an account to a customer.  The customer is named
      *       either by number (it must already have an account on
      *       CUSTREL) or as the customer of the WITH account; when
      *       the WITH account is not linked yet a new customer
      *       number is assigned and both accounts are linked to it.
      *       With neither given, the account starts a new customer.
      *       An account already linked is refused - it is unlinked
      *       first, or its customer merged;
      *   U - unlink an account from its customer;
      *   M - merge duplicate customers: every account of the FROM
      *       customer is moved to the surviving customer number and
      *       the FROM number is not used again.
      * Accounts are linked only when on ACCTFILE, whatever their
      * status.  New customer numbers run on from the last one
      * issued, kept on the CUSTREL control record (account id
      * zero), so a number that has left the master through a merge
      * or an unlink is never issued to anyone else.  A master with
      * no control record yet is given one, starting from the
      * highest customer number on it.  The effective date on the
      * RELCTL record (blank for the run date) is carried as the
      * link date; the reason code defaults to LINK, UNLK or MRGE -
      * ACCTRMAT proposals come through with MTCH.  RELRPT lists
      * every link made, moved or removed, with the CUSTFILE name,
      * and every RELCTL record refused.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELCTL ASSIGN TO RELCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTREL ASSIGN TO CUSTREL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-REL-ACCT-ID
                  ALTERNATE RECORD KEY IS FD-REL-CUST-NUM
                      WITH DUPLICATES
                  FILE STATUS IS WS-REL-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT CUSTFILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CUST-ACCT-ID
                  FILE STATUS IS WS-CUST-STATUS.
           SELECT RELRPT ASSIGN TO RELRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELCTL
           RECORDING MODE IS F.
       01  RELCTL-REC.
           05  RELCTL-ACTION                 PIC X(01).
               88  RELCTL-LINK                    VALUE 'L'.
               88  RELCTL-UNLINK                  VALUE 'U'.
               88  RELCTL-MERGE                   VALUE 'M'.
           05  RELCTL-ACCT-ID                PIC 9(11).
           05  RELCTL-CUST-NUM               PIC 9(09).
           05  RELCTL-FROM-CUST-NUM          PIC 9(09).
           05  RELCTL-WITH-ACCT-ID           PIC 9(11).
           05  RELCTL-EFFECTIVE-DATE         PIC X(10).
           05  RELCTL-REASON-CODE            PIC X(04).
           05  FILLER                        PIC X(25).

       FD  CUSTREL.
       01  FD-CUSTREL-REC.
           05 FD-REL-ACCT-ID                    PIC 9(11).
           05 FD-REL-CUST-NUM                   PIC 9(09).
           05 FD-REL-DATA                       PIC X(30).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUSTFILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ACCT-ID                   PIC 9(11).
           05 FD-CUST-DATA                      PIC X(139).

       FD  RELRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVREL01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-REL-STATUS            PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.
       01  WS-LINK-FOUND-SW         PIC X(01).
           88  WS-LINK-FOUND                 VALUE 'Y'.
       01  WS-CUST-FOUND-SW         PIC X(01).
           88  WS-CUST-FOUND                 VALUE 'Y'.
       01  WS-MERGE-DONE-SW         PIC X(01).
           88  WS-MERGE-DONE                 VALUE 'Y'.
       01  WS-NUM-CTL-SW            PIC X(01) VALUE 'N'.
           88  WS-NUM-CTL-FOUND              VALUE 'Y'.

       01  WS-HIGH-CUST-NUM         PIC 9(09) VALUE 0.
       01  WS-LAST-ISSUED-NUM       PIC 9(09) VALUE 0.
       01  WS-TARGET-CUST-NUM       PIC 9(09).
       01  WS-SCAN-CUST-NUM         PIC 9(09).
       01  WS-SCAN-ACCT-ID          PIC 9(11).

      *    Accounts of the customer being merged away, gathered off
      *    the alternate key before any of them is rewritten.
       01  WS-MRG-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-MRG-TABLE.
           05  WS-MRG-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-MRG-IX.
               10  WS-MRG-ACCT-ID         PIC 9(11).

       01  WS-EFF-DATE              PIC X(10).
       01  WS-REASON-CODE           PIC X(04).
       01  WS-REJ-REASON            PIC X(40).
       01  WS-ACTION-TEXT           PIC X(12).

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-LINKED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NEW-CUSTOMERS     PIC 9(09) COMP VALUE 0.
       01  WS-CTL-UNLINKED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-MERGES            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-MOVED             PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REFUSED           PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-CUST-NUM         PIC 9(09).
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATECN.
       COPY CODATBDI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CONTROL
               UNTIL WS-EOF.
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
           MOVE 'ACCTREL '      TO RNL-PROGRAM-ID.
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
           OPEN I-O CUSTREL.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1200-SCAN-CUSTREL THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.
           PERFORM 1300-SET-NUMBER-CONTROL THRU 1300-EXIT.

           OPEN INPUT RELCTL.
           MOVE 'RELCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT CUSTFILE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT RELRPT.
           MOVE 'RELRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMER RELATIONSHIP MAINTENANCE REGISTER - '
                                                 DELIMITED SIZE
                  WS-RNL-RUN-DATE                DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Pick up the last customer number issued off the control
      * record, and the highest number still linked.
      *---------------------------------------------------------------*
       1200-SCAN-CUSTREL.
           READ CUSTREL NEXT RECORD INTO CUST-REL-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 1200-EXIT
           END-IF.
           IF REL-CONTROL-REC
               SET WS-NUM-CTL-FOUND TO TRUE
               MOVE REL-LAST-CUST-NUM TO WS-LAST-ISSUED-NUM
               GO TO 1200-EXIT
           END-IF.
           IF REL-CUST-NUM > WS-HIGH-CUST-NUM
               MOVE REL-CUST-NUM TO WS-HIGH-CUST-NUM
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * New numbers run on from the last issued.  Should a link carry
      * a higher number than the control record - a master restored
      * without it - the higher number wins.  A master with no
      * control record is given one here.
      *---------------------------------------------------------------*
       1300-SET-NUMBER-CONTROL.
           IF WS-LAST-ISSUED-NUM > WS-HIGH-CUST-NUM
               MOVE WS-LAST-ISSUED-NUM TO WS-HIGH-CUST-NUM
           END-IF.
           IF WS-NUM-CTL-FOUND
               GO TO 1300-EXIT
           END-IF.
           PERFORM 7310-BUILD-NUMBER-CONTROL THRU 7310-EXIT.
           WRITE FD-CUSTREL-REC
               INVALID KEY
                   DISPLAY 'ACCTREL: CUSTREL CONTROL RECORD NOT WRITTEN'
           END-WRITE.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           DISPLAY 'ACCTREL: CUSTREL CONTROL RECORD WRITTEN - LAST '
                   'CUSTOMER NUMBER ' WS-HIGH-CUST-NUM.
       1300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Edit one control record and route it to its action.
      *---------------------------------------------------------------*
       2000-PROCESS-CONTROL.
           ADD 1 TO WS-CTL-RECS-READ.
           PERFORM 2200-EDIT-CONTROL THRU 2200-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN RELCTL-LINK
                       PERFORM 3000-LINK-ACCOUNT THRU 3000-EXIT
                   WHEN RELCTL-UNLINK
                       PERFORM 4000-UNLINK-ACCOUNT THRU 4000-EXIT
                   WHEN OTHER
                       PERFORM 5000-MERGE-CUSTOMERS THRU 5000-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.

       2100-READ-CONTROL.
           READ RELCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'RELCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Action code, the account and customer numbers the action
      * needs, effective date and reason code.  Numeric fields not
      * used by the action are punched as zeros.
      *---------------------------------------------------------------*
       2200-EDIT-CONTROL.
           MOVE SPACES TO WS-REJ-REASON.
           IF NOT RELCTL-LINK AND NOT RELCTL-UNLINK
              AND NOT RELCTL-MERGE
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               GO TO 2200-EXIT
           END-IF.

           IF RELCTL-LINK OR RELCTL-UNLINK
               IF RELCTL-ACCT-ID NOT NUMERIC
                  OR RELCTL-ACCT-ID = 0
                   MOVE 'ACCT-ID MISSING OR NOT NUMERIC'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF RELCTL-LINK
               IF RELCTL-CUST-NUM NOT NUMERIC
                  OR RELCTL-WITH-ACCT-ID NOT NUMERIC
                   MOVE 'CUSTOMER OR WITH ACCOUNT NOT NUMERIC'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
               IF RELCTL-CUST-NUM NOT = 0
                  AND RELCTL-WITH-ACCT-ID NOT = 0
                   MOVE 'GIVE CUSTOMER OR WITH ACCOUNT, NOT BOTH'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
               IF RELCTL-WITH-ACCT-ID = RELCTL-ACCT-ID
                   MOVE 'WITH ACCOUNT IS THE ACCOUNT ITSELF'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF RELCTL-MERGE
               IF RELCTL-CUST-NUM NOT NUMERIC
                  OR RELCTL-CUST-NUM = 0
                  OR RELCTL-FROM-CUST-NUM NOT NUMERIC
                  OR RELCTL-FROM-CUST-NUM = 0
                   MOVE 'CUSTOMER NUMBERS MISSING OR NOT NUMERIC'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
               IF RELCTL-CUST-NUM = RELCTL-FROM-CUST-NUM
                   MOVE 'CUSTOMER CANNOT BE MERGED INTO ITSELF'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF RELCTL-EFFECTIVE-DATE = SPACES
               MOVE WS-RNL-RUN-DATE TO WS-EFF-DATE
           ELSE
               MOVE '2' TO CODATECN-TYPE
               MOVE RELCTL-EFFECTIVE-DATE TO CODATECN-INP-DATE
               MOVE '2' TO CODATECN-OUTTYPE
               CALL 'COBDATFT' USING CODATECN-REC
               IF CODATECN-ERROR-MSG NOT = SPACES
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE RELCTL-EFFECTIVE-DATE TO WS-EFF-DATE
           END-IF.

           IF RELCTL-REASON-CODE NOT = SPACES
               MOVE RELCTL-REASON-CODE TO WS-REASON-CODE
           ELSE
               EVALUATE TRUE
                   WHEN RELCTL-LINK       MOVE 'LINK' TO WS-REASON-CODE
                   WHEN RELCTL-UNLINK     MOVE 'UNLK' TO WS-REASON-CODE
                   WHEN OTHER             MOVE 'MRGE' TO WS-REASON-CODE
               END-EVALUATE
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Link the account to the customer named, to the customer of
      * the WITH account, or to a new customer.
      *---------------------------------------------------------------*
       3000-LINK-ACCOUNT.
           MOVE RELCTL-ACCT-ID TO WS-SCAN-ACCT-ID.
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 7000-READ-LINK THRU 7000-EXIT.
           IF WS-LINK-FOUND
               MOVE 'ACCOUNT ALREADY LINKED - UNLINK FIRST'
                   TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 3000-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN RELCTL-CUST-NUM NOT = 0
                   MOVE RELCTL-CUST-NUM TO WS-SCAN-CUST-NUM
                   PERFORM 3200-CHECK-CUSTOMER THRU 3200-EXIT
                   IF NOT WS-CUST-FOUND
                       MOVE 'CUSTOMER NUMBER NOT ON FILE'
                           TO WS-REJ-REASON
                       PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
                       GO TO 3000-EXIT
                   END-IF
                   MOVE RELCTL-CUST-NUM TO WS-TARGET-CUST-NUM
               WHEN RELCTL-WITH-ACCT-ID NOT = 0
                   PERFORM 3300-LINK-WITH-ACCOUNT THRU 3300-EXIT
                   IF WS-REJ-REASON NOT = SPACES
                       PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
                       GO TO 3000-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 7300-ASSIGN-CUST-NUM THRU 7300-EXIT
           END-EVALUATE.

           MOVE RELCTL-ACCT-ID TO WS-SCAN-ACCT-ID.
           PERFORM 7100-ADD-LINK THRU 7100-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-CTL-LINKED.
           MOVE 'LINKED' TO WS-ACTION-TEXT.
           PERFORM 6100-LIST-LINK THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The account in WS-SCAN-ACCT-ID must be on ACCTFILE.
      *---------------------------------------------------------------*
       3100-READ-ACCOUNT.
           MOVE WS-SCAN-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A customer number is on file while any account is linked to
      * it - position on the alternate key to find out.
      *---------------------------------------------------------------*
       3200-CHECK-CUSTOMER.
           MOVE 'Y' TO WS-CUST-FOUND-SW.
           MOVE WS-SCAN-CUST-NUM TO FD-REL-CUST-NUM.
           START CUSTREL KEY IS EQUAL TO FD-REL-CUST-NUM
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
           END-START.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Take the WITH account's customer as the target.  When the WITH
      * account is not linked yet it starts a new customer here, so
      * the pair ends up under one number.
      *---------------------------------------------------------------*
       3300-LINK-WITH-ACCOUNT.
           MOVE RELCTL-WITH-ACCT-ID TO WS-SCAN-ACCT-ID.
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               MOVE 'WITH ACCOUNT NOT ON FILE' TO WS-REJ-REASON
               GO TO 3300-EXIT
           END-IF.
           PERFORM 7000-READ-LINK THRU 7000-EXIT.
           IF WS-LINK-FOUND
               MOVE REL-CUST-NUM TO WS-TARGET-CUST-NUM
               GO TO 3300-EXIT
           END-IF.
           PERFORM 7300-ASSIGN-CUST-NUM THRU 7300-EXIT.
           PERFORM 7100-ADD-LINK THRU 7100-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-CTL-LINKED.
           MOVE 'LINKED' TO WS-ACTION-TEXT.
           PERFORM 6100-LIST-LINK THRU 6100-EXIT.
       3300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Remove the account's link.  A customer left with no account
      * drops off the master with it.
      *---------------------------------------------------------------*
       4000-UNLINK-ACCOUNT.
           MOVE RELCTL-ACCT-ID TO WS-SCAN-ACCT-ID.
           PERFORM 7000-READ-LINK THRU 7000-EXIT.
           IF NOT WS-LINK-FOUND
               MOVE 'ACCOUNT NOT LINKED TO A CUSTOMER'
                   TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 4000-EXIT
           END-IF.
           DELETE CUSTREL RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-UNLINKED.
           MOVE 'UNLINKED' TO WS-ACTION-TEXT.
           MOVE WS-EFF-DATE    TO REL-LINK-DATE.
           MOVE WS-REASON-CODE TO REL-LINK-REASON.
           PERFORM 6100-LIST-LINK THRU 6100-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Move every account of the FROM customer to the survivor.  The
      * accounts are gathered a table-load at a time and then
      * rewritten, so the alternate-key read is never walking a
      * record that has just moved.
      *---------------------------------------------------------------*
       5000-MERGE-CUSTOMERS.
           MOVE RELCTL-CUST-NUM TO WS-SCAN-CUST-NUM.
           PERFORM 3200-CHECK-CUSTOMER THRU 3200-EXIT.
           IF NOT WS-CUST-FOUND
               MOVE 'SURVIVING CUSTOMER NOT ON FILE' TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE RELCTL-FROM-CUST-NUM TO WS-SCAN-CUST-NUM.
           PERFORM 3200-CHECK-CUSTOMER THRU 3200-EXIT.
           IF NOT WS-CUST-FOUND
               MOVE 'FROM CUSTOMER NOT ON FILE' TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE RELCTL-CUST-NUM TO WS-TARGET-CUST-NUM.
           MOVE 'N' TO WS-MERGE-DONE-SW.
           PERFORM 5100-MOVE-ACCOUNTS THRU 5100-EXIT
               UNTIL WS-MERGE-DONE.
           ADD 1 TO WS-CTL-MERGES.
       5000-EXIT.
           EXIT.

       5100-MOVE-ACCOUNTS.
           MOVE 0 TO WS-MRG-ENTRIES.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE RELCTL-FROM-CUST-NUM TO FD-REL-CUST-NUM.
           START CUSTREL KEY IS EQUAL TO FD-REL-CUST-NUM
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 5110-GATHER-ACCOUNT THRU 5110-EXIT
               UNTIL WS-SCAN-EOF OR WS-MRG-ENTRIES = 100.
           IF WS-MRG-ENTRIES = 0
               SET WS-MERGE-DONE TO TRUE
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-MOVE-ONE-ACCOUNT THRU 5200-EXIT
               VARYING WS-MRG-IX FROM 1 BY 1
               UNTIL WS-MRG-IX > WS-MRG-ENTRIES.
       5100-EXIT.
           EXIT.

       5110-GATHER-ACCOUNT.
           READ CUSTREL NEXT RECORD INTO CUST-REL-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 5110-EXIT
           END-IF.
           IF REL-CUST-NUM NOT = RELCTL-FROM-CUST-NUM
               SET WS-SCAN-EOF TO TRUE
               GO TO 5110-EXIT
           END-IF.
           ADD 1 TO WS-MRG-ENTRIES.
           SET WS-MRG-IX TO WS-MRG-ENTRIES.
           MOVE REL-ACCT-ID TO WS-MRG-ACCT-ID(WS-MRG-IX).
       5110-EXIT.
           EXIT.

       5200-MOVE-ONE-ACCOUNT.
           MOVE WS-MRG-ACCT-ID(WS-MRG-IX) TO WS-SCAN-ACCT-ID.
           PERFORM 7000-READ-LINK THRU 7000-EXIT.
           IF NOT WS-LINK-FOUND
               GO TO 5200-EXIT
           END-IF.
           MOVE WS-TARGET-CUST-NUM TO REL-CUST-NUM.
           MOVE WS-EFF-DATE        TO REL-LINK-DATE.
           MOVE WS-REASON-CODE     TO REL-LINK-REASON.
           PERFORM 7200-UPDATE-LINK THRU 7200-EXIT.
           ADD 1 TO WS-CTL-MOVED.
           MOVE 'MERGED' TO WS-ACTION-TEXT.
           PERFORM 6100-LIST-LINK THRU 6100-EXIT.
       5200-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'RELRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One register line per link touched: what was done, the
      * account and customer, the link date and reason, and the
      * CUSTFILE name so the reviewer can see who was linked.
      *---------------------------------------------------------------*
       6100-LIST-LINK.
           PERFORM 7400-READ-CUSTOMER THRU 7400-EXIT.
           MOVE REL-ACCT-ID  TO WS-EDIT-ACCT-ID.
           MOVE REL-CUST-NUM TO WS-EDIT-CUST-NUM.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ACTION-TEXT        DELIMITED SIZE
                  ' ACCT '              DELIMITED SIZE
                  WS-EDIT-ACCT-ID       DELIMITED SIZE
                  ' CUST '              DELIMITED SIZE
                  WS-EDIT-CUST-NUM      DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  REL-LINK-DATE         DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  REL-LINK-REASON       DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  CUST-NAME             DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-REFUSAL.
           ADD 1 TO WS-CTL-REFUSED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED      CONTROL "' DELIMITED SIZE
                  RELCTL-REC(1:55)         DELIMITED SIZE
                  '" - '                   DELIMITED SIZE
                  WS-REJ-REASON            DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Read the link for the account in WS-SCAN-ACCT-ID.
      *---------------------------------------------------------------*
       7000-READ-LINK.
           MOVE 'N' TO WS-LINK-FOUND-SW.
           MOVE WS-SCAN-ACCT-ID TO FD-REL-ACCT-ID.
           READ CUSTREL INTO CUST-REL-RECORD KEY IS FD-REL-ACCT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LINK-FOUND TO TRUE
           END-READ.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Link the account in WS-SCAN-ACCT-ID to WS-TARGET-CUST-NUM.
      *---------------------------------------------------------------*
       7100-ADD-LINK.
           MOVE SPACES TO CUST-REL-RECORD.
           MOVE WS-SCAN-ACCT-ID    TO REL-ACCT-ID.
           MOVE WS-TARGET-CUST-NUM TO REL-CUST-NUM.
           MOVE WS-EFF-DATE        TO REL-LINK-DATE.
           MOVE WS-REASON-CODE     TO REL-LINK-REASON.
           MOVE CUST-REL-RECORD TO FD-CUSTREL-REC.
           WRITE FD-CUSTREL-REC
               INVALID KEY
                   MOVE 'ACCOUNT ALREADY LINKED - UNLINK FIRST'
                       TO WS-REJ-REASON
           END-WRITE.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7100-EXIT.
           EXIT.

       7200-UPDATE-LINK.
           MOVE CUST-REL-RECORD TO FD-CUSTREL-REC.
           REWRITE FD-CUSTREL-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Issue the next customer number and record it on the control
      * record before it goes on any link.
      *---------------------------------------------------------------*
       7300-ASSIGN-CUST-NUM.
           ADD 1 TO WS-HIGH-CUST-NUM.
           PERFORM 7310-BUILD-NUMBER-CONTROL THRU 7310-EXIT.
           REWRITE FD-CUSTREL-REC
               INVALID KEY
                   DISPLAY 'ACCTREL: CUSTREL CONTROL RECORD MISSING'
           END-REWRITE.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE WS-HIGH-CUST-NUM TO WS-TARGET-CUST-NUM.
           ADD 1 TO WS-CTL-NEW-CUSTOMERS.
       7300-EXIT.
           EXIT.

       7310-BUILD-NUMBER-CONTROL.
           MOVE SPACES TO CUST-REL-RECORD.
           MOVE 0                TO REL-ACCT-ID.
           MOVE 0                TO REL-CUST-NUM.
           MOVE WS-HIGH-CUST-NUM TO REL-LAST-CUST-NUM.
           MOVE WS-RNL-RUN-DATE  TO REL-LAST-ISSUE-DATE.
           MOVE CUST-REL-RECORD  TO FD-CUSTREL-REC.
       7310-EXIT.
           EXIT.

       7400-READ-CUSTOMER.
           MOVE REL-ACCT-ID TO FD-CUST-ACCT-ID.
           READ CUSTFILE INTO CUSTOMER-ADDR-RECORD
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7400-EXIT.
           EXIT.

       8500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL RECORDS READ . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-LINKED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS LINKED  . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NEW-CUSTOMERS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NEW CUSTOMER NUMBERS . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-UNLINKED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS UNLINKED  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-MERGES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMERS MERGED . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-MOVED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS MOVED BY MERGE  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REFUSED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL RECORDS REFUSED  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RELCTL.
           CLOSE CUSTREL.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE RELRPT.
           DISPLAY 'ACCTREL DONE - LINKED: ' WS-CTL-LINKED
                   ' NEW CUSTOMERS: ' WS-CTL-NEW-CUSTOMERS
                   ' UNLINKED: ' WS-CTL-UNLINKED
                   ' MERGED: ' WS-CTL-MERGES
                   ' REFUSED: ' WS-CTL-REFUSED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTREL '      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-LINKED + WS-CTL-UNLINKED + WS-CTL-MOVED.
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
           DISPLAY 'ACCTREL: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTREL: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTREL: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
