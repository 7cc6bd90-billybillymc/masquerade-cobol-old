       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCARD.
      ******************************************************************
      * Card (plastic) maintenance.  Applies the CARDCTL control file
      * to the card master CARDFILE (CVCRD01Y, keyed by card number,
      * alternate key ACCT-ID).  One control record per action:
      *   I - issue the primary card on an account.  Refused when the
      *       account already has a primary card active or blocked.
      *       The embossed name defaults to the CUSTFILE name;
      *   U - add an authorized user's card to an account.  The
      *       embossed name must be given;
      *   B - block an active card;
      *   L - lost / S - stolen: the card (active or blocked) is
      *       closed with that status and a new card is issued in its
      *       place - same account, embossed name, card type and
      *       expiry - with the old card's CARD-REPLACED-BY pointing
      *       at the new number.  No replacement is issued when the
      *       account is closed, frozen or no longer on ACCTFILE;
      *       the old card is still closed.
      * Cards are only issued against accounts that are on ACCTFILE
      * and neither closed nor frozen, and expire on the account's
      * ACCT-EXPIRAION-DATE.
      *
      * New card numbers are the installation BIN, a 9-digit
      * sequence running on from the highest number already on the
      * master, and a mod-10 check digit.  Every issue and every
      * status change is written to CARDHIST (CVCRD02Y), as ACCTHIST
      * is for the account.  The effective date on the control
      * record (blank for the run date) dates the change; the reason
      * code defaults to ISSU, AUTH, BLCK, LOST or STOL, and a
      * replacement card is issued with reason RPLC.  CARDRPT lists
      * every action applied and every control record refused.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDCTL ASSIGN TO CARDCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT CARDFILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-CARD-ACCT-ID
                      WITH DUPLICATES
                  FILE STATUS IS WS-CARD-STATUS.
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
           SELECT CARDHIST ASSIGN TO CARDHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT CARDRPT ASSIGN TO CARDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARDCTL
           RECORDING MODE IS F.
       01  CARDCTL-REC.
           05  CARDCTL-ACTION                PIC X(01).
               88  CARDCTL-ISSUE                  VALUE 'I'.
               88  CARDCTL-AUTH-USER              VALUE 'U'.
               88  CARDCTL-BLOCK                  VALUE 'B'.
               88  CARDCTL-LOST                   VALUE 'L'.
               88  CARDCTL-STOLEN                 VALUE 'S'.
           05  CARDCTL-ACCT-ID               PIC 9(11).
           05  CARDCTL-CARD-NUM              PIC 9(16).
           05  CARDCTL-EMBOSSED-NAME         PIC X(26).
           05  CARDCTL-EFFECTIVE-DATE        PIC X(10).
           05  CARDCTL-REASON-CODE           PIC X(04).
           05  FILLER                        PIC X(12).

       FD  CARDFILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC 9(16).
           05 FD-CARD-ACCT-ID                   PIC 9(11).
           05 FD-CARD-DATA                      PIC X(73).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUSTFILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ACCT-ID                   PIC 9(11).
           05 FD-CUST-DATA                      PIC X(139).

       FD  CARDHIST
           RECORDING MODE IS F.
           COPY CVCRD02Y.

       FD  CARDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVCRD01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CTL-STATUS            PIC XX.
       01  WS-CARD-STATUS           PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.

       01  WS-CARD-BIN              PIC 9(06) VALUE 400012.
       01  WS-HIGH-CARD-SEQ         PIC 9(09) VALUE 0.
       01  WS-NEW-CARD.
           05  WS-NEW-CARD-BIN               PIC 9(06).
           05  WS-NEW-CARD-SEQ               PIC 9(09).
           05  WS-NEW-CARD-CHECK             PIC 9(01).
       01  WS-NEW-CARD-NUM REDEFINES WS-NEW-CARD
                                    PIC 9(16).
       01  WS-NEW-CARD-DIGITS REDEFINES WS-NEW-CARD.
           05  WS-NEW-CARD-DIGIT             PIC 9(01)
                                             OCCURS 16 TIMES.
       01  WS-LUHN-SUB              PIC 9(02) COMP.
       01  WS-LUHN-SUM              PIC 9(04) COMP.
       01  WS-LUHN-DIGIT            PIC 9(02).
       01  WS-LUHN-QUOT             PIC 9(04).
       01  WS-LUHN-REM              PIC 9(02).

       01  WS-EFF-DATE              PIC X(10).
       01  WS-REASON-CODE           PIC X(04).
       01  WS-REJ-REASON            PIC X(40).
       01  WS-ACTION-TEXT           PIC X(12).
       01  WS-OLD-STATUS            PIC X(01).
       01  WS-SCAN-ACCT-ID          PIC 9(11).
       01  WS-ACCT-OK-SW            PIC X(01).
           88  WS-ACCT-OK                    VALUE 'Y'.
       01  WS-PRIMARY-SW            PIC X(01).
           88  WS-PRIMARY-FOUND              VALUE 'Y'.

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ISSUED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-AUTH-USERS        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-BLOCKED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-LOST-STOLEN       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REPLACED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REFUSED           PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-CARD-NUM         PIC 9(16).
       01  WS-EDIT-RPL-NUM          PIC 9(16).
       01  WS-RPL-TEXT              PIC X(21).
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
           MOVE 'ACCTCARD'      TO RNL-PROGRAM-ID.
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
           OPEN I-O CARDFILE.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1200-SCAN-CARDFILE THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.

           OPEN INPUT CARDCTL.
           MOVE 'CARDCTL ' TO WS-ERR-FILE-NAME.
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
           OPEN EXTEND CARDHIST.
           MOVE 'CARDHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT CARDRPT.
           MOVE 'CARDRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'CARD MAINTENANCE REGISTER - ' DELIMITED SIZE
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
      * Card sequence numbers run on from the highest already issued
      * under the installation BIN.
      *---------------------------------------------------------------*
       1200-SCAN-CARDFILE.
           READ CARDFILE NEXT RECORD INTO CARD-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   MOVE CARD-NUM TO WS-NEW-CARD-NUM
                   IF WS-NEW-CARD-BIN = WS-CARD-BIN
                      AND WS-NEW-CARD-SEQ > WS-HIGH-CARD-SEQ
                       MOVE WS-NEW-CARD-SEQ TO WS-HIGH-CARD-SEQ
                   END-IF
           END-READ.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1200-EXIT.
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
                   WHEN CARDCTL-ISSUE
                   WHEN CARDCTL-AUTH-USER
                       PERFORM 3000-ISSUE-CARD THRU 3000-EXIT
                   WHEN CARDCTL-BLOCK
                       PERFORM 4000-BLOCK-CARD THRU 4000-EXIT
                   WHEN OTHER
                       PERFORM 5000-REPLACE-CARD THRU 5000-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 2100-READ-CONTROL THRU 2100-EXIT.

       2100-READ-CONTROL.
           READ CARDCTL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'CARDCTL ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Action code, key field for the action, effective date and
      * reason code.
      *---------------------------------------------------------------*
       2200-EDIT-CONTROL.
           MOVE SPACES TO WS-REJ-REASON.
           IF NOT CARDCTL-ISSUE AND NOT CARDCTL-AUTH-USER
              AND NOT CARDCTL-BLOCK AND NOT CARDCTL-LOST
              AND NOT CARDCTL-STOLEN
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               GO TO 2200-EXIT
           END-IF.

           IF CARDCTL-ISSUE OR CARDCTL-AUTH-USER
               IF CARDCTL-ACCT-ID NOT NUMERIC
                  OR CARDCTL-ACCT-ID = 0
                   MOVE 'ACCT-ID MISSING OR NOT NUMERIC'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
           ELSE
               IF CARDCTL-CARD-NUM NOT NUMERIC
                  OR CARDCTL-CARD-NUM = 0
                   MOVE 'CARD NUMBER MISSING OR NOT NUMERIC'
                       TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF.

           IF CARDCTL-AUTH-USER AND CARDCTL-EMBOSSED-NAME = SPACES
               MOVE 'AUTHORIZED USER NAME MISSING' TO WS-REJ-REASON
               GO TO 2200-EXIT
           END-IF.

           IF CARDCTL-EFFECTIVE-DATE = SPACES
               MOVE WS-RNL-RUN-DATE TO WS-EFF-DATE
           ELSE
               MOVE '2' TO CODATECN-TYPE
               MOVE CARDCTL-EFFECTIVE-DATE TO CODATECN-INP-DATE
               MOVE '2' TO CODATECN-OUTTYPE
               CALL 'COBDATFT' USING CODATECN-REC
               IF CODATECN-ERROR-MSG NOT = SPACES
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJ-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE CARDCTL-EFFECTIVE-DATE TO WS-EFF-DATE
           END-IF.

           IF CARDCTL-REASON-CODE NOT = SPACES
               MOVE CARDCTL-REASON-CODE TO WS-REASON-CODE
           ELSE
               EVALUATE TRUE
                   WHEN CARDCTL-ISSUE     MOVE 'ISSU' TO WS-REASON-CODE
                   WHEN CARDCTL-AUTH-USER MOVE 'AUTH' TO WS-REASON-CODE
                   WHEN CARDCTL-BLOCK     MOVE 'BLCK' TO WS-REASON-CODE
                   WHEN CARDCTL-LOST      MOVE 'LOST' TO WS-REASON-CODE
                   WHEN OTHER             MOVE 'STOL' TO WS-REASON-CODE
               END-EVALUATE
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Issue a primary or authorized-user card on the account named
      * on the control record.
      *---------------------------------------------------------------*
       3000-ISSUE-CARD.
           MOVE CARDCTL-ACCT-ID TO WS-SCAN-ACCT-ID.
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.
           IF NOT WS-ACCT-OK
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF ACCT-EXPIRAION-DATE = SPACES
               MOVE 'ACCOUNT HAS NO EXPIRATION DATE' TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 3000-EXIT
           END-IF.

           IF CARDCTL-ISSUE
               PERFORM 3200-CHECK-PRIMARY THRU 3200-EXIT
               IF WS-PRIMARY-FOUND
                   MOVE 'ACCOUNT ALREADY HAS A PRIMARY CARD'
                       TO WS-REJ-REASON
                   PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
                   GO TO 3000-EXIT
               END-IF
               MOVE SPACES TO CARD-RECORD
               MOVE 'P' TO CARD-TYPE
               IF CARDCTL-EMBOSSED-NAME NOT = SPACES
                   MOVE CARDCTL-EMBOSSED-NAME TO CARD-EMBOSSED-NAME
               ELSE
                   PERFORM 3300-READ-CUSTOMER THRU 3300-EXIT
                   IF WS-REJ-REASON NOT = SPACES
                       PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
                       GO TO 3000-EXIT
                   END-IF
                   MOVE CUST-NAME TO CARD-EMBOSSED-NAME
               END-IF
           ELSE
               MOVE 'U' TO CARD-TYPE
               MOVE CARDCTL-EMBOSSED-NAME TO CARD-EMBOSSED-NAME
           END-IF.

           MOVE CARDCTL-ACCT-ID     TO CARD-ACCT-ID.
           MOVE WS-EFF-DATE         TO CARD-ISSUE-DATE.
           MOVE ACCT-EXPIRAION-DATE TO CARD-EXPIRY-DATE.
           MOVE 0                   TO CARD-REPLACED-BY.
           MOVE SPACE               TO WS-OLD-STATUS.
           PERFORM 7300-ASSIGN-CARD-NUM THRU 7300-EXIT.
           PERFORM 7100-ADD-CARD THRU 7100-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF CARDCTL-ISSUE
               ADD 1 TO WS-CTL-ISSUED
               MOVE 'ISSUED' TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-CTL-AUTH-USERS
               MOVE 'AUTH USER' TO WS-ACTION-TEXT
           END-IF.
           PERFORM 6100-LIST-CARD THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The account in WS-SCAN-ACCT-ID must be on ACCTFILE and be
      * neither closed nor frozen to carry a new card.
      *---------------------------------------------------------------*
       3100-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-SW.
           MOVE WS-SCAN-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS NOT = '00'
               GO TO 3100-EXIT
           END-IF.
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-FROZEN
               MOVE 'ACCOUNT CLOSED OR FROZEN' TO WS-REJ-REASON
               GO TO 3100-EXIT
           END-IF.
           SET WS-ACCT-OK TO TRUE.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Read the account's cards off the alternate key for a primary
      * card that is still active or blocked.
      *---------------------------------------------------------------*
       3200-CHECK-PRIMARY.
           MOVE 'N' TO WS-PRIMARY-SW.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE WS-SCAN-ACCT-ID TO FD-CARD-ACCT-ID.
           START CARDFILE KEY IS EQUAL TO FD-CARD-ACCT-ID
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 3210-READ-ACCT-CARD THRU 3210-EXIT
               UNTIL WS-SCAN-EOF OR WS-PRIMARY-FOUND.
       3200-EXIT.
           EXIT.

       3210-READ-ACCT-CARD.
           READ CARDFILE NEXT RECORD INTO CARD-RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-SCAN-EOF
               GO TO 3210-EXIT
           END-IF.
           IF CARD-ACCT-ID NOT = WS-SCAN-ACCT-ID
               SET WS-SCAN-EOF TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF CARD-PRIMARY AND (CARD-ACTIVE OR CARD-BLOCKED)
               SET WS-PRIMARY-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

       3300-READ-CUSTOMER.
           MOVE WS-SCAN-ACCT-ID TO FD-CUST-ACCT-ID.
           READ CUSTFILE INTO CUSTOMER-ADDR-RECORD
               INVALID KEY
                   MOVE 'NO NAME GIVEN AND NONE ON CUSTFILE'
                       TO WS-REJ-REASON
           END-READ.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Block an active card.
      *---------------------------------------------------------------*
       4000-BLOCK-CARD.
           PERFORM 7000-READ-CARD THRU 7000-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF NOT CARD-ACTIVE
               MOVE 'CARD NOT ACTIVE' TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE CARD-STATUS TO WS-OLD-STATUS.
           MOVE 'B' TO CARD-STATUS.
           PERFORM 7200-UPDATE-CARD THRU 7200-EXIT.
           ADD 1 TO WS-CTL-BLOCKED.
           MOVE 'BLOCKED' TO WS-ACTION-TEXT.
           PERFORM 6100-LIST-CARD THRU 6100-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Close a lost or stolen card and issue its replacement.
      *---------------------------------------------------------------*
       5000-REPLACE-CARD.
           PERFORM 7000-READ-CARD THRU 7000-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF NOT CARD-ACTIVE AND NOT CARD-BLOCKED
               MOVE 'CARD ALREADY CLOSED' TO WS-REJ-REASON
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE CARD-ACCT-ID TO WS-SCAN-ACCT-ID.
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT.

           MOVE CARD-STATUS    TO WS-OLD-STATUS.
           MOVE CARDCTL-ACTION TO CARD-STATUS.
           MOVE 0              TO CARD-REPLACED-BY.
           IF WS-ACCT-OK
               PERFORM 7300-ASSIGN-CARD-NUM THRU 7300-EXIT
               MOVE WS-NEW-CARD-NUM TO CARD-REPLACED-BY
           END-IF.
           PERFORM 7200-UPDATE-CARD THRU 7200-EXIT.
           ADD 1 TO WS-CTL-LOST-STOLEN.
           IF CARDCTL-LOST
               MOVE 'LOST' TO WS-ACTION-TEXT
           ELSE
               MOVE 'STOLEN' TO WS-ACTION-TEXT
           END-IF.
           IF NOT WS-ACCT-OK
               PERFORM 6100-LIST-CARD THRU 6100-EXIT
               MOVE SPACES TO RPT-LINE
               STRING '             NO REPLACEMENT - ' DELIMITED SIZE
                      WS-REJ-REASON                    DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 6100-LIST-CARD THRU 6100-EXIT.

           MOVE SPACE       TO WS-OLD-STATUS.
           MOVE 'RPLC'      TO WS-REASON-CODE.
           MOVE WS-EFF-DATE TO CARD-ISSUE-DATE.
           MOVE 0           TO CARD-REPLACED-BY.
           PERFORM 7100-ADD-CARD THRU 7100-EXIT.
           IF WS-REJ-REASON NOT = SPACES
               PERFORM 6200-WRITE-REFUSAL THRU 6200-EXIT
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO WS-CTL-REPLACED.
           MOVE 'REPLACEMENT' TO WS-ACTION-TEXT.
           PERFORM 6100-LIST-CARD THRU 6100-EXIT.
       5000-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'CARDRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One register line per card touched: what was done, the card
      * as it now stands and the history reason code.
      *---------------------------------------------------------------*
       6100-LIST-CARD.
           MOVE CARD-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE CARD-NUM     TO WS-EDIT-CARD-NUM.
           MOVE SPACES TO WS-RPL-TEXT.
           IF CARD-REPLACED-BY NOT = 0
               MOVE CARD-REPLACED-BY TO WS-EDIT-RPL-NUM
               STRING ' RPL '           DELIMITED SIZE
                      WS-EDIT-RPL-NUM   DELIMITED SIZE
                   INTO WS-RPL-TEXT
               END-STRING
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ACTION-TEXT        DELIMITED SIZE
                  ' CARD '              DELIMITED SIZE
                  WS-EDIT-CARD-NUM      DELIMITED SIZE
                  ' ACCT '              DELIMITED SIZE
                  WS-EDIT-ACCT-ID       DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  CARD-TYPE             DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  CARD-EMBOSSED-NAME    DELIMITED SIZE
                  ' EXP '               DELIMITED SIZE
                  CARD-EXPIRY-DATE      DELIMITED SIZE
                  ' ST '                DELIMITED SIZE
                  CARD-STATUS           DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  WS-REASON-CODE        DELIMITED SIZE
                  WS-RPL-TEXT           DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-REFUSAL.
           ADD 1 TO WS-CTL-REFUSED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED      CONTROL "' DELIMITED SIZE
                  CARDCTL-REC(1:68)        DELIMITED SIZE
                  '" - '                   DELIMITED SIZE
                  WS-REJ-REASON            DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       6200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Read the card named on the control record.
      *---------------------------------------------------------------*
       7000-READ-CARD.
           MOVE CARDCTL-CARD-NUM TO FD-CARD-NUM.
           READ CARDFILE INTO CARD-RECORD KEY IS FD-CARD-NUM
               INVALID KEY
                   MOVE 'CARD NOT ON FILE' TO WS-REJ-REASON
           END-READ.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Write the card in CARD-RECORD to the master under the number
      * just assigned in WS-NEW-CARD-NUM, status active, and record
      * the issue on CARDHIST.
      *---------------------------------------------------------------*
       7100-ADD-CARD.
           MOVE WS-NEW-CARD-NUM TO CARD-NUM.
           MOVE 'A' TO CARD-STATUS.
           MOVE CARD-RECORD TO FD-CARDFILE-REC.
           WRITE FD-CARDFILE-REC
               INVALID KEY
                   MOVE 'NEW CARD NUMBER ALREADY ON FILE'
                       TO WS-REJ-REASON
           END-WRITE.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-CARD-STATUS = '00'
               PERFORM 7400-WRITE-HIST-RECORD THRU 7400-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

       7200-UPDATE-CARD.
           MOVE CARD-RECORD TO FD-CARDFILE-REC.
           REWRITE FD-CARDFILE-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 7400-WRITE-HIST-RECORD THRU 7400-EXIT.
       7200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Next card number: BIN, next sequence, and the mod-10 check
      * digit - every second digit from the right of the 15-digit
      * body is doubled (less 9 when over 9) and the check digit
      * brings the sum up to a multiple of ten.
      *---------------------------------------------------------------*
       7300-ASSIGN-CARD-NUM.
           ADD 1 TO WS-HIGH-CARD-SEQ.
           MOVE WS-CARD-BIN      TO WS-NEW-CARD-BIN.
           MOVE WS-HIGH-CARD-SEQ TO WS-NEW-CARD-SEQ.
           MOVE 0                TO WS-NEW-CARD-CHECK.
           MOVE 0                TO WS-LUHN-SUM.
           PERFORM 7310-ADD-LUHN-DIGIT THRU 7310-EXIT
               VARYING WS-LUHN-SUB FROM 1 BY 1
               UNTIL WS-LUHN-SUB > 15.
           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM.
           IF WS-LUHN-REM = 0
               MOVE 0 TO WS-NEW-CARD-CHECK
           ELSE
               COMPUTE WS-NEW-CARD-CHECK = 10 - WS-LUHN-REM
           END-IF.
       7300-EXIT.
           EXIT.

       7310-ADD-LUHN-DIGIT.
           MOVE WS-NEW-CARD-DIGIT(WS-LUHN-SUB) TO WS-LUHN-DIGIT.
           DIVIDE WS-LUHN-SUB BY 2
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM.
           IF WS-LUHN-REM = 1
               MULTIPLY 2 BY WS-LUHN-DIGIT
               IF WS-LUHN-DIGIT > 9
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
               END-IF
           END-IF.
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.
       7310-EXIT.
           EXIT.

       7400-WRITE-HIST-RECORD.
           MOVE SPACES TO CARD-STATUS-HIST-RECORD.
           MOVE CARD-NUM                 TO CSH-CARD-NUM.
           MOVE CARD-ACCT-ID             TO CSH-ACCT-ID.
           MOVE WS-OLD-STATUS            TO CSH-OLD-STATUS.
           MOVE CARD-STATUS              TO CSH-NEW-STATUS.
           MOVE WS-EFF-DATE              TO CSH-EFFECTIVE-DATE.
           MOVE WS-REASON-CODE           TO CSH-REASON-CODE.
           WRITE CARD-STATUS-HIST-RECORD.
           MOVE 'CARDHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
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

           MOVE WS-CTL-ISSUED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'PRIMARY CARDS ISSUED . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-AUTH-USERS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'AUTHORIZED USER CARDS ADDED  ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-BLOCKED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CARDS BLOCKED  . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-LOST-STOLEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CARDS REPORTED LOST/STOLEN . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REPLACED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'REPLACEMENT CARDS ISSUED . . ' DELIMITED SIZE
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
           CLOSE CARDCTL.
           CLOSE CARDFILE.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE CARDHIST.
           CLOSE CARDRPT.
           DISPLAY 'ACCTCARD DONE - ISSUED: ' WS-CTL-ISSUED
                   ' AUTH USERS: ' WS-CTL-AUTH-USERS
                   ' BLOCKED: ' WS-CTL-BLOCKED
                   ' LOST/STOLEN: ' WS-CTL-LOST-STOLEN
                   ' REPLACED: ' WS-CTL-REPLACED
                   ' REFUSED: ' WS-CTL-REFUSED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTCARD'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-ISSUED + WS-CTL-AUTH-USERS + WS-CTL-BLOCKED
               + WS-CTL-LOST-STOLEN + WS-CTL-REPLACED.
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
           DISPLAY 'ACCTCARD: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTCARD: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTCARD: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
