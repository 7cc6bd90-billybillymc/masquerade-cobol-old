       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.
      ******************************************************************
      * New-account opening.  Reads the day's approved applications
      * (ACCTAPP: application reference, requested credit and cash
      * lines, open and expiration dates, ACCT-GROUP-ID, statement
      * cycle code and the cardholder's name and address) and opens
      * each one in a single validated pass: the CVACT01Y account on
      * ACCTFILE, the CVCUS01Y address on CUSTFILE and the opening
      * CVACT04Y status record on ACCTHIST (old status blank, new
      * status 'Y', reason OPEN) are written together, so an account
      * is never opened without its address the way the old
      * SEEDFILE-then-CUSTMNT two-step left ACCTXAUD to find.
      *
      * The edits, each of which sends the application to the
      * OPENREJ reject listing with its reason:
      *   - credit and cash limits numeric, the credit limit above
      *     zero and the cash limit no more than the credit limit;
      *   - the ACCT-GROUP-ID present on the RATETBL rate table, so
      *     ACCTASSM can assess the account from its first cycle;
      *   - the cycle code blank (the shop-wide month-end cycle) or a
      *     statement-cut day 01-28;
      *   - the open date (blank defaults to the run date) and the
      *     expiration date valid calendar dates through COBDATFT,
      *     the expiration after the open date;
      *   - name, address line 1, city and zip present, as CUSTMNT
      *     requires of any address it adds.
      *
      * The account id is the next one above the highest id on
      * either ACCTFILE or the ACCTARCH archive, so a purged
      * account's id is never handed out again.  The three writes
      * are all-or-nothing: a CUSTFILE collision deletes the
      * account just written, and the history record - which
      * cannot be taken back once written - goes last.  The
      * OPENREG register lists every account opened with its lines
      * and closes with the application counts and the total credit
      * and cash lines granted.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTAPP ASSIGN TO ACCTAPP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-APP-STATUS.
           SELECT RATETBL ASSIGN TO RATETBL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RATE-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT ACCTARCH ASSIGN TO ACCTARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.
           SELECT CUSTFILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CUST-ACCT-ID
                  FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCTHIST ASSIGN TO ACCTHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT OPENREG ASSIGN TO OPENREG
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT OPENREJ ASSIGN TO OPENREJ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REJ-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTAPP
           RECORDING MODE IS F.
       01  ACCTAPP-REC.
           05  APP-REFERENCE                 PIC X(10).
           05  APP-CREDIT-LIMIT              PIC 9(10)V99.
           05  APP-CASH-LIMIT                PIC 9(10)V99.
           05  APP-OPEN-DATE                 PIC X(10).
           05  APP-EXPIRATION-DATE           PIC X(10).
           05  APP-GROUP-ID                  PIC X(10).
           05  APP-CYCLE-CD                  PIC X(02).
           05  APP-CUST-NAME                 PIC X(30).
           05  APP-ADDR-LINE1                PIC X(30).
           05  APP-ADDR-LINE2                PIC X(30).
           05  APP-CITY                      PIC X(20).
           05  APP-STATE                     PIC X(02).
           05  APP-ZIP                       PIC X(10).
           05  FILLER                        PIC X(12).

       FD  RATETBL
           RECORDING MODE IS F.
       01  RATETBL-REC.
           05  RATE-GROUP-ID                 PIC X(10).
           05  FILLER                        PIC X(40).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  ACCTARCH
           RECORDING MODE IS F.
           COPY CVACT01Y REPLACING ACCOUNT-RECORD BY ARCH-ACCOUNT-REC.

       FD  CUSTFILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ACCT-ID                   PIC 9(11).
           05 FD-CUST-DATA                      PIC X(139).

       FD  ACCTHIST
           RECORDING MODE IS F.
           COPY CVACT04Y.

       FD  OPENREG
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  OPENREJ
           RECORD CONTAINS 132 CHARACTERS.
       01  REJ-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       01  WS-STATUS                PIC XX.
       01  WS-APP-STATUS            PIC XX.
       01  WS-RATE-STATUS           PIC XX.
       01  WS-ARCH-STATUS           PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-REJ-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-RATE-EOF                   VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCAN-EOF                   VALUE 'Y'.

       01  WS-RATE-ENTRIES          PIC 9(04) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-RATE-IX.
               10  WS-RT-GROUP-ID         PIC X(10).
       01  WS-RATE-FOUND-SW         PIC X(01).
           88  WS-RATE-FOUND                 VALUE 'Y'.

       01  WS-HIGH-ACCT-ID          PIC 9(11) VALUE 0.
       01  WS-NEXT-ACCT-ID          PIC 9(11) VALUE 0.
       01  WS-OPEN-DATE             PIC X(10).
       01  WS-EXPIRATION-DATE       PIC X(10).
       01  WS-REJ-REASON            PIC X(40).

       COPY CODATARI.

       01  WS-CTL-APPS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OPENED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-TOT-CREDIT-GRANTED    PIC S9(13)V99 VALUE 0.
       01  WS-TOT-CASH-GRANTED      PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-CASH             PIC -(10)9.99.
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-OPEN-APPLICATION
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
           MOVE 'ACCTOPEN'      TO RNL-PROGRAM-ID.
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

      *---------------------------------------------------------------*
      * Table the rate groups, then find the highest account id ever
      * issued - live on ACCTFILE or purged to ACCTARCH - before the
      * first application is read.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT RATETBL.
           MOVE 'RATETBL ' TO WS-ERR-FILE-NAME.
           MOVE WS-RATE-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT
               UNTIL WS-RATE-EOF.
           CLOSE RATETBL.

           OPEN I-O ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           PERFORM 1200-SCAN-ACCTFILE THRU 1200-EXIT
               UNTIL WS-SCAN-EOF.

           OPEN INPUT ACCTARCH.
           MOVE 'ACCTARCH' TO WS-ERR-FILE-NAME.
           MOVE WS-ARCH-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           PERFORM 1300-SCAN-ACCTARCH THRU 1300-EXIT
               UNTIL WS-SCAN-EOF.
           CLOSE ACCTARCH.
           MOVE WS-HIGH-ACCT-ID TO WS-NEXT-ACCT-ID.

           OPEN INPUT ACCTAPP.
           MOVE 'ACCTAPP ' TO WS-ERR-FILE-NAME.
           MOVE WS-APP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN I-O CUSTFILE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN EXTEND ACCTHIST.
           MOVE 'ACCTHIST' TO WS-ERR-FILE-NAME.
           MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT OPENREG.
           MOVE 'OPENREG ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT OPENREJ.
           MOVE 'OPENREJ ' TO WS-ERR-FILE-NAME.
           MOVE WS-REJ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'NEW-ACCOUNTS REGISTER - ' DELIMITED SIZE
                  WS-RNL-RUN-DATE            DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO REJ-LINE.
           STRING 'NEW-ACCOUNT OPENING - DECLINED APPLICATIONS - '
                                             DELIMITED SIZE
                  WS-RNL-RUN-DATE            DELIMITED SIZE
               INTO REJ-LINE
           END-STRING.
           PERFORM 6100-WRITE-REJ-LINE THRU 6100-EXIT.
           MOVE SPACES TO REJ-LINE.
           PERFORM 6100-WRITE-REJ-LINE THRU 6100-EXIT.
           PERFORM 2100-READ-APPLICATION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-RATE-TABLE.
           READ RATETBL
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF WS-RATE-ENTRIES < 50
                       ADD 1 TO WS-RATE-ENTRIES
                       SET WS-RATE-IX TO WS-RATE-ENTRIES
                       MOVE RATE-GROUP-ID
                           TO WS-RT-GROUP-ID(WS-RATE-IX)
                   ELSE
                       DISPLAY 'ACCTOPEN: RATE TABLE FULL - GROUP '
                               RATE-GROUP-ID ' NOT LOADED'
                   END-IF
           END-READ.
           MOVE 'RATETBL ' TO WS-ERR-FILE-NAME.
           MOVE WS-RATE-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * ACCTFILE comes back in key order, so the last id read is the
      * highest; the test is kept general all the same.
      *---------------------------------------------------------------*
       1200-SCAN-ACCTFILE.
           READ ACCTFILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF FD-ACCT-ID > WS-HIGH-ACCT-ID
                       MOVE FD-ACCT-ID TO WS-HIGH-ACCT-ID
                   END-IF
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1200-EXIT.
           EXIT.

       1300-SCAN-ACCTARCH.
           READ ACCTARCH
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF ACCT-ID IN ARCH-ACCOUNT-REC > WS-HIGH-ACCT-ID
                       MOVE ACCT-ID IN ARCH-ACCOUNT-REC
                           TO WS-HIGH-ACCT-ID
                   END-IF
           END-READ.
           MOVE 'ACCTARCH' TO WS-ERR-FILE-NAME.
           MOVE WS-ARCH-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       1300-EXIT.
           EXIT.

       2000-OPEN-APPLICATION.
           ADD 1 TO WS-CTL-APPS-READ.
           PERFORM 2050-EDIT-APPLICATION THRU 2050-EXIT.
           PERFORM 2100-READ-APPLICATION THRU 2100-EXIT.

      *---------------------------------------------------------------*
      * Every edit that can be made without touching a master is
      * made here, so the writes in 2200 only ever fail on a key
      * collision.  Each reject names its reason on OPENREJ.
      *---------------------------------------------------------------*
       2050-EDIT-APPLICATION.
           IF ACCTAPP-REC(11:12) NOT NUMERIC
              OR ACCTAPP-REC(23:12) NOT NUMERIC
               MOVE 'LIMIT AMOUNT NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF APP-CREDIT-LIMIT = 0
               MOVE 'CREDIT LIMIT MUST BE ABOVE ZERO'
                   TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF APP-CASH-LIMIT > APP-CREDIT-LIMIT
               MOVE 'CASH LIMIT EXCEEDS CREDIT LIMIT'
                   TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE 'N' TO WS-RATE-FOUND-SW.
           SET WS-RATE-IX TO 1.
           PERFORM 2060-SEARCH-RATE-GROUP
               UNTIL WS-RATE-IX > WS-RATE-ENTRIES
                  OR WS-RATE-FOUND.
           IF NOT WS-RATE-FOUND
               MOVE 'GROUP NOT ON RATETBL' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF APP-CYCLE-CD NOT = SPACES
               IF APP-CYCLE-CD NOT NUMERIC
                  OR APP-CYCLE-CD < '01'
                  OR APP-CYCLE-CD > '28'
                   MOVE 'INVALID CYCLE CODE' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
                   GO TO 2050-EXIT
               END-IF
           END-IF.

           IF APP-OPEN-DATE = SPACES
               MOVE WS-RNL-RUN-DATE TO WS-OPEN-DATE
           ELSE
               MOVE '2' TO CODATECN-TYPE
               MOVE APP-OPEN-DATE TO CODATECN-INP-DATE
               MOVE '2' TO CODATECN-OUTTYPE
               CALL 'COBDATFT' USING CODATECN-REC
               IF CODATECN-ERROR-MSG NOT = SPACES
                   MOVE 'INVALID OPEN DATE' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
                   GO TO 2050-EXIT
               END-IF
               MOVE CODATECN-0UT-DATE TO WS-OPEN-DATE
           END-IF.

           MOVE '2' TO CODATECN-TYPE.
           MOVE APP-EXPIRATION-DATE TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           IF CODATECN-ERROR-MSG NOT = SPACES
               MOVE 'INVALID EXPIRATION DATE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.
           MOVE CODATECN-0UT-DATE TO WS-EXPIRATION-DATE.

           MOVE 'D' TO CODATARI-FUNCTION.
           MOVE WS-EXPIRATION-DATE TO CODATARI-DATE1.
           MOVE WS-OPEN-DATE       TO CODATARI-DATE2.
           CALL 'COBDATAR' USING CODATARI-REC.
           IF CODATARI-ERROR-MSG NOT = SPACES
              OR CODATARI-DAYS NOT > 0
               MOVE 'EXPIRATION NOT AFTER OPEN DATE'
                   TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF APP-CUST-NAME = SPACES
              OR APP-ADDR-LINE1 = SPACES
              OR APP-CITY = SPACES
              OR APP-ZIP = SPACES
               MOVE 'NAME/ADDR/CITY/ZIP REQUIRED' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           PERFORM 2200-WRITE-NEW-ACCOUNT THRU 2200-EXIT.
       2050-EXIT.
           EXIT.

       2060-SEARCH-RATE-GROUP.
           IF WS-RT-GROUP-ID(WS-RATE-IX) = APP-GROUP-ID
               SET WS-RATE-FOUND TO TRUE
           ELSE
               SET WS-RATE-IX UP BY 1
           END-IF.

       2100-READ-APPLICATION.
           READ ACCTAPP
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'ACCTAPP ' TO WS-ERR-FILE-NAME.
           MOVE WS-APP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Build and write the three records.  The account goes first
      * and claims the id; the address follows, and if its key is
      * somehow already taken the account is deleted again so the
      * application leaves nothing behind.  The history record goes
      * last because a sequential write cannot be backed out - if
      * it fails, both keyed records are removed before the run is
      * stopped.  An id lost to a collision is not reused.
      *---------------------------------------------------------------*
       2200-WRITE-NEW-ACCOUNT.
           ADD 1 TO WS-NEXT-ACCT-ID.

           MOVE SPACES              TO ACCOUNT-RECORD.
           MOVE WS-NEXT-ACCT-ID     TO ACCT-ID IN ACCOUNT-RECORD.
           MOVE 'Y'                 TO ACCT-ACTIVE-STATUS
                                           IN ACCOUNT-RECORD.
           MOVE 0                   TO ACCT-CURR-BAL
                                           IN ACCOUNT-RECORD.
           MOVE APP-CREDIT-LIMIT    TO ACCT-CREDIT-LIMIT
                                           IN ACCOUNT-RECORD.
           MOVE APP-CASH-LIMIT      TO ACCT-CASH-CREDIT-LIMIT
                                           IN ACCOUNT-RECORD.
           MOVE WS-OPEN-DATE        TO ACCT-OPEN-DATE
                                           IN ACCOUNT-RECORD.
           MOVE WS-EXPIRATION-DATE  TO ACCT-EXPIRAION-DATE
                                           IN ACCOUNT-RECORD.
           MOVE WS-OPEN-DATE        TO ACCT-REISSUE-DATE
                                           IN ACCOUNT-RECORD.
           MOVE 0                   TO ACCT-CURR-CYC-CREDIT
                                           IN ACCOUNT-RECORD.
           MOVE 0                   TO ACCT-CURR-CYC-DEBIT
                                           IN ACCOUNT-RECORD.
           MOVE APP-ZIP             TO ACCT-ADDR-ZIP
                                           IN ACCOUNT-RECORD.
           MOVE APP-GROUP-ID        TO ACCT-GROUP-ID
                                           IN ACCOUNT-RECORD.
           MOVE APP-CYCLE-CD        TO ACCT-CYCLE-CD
                                           IN ACCOUNT-RECORD.

           MOVE SPACES              TO CUSTOMER-ADDR-RECORD.
           MOVE WS-NEXT-ACCT-ID     TO CUST-ACCT-ID.
           MOVE APP-CUST-NAME       TO CUST-NAME.
           MOVE APP-ADDR-LINE1      TO CUST-ADDR-LINE1.
           MOVE APP-ADDR-LINE2      TO CUST-ADDR-LINE2.
           MOVE APP-CITY            TO CUST-CITY.
           MOVE APP-STATE           TO CUST-STATE.
           MOVE APP-ZIP             TO CUST-ZIP.

           MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC.
           WRITE FD-ACCTFILE-REC
               INVALID KEY
                   MOVE 'ACCT-ID ALREADY ON ACCTFILE'
                       TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-WRITE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           MOVE CUSTOMER-ADDR-RECORD TO FD-CUSTFILE-REC.
           WRITE FD-CUSTFILE-REC
               INVALID KEY
                   MOVE 'ACCT-ID ALREADY ON CUSTFILE'
                       TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-WRITE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-CUST-STATUS NOT = '00'
               PERFORM 2250-BACK-OUT-ACCOUNT THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES              TO ACCT-STATUS-HIST-RECORD.
           MOVE WS-NEXT-ACCT-ID     TO ASH-ACCT-ID.
           MOVE SPACES              TO ASH-OLD-STATUS.
           MOVE 'Y'                 TO ASH-NEW-STATUS.
           MOVE WS-OPEN-DATE        TO ASH-EFFECTIVE-DATE.
           MOVE 'OPEN'              TO ASH-REASON-CODE.
           WRITE ACCT-STATUS-HIST-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               PERFORM 2250-BACK-OUT-ACCOUNT THRU 2250-EXIT
               PERFORM 2260-BACK-OUT-ADDRESS THRU 2260-EXIT
               MOVE 'ACCTHIST WRITE FAILED' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               MOVE 'ACCTHIST' TO WS-ERR-FILE-NAME
               MOVE WS-HIST-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.

           ADD 1 TO WS-CTL-OPENED.
           ADD APP-CREDIT-LIMIT TO WS-TOT-CREDIT-GRANTED.
           ADD APP-CASH-LIMIT   TO WS-TOT-CASH-GRANTED.
           PERFORM 2400-PRINT-REGISTER-LINE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2250-BACK-OUT-ACCOUNT.
           MOVE WS-NEXT-ACCT-ID TO FD-ACCT-ID.
           DELETE ACCTFILE
               INVALID KEY
                   DISPLAY 'ACCTOPEN: ACCT-ID ' WS-NEXT-ACCT-ID
                           ' COULD NOT BE BACKED OUT OF ACCTFILE'
           END-DELETE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2250-EXIT.
           EXIT.

       2260-BACK-OUT-ADDRESS.
           MOVE WS-NEXT-ACCT-ID TO FD-CUST-ACCT-ID.
           DELETE CUSTFILE
               INVALID KEY
                   DISPLAY 'ACCTOPEN: ACCT-ID ' WS-NEXT-ACCT-ID
                           ' COULD NOT BE BACKED OUT OF CUSTFILE'
           END-DELETE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2260-EXIT.
           EXIT.

       2300-WRITE-REJECT.
           ADD 1 TO WS-CTL-REJECTED.
           MOVE SPACES TO REJ-LINE.
           STRING 'DECLINED APPLICATION ' DELIMITED SIZE
                  APP-REFERENCE           DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  APP-CUST-NAME           DELIMITED SIZE
                  ' - '                   DELIMITED SIZE
                  WS-REJ-REASON           DELIMITED SIZE
               INTO REJ-LINE
           END-STRING.
           PERFORM 6100-WRITE-REJ-LINE THRU 6100-EXIT.
       2300-EXIT.
           EXIT.

       2400-PRINT-REGISTER-LINE.
           MOVE WS-NEXT-ACCT-ID  TO WS-EDIT-ACCT-ID.
           MOVE APP-CREDIT-LIMIT TO WS-EDIT-AMOUNT.
           MOVE APP-CASH-LIMIT   TO WS-EDIT-CASH.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPENED ACCT-ID '  DELIMITED SIZE
                  WS-EDIT-ACCT-ID    DELIMITED SIZE
                  ' APP '            DELIMITED SIZE
                  APP-REFERENCE      DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  APP-CUST-NAME      DELIMITED SIZE
                  ' GRP '            DELIMITED SIZE
                  APP-GROUP-ID       DELIMITED SIZE
                  ' CYC '            DELIMITED SIZE
                  APP-CYCLE-CD       DELIMITED SIZE
                  ' LINE='           DELIMITED SIZE
                  WS-EDIT-AMOUNT     DELIMITED SIZE
                  ' CASH='           DELIMITED SIZE
                  WS-EDIT-CASH       DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2400-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'OPENREG ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       6100-WRITE-REJ-LINE.
           WRITE REJ-LINE.
           MOVE 'OPENREJ ' TO WS-ERR-FILE-NAME.
           MOVE WS-REJ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-APPS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'APPLICATIONS READ  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-OPENED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS OPENED  . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'APPLICATIONS DECLINED  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-CREDIT-GRANTED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL CREDIT LINES GRANTED . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-CASH-GRANTED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL CASH LINES GRANTED . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ACCTAPP.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE ACCTHIST.
           CLOSE OPENREG.
           CLOSE OPENREJ.
           DISPLAY 'ACCTOPEN DONE - READ: ' WS-CTL-APPS-READ
                   ' OPENED: ' WS-CTL-OPENED
                   ' DECLINED: ' WS-CTL-REJECTED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTOPEN'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-APPS-READ TO RNL-RECS-READ.
           MOVE WS-CTL-OPENED    TO RNL-RECS-UPDATED.
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
           DISPLAY 'ACCTOPEN: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTOPEN: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTOPEN: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
