       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTREXP.
      ******************************************************************
      * Customer relationship exposure report.  Reads the CUSTREL
      * relationship master (CVREL01Y) in customer-number order off
      * its alternate key and, for every customer, lists each linked
      * account from ACCTFILE - status, credit limit, current balance
      * and DLNQFILE aging bucket - followed by the customer's totals:
      * accounts held, total credit lines, total balances and the
      * worst delinquency bucket across the accounts.  A closed
      * account's balance still counts but its line does not, as the
      * line is no longer open to the customer.  An account linked on
      * CUSTREL but gone from ACCTFILE is listed and left out of the
      * totals.  The customer is named from the CUSTFILE record of
      * its first account.  REXPRPT closes with grand totals.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DLNQFILE ASSIGN TO DLNQFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DLQ-STATUS.
           SELECT REXPRPT ASSIGN TO REXPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  DLNQFILE
           RECORDING MODE IS F.
       01  DLNQFILE-REC.
           05  DLNQ-ACCT-ID                  PIC 9(11).
           05  DLNQ-BUCKET                   PIC 9(03).
           05  DLNQ-MIN-DUE                  PIC S9(10)V99.
           05  DLNQ-LAST-CYC-DATE            PIC X(10).
           05  DLNQ-CYCLES-AT-90             PIC 9(03).
           05  FILLER                        PIC X(01).

       FD  REXPRPT
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
       01  WS-REL-STATUS            PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-DLQ-STATUS            PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

      *    Accounts in a delinquency bucket on DLNQFILE; an account
      *    not in the table is current.
       01  WS-DLQ-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-DLQ-TABLE.
           05  WS-DLQ-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-DLQ-IX.
               10  WS-DLQ-ACCT-ID         PIC 9(11).
               10  WS-DLQ-BUCKET          PIC 9(03).
       01  WS-DLQ-FOUND-SW          PIC X(01).
           88  WS-DLQ-FOUND                  VALUE 'Y'.
       01  WS-DLQ-DROPPED           PIC 9(09) COMP VALUE 0.
       01  WS-ACCT-BUCKET           PIC 9(03).

       01  WS-CUR-CUST-NUM          PIC 9(09) VALUE 0.
       01  WS-FIRST-CUST-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-CUST                 VALUE 'Y'.
       01  WS-CUS-ACCOUNTS          PIC 9(05) COMP.
       01  WS-CUS-LINES             PIC S9(13)V99.
       01  WS-CUS-BALANCE           PIC S9(13)V99.
       01  WS-CUS-WORST-BUCKET      PIC 9(03).

       01  WS-CTL-LINKS-READ        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CUSTOMERS         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ACCOUNTS          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-MISSING           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-DELINQUENT        PIC 9(09) COMP VALUE 0.
       01  WS-TOT-LINES             PIC S9(13)V99 VALUE 0.
       01  WS-TOT-BALANCE           PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-CUST-NUM         PIC 9(09).
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-AMOUNT2          PIC -(10)9.99.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.
       01  WS-EDIT-BUCKET           PIC ZZ9.
       01  WS-EDIT-ACCTS            PIC ZZZZ9.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 2000-PROCESS-LINK
               UNTIL WS-EOF.
           IF NOT WS-FIRST-CUST
               PERFORM 3000-PRINT-CUSTOMER-TOTAL THRU 3000-EXIT
           END-IF.
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
           MOVE 'ACCTREXP'      TO RNL-PROGRAM-ID.
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
           PERFORM 1500-LOAD-DLNQ THRU 1500-EXIT.

           OPEN INPUT CUSTREL.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT CUSTFILE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT REXPRPT.
           MOVE 'REXPRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMER RELATIONSHIP EXPOSURE REPORT - '
                                                 DELIMITED SIZE
                  WS-RNL-RUN-DATE                DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

      *    Customer number 0 is ACCTREL's control record - start
      *    past it.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 1 TO FD-REL-CUST-NUM.
           START CUSTREL KEY IS NOT LESS THAN FD-REL-CUST-NUM
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF NOT WS-EOF
               PERFORM 2100-READ-LINK THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Keep the accounts DLNQFILE has in a delinquency bucket; every
      * other account is current.
      *---------------------------------------------------------------*
       1500-LOAD-DLNQ.
           OPEN INPUT DLNQFILE.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-DLQ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1510-LOAD-ONE-DLNQ THRU 1510-EXIT
               UNTIL WS-EOF.
           CLOSE DLNQFILE.
       1500-EXIT.
           EXIT.

       1510-LOAD-ONE-DLNQ.
           READ DLNQFILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'DLNQFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-DLQ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF OR DLNQ-BUCKET = 0
               GO TO 1510-EXIT
           END-IF.
           IF WS-DLQ-ENTRIES < 5000
               ADD 1 TO WS-DLQ-ENTRIES
               SET WS-DLQ-IX TO WS-DLQ-ENTRIES
               MOVE DLNQ-ACCT-ID TO WS-DLQ-ACCT-ID(WS-DLQ-IX)
               MOVE DLNQ-BUCKET  TO WS-DLQ-BUCKET(WS-DLQ-IX)
           ELSE
               DISPLAY 'ACCTREXP: DELINQUENCY TABLE FULL - ACCT-ID '
                       DLNQ-ACCT-ID ' REPORTED CURRENT'
               ADD 1 TO WS-DLQ-DROPPED
           END-IF.
       1510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One linked account: close off the previous customer when the
      * customer number changes, then list and total the account.
      *---------------------------------------------------------------*
       2000-PROCESS-LINK.
           ADD 1 TO WS-CTL-LINKS-READ.
           IF WS-FIRST-CUST OR REL-CUST-NUM NOT = WS-CUR-CUST-NUM
               IF NOT WS-FIRST-CUST
                   PERFORM 3000-PRINT-CUSTOMER-TOTAL THRU 3000-EXIT
               END-IF
               PERFORM 2200-START-CUSTOMER THRU 2200-EXIT
           END-IF.
           PERFORM 2300-LIST-ACCOUNT THRU 2300-EXIT.
           PERFORM 2100-READ-LINK THRU 2100-EXIT.

       2100-READ-LINK.
           READ CUSTREL NEXT RECORD INTO CUST-REL-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2200-START-CUSTOMER.
           MOVE 'N'          TO WS-FIRST-CUST-SW.
           MOVE REL-CUST-NUM TO WS-CUR-CUST-NUM.
           MOVE 0 TO WS-CUS-ACCOUNTS.
           MOVE 0 TO WS-CUS-LINES.
           MOVE 0 TO WS-CUS-BALANCE.
           MOVE 0 TO WS-CUS-WORST-BUCKET.
           ADD 1 TO WS-CTL-CUSTOMERS.

           MOVE REL-ACCT-ID TO FD-CUST-ACCT-ID.
           READ CUSTFILE INTO CUSTOMER-ADDR-RECORD
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
           END-READ.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.

           MOVE REL-CUST-NUM TO WS-EDIT-CUST-NUM.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMER '           DELIMITED SIZE
                  WS-EDIT-CUST-NUM      DELIMITED SIZE
                  '  '                  DELIMITED SIZE
                  CUST-NAME             DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

       2300-LIST-ACCOUNT.
           MOVE REL-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE REL-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS NOT = '00'
               ADD 1 TO WS-CTL-MISSING
               MOVE SPACES TO RPT-LINE
               STRING '    ACCT '           DELIMITED SIZE
                      WS-EDIT-ACCT-ID       DELIMITED SIZE
                      '  NOT ON ACCTFILE - NOT TOTALLED'
                                            DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2400-FIND-BUCKET THRU 2400-EXIT.
           ADD 1 TO WS-CUS-ACCOUNTS.
           ADD 1 TO WS-CTL-ACCOUNTS.
           IF NOT ACCT-STATUS-CLOSED
               ADD ACCT-CREDIT-LIMIT TO WS-CUS-LINES
           END-IF.
           ADD ACCT-CURR-BAL TO WS-CUS-BALANCE.
           IF WS-ACCT-BUCKET > WS-CUS-WORST-BUCKET
               MOVE WS-ACCT-BUCKET TO WS-CUS-WORST-BUCKET
           END-IF.

           MOVE ACCT-CREDIT-LIMIT TO WS-EDIT-AMOUNT.
           MOVE ACCT-CURR-BAL     TO WS-EDIT-AMOUNT2.
           MOVE WS-ACCT-BUCKET    TO WS-EDIT-BUCKET.
           MOVE SPACES TO RPT-LINE.
           STRING '    ACCT '           DELIMITED SIZE
                  WS-EDIT-ACCT-ID       DELIMITED SIZE
                  '  ST '               DELIMITED SIZE
                  ACCT-ACTIVE-STATUS    DELIMITED SIZE
                  '  LIMIT '            DELIMITED SIZE
                  WS-EDIT-AMOUNT        DELIMITED SIZE
                  '  BALANCE '          DELIMITED SIZE
                  WS-EDIT-AMOUNT2       DELIMITED SIZE
                  '  BUCKET '           DELIMITED SIZE
                  WS-EDIT-BUCKET        DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

       2400-FIND-BUCKET.
           MOVE 0 TO WS-ACCT-BUCKET.
           MOVE 'N' TO WS-DLQ-FOUND-SW.
           SET WS-DLQ-IX TO 1.
           PERFORM 2410-SEARCH-BUCKET
               UNTIL WS-DLQ-IX > WS-DLQ-ENTRIES
                  OR WS-DLQ-FOUND.
           IF WS-DLQ-FOUND
               MOVE WS-DLQ-BUCKET(WS-DLQ-IX) TO WS-ACCT-BUCKET
           END-IF.
       2400-EXIT.
           EXIT.

       2410-SEARCH-BUCKET.
           IF WS-DLQ-ACCT-ID(WS-DLQ-IX) = ACCT-ID
               SET WS-DLQ-FOUND TO TRUE
           ELSE
               SET WS-DLQ-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * The customer's totals, and into the grand totals.
      *---------------------------------------------------------------*
       3000-PRINT-CUSTOMER-TOTAL.
           MOVE WS-CUS-ACCOUNTS     TO WS-EDIT-ACCTS.
           MOVE WS-CUS-WORST-BUCKET TO WS-EDIT-BUCKET.
           MOVE WS-CUS-LINES        TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '    ACCOUNTS '       DELIMITED SIZE
                  WS-EDIT-ACCTS         DELIMITED SIZE
                  '  TOTAL LINES '      DELIMITED SIZE
                  WS-EDIT-TOTAL         DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           MOVE WS-CUS-BALANCE      TO WS-EDIT-TOTAL.
           MOVE '  TOTAL BALANCE '  TO RPT-LINE(50:16).
           MOVE WS-EDIT-TOTAL       TO RPT-LINE(66:16).
           MOVE '  WORST BUCKET '   TO RPT-LINE(82:15).
           MOVE WS-EDIT-BUCKET      TO RPT-LINE(97:3).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           ADD WS-CUS-LINES   TO WS-TOT-LINES.
           ADD WS-CUS-BALANCE TO WS-TOT-BALANCE.
           IF WS-CUS-WORST-BUCKET > 0
               ADD 1 TO WS-CTL-DELINQUENT
           END-IF.
       3000-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'REXPRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL TOTALS' DELIMITED SIZE INTO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-CUSTOMERS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMERS REPORTED . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ACCOUNTS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS TOTALLED  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-MISSING TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LINKED, NOT ON ACCTFILE  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-DELINQUENT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMERS WITH A DELINQUENCY ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-LINES TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL CREDIT LINES . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-BALANCE TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'TOTAL BALANCES . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-DLQ-DROPPED > 0
               MOVE WS-DLQ-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'BUCKET NOT HELD (TABLE FULL) ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CUSTREL.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE REXPRPT.
           DISPLAY 'ACCTREXP DONE - CUSTOMERS: ' WS-CTL-CUSTOMERS
                   ' ACCOUNTS: ' WS-CTL-ACCOUNTS
                   ' DELINQUENT: ' WS-CTL-DELINQUENT.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTREXP'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-LINKS-READ TO RNL-RECS-READ.
           MOVE 0                 TO RNL-RECS-UPDATED.
           MOVE WS-CTL-MISSING    TO RNL-RECS-REJECTED.
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
           DISPLAY 'ACCTREXP: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTREXP: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTREXP: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
