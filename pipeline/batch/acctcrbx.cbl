       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCRBX.
      ******************************************************************
      * Monthly credit-bureau reporting extract.  The PARM is the
      * reporting month, 'CCYY-MM', and is required.  BUREXTR is the
      * fixed-format file the bureaus take (CVBUR01Y): an 'H' header
      * naming the month, one 'D' account segment for every account
      * on ACCTFILE opened on or before the month, and a 'T' trailer
      * with the segment count and the balance and limit totals.
      *
      * Each segment carries the CUSTFILE name and address, the open
      * date and credit limit, the balance off the account's latest
      * CYC-CLOSE-BAL, ACCT-ACTIVE-STATUS mapped to the bureau
      * account-status code, the DLNQFILE aging bucket mapped to the
      * bureau payment-status code, and a 24-cycle payment history.
      * The history is rebuilt off the CYCHIST chain by aging each
      * snapshot against the prior cycle's minimum payment exactly
      * as ACCTDLNQ does, so it reads the same as the collections
      * buckets did at each cycle close.
      *
      * Last month's extract is read back as BURPRIOR (an empty file
      * on the first run).  An account reported there that is no
      * longer on ACCTFILE has been purged since; its ACCTARCH
      * record is found in one pass of the archive and a final
      * closed segment (status DA) is written from the prior segment
      * and the archived balance and limit.  A purged account is not
      * reported again after its final segment.
      *
      * Nothing is dropped quietly: an account with no CUSTFILE
      * record or an incomplete name and address, a status or bucket
      * with no bureau code, an account gone from ACCTFILE with no
      * ACCTARCH record, or - should the aging table ever fill - an
      * account whose aging could not be held, is listed on the
      * BURXRPT exception listing instead of being reported.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CYCHIST ASSIGN TO CYCHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CYC-STATUS.
           SELECT ACCTARCH ASSIGN TO ACCTARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ARCH-STATUS.
           SELECT BURPRIOR ASSIGN TO BURPRIOR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
           SELECT BUREXTR ASSIGN TO BUREXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EXTR-STATUS.
           SELECT BURXRPT ASSIGN TO BURXRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CYCHIST
           RECORDING MODE IS F.
           COPY CVCYC01Y.

       FD  ACCTARCH
           RECORDING MODE IS F.
           COPY CVACT01Y REPLACING ACCOUNT-RECORD BY ARCH-ACCOUNT-REC.

       FD  BURPRIOR
           RECORDING MODE IS F.
           COPY CVBUR01Y REPLACING BUREAU-SEGMENT-RECORD
                                BY PRIOR-SEGMENT-REC.

       FD  BUREXTR
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
           COPY CVBUR01Y.
       01  BUR-HEADER-REC.
           05  BUH-REC-TYPE                  PIC X(01).
           05  BUH-ACTIVITY-MONTH            PIC X(07).
           05  BUH-CREATED-DATE              PIC X(10).
           05  BUH-PROGRAM-ID                PIC X(08).
           05  FILLER                        PIC X(224).
       01  BUR-TRAILER-REC.
           05  BUT-REC-TYPE                  PIC X(01).
           05  BUT-SEGMENT-COUNT             PIC 9(09).
           05  BUT-FINAL-COUNT               PIC 9(09).
           05  BUT-TOT-BALANCE               PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  BUT-TOT-LIMIT                 PIC 9(13)V99.
           05  FILLER                        PIC X(200).

       FD  BURXRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-DLQ-STATUS            PIC XX.
       01  WS-CYC-STATUS            PIC XX.
       01  WS-ARCH-STATUS           PIC XX.
       01  WS-PRIOR-STATUS          PIC XX.
       01  WS-EXTR-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-RPT-MONTH             PIC X(07).

      *    One entry per account seen on DLNQFILE or CYCHIST: the
      *    current collections bucket, and the history rebuilt off
      *    the snapshot chain.
       01  WS-ACC-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-ACC-IX.
               10  WS-ACC-ACCT-ID         PIC 9(11).
               10  WS-ACC-DLNQ-SW         PIC X(01).
                   88  WS-ACC-ON-DLNQ          VALUE 'Y'.
               10  WS-ACC-DLNQ-BUCKET     PIC 9(03).
               10  WS-ACC-CYCLED-SW       PIC X(01).
                   88  WS-ACC-CYCLED           VALUE 'Y'.
               10  WS-ACC-HIST-BUCKET     PIC 9(03).
               10  WS-ACC-MIN-DUE         PIC S9(10)V99.
               10  WS-ACC-CLOSE-BAL       PIC S9(10)V99.
               10  WS-ACC-HISTORY         PIC X(24).
       01  WS-ACC-FOUND-SW          PIC X(01).
           88  WS-ACC-FOUND                  VALUE 'Y'.
       01  WS-ACC-KEY               PIC 9(11).
       01  WS-ACC-DROPPED           PIC 9(09) COMP VALUE 0.
       01  WS-HIST-WORK             PIC X(24).
       01  WS-HIST-CODE             PIC X(01).
       01  WS-MIN-DUE               PIC S9(10)V99.

      *    Accounts reported last month and gone from ACCTFILE since,
      *    with the prior segment they were reported on.
       01  WS-PRG-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-PRG-TABLE.
           05  WS-PRG-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PRG-IX.
               10  WS-PRG-ACCT-ID         PIC 9(11).
               10  WS-PRG-ARCH-SW         PIC X(01).
                   88  WS-PRG-ON-ARCHIVE       VALUE 'Y'.
               10  WS-PRG-CURR-BAL        PIC S9(10)V99.
               10  WS-PRG-CREDIT-LIMIT    PIC S9(10)V99.
               10  WS-PRG-SEGMENT         PIC X(250).
       01  WS-PRG-FOUND-SW          PIC X(01).
           88  WS-PRG-FOUND                  VALUE 'Y'.
       01  WS-PRG-DROPPED           PIC 9(09) COMP VALUE 0.

       01  WS-EXC-REASON            PIC X(40).
       01  WS-EXC-VALUE             PIC X(10).
       01  WS-ACCT-STATUS-CD        PIC X(02).
       01  WS-PAY-STATUS-CD         PIC X(02).

       01  WS-CTL-ACCTS-READ        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NOT-YET-OPEN      PIC 9(09) COMP VALUE 0.
       01  WS-CTL-SEGMENTS          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-FINAL-SEGMENTS    PIC 9(09) COMP VALUE 0.
       01  WS-CTL-EXCEPTIONS        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-SNAPS-READ        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-PRIOR-READ        PIC 9(09) COMP VALUE 0.
       01  WS-TOT-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-TOT-LIMIT             PIC 9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
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
           PERFORM 1500-LOAD-DLNQ THRU 1500-EXIT.
           PERFORM 1600-TRACK-CYCHIST THRU 1600-EXIT.
           PERFORM 2000-REPORT-ACCOUNT
               UNTIL WS-EOF.
           PERFORM 3000-FIND-PURGED-ACCOUNTS THRU 3000-EXIT.
           PERFORM 4000-WRITE-FINAL-SEGMENTS THRU 4000-EXIT.
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
           MOVE 'ACCTCRBX'      TO RNL-PROGRAM-ID.
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
           IF WS-PARM-RAW(1:4) IS NUMERIC
              AND WS-PARM-RAW(5:1) = '-'
              AND WS-PARM-RAW(6:2) IS NUMERIC
              AND WS-PARM-RAW(6:2) >= '01'
              AND WS-PARM-RAW(6:2) <= '12'
               MOVE WS-PARM-RAW(1:7) TO WS-RPT-MONTH
           ELSE
               DISPLAY 'ACCTCRBX: PARM MUST BE THE REPORTING MONTH'
                       ' CCYY-MM - RUN STOPPED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT CUSTFILE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT BUREXTR.
           MOVE 'BUREXTR ' TO WS-ERR-FILE-NAME.
           MOVE WS-EXTR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT BURXRPT.
           MOVE 'BURXRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO BUR-HEADER-REC.
           MOVE 'H'             TO BUH-REC-TYPE.
           MOVE WS-RPT-MONTH    TO BUH-ACTIVITY-MONTH.
           MOVE WS-RNL-RUN-DATE TO BUH-CREATED-DATE.
           MOVE 'ACCTCRBX'      TO BUH-PROGRAM-ID.
           WRITE BUR-HEADER-REC.
           MOVE 'BUREXTR ' TO WS-ERR-FILE-NAME.
           MOVE WS-EXTR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'CREDIT BUREAU EXTRACT - EXCEPTIONS FOR MONTH '
                                      DELIMITED SIZE
                  WS-RPT-MONTH        DELIMITED SIZE
                  ' - RUN '           DELIMITED SIZE
                  WS-RNL-RUN-DATE     DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Table the current collections bucket of every account on the
      * delinquency master.
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
           IF WS-EOF
               GO TO 1510-EXIT
           END-IF.
           MOVE DLNQ-ACCT-ID TO WS-ACC-KEY.
           PERFORM 2400-FIND-OR-ADD-ACCOUNT THRU 2400-EXIT.
           IF WS-ACC-FOUND
               MOVE 'Y'         TO WS-ACC-DLNQ-SW(WS-ACC-IX)
               MOVE DLNQ-BUCKET TO WS-ACC-DLNQ-BUCKET(WS-ACC-IX)
           END-IF.
       1510-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Walk the CYCHIST chain (chronological within an account) up
      * to the reporting month.  Each snapshot is aged the way
      * ACCTDLNQ ages it - the cycle's credits against the minimum
      * payment due off the prior cycle, 30 days a missed cycle,
      * capped at 90, back to current on a zero or credit balance -
      * and the result is pushed onto the front of the history.
      *---------------------------------------------------------------*
       1600-TRACK-CYCHIST.
           OPEN INPUT CYCHIST.
           MOVE 'CYCHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-CYC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1610-TRACK-ONE-SNAPSHOT THRU 1610-EXIT
               UNTIL WS-EOF.
           CLOSE CYCHIST.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
       1600-EXIT.
           EXIT.

       1610-TRACK-ONE-SNAPSHOT.
           READ CYCHIST
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'CYCHIST ' TO WS-ERR-FILE-NAME.
           MOVE WS-CYC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF
               GO TO 1610-EXIT
           END-IF.
           IF CYC-END-DATE(1:7) > WS-RPT-MONTH
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-CTL-SNAPS-READ.
           MOVE CYC-ACCT-ID TO WS-ACC-KEY.
           PERFORM 2400-FIND-OR-ADD-ACCOUNT THRU 2400-EXIT.
           IF NOT WS-ACC-FOUND
               GO TO 1610-EXIT
           END-IF.

           IF WS-ACC-MIN-DUE(WS-ACC-IX) > 0
              AND CYC-CREDIT < WS-ACC-MIN-DUE(WS-ACC-IX)
               IF WS-ACC-HIST-BUCKET(WS-ACC-IX) < 90
                   ADD 30 TO WS-ACC-HIST-BUCKET(WS-ACC-IX)
               END-IF
           ELSE
               MOVE 0 TO WS-ACC-HIST-BUCKET(WS-ACC-IX)
           END-IF.

           IF CYC-CLOSE-BAL > 0
               COMPUTE WS-MIN-DUE ROUNDED =
                   CYC-CLOSE-BAL * 5 / 100
               IF WS-MIN-DUE < 25.00
                   MOVE 25.00 TO WS-MIN-DUE
               END-IF
               IF WS-MIN-DUE > CYC-CLOSE-BAL
                   MOVE CYC-CLOSE-BAL TO WS-MIN-DUE
               END-IF
           ELSE
               MOVE 0 TO WS-MIN-DUE
               MOVE 0 TO WS-ACC-HIST-BUCKET(WS-ACC-IX)
           END-IF.
           MOVE WS-MIN-DUE    TO WS-ACC-MIN-DUE(WS-ACC-IX).
           MOVE CYC-CLOSE-BAL TO WS-ACC-CLOSE-BAL(WS-ACC-IX).
           MOVE 'Y'           TO WS-ACC-CYCLED-SW(WS-ACC-IX).

           EVALUATE WS-ACC-HIST-BUCKET(WS-ACC-IX)
               WHEN 0
                   MOVE '0' TO WS-HIST-CODE
               WHEN 30
                   MOVE '1' TO WS-HIST-CODE
               WHEN 60
                   MOVE '2' TO WS-HIST-CODE
               WHEN OTHER
                   MOVE '3' TO WS-HIST-CODE
           END-EVALUATE.
           MOVE ALL 'B' TO WS-HIST-WORK.
           MOVE WS-HIST-CODE TO WS-HIST-WORK(1:1).
           MOVE WS-ACC-HISTORY(WS-ACC-IX)(1:23) TO WS-HIST-WORK(2:23).
           MOVE WS-HIST-WORK TO WS-ACC-HISTORY(WS-ACC-IX).
       1610-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Build and write one account's segment, or list it as an
      * exception.
      *---------------------------------------------------------------*
       2000-REPORT-ACCOUNT.
           ADD 1 TO WS-CTL-ACCTS-READ.
           PERFORM 2050-BUILD-SEGMENT THRU 2050-EXIT.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.

       2050-BUILD-SEGMENT.
           IF ACCT-OPEN-DATE IN ACCOUNT-RECORD(1:7) > WS-RPT-MONTH
               ADD 1 TO WS-CTL-NOT-YET-OPEN
               GO TO 2050-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN ACCT-STATUS-ACTIVE IN ACCOUNT-RECORD
                   MOVE 'OP' TO WS-ACCT-STATUS-CD
               WHEN ACCT-STATUS-INACTIVE IN ACCOUNT-RECORD
                   MOVE 'IN' TO WS-ACCT-STATUS-CD
               WHEN ACCT-STATUS-FROZEN IN ACCOUNT-RECORD
                   MOVE 'FZ' TO WS-ACCT-STATUS-CD
               WHEN ACCT-STATUS-CLOSED IN ACCOUNT-RECORD
                   MOVE 'CL' TO WS-ACCT-STATUS-CD
               WHEN OTHER
                   MOVE 'ACCOUNT STATUS HAS NO BUREAU CODE'
                       TO WS-EXC-REASON
                   MOVE ACCT-ACTIVE-STATUS IN ACCOUNT-RECORD
                       TO WS-EXC-VALUE
                   PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
                   GO TO 2050-EXIT
           END-EVALUATE.

      *    An account with no table entry is current with no cycle
      *    history - unless the table has filled, when its aging may
      *    have been among what could not be held.
           MOVE ACCT-ID IN ACCOUNT-RECORD TO WS-ACC-KEY.
           PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
           IF NOT WS-ACC-FOUND
              AND WS-ACC-DROPPED > 0
               MOVE 'AGING NOT HELD - TABLE FULL' TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-VALUE
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               GO TO 2050-EXIT
           END-IF.
           MOVE '11' TO WS-PAY-STATUS-CD.
           IF WS-ACC-FOUND
               IF WS-ACC-ON-DLNQ(WS-ACC-IX)
                   EVALUATE WS-ACC-DLNQ-BUCKET(WS-ACC-IX)
                       WHEN 0
                           MOVE '11' TO WS-PAY-STATUS-CD
                       WHEN 30
                           MOVE '71' TO WS-PAY-STATUS-CD
                       WHEN 60
                           MOVE '78' TO WS-PAY-STATUS-CD
                       WHEN 90
                           MOVE '80' TO WS-PAY-STATUS-CD
                       WHEN OTHER
                           MOVE 'DLNQ BUCKET HAS NO BUREAU CODE'
                               TO WS-EXC-REASON
                           MOVE WS-ACC-DLNQ-BUCKET(WS-ACC-IX)
                               TO WS-EXC-VALUE
                           PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
                           GO TO 2050-EXIT
                   END-EVALUATE
               END-IF
           END-IF.

           MOVE ACCT-ID IN ACCOUNT-RECORD TO FD-CUST-ACCT-ID.
           READ CUSTFILE INTO CUSTOMER-ADDR-RECORD
               INVALID KEY
                   MOVE 'NO CUSTFILE NAME AND ADDRESS RECORD'
                       TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-VALUE
                   PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-READ.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-CUST-STATUS NOT = '00'
               GO TO 2050-EXIT
           END-IF.
           IF CUST-NAME = SPACES
              OR CUST-ADDR-LINE1 = SPACES
              OR CUST-CITY = SPACES
              OR CUST-STATE = SPACES
              OR CUST-ZIP = SPACES
               MOVE 'NAME OR ADDRESS INCOMPLETE ON CUSTFILE'
                   TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-VALUE
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE SPACES             TO BUREAU-SEGMENT-RECORD.
           MOVE 'D'                TO BUR-REC-TYPE
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE ACCT-ID IN ACCOUNT-RECORD
                                   TO BUR-ACCT-ID
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE WS-RPT-MONTH       TO BUR-ACTIVITY-MONTH
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE CUST-NAME          TO BUR-CONSUMER-NAME
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE CUST-ADDR-LINE1    TO BUR-ADDR-LINE1
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE CUST-ADDR-LINE2    TO BUR-ADDR-LINE2
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE CUST-CITY          TO BUR-CITY
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE CUST-STATE         TO BUR-STATE
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE CUST-ZIP           TO BUR-ZIP
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE ACCT-OPEN-DATE IN ACCOUNT-RECORD
                                   TO BUR-OPEN-DATE
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE ACCT-CREDIT-LIMIT IN ACCOUNT-RECORD
                                   TO BUR-CREDIT-LIMIT
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE 0                  TO BUR-CURRENT-BAL
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE ALL 'B'            TO BUR-PAY-HISTORY
                                      IN BUREAU-SEGMENT-RECORD.
           IF WS-ACC-FOUND
               IF WS-ACC-CYCLED(WS-ACC-IX)
                   MOVE WS-ACC-CLOSE-BAL(WS-ACC-IX)
                       TO BUR-CURRENT-BAL IN BUREAU-SEGMENT-RECORD
                   MOVE WS-ACC-HISTORY(WS-ACC-IX)
                       TO BUR-PAY-HISTORY IN BUREAU-SEGMENT-RECORD
               END-IF
           END-IF.
           MOVE WS-ACCT-STATUS-CD  TO BUR-ACCT-STATUS
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE WS-PAY-STATUS-CD   TO BUR-PAYMENT-STATUS
                                      IN BUREAU-SEGMENT-RECORD.
           PERFORM 2700-WRITE-SEGMENT THRU 2700-EXIT.
       2050-EXIT.
           EXIT.

       2100-READ-ACCOUNT.
           READ ACCTFILE NEXT RECORD INTO ACCOUNT-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2400-FIND-OR-ADD-ACCOUNT.
           PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
           IF NOT WS-ACC-FOUND
               IF WS-ACC-ENTRIES < 5000
                   ADD 1 TO WS-ACC-ENTRIES
                   SET WS-ACC-IX TO WS-ACC-ENTRIES
                   MOVE WS-ACC-KEY TO WS-ACC-ACCT-ID(WS-ACC-IX)
                   MOVE 'N'        TO WS-ACC-DLNQ-SW(WS-ACC-IX)
                   MOVE 0          TO WS-ACC-DLNQ-BUCKET(WS-ACC-IX)
                   MOVE 'N'        TO WS-ACC-CYCLED-SW(WS-ACC-IX)
                   MOVE 0          TO WS-ACC-HIST-BUCKET(WS-ACC-IX)
                   MOVE 0          TO WS-ACC-MIN-DUE(WS-ACC-IX)
                   MOVE 0          TO WS-ACC-CLOSE-BAL(WS-ACC-IX)
                   MOVE ALL 'B'    TO WS-ACC-HISTORY(WS-ACC-IX)
                   SET WS-ACC-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCTCRBX: ACCOUNT TABLE FULL - ACCT-ID '
                           WS-ACC-KEY ' AGING NOT HELD'
                   ADD 1 TO WS-ACC-DROPPED
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       2500-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACC-FOUND-SW.
           SET WS-ACC-IX TO 1.
           PERFORM 2510-SEARCH-ACCOUNT
               UNTIL WS-ACC-IX > WS-ACC-ENTRIES
                  OR WS-ACC-FOUND.
       2500-EXIT.
           EXIT.

       2510-SEARCH-ACCOUNT.
           IF WS-ACC-ACCT-ID(WS-ACC-IX) = WS-ACC-KEY
               SET WS-ACC-FOUND TO TRUE
           ELSE
               SET WS-ACC-IX UP BY 1
           END-IF.

       2700-WRITE-SEGMENT.
           WRITE BUREAU-SEGMENT-RECORD.
           MOVE 'BUREXTR ' TO WS-ERR-FILE-NAME.
           MOVE WS-EXTR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-SEGMENTS.
           ADD BUR-CURRENT-BAL IN BUREAU-SEGMENT-RECORD
               TO WS-TOT-BALANCE.
           ADD BUR-CREDIT-LIMIT IN BUREAU-SEGMENT-RECORD
               TO WS-TOT-LIMIT.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Read last month's extract back.  Every account reported there
      * (other than on a final segment) that is no longer on ACCTFILE
      * is tabled, then ACCTARCH is read once for their archived
      * records.
      *---------------------------------------------------------------*
       3000-FIND-PURGED-ACCOUNTS.
           OPEN INPUT BURPRIOR.
           MOVE 'BURPRIOR' TO WS-ERR-FILE-NAME.
           MOVE WS-PRIOR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-CHECK-PRIOR-SEGMENT THRU 3100-EXIT
               UNTIL WS-EOF.
           CLOSE BURPRIOR.

           IF WS-PRG-ENTRIES > 0
               OPEN INPUT ACCTARCH
               MOVE 'ACCTARCH' TO WS-ERR-FILE-NAME
               MOVE WS-ARCH-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9800-CHECK-STATUS THRU 9800-EXIT
               MOVE 'N' TO WS-EOF-SW
               PERFORM 3200-SCAN-ARCHIVE THRU 3200-EXIT
                   UNTIL WS-EOF
               CLOSE ACCTARCH
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-PRIOR-SEGMENT.
           READ BURPRIOR
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'BURPRIOR' TO WS-ERR-FILE-NAME.
           MOVE WS-PRIOR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF
               GO TO 3100-EXIT
           END-IF.
           IF NOT BUR-DETAIL IN PRIOR-SEGMENT-REC
              OR BUR-STATUS-PURGED IN PRIOR-SEGMENT-REC
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-CTL-PRIOR-READ.

           MOVE BUR-ACCT-ID IN PRIOR-SEGMENT-REC TO FD-ACCT-ID.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS = '00'
               GO TO 3100-EXIT
           END-IF.

           IF WS-PRG-ENTRIES < 500
               ADD 1 TO WS-PRG-ENTRIES
               SET WS-PRG-IX TO WS-PRG-ENTRIES
               MOVE BUR-ACCT-ID IN PRIOR-SEGMENT-REC
                   TO WS-PRG-ACCT-ID(WS-PRG-IX)
               MOVE 'N' TO WS-PRG-ARCH-SW(WS-PRG-IX)
               MOVE 0   TO WS-PRG-CURR-BAL(WS-PRG-IX)
               MOVE 0   TO WS-PRG-CREDIT-LIMIT(WS-PRG-IX)
               MOVE PRIOR-SEGMENT-REC TO WS-PRG-SEGMENT(WS-PRG-IX)
           ELSE
               DISPLAY 'ACCTCRBX: PURGED-ACCOUNT TABLE FULL - ACCT-ID '
                       BUR-ACCT-ID IN PRIOR-SEGMENT-REC
                       ' NOT REPORTED'
               ADD 1 TO WS-PRG-DROPPED
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SCAN-ARCHIVE.
           READ ACCTARCH
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'ACCTARCH' TO WS-ERR-FILE-NAME.
           MOVE WS-ARCH-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-EOF
               GO TO 3200-EXIT
           END-IF.
           MOVE 'N' TO WS-PRG-FOUND-SW.
           SET WS-PRG-IX TO 1.
           PERFORM 3210-SEARCH-PURGED
               UNTIL WS-PRG-IX > WS-PRG-ENTRIES
                  OR WS-PRG-FOUND.
           IF WS-PRG-FOUND
               MOVE 'Y' TO WS-PRG-ARCH-SW(WS-PRG-IX)
               MOVE ACCT-CURR-BAL IN ARCH-ACCOUNT-REC
                   TO WS-PRG-CURR-BAL(WS-PRG-IX)
               MOVE ACCT-CREDIT-LIMIT IN ARCH-ACCOUNT-REC
                   TO WS-PRG-CREDIT-LIMIT(WS-PRG-IX)
           END-IF.
       3200-EXIT.
           EXIT.

       3210-SEARCH-PURGED.
           IF WS-PRG-ACCT-ID(WS-PRG-IX) = ACCT-ID IN ARCH-ACCOUNT-REC
               SET WS-PRG-FOUND TO TRUE
           ELSE
               SET WS-PRG-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * Final closed segment for every purged account found on the
      * archive: the name, address, open date and history it was last
      * reported with, its archived balance and limit, status DA.
      *---------------------------------------------------------------*
       4000-WRITE-FINAL-SEGMENTS.
           SET WS-PRG-IX TO 1.
           PERFORM 4100-WRITE-ONE-FINAL THRU 4100-EXIT
               UNTIL WS-PRG-IX > WS-PRG-ENTRIES.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-FINAL.
           IF NOT WS-PRG-ON-ARCHIVE(WS-PRG-IX)
               MOVE 'ACCOUNT GONE FROM ACCTFILE, NOT ON ACCTARCH'
                   TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-VALUE
               MOVE WS-PRG-ACCT-ID(WS-PRG-IX)
                   TO ACCT-ID IN ACCOUNT-RECORD
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               GO TO 4100-NEXT
           END-IF.
           MOVE WS-PRG-SEGMENT(WS-PRG-IX) TO BUREAU-SEGMENT-RECORD.
           MOVE WS-RPT-MONTH       TO BUR-ACTIVITY-MONTH
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE WS-PRG-CURR-BAL(WS-PRG-IX)
                                   TO BUR-CURRENT-BAL
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE WS-PRG-CREDIT-LIMIT(WS-PRG-IX)
                                   TO BUR-CREDIT-LIMIT
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE 'DA'               TO BUR-ACCT-STATUS
                                      IN BUREAU-SEGMENT-RECORD.
           MOVE 'F'                TO BUR-FINAL-SEG-IND
                                      IN BUREAU-SEGMENT-RECORD.
           PERFORM 2700-WRITE-SEGMENT THRU 2700-EXIT.
           ADD 1 TO WS-CTL-FINAL-SEGMENTS.
       4100-NEXT.
           SET WS-PRG-IX UP BY 1.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One exception line: the account in ACCT-ID, why it could not
      * be reported, and the offending value where there is one.
      *---------------------------------------------------------------*
       5000-WRITE-EXCEPTION.
           ADD 1 TO WS-CTL-EXCEPTIONS.
           MOVE ACCT-ID IN ACCOUNT-RECORD TO WS-EDIT-ACCT-ID.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCT-ID '        DELIMITED SIZE
                  WS-EDIT-ACCT-ID   DELIMITED SIZE
                  ' NOT REPORTED - ' DELIMITED SIZE
                  WS-EXC-REASON     DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-EXC-VALUE      DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       5000-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'BURXRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       7000-WRITE-TRAILER.
           MOVE SPACES                TO BUR-TRAILER-REC.
           MOVE 'T'                   TO BUT-REC-TYPE.
           MOVE WS-CTL-SEGMENTS       TO BUT-SEGMENT-COUNT.
           MOVE WS-CTL-FINAL-SEGMENTS TO BUT-FINAL-COUNT.
           MOVE WS-TOT-BALANCE        TO BUT-TOT-BALANCE.
           MOVE WS-TOT-LIMIT          TO BUT-TOT-LIMIT.
           WRITE BUR-TRAILER-REC.
           MOVE 'BUREXTR ' TO WS-ERR-FILE-NAME.
           MOVE WS-EXTR-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       7000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-ACCTS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS READ  . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NOT-YET-OPEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPENED AFTER THE MONTH . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-SEGMENTS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SEGMENTS REPORTED  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-FINAL-SEGMENTS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING '  OF WHICH FINAL (PURGED)  . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-BALANCE TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'BALANCES REPORTED  . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-LIMIT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'CREDIT LIMITS REPORTED . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-EXCEPTIONS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'EXCEPTIONS NOT REPORTED  . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-ACC-DROPPED > 0
               MOVE WS-ACC-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'AGING NOT HELD (FULL)  . . . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
           IF WS-PRG-DROPPED > 0
               MOVE WS-PRG-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'PURGED NOT REPORTED (FULL) . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE ACCTFILE.
           CLOSE CUSTFILE.
           CLOSE BUREXTR.
           CLOSE BURXRPT.
           DISPLAY 'ACCTCRBX DONE - SEGMENTS: ' WS-CTL-SEGMENTS
                   ' FINAL: ' WS-CTL-FINAL-SEGMENTS
                   ' EXCEPTIONS: ' WS-CTL-EXCEPTIONS.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTCRBX'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-ACCTS-READ  TO RNL-RECS-READ.
           MOVE WS-CTL-SEGMENTS    TO RNL-RECS-UPDATED.
           MOVE WS-CTL-EXCEPTIONS  TO RNL-RECS-REJECTED.
           MOVE WS-RNL-COMP-CODE   TO RNL-COMPLETION-CODE.
           WRITE RUN-LOG-RECORD.
           IF WS-RNL-STATUS NOT = '00'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           CLOSE RUNLOG.
       9100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * File-status checking.  9800 follows every OPEN, 9810 every
      * READ/WRITE (end-of-file and the invalid-key statuses the
      * callers already handle pass through).  Anything else names
      * the file and status and shuts the run down with a non-zero
      * return code the scheduler can trap, so a dependent job never
      * runs against a file this one could not process.
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
           DISPLAY 'ACCTCRBX: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTCRBX: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTCRBX: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
