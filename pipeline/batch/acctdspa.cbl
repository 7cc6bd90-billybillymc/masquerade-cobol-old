       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDSPA.
      ******************************************************************
      * Nightly dispute aging report.  Walks the dispute master
      * DSPMAST (CVDSP01Y) and, for every case still open, measures
      * through COBDATAR how many days it has been open and how far
      * the run date is past the regulatory response deadline fixed
      * on the case when ACCTDSPM opened it.  Every open case past
      * its deadline is listed on DSPARPT with the item, the
      * provisional credit and the days overdue, for the disputes
      * unit to resolve before it becomes a compliance finding;
      * totals give the open and overdue case counts and amounts.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPMAST ASSIGN TO DSPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-DSP-ITEM-KEY
                  FILE STATUS IS WS-DSP-STATUS.
           SELECT DSPARPT ASSIGN TO DSPARPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DSPMAST.
       01  FD-DSPMAST-REC.
           05 FD-DSP-ITEM-KEY                   PIC X(37).
           05 FD-DSP-DATA                       PIC X(83).

       FD  DSPARPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVDSP01Y.
       01  WS-DSP-STATUS            PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-DAYS-OPEN             PIC S9(08).
       01  WS-DAYS-OVERDUE          PIC S9(08).

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OPEN              PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OVERDUE           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-BAD-DATE          PIC 9(09) COMP VALUE 0.
       01  WS-TOT-OPEN-AMT          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-OVERDUE-AMT       PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-CASE-ID          PIC Z(08)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-DAYS             PIC ZZZZ9.
       01  WS-EDIT-DAYS-OVER        PIC ZZZZ9.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATBDI.
       COPY CODATARI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-AGE-CASE
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
           MOVE 'ACCTDSPA'      TO RNL-PROGRAM-ID.
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
           OPEN INPUT DSPMAST.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT DSPARPT.
           MOVE 'DSPARPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPEN DISPUTES PAST RESPONSE DEADLINE - '
                                          DELIMITED SIZE
                  WS-RNL-RUN-DATE         DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-DSPMAST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-AGE-CASE.
           ADD 1 TO WS-CTL-RECS-READ.
           IF DSP-OPEN
               PERFORM 2200-AGE-OPEN-CASE THRU 2200-EXIT
           END-IF.
           PERFORM 2100-READ-DSPMAST THRU 2100-EXIT.

       2100-READ-DSPMAST.
           READ DSPMAST NEXT RECORD INTO DISPUTE-CASE-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'DSPMAST ' TO WS-ERR-FILE-NAME.
           MOVE WS-DSP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Days open and days past the deadline, both off the run date.
      * A case whose dates will not compute is listed rather than
      * silently passed over - it cannot be shown to be in time.
      *---------------------------------------------------------------*
       2200-AGE-OPEN-CASE.
           ADD 1 TO WS-CTL-OPEN.
           ADD DSP-AMOUNT TO WS-TOT-OPEN-AMT.
           MOVE DSP-CASE-ID TO WS-EDIT-CASE-ID.
           MOVE DSP-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE DSP-AMOUNT  TO WS-EDIT-AMOUNT.

           MOVE 'D' TO CODATARI-FUNCTION.
           MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1.
           MOVE DSP-OPEN-DATE   TO CODATARI-DATE2.
           CALL 'COBDATAR' USING CODATARI-REC.
           MOVE CODATARI-DAYS TO WS-DAYS-OPEN.
           IF CODATARI-ERROR-MSG = SPACES
               MOVE 'D' TO CODATARI-FUNCTION
               MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1
               MOVE DSP-DUE-DATE    TO CODATARI-DATE2
               CALL 'COBDATAR' USING CODATARI-REC
               MOVE CODATARI-DAYS TO WS-DAYS-OVERDUE
           END-IF.
           IF CODATARI-ERROR-MSG NOT = SPACES
               ADD 1 TO WS-CTL-BAD-DATE
               MOVE SPACES TO RPT-LINE
               STRING 'CASE '          DELIMITED SIZE
                      WS-EDIT-CASE-ID  DELIMITED SIZE
                      ' ACCT-ID '      DELIMITED SIZE
                      WS-EDIT-ACCT-ID  DELIMITED SIZE
                      ' OPENED '       DELIMITED SIZE
                      DSP-OPEN-DATE    DELIMITED SIZE
                      ' DUE '          DELIMITED SIZE
                      DSP-DUE-DATE     DELIMITED SIZE
                      ' - CASE DATES INVALID, NOT AGED'
                                       DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-DAYS-OVERDUE NOT > 0
               GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-CTL-OVERDUE.
           ADD DSP-AMOUNT TO WS-TOT-OVERDUE-AMT.
           MOVE WS-DAYS-OPEN    TO WS-EDIT-DAYS.
           MOVE WS-DAYS-OVERDUE TO WS-EDIT-DAYS-OVER.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASE '          DELIMITED SIZE
                  WS-EDIT-CASE-ID  DELIMITED SIZE
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
                  ' OPEN '         DELIMITED SIZE
                  WS-EDIT-DAYS     DELIMITED SIZE
                  ' DAYS OVERDUE ' DELIMITED SIZE
                  WS-EDIT-DAYS-OVER DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'DSPARPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISPUTE CASES READ . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-OPEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES OPEN . . . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-OPEN-AMT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT IN OPEN CASES . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-OVERDUE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPEN CASES PAST DEADLINE . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-OVERDUE-AMT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT PAST DEADLINE . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-BAD-DATE TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASES WITH INVALID DATES . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DSPMAST.
           CLOSE DSPARPT.
           DISPLAY 'ACCTDSPA DONE - OPEN: ' WS-CTL-OPEN
                   ' PAST DEADLINE: ' WS-CTL-OVERDUE
                   ' BAD DATES: ' WS-CTL-BAD-DATE.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTDSPA'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           MOVE 0                TO RNL-RECS-UPDATED.
           MOVE WS-CTL-BAD-DATE  TO RNL-RECS-REJECTED.
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
           DISPLAY 'ACCTDSPA: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTDSPA: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTDSPA: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
