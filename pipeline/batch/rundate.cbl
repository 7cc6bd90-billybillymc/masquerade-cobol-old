       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNDATE.
      ******************************************************************
      * Business-date roll, run as the last step of the window.  The
      * BUSDATE control record (CVBDT01Y) holds the processing date
      * every program in the suite stamps its work with; this step
      * moves it on one business day, and only once the window for
      * the current date has closed cleanly.  RUNLOG is scanned for
      * the current business date and the latest record of every
      * program that ran decides, as on RUNGATE: a program whose
      * latest record is its 'S' never finished, and one whose latest
      * 'E' carries a non-zero completion code failed.  Either - or a
      * date with nothing logged at all - is named on the console and
      * the step ends with return code 16, leaving BUSDATE untouched
      * so a rerun of the failed job next morning still posts and
      * logs under the business day it belongs to, and RUNGATE can
      * find its predecessor's 'E' record.
      *
      * On a clean window the current date becomes the prior date,
      * the next business day after it (COBDATBD, skipping weekends
      * and the holiday records) becomes current, and the one after
      * that becomes next.  The machine date and time of the roll
      * are kept on the control record.
      *
      * A CCYY-MM-DD PARM resets the control record instead, without
      * the RUNLOG check: the date given (moved on to a business day
      * if it is not one) becomes current, with prior and next set
      * either side of it.  It is for setting the file up and for
      * operations recovery only, so it does not depend on the
      * control record it is replacing: the run is logged under the
      * date given, and a BUSDATE that is missing, empty or without
      * a control record in front is rewritten with a new control
      * record followed by whatever holiday records it held.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BDT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE
           RECORDING MODE IS F.
           COPY CVBDT01Y.

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-BDT-STATUS            PIC XX.
       01  WS-RNL-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-RESET-SW              PIC X(01) VALUE 'N'.
           88  WS-RESET                      VALUE 'Y'.

       01  WS-RESET-DATE            PIC X(10).
       01  WS-OLD-CURR-DATE         PIC X(10).
       01  WS-NEW-CURR-DATE         PIC X(10).
       01  WS-NEW-PRIOR-DATE        PIC X(10).
       01  WS-NEW-NEXT-DATE         PIC X(10).
       01  WS-ROLL-DATE-RAW         PIC 9(08).
       01  WS-ROLL-TIME-RAW         PIC 9(08).

      * Holiday records held over a reset that rebuilds BUSDATE.
       01  WS-BDT-NEW-SW            PIC X(01) VALUE 'N'.
           88  WS-BDT-NEW                    VALUE 'Y'.
       01  WS-KEEP-ENTRIES          PIC 9(04) COMP VALUE 0.
       01  WS-KEEP-DROPPED          PIC 9(04) COMP VALUE 0.
       01  WS-KEEP-TABLE.
           05  WS-KEEP-REC OCCURS 500 TIMES
                           INDEXED BY WS-KEEP-IX
                                      PIC X(80).

       01  WS-PGM-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PGM-IX.
               10  WS-PGM-ID              PIC X(08).
               10  WS-PGM-STATE-SW        PIC X(01).
                   88  WS-PGM-RUNNING          VALUE 'S'.
                   88  WS-PGM-FAILED           VALUE 'F'.
                   88  WS-PGM-CLEAN            VALUE 'C'.
       01  WS-PGM-FOUND-SW          PIC X(01).
           88  WS-PGM-FOUND                  VALUE 'Y'.

       01  WS-CTL-LOG-RECS          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-BLOCKED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ROLLED            PIC 9(09) COMP VALUE 0.

       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATECN.
       COPY CODATBDI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           IF NOT WS-RESET
               PERFORM 3000-SCAN-RUNLOG THRU 3000-EXIT
               PERFORM 7000-JUDGE-WINDOW THRU 7000-EXIT
           END-IF.
           IF WS-CTL-BLOCKED = 0
               PERFORM 8000-ROLL-BUSINESS-DATE THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT.
           IF WS-CTL-BLOCKED > 0
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *---------------------------------------------------------------*
      * Log the start of the run to the common run-control log.  Like
      * RUNGATE this program also has to READ RUNLOG, so the file is
      * closed after each record it writes and reopened as needed.
      * A reset is logged under the date it resets to, since the
      * control record may be the very thing being repaired.
      *---------------------------------------------------------------*
       0500-WRITE-RUNLOG-START.
           OPEN EXTEND RUNLOG.
           IF WS-RNL-STATUS NOT = '00' AND NOT = '05'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           IF WS-RESET
               MOVE WS-RESET-DATE TO WS-RNL-RUN-DATE
           ELSE
               MOVE 'C' TO CODATBDI-FUNCTION
               CALL 'COBDATBD' USING CODATBDI-REC
               IF CODATBDI-ERROR-MSG NOT = SPACES
                   PERFORM 9920-BUSDATE-ERROR THRU 9920-EXIT
               END-IF
               MOVE CODATBDI-CURR-DATE TO WS-RNL-RUN-DATE
           END-IF.
           MOVE WS-RNL-RUN-DATE TO WS-OLD-CURR-DATE.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'RUNDATE '      TO RNL-PROGRAM-ID.
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
           CLOSE RUNLOG.
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
      * A PARM date is a reset - it must be a real calendar date.
      * The PARM is looked at before anything is logged, because a
      * reset must not need the control record to log its start.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           IF WS-PARM-RAW = SPACES
               GO TO 1000-EXIT
           END-IF.
           MOVE '2' TO CODATECN-TYPE.
           MOVE WS-PARM-RAW TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           IF CODATECN-ERROR-MSG NOT = SPACES
               DISPLAY 'RUNDATE: INVALID RESET DATE PARM "'
                       WS-PARM-RAW '" - RUN STOPPED'
               PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CODATECN-0UT-DATE TO WS-RESET-DATE.
           MOVE 'Y' TO WS-RESET-SW.
           DISPLAY 'RUNDATE: RESET REQUESTED TO '
                   WS-RESET-DATE ' - RUNLOG NOT CHECKED'.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Table every program that logged on the current business
      * date with the state its latest record leaves it in.  This
      * step's own records are left out - it is still running.
      *---------------------------------------------------------------*
       3000-SCAN-RUNLOG.
           OPEN INPUT RUNLOG.
           IF WS-RNL-STATUS NOT = '00'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-READ-RUNLOG THRU 3100-EXIT.
           PERFORM 3200-TABLE-ONE-LOG-REC THRU 3200-EXIT
               UNTIL WS-EOF.
           CLOSE RUNLOG.
       3000-EXIT.
           EXIT.

       3100-READ-RUNLOG.
           READ RUNLOG
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           IF WS-RNL-STATUS NOT = '00' AND NOT = '10'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-TABLE-ONE-LOG-REC.
           IF RNL-RUN-DATE = WS-OLD-CURR-DATE
              AND RNL-PROGRAM-ID NOT = 'RUNDATE '
               ADD 1 TO WS-CTL-LOG-RECS
               PERFORM 3250-SET-PROGRAM-STATE THRU 3250-EXIT
           END-IF.
           PERFORM 3100-READ-RUNLOG THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3250-SET-PROGRAM-STATE.
           PERFORM 3300-FIND-PROGRAM THRU 3300-EXIT.
           IF NOT WS-PGM-FOUND
               IF WS-PGM-ENTRIES < 200
                   ADD 1 TO WS-PGM-ENTRIES
                   SET WS-PGM-IX TO WS-PGM-ENTRIES
                   MOVE RNL-PROGRAM-ID TO WS-PGM-ID(WS-PGM-IX)
               ELSE
                   DISPLAY 'RUNDATE: PROGRAM TABLE FULL AT '
                           RNL-PROGRAM-ID ' - RUN STOPPED'
                   MOVE 16 TO WS-RNL-COMP-CODE
                   PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RNL-START-REC
                   MOVE 'S' TO WS-PGM-STATE-SW(WS-PGM-IX)
               WHEN RNL-COMPLETION-CODE = 0
                   MOVE 'C' TO WS-PGM-STATE-SW(WS-PGM-IX)
               WHEN OTHER
                   MOVE 'F' TO WS-PGM-STATE-SW(WS-PGM-IX)
           END-EVALUATE.
       3250-EXIT.
           EXIT.

       3300-FIND-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SW.
           SET WS-PGM-IX TO 1.
           PERFORM 3400-MATCH-PROGRAM THRU 3400-EXIT
               UNTIL WS-PGM-FOUND
                  OR WS-PGM-IX > WS-PGM-ENTRIES.
       3300-EXIT.
           EXIT.

       3400-MATCH-PROGRAM.
           IF WS-PGM-ID(WS-PGM-IX) = RNL-PROGRAM-ID
               MOVE 'Y' TO WS-PGM-FOUND-SW
           ELSE
               SET WS-PGM-IX UP BY 1
           END-IF.
       3400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Every program that ran must have finished clean.  A date with
      * no log records at all is refused too - a window that never
      * ran is not a window that closed.
      *---------------------------------------------------------------*
       7000-JUDGE-WINDOW.
           IF WS-PGM-ENTRIES = 0
               ADD 1 TO WS-CTL-BLOCKED
               DISPLAY 'RUNDATE: NO RUNLOG RECORDS FOR '
                       WS-OLD-CURR-DATE
           END-IF.
           SET WS-PGM-IX TO 1.
           PERFORM 7100-JUDGE-ONE-PROGRAM THRU 7100-EXIT
               UNTIL WS-PGM-IX > WS-PGM-ENTRIES.
           IF WS-CTL-BLOCKED > 0
               DISPLAY 'RUNDATE: WINDOW FOR ' WS-OLD-CURR-DATE
                       ' NOT CLOSED CLEAN - BUSINESS DATE NOT ROLLED'
           END-IF.
       7000-EXIT.
           EXIT.

       7100-JUDGE-ONE-PROGRAM.
           EVALUATE TRUE
               WHEN WS-PGM-RUNNING(WS-PGM-IX)
                   ADD 1 TO WS-CTL-BLOCKED
                   DISPLAY 'RUNDATE: ' WS-PGM-ID(WS-PGM-IX)
                           ' HAS NO END RECORD FOR '
                           WS-OLD-CURR-DATE
               WHEN WS-PGM-FAILED(WS-PGM-IX)
                   ADD 1 TO WS-CTL-BLOCKED
                   DISPLAY 'RUNDATE: ' WS-PGM-ID(WS-PGM-IX)
                           ' ENDED WITH A NON-ZERO COMPLETION '
                           'CODE ON ' WS-OLD-CURR-DATE
           END-EVALUATE.
           SET WS-PGM-IX UP BY 1.
       7100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Work out the new dates off the holiday calendar, then rewrite
      * the control record in place.  On a reset a BUSDATE with no
      * control record in front - or no file at all - is rebuilt
      * around a new one instead.
      *---------------------------------------------------------------*
       8000-ROLL-BUSINESS-DATE.
           IF WS-RESET
               MOVE 'F' TO CODATBDI-FUNCTION
               MOVE WS-RESET-DATE TO CODATBDI-DATE1
               PERFORM 8100-CALL-COBDATBD THRU 8100-EXIT
               MOVE CODATBDI-OUT-DATE TO WS-NEW-CURR-DATE
               MOVE 'A' TO CODATBDI-FUNCTION
               MOVE WS-NEW-CURR-DATE TO CODATBDI-DATE1
               MOVE -1 TO CODATBDI-DAYS
               PERFORM 8100-CALL-COBDATBD THRU 8100-EXIT
               MOVE CODATBDI-OUT-DATE TO WS-NEW-PRIOR-DATE
           ELSE
               MOVE WS-OLD-CURR-DATE TO WS-NEW-PRIOR-DATE
               MOVE 'A' TO CODATBDI-FUNCTION
               MOVE WS-OLD-CURR-DATE TO CODATBDI-DATE1
               MOVE 1 TO CODATBDI-DAYS
               PERFORM 8100-CALL-COBDATBD THRU 8100-EXIT
               MOVE CODATBDI-OUT-DATE TO WS-NEW-CURR-DATE
           END-IF.
           MOVE 'A' TO CODATBDI-FUNCTION.
           MOVE WS-NEW-CURR-DATE TO CODATBDI-DATE1.
           MOVE 1 TO CODATBDI-DAYS.
           PERFORM 8100-CALL-COBDATBD THRU 8100-EXIT.
           MOVE CODATBDI-OUT-DATE TO WS-NEW-NEXT-DATE.

           ACCEPT WS-ROLL-DATE-RAW FROM DATE YYYYMMDD.
           ACCEPT WS-ROLL-TIME-RAW FROM TIME.
           MOVE '1' TO CODATECN-TYPE.
           MOVE WS-ROLL-DATE-RAW TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.

           MOVE 'BUSDATE ' TO WS-ERR-FILE-NAME.
           OPEN I-O BUSDATE.
           IF WS-BDT-STATUS = '35'
              AND WS-RESET
               MOVE 'Y' TO WS-BDT-NEW-SW
               PERFORM 8200-REBUILD-BUSDATE THRU 8200-EXIT
               GO TO 8000-REPORT
           END-IF.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           READ BUSDATE.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-BDT-STATUS NOT = '00'
              OR NOT BDT-CONTROL-REC
               CLOSE BUSDATE
               IF WS-RESET
                   PERFORM 8200-REBUILD-BUSDATE THRU 8200-EXIT
                   GO TO 8000-REPORT
               END-IF
               DISPLAY 'RUNDATE: BUSDATE CONTROL RECORD MISSING'
                       ' - RUN ABORTED'
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           PERFORM 8300-SET-CONTROL-DATES THRU 8300-EXIT.
           REWRITE BUS-DATE-RECORD.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           CLOSE BUSDATE.
       8000-REPORT.
           ADD 1 TO WS-CTL-ROLLED.
           DISPLAY 'RUNDATE: BUSINESS DATE ' WS-NEW-CURR-DATE
                   ' PRIOR ' WS-NEW-PRIOR-DATE
                   ' NEXT ' WS-NEW-NEXT-DATE.
       8000-EXIT.
           EXIT.

       8100-CALL-COBDATBD.
           CALL 'COBDATBD' USING CODATBDI-REC.
           IF CODATBDI-ERROR-MSG NOT = SPACES
               PERFORM 9920-BUSDATE-ERROR THRU 9920-EXIT
           END-IF.
       8100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Reset onto a BUSDATE with no control record in front: keep
      * its holiday records, then write the file out again as the
      * new control record followed by those holidays.  Anything
      * else on the file - a control record out of place or damaged
      * past recognition - is dropped and counted.
      *---------------------------------------------------------------*
       8200-REBUILD-BUSDATE.
           MOVE 0 TO WS-KEEP-ENTRIES.
           MOVE 0 TO WS-KEEP-DROPPED.
           IF NOT WS-BDT-NEW
               OPEN INPUT BUSDATE
               MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9800-CHECK-STATUS THRU 9800-EXIT
               MOVE 'N' TO WS-EOF-SW
               PERFORM 8210-KEEP-HOLIDAY THRU 8210-EXIT
                   UNTIL WS-EOF
               CLOSE BUSDATE
           END-IF.
           OPEN OUTPUT BUSDATE.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE SPACES TO BUS-DATE-RECORD.
           MOVE 'C' TO BDT-REC-TYPE.
           PERFORM 8300-SET-CONTROL-DATES THRU 8300-EXIT.
           WRITE BUS-DATE-RECORD.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           SET WS-KEEP-IX TO 1.
           PERFORM 8220-WRITE-HOLIDAY THRU 8220-EXIT
               UNTIL WS-KEEP-IX > WS-KEEP-ENTRIES.
           CLOSE BUSDATE.
           DISPLAY 'RUNDATE: BUSDATE CONTROL RECORD WRITTEN - '
                   WS-KEEP-ENTRIES ' HOLIDAY RECORDS KEPT, '
                   WS-KEEP-DROPPED ' OTHER RECORDS DROPPED'.
       8200-EXIT.
           EXIT.

       8210-KEEP-HOLIDAY.
           READ BUSDATE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 8210-EXIT
           END-READ.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF NOT BDT-HOLIDAY-REC
               ADD 1 TO WS-KEEP-DROPPED
               GO TO 8210-EXIT
           END-IF.
           IF WS-KEEP-ENTRIES NOT < 500
               DISPLAY 'RUNDATE: MORE THAN 500 HOLIDAY RECORDS ON '
                       'BUSDATE - RESET NOT APPLIED'
               MOVE '34' TO WS-ERR-FILE-STATUS
               CLOSE BUSDATE
               PERFORM 9900-FILE-ERROR THRU 9900-EXIT
           END-IF.
           ADD 1 TO WS-KEEP-ENTRIES.
           SET WS-KEEP-IX TO WS-KEEP-ENTRIES.
           MOVE BUS-DATE-RECORD TO WS-KEEP-REC(WS-KEEP-IX).
       8210-EXIT.
           EXIT.

       8220-WRITE-HOLIDAY.
           MOVE WS-KEEP-REC(WS-KEEP-IX) TO BUS-DATE-RECORD.
           WRITE BUS-DATE-RECORD.
           MOVE WS-BDT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           SET WS-KEEP-IX UP BY 1.
       8220-EXIT.
           EXIT.

       8300-SET-CONTROL-DATES.
           MOVE WS-NEW-CURR-DATE  TO BDT-CURR-DATE.
           MOVE WS-NEW-PRIOR-DATE TO BDT-PRIOR-DATE.
           MOVE WS-NEW-NEXT-DATE  TO BDT-NEXT-DATE.
           MOVE CODATECN-0UT-DATE TO BDT-LAST-ROLL-DATE.
           MOVE WS-ROLL-TIME-RAW(1:2) TO BDT-LAST-ROLL-TIME(1:2).
           MOVE ':'                   TO BDT-LAST-ROLL-TIME(3:1).
           MOVE WS-ROLL-TIME-RAW(3:2) TO BDT-LAST-ROLL-TIME(4:2).
           MOVE ':'                   TO BDT-LAST-ROLL-TIME(6:1).
           MOVE WS-ROLL-TIME-RAW(5:2) TO BDT-LAST-ROLL-TIME(7:2).
       8300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-CTL-BLOCKED > 0
               MOVE 16 TO WS-RNL-COMP-CODE
           END-IF.
           DISPLAY 'RUNDATE DONE - WINDOW: ' WS-OLD-CURR-DATE
                   ' PROGRAMS: ' WS-PGM-ENTRIES
                   ' NOT CLEAN: ' WS-CTL-BLOCKED
                   ' ROLLED: ' WS-CTL-ROLLED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log, under the business date the window
      * ran for.  The log was closed for the scan, so it is reopened
      * for extend here.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           OPEN EXTEND RUNLOG.
           IF WS-RNL-STATUS NOT = '00' AND NOT = '05'
               PERFORM 9910-RUNLOG-ERROR THRU 9910-EXIT
           END-IF.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'RUNDATE '      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-LOG-RECS TO RNL-RECS-READ.
           MOVE WS-CTL-ROLLED   TO RNL-RECS-UPDATED.
           MOVE WS-CTL-BLOCKED  TO RNL-RECS-REJECTED.
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
           DISPLAY 'RUNDATE: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'RUNDATE: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'RUNDATE: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
