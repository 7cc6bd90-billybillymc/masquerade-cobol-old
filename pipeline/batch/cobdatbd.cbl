       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDATBD.
      ******************************************************************
      * Business-date routine, CALLed by every batch program for its
      * processing date in place of the machine clock, and by the
      * programs that set due or release dates to keep those off
      * weekends and holidays.  BUSDATE (CVBDT01Y) is read once, on
      * the first call of the run: the control record's current,
      * prior and next business dates are kept, and the holiday
      * records are loaded to a table.  Every call hands the three
      * control dates back, so a run stamps one business date
      * however long it runs past midnight.
      *
      * CODATBDI-FUNCTION:
      *   C - control dates only
      *   F - CODATBDI-DATE1, rolled forward to a business day
      *   A - CODATBDI-DATE1 moved CODATBDI-DAYS business days
      *
      * Only 'C' needs the control record.  'F' and 'A' work off the
      * calendar alone, so RUNDATE can still work out the dates for a
      * reset when BUSDATE is new, empty or has lost its control
      * record - an unusable control record is reported on 'C' calls
      * only.
      *
      * A business day is a Monday to Friday with no holiday record.
      * The day of the week is taken from the COBDATAR day count
      * against a known Monday, so no calendar tables are needed
      * beyond the holidays themselves.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE
           RECORDING MODE IS F.
           COPY CVBDT01Y.

       WORKING-STORAGE SECTION.
       01  WS-BDT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-LOADED-SW             PIC X(01) VALUE 'N'.
           88  WS-LOADED                     VALUE 'Y'.
       01  WS-CTL-ERROR-MSG         PIC X(30) VALUE SPACES.

       01  WS-CURR-DATE             PIC X(10).
       01  WS-PRIOR-DATE            PIC X(10).
       01  WS-NEXT-DATE             PIC X(10).

       01  WS-HOL-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-HOL-IX.
               10  WS-HOL-DATE            PIC X(10).
       01  WS-HOL-DROPPED           PIC 9(09) COMP VALUE 0.

      * 2000-01-03 was a Monday - day-of-week 0 in the count below.
       01  WS-BASE-MONDAY           PIC X(10) VALUE '2000-01-03'.
       01  WS-WORK-DATE             PIC X(10).
       01  WS-WEEKS                 PIC S9(08).
       01  WS-DAY-OF-WEEK           PIC S9(01).
       01  WS-BUS-DAY-SW            PIC X(01).
           88  WS-BUS-DAY                    VALUE 'Y'.
       01  WS-STEP                  PIC S9(01).
       01  WS-BUS-TARGET            PIC 9(04) COMP.
       01  WS-BUS-COUNT             PIC 9(04) COMP.

       COPY CODATARI.

       LINKAGE SECTION.
       COPY CODATBDI.

       PROCEDURE DIVISION USING CODATBDI-REC.
       0000-MAINLINE.
           MOVE SPACES TO CODATBDI-ERROR-MSG.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-BUSDATE THRU 1000-EXIT
               IF CODATBDI-ERROR-MSG NOT = SPACES
                   GOBACK
               END-IF
           END-IF.
           MOVE WS-CURR-DATE  TO CODATBDI-CURR-DATE.
           MOVE WS-PRIOR-DATE TO CODATBDI-PRIOR-DATE.
           MOVE WS-NEXT-DATE  TO CODATBDI-NEXT-DATE.

           EVALUATE TRUE
               WHEN CODATBDI-GET-DATES
                   MOVE WS-CTL-ERROR-MSG TO CODATBDI-ERROR-MSG
               WHEN CODATBDI-FWD-BUS-DAY
                   PERFORM 2000-FORWARD-BUS-DAY THRU 2000-EXIT
               WHEN CODATBDI-ADD-BUS-DAYS
                   PERFORM 3000-ADD-BUS-DAYS THRU 3000-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO CODATBDI-ERROR-MSG
           END-EVALUATE.
           GOBACK.

      *---------------------------------------------------------------*
      * Read BUSDATE once per run: the control record must come
      * first and carry a real current date; the holiday records
      * follow it in any order.  A missing file or control record is
      * held for the 'C' calls; only a read failure part way through
      * the calendar stops every call.
      *---------------------------------------------------------------*
       1000-LOAD-BUSDATE.
           MOVE 0 TO WS-HOL-ENTRIES.
           MOVE SPACES TO WS-CTL-ERROR-MSG.
           MOVE SPACES TO WS-CURR-DATE.
           MOVE SPACES TO WS-PRIOR-DATE.
           MOVE SPACES TO WS-NEXT-DATE.
           MOVE 'Y' TO WS-LOADED-SW.
           OPEN INPUT BUSDATE.
           IF WS-BDT-STATUS NOT = '00'
               STRING 'BUSDATE OPEN STATUS ' DELIMITED SIZE
                      WS-BDT-STATUS          DELIMITED SIZE
                   INTO WS-CTL-ERROR-MSG
               END-STRING
               GO TO 1000-EXIT
           END-IF.
           READ BUSDATE.
           IF WS-BDT-STATUS NOT = '00'
               MOVE 'BUSDATE CONTROL RECORD MISSING'
                   TO WS-CTL-ERROR-MSG
               CLOSE BUSDATE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF BDT-CONTROL-REC
               MOVE BDT-CURR-DATE  TO WS-CURR-DATE
               MOVE BDT-PRIOR-DATE TO WS-PRIOR-DATE
               MOVE BDT-NEXT-DATE  TO WS-NEXT-DATE
           ELSE
               MOVE 'BUSDATE CONTROL RECORD MISSING'
                   TO WS-CTL-ERROR-MSG
               PERFORM 1200-TABLE-HOLIDAY THRU 1200-EXIT
           END-IF.
           PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
               UNTIL WS-EOF.
           CLOSE BUSDATE.
           IF CODATBDI-ERROR-MSG NOT = SPACES
               MOVE 'N' TO WS-LOADED-SW
               GO TO 1000-EXIT
           END-IF.
           IF WS-CTL-ERROR-MSG NOT = SPACES
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-CURR-DATE TO WS-WORK-DATE.
           PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
           IF CODATBDI-ERROR-MSG NOT = SPACES
               MOVE 'BUSDATE CURRENT DATE INVALID'
                   TO WS-CTL-ERROR-MSG
               MOVE SPACES TO CODATBDI-ERROR-MSG
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-HOLIDAY.
           READ BUSDATE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1100-EXIT
           END-READ.
           IF WS-BDT-STATUS NOT = '00'
               STRING 'BUSDATE READ STATUS ' DELIMITED SIZE
                      WS-BDT-STATUS          DELIMITED SIZE
                   INTO CODATBDI-ERROR-MSG
               END-STRING
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1200-TABLE-HOLIDAY THRU 1200-EXIT.
       1100-EXIT.
           EXIT.

       1200-TABLE-HOLIDAY.
           IF NOT BDT-HOLIDAY-REC
               GO TO 1200-EXIT
           END-IF.
           IF WS-HOL-ENTRIES < 500
               ADD 1 TO WS-HOL-ENTRIES
               SET WS-HOL-IX TO WS-HOL-ENTRIES
               MOVE BDT-HOL-DATE TO WS-HOL-DATE(WS-HOL-IX)
           ELSE
               ADD 1 TO WS-HOL-DROPPED
               DISPLAY 'COBDATBD: HOLIDAY TABLE FULL - '
                       BDT-HOL-DATE ' NOT LOADED'
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * DATE1 itself when it is a business day, otherwise step a day
      * at a time until one is reached.
      *---------------------------------------------------------------*
       2000-FORWARD-BUS-DAY.
           MOVE CODATBDI-DATE1 TO WS-WORK-DATE.
           PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
           MOVE 1 TO WS-STEP.
           PERFORM 4000-STEP-ONE-DAY THRU 4000-EXIT
               UNTIL WS-BUS-DAY
                  OR CODATBDI-ERROR-MSG NOT = SPACES.
           IF CODATBDI-ERROR-MSG = SPACES
               MOVE WS-WORK-DATE TO CODATBDI-OUT-DATE
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Step from DATE1 a day at a time in the direction of DAYS,
      * counting only the business days landed on, until DAYS of
      * them have been counted.  DAYS of zero returns DATE1 as is.
      *---------------------------------------------------------------*
       3000-ADD-BUS-DAYS.
           MOVE CODATBDI-DATE1 TO WS-WORK-DATE.
           PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
           IF CODATBDI-ERROR-MSG NOT = SPACES
               GO TO 3000-EXIT
           END-IF.
           IF CODATBDI-DAYS < 0
               MOVE -1 TO WS-STEP
               COMPUTE WS-BUS-TARGET = 0 - CODATBDI-DAYS
           ELSE
               MOVE 1 TO WS-STEP
               MOVE CODATBDI-DAYS TO WS-BUS-TARGET
           END-IF.
           MOVE 0 TO WS-BUS-COUNT.
           PERFORM 3100-COUNT-BUS-DAY THRU 3100-EXIT
               UNTIL WS-BUS-COUNT = WS-BUS-TARGET
                  OR CODATBDI-ERROR-MSG NOT = SPACES.
           IF CODATBDI-ERROR-MSG = SPACES
               MOVE WS-WORK-DATE TO CODATBDI-OUT-DATE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-COUNT-BUS-DAY.
           PERFORM 4000-STEP-ONE-DAY THRU 4000-EXIT.
           IF WS-BUS-DAY
               ADD 1 TO WS-BUS-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Move WS-WORK-DATE one calendar day in the direction of
      * WS-STEP and test the day landed on.
      *---------------------------------------------------------------*
       4000-STEP-ONE-DAY.
           MOVE 'A' TO CODATARI-FUNCTION.
           MOVE WS-WORK-DATE TO CODATARI-DATE1.
           MOVE WS-STEP TO CODATARI-DAYS.
           CALL 'COBDATAR' USING CODATARI-REC.
           IF CODATARI-ERROR-MSG NOT = SPACES
               MOVE CODATARI-ERROR-MSG TO CODATBDI-ERROR-MSG
               GO TO 4000-EXIT
           END-IF.
           MOVE CODATARI-OUT-DATE TO WS-WORK-DATE.
           PERFORM 5000-TEST-BUS-DAY THRU 5000-EXIT.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Set WS-BUS-DAY-SW for WS-WORK-DATE: not a Saturday or Sunday
      * (day-of-week 5 or 6 counting from the base Monday) and not
      * on the holiday table.
      *---------------------------------------------------------------*
       5000-TEST-BUS-DAY.
           MOVE 'N' TO WS-BUS-DAY-SW.
           MOVE 'D' TO CODATARI-FUNCTION.
           MOVE WS-WORK-DATE TO CODATARI-DATE1.
           MOVE WS-BASE-MONDAY TO CODATARI-DATE2.
           CALL 'COBDATAR' USING CODATARI-REC.
           IF CODATARI-ERROR-MSG NOT = SPACES
               MOVE CODATARI-ERROR-MSG TO CODATBDI-ERROR-MSG
               GO TO 5000-EXIT
           END-IF.
           DIVIDE CODATARI-DAYS BY 7 GIVING WS-WEEKS
                                     REMAINDER WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK < 0
               ADD 7 TO WS-DAY-OF-WEEK
           END-IF.
           IF WS-DAY-OF-WEEK > 4
               GO TO 5000-EXIT
           END-IF.
           MOVE 'Y' TO WS-BUS-DAY-SW.
           SET WS-HOL-IX TO 1.
           PERFORM 5100-SCAN-HOLIDAY THRU 5100-EXIT
               UNTIL WS-HOL-IX > WS-HOL-ENTRIES
                  OR NOT WS-BUS-DAY.
       5000-EXIT.
           EXIT.

       5100-SCAN-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IX) = WS-WORK-DATE
               MOVE 'N' TO WS-BUS-DAY-SW
           END-IF.
           SET WS-HOL-IX UP BY 1.
       5100-EXIT.
           EXIT.
