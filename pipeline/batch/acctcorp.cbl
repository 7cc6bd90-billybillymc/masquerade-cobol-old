       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCORP.
      ******************************************************************
      * Monthly charge-off and recovery report for the general
      * ledger.  Reads the charge-off journal CHGOJRNL (CVCGO02Y) -
      * the 'C' entries ACCTCHGO writes when it charges a balance off
      * and the 'R' entries ACCTPOST writes when it books a recovery
      * against the CHGOLEDG ledger - selects the entries dated in
      * the PARM month, and rolls them up in an in-memory table by
      * ACCT-GROUP-ID: number and amount charged off, number and
      * amount recovered, and the net loss for the month.  CORPRPT
      * prints one block per group and the grand totals, which GL
      * posts to the charge-off and recovery accounts.
      *
      * The PARM is the report month, 'CCYY-MM', and is required.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGOJRNL ASSIGN TO CHGOJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JRNL-STATUS.
           SELECT CORPRPT ASSIGN TO CORPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGOJRNL
           RECORDING MODE IS F.
           COPY CVCGO02Y.

       FD  CORPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-RPT-MONTH             PIC X(07).

       01  WS-GROUP-ENTRIES         PIC 9(04) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-GRP-IX.
               10  WS-GRP-ID              PIC X(10).
               10  WS-GRP-CHGO-COUNT      PIC 9(09) COMP.
               10  WS-GRP-CHGO-AMT        PIC S9(12)V99.
               10  WS-GRP-RCVY-COUNT      PIC 9(09) COMP.
               10  WS-GRP-RCVY-AMT        PIC S9(12)V99.

       01  WS-GRP-FOUND-SW          PIC X(01).
           88  WS-GRP-FOUND                  VALUE 'Y'.

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-SELECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-BAD-TYPE          PIC 9(09) COMP VALUE 0.
       01  WS-GRP-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-TOT-CHGO-COUNT        PIC 9(09) COMP VALUE 0.
       01  WS-TOT-CHGO-AMT          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-RCVY-COUNT        PIC 9(09) COMP VALUE 0.
       01  WS-TOT-RCVY-AMT          PIC S9(13)V99 VALUE 0.
       01  WS-NET-AMT               PIC S9(13)V99.

       01  WS-EDIT-ID               PIC X(10).
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
           PERFORM 2000-PROCESS-ENTRY
               UNTIL WS-EOF.
           PERFORM 7000-PRINT-GROUP-REPORT THRU 7000-EXIT.
           PERFORM 8000-PRINT-GRAND-TOTALS THRU 8000-EXIT.
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
           MOVE 'ACCTCORP'      TO RNL-PROGRAM-ID.
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
               DISPLAY 'ACCTCORP: PARM MUST BE THE REPORT MONTH'
                       ' CCYY-MM - RUN STOPPED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CHGOJRNL.
           MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME.
           MOVE WS-JRNL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT CORPRPT.
           MOVE 'CORPRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGE-OFF AND RECOVERY REPORT - MONTH '
                                      DELIMITED SIZE
                  WS-RPT-MONTH        DELIMITED SIZE
                  ' - RUN '           DELIMITED SIZE
                  WS-RNL-RUN-DATE     DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Roll one journal entry of the report month into its group's
      * charge-off or recovery figures.  Entries of other months are
      * passed over; an entry type other than 'C' or 'R' is counted
      * and reported on the console, not guessed at.
      *---------------------------------------------------------------*
       2000-PROCESS-ENTRY.
           ADD 1 TO WS-CTL-RECS-READ.
           IF CGJ-ENTRY-DATE(1:7) = WS-RPT-MONTH
               IF CGJ-CHARGE-OFF OR CGJ-RECOVERY
                   ADD 1 TO WS-CTL-SELECTED
                   PERFORM 2300-FIND-OR-ADD-GROUP THRU 2300-EXIT
                   IF WS-GRP-FOUND
                       PERFORM 2200-ACCUMULATE-ENTRY THRU 2200-EXIT
                   END-IF
               ELSE
                   DISPLAY 'ACCTCORP: UNKNOWN ENTRY TYPE '
                           CGJ-ENTRY-TYPE ' ACCT-ID ' CGJ-ACCT-ID
                           ' DATE ' CGJ-ENTRY-DATE ' - NOT REPORTED'
                   ADD 1 TO WS-CTL-BAD-TYPE
               END-IF
           END-IF.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.

       2100-READ-JOURNAL.
           READ CHGOJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'CHGOJRNL' TO WS-ERR-FILE-NAME.
           MOVE WS-JRNL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2200-ACCUMULATE-ENTRY.
           IF CGJ-CHARGE-OFF
               ADD 1          TO WS-GRP-CHGO-COUNT(WS-GRP-IX)
               ADD CGJ-AMOUNT TO WS-GRP-CHGO-AMT(WS-GRP-IX)
               ADD 1          TO WS-TOT-CHGO-COUNT
               ADD CGJ-AMOUNT TO WS-TOT-CHGO-AMT
           ELSE
               ADD 1          TO WS-GRP-RCVY-COUNT(WS-GRP-IX)
               ADD CGJ-AMOUNT TO WS-GRP-RCVY-AMT(WS-GRP-IX)
               ADD 1          TO WS-TOT-RCVY-COUNT
               ADD CGJ-AMOUNT TO WS-TOT-RCVY-AMT
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Set WS-GRP-IX to the table entry for CGJ-GROUP-ID, adding a
      * new zero-initialized entry when it is not already there.  When
      * the table is already full of distinct groups, the entry is
      * counted as rejected and WS-GRP-FOUND is left off so the caller
      * does not accumulate into a stale index.
      *---------------------------------------------------------------*
       2300-FIND-OR-ADD-GROUP.
           MOVE 'N' TO WS-GRP-FOUND-SW.
           SET WS-GRP-IX TO 1.
           PERFORM 2310-SEARCH-GROUP
               UNTIL WS-GRP-IX > WS-GROUP-ENTRIES
                  OR WS-GRP-FOUND.
           IF NOT WS-GRP-FOUND
               IF WS-GROUP-ENTRIES < 50
                   ADD 1 TO WS-GROUP-ENTRIES
                   SET WS-GRP-IX TO WS-GROUP-ENTRIES
                   MOVE CGJ-GROUP-ID TO WS-GRP-ID(WS-GRP-IX)
                   MOVE 0            TO WS-GRP-CHGO-COUNT(WS-GRP-IX)
                   MOVE 0            TO WS-GRP-CHGO-AMT(WS-GRP-IX)
                   MOVE 0            TO WS-GRP-RCVY-COUNT(WS-GRP-IX)
                   MOVE 0            TO WS-GRP-RCVY-AMT(WS-GRP-IX)
                   SET WS-GRP-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCTCORP: GROUP TABLE FULL - ACCT-ID '
                           CGJ-ACCT-ID ' GROUP ' CGJ-GROUP-ID
                           ' NOT ACCUMULATED'
                   ADD 1 TO WS-GRP-REJECTED
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SEARCH-GROUP.
           IF WS-GRP-ID(WS-GRP-IX) = CGJ-GROUP-ID
               SET WS-GRP-FOUND TO TRUE
           ELSE
               SET WS-GRP-IX UP BY 1
           END-IF.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'CORPRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Print the by-group breakdown.
      *---------------------------------------------------------------*
       7000-PRINT-GROUP-REPORT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CHARGE-OFFS AND RECOVERIES BY ACCT-GROUP-ID'
               DELIMITED SIZE INTO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           SET WS-GRP-IX TO 1.
           PERFORM 7100-PRINT-GROUP-LINE
               UNTIL WS-GRP-IX > WS-GROUP-ENTRIES.
       7000-EXIT.
           EXIT.

       7100-PRINT-GROUP-LINE.
           MOVE WS-GRP-ID(WS-GRP-IX) TO WS-EDIT-ID.
           MOVE SPACES TO RPT-LINE.
           STRING 'GROUP '           DELIMITED SIZE
                  WS-EDIT-ID         DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-GRP-CHGO-COUNT(WS-GRP-IX) TO WS-EDIT-COUNT.
           MOVE WS-GRP-CHGO-AMT(WS-GRP-IX)   TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '    CHARGED OFF   COUNT=' DELIMITED SIZE
                  WS-EDIT-COUNT               DELIMITED SIZE
                  ' AMOUNT = '                DELIMITED SIZE
                  WS-EDIT-TOTAL               DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-GRP-RCVY-COUNT(WS-GRP-IX) TO WS-EDIT-COUNT.
           MOVE WS-GRP-RCVY-AMT(WS-GRP-IX)   TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '    RECOVERED     COUNT=' DELIMITED SIZE
                  WS-EDIT-COUNT               DELIMITED SIZE
                  ' AMOUNT = '                DELIMITED SIZE
                  WS-EDIT-TOTAL               DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           COMPUTE WS-NET-AMT =
               WS-GRP-CHGO-AMT(WS-GRP-IX) - WS-GRP-RCVY-AMT(WS-GRP-IX).
           MOVE WS-NET-AMT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING '    NET LOSS                          = '
                                              DELIMITED SIZE
                  WS-EDIT-TOTAL               DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           SET WS-GRP-IX UP BY 1.

       8000-PRINT-GRAND-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-TOT-CHGO-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS CHARGED OFF . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-CHGO-AMT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT CHARGED OFF . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-RCVY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RECOVERIES BOOKED  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-RCVY-AMT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT RECOVERED . . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           COMPUTE WS-NET-AMT = WS-TOT-CHGO-AMT - WS-TOT-RCVY-AMT.
           MOVE WS-NET-AMT TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'NET LOSS FOR THE MONTH . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CHGOJRNL.
           CLOSE CORPRPT.
           DISPLAY 'ACCTCORP DONE - READ: ' WS-CTL-RECS-READ
                   ' SELECTED: ' WS-CTL-SELECTED
                   ' GROUPS: ' WS-GROUP-ENTRIES
                   ' BAD TYPE: ' WS-CTL-BAD-TYPE
                   ' GROUP-REJECTED: ' WS-GRP-REJECTED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTCORP'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           MOVE 0                TO RNL-RECS-UPDATED.
           COMPUTE RNL-RECS-REJECTED =
               WS-CTL-BAD-TYPE + WS-GRP-REJECTED.
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
           DISPLAY 'ACCTCORP: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTCORP: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTCORP: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
