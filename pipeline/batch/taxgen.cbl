       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXGEN.
      ******************************************************************
      * Builds the year's TAXCTL control file for TAXEDIT / TAXEDRV2
      * instead of having it keyed by hand.  The target DAN is the
      * CCYY PARM; the year before it is the prior year.  COMREF
      * (XCOMREF) and the TAXRSLT results master (XTAXRSLT) are both
      * keyed departement + commune, so the two are read in step and
      * matched commune by commune.  One TAXCTL row is written for
      * the target DAN for every commune that is
      *   - live on COMREF - not a merge/redirect record ('R') whose
      *     effective year covers the target DAN; or
      *   - not on COMREF at all but carries a prior-year result.
      * A merged commune is left to its successor, which is live on
      * COMREF and gets its own row.  The file comes out in
      * departement + commune order.
      *
      * The run can be limited by the PARM to a list of departements
      * or of COMREF-REGIONs:
      *     CCYY [D|R cc cc cc ...]    - up to 20 codes from col 8
      * A commune with no COMREF record has no region, so under a
      * region selection it is reported but cannot be written.
      *
      * TAXGNRPT is the coverage report, so gaps are caught before
      * the EFITA3B8 run rather than after it:
      *   - communes with a prior-year result now missing from, or
      *     merged on, COMREF;
      *   - live COMREF communes with no result on TAXRSLT for any
      *     year - never computed;
      *   - departements whose commune count moved by more than
      *     WS-MOVE-PCT percent against the prior year's results.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMREF ASSIGN TO COMREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-COMREF-KEY
                  FILE STATUS IS WS-REF-STATUS.
           SELECT TAXRSLT ASSIGN TO TAXRSLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-TAXRSLT-KEY
                  FILE STATUS IS WS-RSLT-STATUS.
           SELECT TAXCTL ASSIGN TO TAXCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CTL-STATUS.
           SELECT TAXGNRPT ASSIGN TO TAXGNRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMREF.
       01  FD-COMREF-REC.
           05 FD-COMREF-KEY                     PIC X(05).
           05 FD-COMREF-DATA                    PIC X(35).

       FD  TAXRSLT.
       01  FD-TAXRSLT-REC.
           05 FD-TAXRSLT-KEY                    PIC X(09).
           05 FD-TAXRSLT-DATA                   PIC X(71).

       FD  TAXCTL
           RECORDING MODE IS F.
       01  TAXCTL-REC.
           05  TAXCTL-CCOCOM             PIC 9(03).
           05  TAXCTL-CC2DEP             PIC 9(02).
           05  TAXCTL-DAN                PIC 9(04).

       FD  TAXGNRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                      PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY XCOMREF.
       COPY XTAXRSLT.
       01  WS-REF-STATUS             PIC XX.
       01  WS-RSLT-STATUS            PIC XX.
       01  WS-CTL-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-REF-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-REF-EOF                     VALUE 'Y'.
       01  WS-RSLT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-RSLT-EOF                    VALUE 'Y'.

       01  WS-PARM-RAW               PIC X(67).
       01  WS-TARGET-YEAR            PIC 9(04).
       01  WS-PRIOR-YEAR             PIC 9(04).

      * Selection list off the PARM - type D (departements) or R
      * (regions), codes two characters each from column 8.
       01  WS-SEL-TYPE               PIC X(01).
           88  WS-SEL-NONE                    VALUE SPACE.
           88  WS-SEL-DEP                     VALUE 'D'.
           88  WS-SEL-REGION                  VALUE 'R'.
       01  WS-SEL-ENTRIES            PIC 9(04) COMP VALUE 0.
       01  WS-SEL-TABLE.
           05  WS-SEL-CODE OCCURS 20 TIMES
                           INDEXED BY WS-SEL-IX
                                      PIC X(02).
       01  WS-SEL-POS                PIC 9(04) COMP.
       01  WS-SEL-SLOT               PIC 9(04) COMP.
       01  WS-SEL-CHECK-CODE         PIC X(02).
       01  WS-SEL-FOUND-SW           PIC X(01).
           88  WS-SEL-FOUND                   VALUE 'Y'.

      * The two match keys - departement + commune - with
      * HIGH-VALUES once a file runs out.
       01  WS-REF-KEY                PIC X(05).
       01  WS-REF-NAME               PIC X(30).
       01  WS-RS-KEY                 PIC X(05).
       01  WS-RS-KEY-NUM REDEFINES WS-RS-KEY.
           05  WS-RS-CC2DEP              PIC 9(02).
           05  WS-RS-CCOCOM              PIC 9(03).
       01  WS-RS-NEXT-KEY            PIC X(05).
       01  WS-RS-PRIOR-SW            PIC X(01).
           88  WS-RS-HAD-PRIOR                VALUE 'Y'.
       01  WS-RS-LAST-DAN            PIC 9(04).

       01  WS-LIVE-SW                PIC X(01).
           88  WS-LIVE                        VALUE 'Y'.

      * Commune counts per departement, subscripted by CC2DEP:
      * prior-year results against rows written for the target year.
       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 99 TIMES
                            INDEXED BY WS-DEP-IX.
               10  WS-DEP-OLD-COUNT       PIC 9(05) COMP.
               10  WS-DEP-NEW-COUNT       PIC 9(05) COMP.
       01  WS-DEP-SUB                PIC 9(02).
       01  WS-DEP-CHANGE             PIC S9(05).
       01  WS-DEP-CHANGE-ABS         PIC 9(05).
       01  WS-MOVE-PCT               PIC 9(03) VALUE 10.

       01  WS-CTL-REF-READ           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RSLT-READ          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-WRITTEN            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NOT-ON-REF         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-MERGED             PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NEVER              PIC 9(09) COMP VALUE 0.
       01  WS-CTL-DEP-MOVED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NOT-SELECTED       PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-CCOCOM            PIC 999.
       01  WS-EDIT-CC2DEP            PIC 99.
       01  WS-EDIT-OLD               PIC ZZZZ9.
       01  WS-EDIT-NEW               PIC ZZZZ9.
       01  WS-EDIT-CHANGE            PIC -ZZZZ9.
       01  WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 2000-MATCH-COMMUNE
               UNTIL WS-REF-KEY = HIGH-VALUES
                 AND WS-RS-KEY = HIGH-VALUES.
           PERFORM 7000-PRINT-DEP-MOVEMENT THRU 7000-EXIT.
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
           MOVE 'TAXGEN  '      TO RNL-PROGRAM-ID.
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
      * The target year is required - a control file for the wrong
      * DAN would send a whole year's communes to EFITA3B8 twice.
      * A selection type needs at least one code behind it.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           IF WS-PARM-RAW(1:4) NOT NUMERIC
               DISPLAY 'TAXGEN: PARM MUST START WITH THE CCYY YEAR '
                       'TO GENERATE - RUN STOPPED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-RAW(1:4) TO WS-TARGET-YEAR.
           COMPUTE WS-PRIOR-YEAR = WS-TARGET-YEAR - 1.
           MOVE WS-PARM-RAW(6:1) TO WS-SEL-TYPE.
           IF NOT WS-SEL-NONE
               MOVE 8 TO WS-SEL-POS
               PERFORM 1100-LOAD-SEL-CODE THRU 1100-EXIT
                   VARYING WS-SEL-SLOT FROM 1 BY 1
                   UNTIL WS-SEL-SLOT > 20
           END-IF.
           IF (NOT WS-SEL-NONE AND NOT WS-SEL-DEP
                               AND NOT WS-SEL-REGION)
              OR (NOT WS-SEL-NONE AND WS-SEL-ENTRIES = 0)
               DISPLAY 'TAXGEN: SELECTION MUST BE D OR R FOLLOWED '
                       'BY ONE OR MORE CODES - RUN STOPPED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-DEP-IX TO 1.
           PERFORM 1200-CLEAR-DEP-ENTRY THRU 1200-EXIT
               UNTIL WS-DEP-IX > 99.

           OPEN INPUT COMREF.
           MOVE 'COMREF  ' TO WS-ERR-FILE-NAME.
           MOVE WS-REF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT TAXRSLT.
           MOVE 'TAXRSLT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RSLT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT TAXCTL.
           MOVE 'TAXCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT TAXGNRPT.
           MOVE 'TAXGNRPT' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'TAXCTL GENERATION FOR YEAR ' DELIMITED SIZE
                  WS-TARGET-YEAR                DELIMITED SIZE
                  ' - COVERAGE AGAINST '        DELIMITED SIZE
                  WS-PRIOR-YEAR                 DELIMITED SIZE
                  ' RESULTS'                    DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN WS-SEL-DEP
                   STRING 'SELECTED DEPARTEMENTS: ' DELIMITED SIZE
                          WS-PARM-RAW(8:60)         DELIMITED SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN WS-SEL-REGION
                   STRING 'SELECTED REGIONS: ' DELIMITED SIZE
                          WS-PARM-RAW(8:60)    DELIMITED SIZE
                       INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE 'ALL DEPARTEMENTS' TO RPT-LINE
           END-EVALUATE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           PERFORM 2100-READ-COMREF THRU 2100-EXIT.
           PERFORM 2210-READ-RESULT THRU 2210-EXIT.
           PERFORM 2200-NEXT-RESULT-COMMUNE THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-SEL-CODE.
           IF WS-PARM-RAW(WS-SEL-POS:2) NOT = SPACES
               ADD 1 TO WS-SEL-ENTRIES
               SET WS-SEL-IX TO WS-SEL-ENTRIES
               MOVE WS-PARM-RAW(WS-SEL-POS:2)
                   TO WS-SEL-CODE(WS-SEL-IX)
           END-IF.
           ADD 3 TO WS-SEL-POS.
       1100-EXIT.
           EXIT.

       1200-CLEAR-DEP-ENTRY.
           MOVE 0 TO WS-DEP-OLD-COUNT(WS-DEP-IX).
           MOVE 0 TO WS-DEP-NEW-COUNT(WS-DEP-IX).
           SET WS-DEP-IX UP BY 1.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * One step of the match: a commune on COMREF only, on TAXRSLT
      * only, or on both.
      *---------------------------------------------------------------*
       2000-MATCH-COMMUNE.
           EVALUATE TRUE
               WHEN WS-REF-KEY < WS-RS-KEY
                   PERFORM 2400-COMREF-ONLY THRU 2400-EXIT
                   PERFORM 2100-READ-COMREF THRU 2100-EXIT
               WHEN WS-REF-KEY > WS-RS-KEY
                   PERFORM 2500-RESULT-ONLY THRU 2500-EXIT
                   PERFORM 2200-NEXT-RESULT-COMMUNE THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 2600-ON-BOTH THRU 2600-EXIT
                   PERFORM 2100-READ-COMREF THRU 2100-EXIT
                   PERFORM 2200-NEXT-RESULT-COMMUNE THRU 2200-EXIT
           END-EVALUATE.

       2100-READ-COMREF.
           READ COMREF INTO COMMUNE-REF-RECORD
               AT END
                   SET WS-REF-EOF TO TRUE
           END-READ.
           MOVE 'COMREF  ' TO WS-ERR-FILE-NAME.
           MOVE WS-REF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-REF-EOF
               MOVE HIGH-VALUES TO WS-REF-KEY
           ELSE
               ADD 1 TO WS-CTL-REF-READ
               MOVE FD-COMREF-KEY TO WS-REF-KEY
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * TAXRSLT carries one record per commune per year.  Gather all
      * of a commune's years into one match entry, noting whether
      * the prior year is among them and the latest year on file.
      *---------------------------------------------------------------*
       2200-NEXT-RESULT-COMMUNE.
           MOVE WS-RS-NEXT-KEY TO WS-RS-KEY.
           IF WS-RS-KEY = HIGH-VALUES
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WS-RS-PRIOR-SW.
           MOVE 0 TO WS-RS-LAST-DAN.
           PERFORM 2220-ABSORB-RESULT THRU 2220-EXIT
               UNTIL WS-RS-NEXT-KEY NOT = WS-RS-KEY.
       2200-EXIT.
           EXIT.

       2210-READ-RESULT.
           READ TAXRSLT INTO TAX-RESULT-RECORD
               AT END
                   SET WS-RSLT-EOF TO TRUE
           END-READ.
           MOVE 'TAXRSLT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RSLT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-RSLT-EOF
               MOVE HIGH-VALUES TO WS-RS-NEXT-KEY
           ELSE
               ADD 1 TO WS-CTL-RSLT-READ
               MOVE TAXR-CC2DEP TO WS-RS-NEXT-KEY(1:2)
               MOVE TAXR-CCOCOM TO WS-RS-NEXT-KEY(3:3)
           END-IF.
       2210-EXIT.
           EXIT.

       2220-ABSORB-RESULT.
           IF TAXR-DAN = WS-PRIOR-YEAR
               MOVE 'Y' TO WS-RS-PRIOR-SW
           END-IF.
           IF TAXR-DAN > WS-RS-LAST-DAN
               MOVE TAXR-DAN TO WS-RS-LAST-DAN
           END-IF.
           PERFORM 2210-READ-RESULT THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * On COMREF, no result for any year: written if live, and
      * reported as never computed.  A commune whose merge is still
      * to take effect carries its redirect where the name would be,
      * so is listed as merged rather than by name.
      *---------------------------------------------------------------*
       2400-COMREF-ONLY.
           PERFORM 3000-CHECK-LIVE THRU 3000-EXIT.
           IF NOT WS-LIVE
               GO TO 2400-EXIT
           END-IF.
           PERFORM 3050-SET-REF-SEL-CODE THRU 3050-EXIT.
           PERFORM 3100-CHECK-SELECTED THRU 3100-EXIT.
           IF NOT WS-SEL-FOUND
               ADD 1 TO WS-CTL-NOT-SELECTED
               GO TO 2400-EXIT
           END-IF.
           PERFORM 4000-WRITE-CONTROL-ROW THRU 4000-EXIT.
           ADD 1 TO WS-CTL-NEVER.
           MOVE COMREF-CCOCOM TO WS-EDIT-CCOCOM.
           MOVE COMREF-CC2DEP TO WS-EDIT-CC2DEP.
           IF COMREF-REDIRECT
               MOVE '*MERGED*'  TO WS-REF-NAME
           ELSE
               MOVE COMREF-NAME TO WS-REF-NAME
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'NEVER COMPUTED   ' DELIMITED SIZE
                  WS-EDIT-CCOCOM      DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-EDIT-CC2DEP      DELIMITED SIZE
                  '  '                DELIMITED SIZE
                  WS-REF-NAME         DELIMITED SIZE
                  ' - NO RESULT ON FILE FOR ANY YEAR'
                                      DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * On TAXRSLT but not on COMREF.  Only a commune computed last
      * year matters - older results are history.  It is written
      * (there is nothing to say it is gone) unless the run is by
      * region, which a commune with no COMREF record cannot have.
      *---------------------------------------------------------------*
       2500-RESULT-ONLY.
           IF NOT WS-RS-HAD-PRIOR
               GO TO 2500-EXIT
           END-IF.
           IF WS-SEL-DEP
               MOVE WS-RS-CC2DEP TO WS-SEL-CHECK-CODE
               PERFORM 3100-CHECK-SELECTED THRU 3100-EXIT
               IF NOT WS-SEL-FOUND
                   ADD 1 TO WS-CTL-NOT-SELECTED
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CTL-NOT-ON-REF.
           MOVE WS-RS-CC2DEP TO WS-DEP-SUB.
           ADD 1 TO WS-DEP-OLD-COUNT(WS-DEP-SUB).
           MOVE WS-RS-CCOCOM TO WS-EDIT-CCOCOM.
           MOVE WS-RS-CC2DEP TO WS-EDIT-CC2DEP.
           MOVE SPACES TO RPT-LINE.
           IF WS-SEL-REGION
               STRING 'NOT ON COMREF    ' DELIMITED SIZE
                      WS-EDIT-CCOCOM      DELIMITED SIZE
                      '/'                 DELIMITED SIZE
                      WS-EDIT-CC2DEP      DELIMITED SIZE
                      '  RESULT FOR '     DELIMITED SIZE
                      WS-PRIOR-YEAR       DELIMITED SIZE
                      ' - NO REGION, NOT WRITTEN'
                                          DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
           ELSE
               MOVE WS-RS-CCOCOM TO TAXCTL-CCOCOM
               MOVE WS-RS-CC2DEP TO TAXCTL-CC2DEP
               PERFORM 4100-WRITE-ROW THRU 4100-EXIT
               STRING 'NOT ON COMREF    ' DELIMITED SIZE
                      WS-EDIT-CCOCOM      DELIMITED SIZE
                      '/'                 DELIMITED SIZE
                      WS-EDIT-CC2DEP      DELIMITED SIZE
                      '  RESULT FOR '     DELIMITED SIZE
                      WS-PRIOR-YEAR       DELIMITED SIZE
                      ' - WRITTEN, CHECK COMREF'
                                          DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
           END-IF.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * On both.  A live commune is written; a merged one is left to
      * its successor and reported when it was computed last year.
      *---------------------------------------------------------------*
       2600-ON-BOTH.
           PERFORM 3050-SET-REF-SEL-CODE THRU 3050-EXIT.
           PERFORM 3100-CHECK-SELECTED THRU 3100-EXIT.
           IF NOT WS-SEL-FOUND
               ADD 1 TO WS-CTL-NOT-SELECTED
               GO TO 2600-EXIT
           END-IF.
           IF WS-RS-HAD-PRIOR
               MOVE COMREF-CC2DEP TO WS-DEP-SUB
               ADD 1 TO WS-DEP-OLD-COUNT(WS-DEP-SUB)
           END-IF.
           PERFORM 3000-CHECK-LIVE THRU 3000-EXIT.
           IF WS-LIVE
               PERFORM 4000-WRITE-CONTROL-ROW THRU 4000-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF NOT WS-RS-HAD-PRIOR
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-CTL-MERGED.
           MOVE COMREF-CCOCOM TO WS-EDIT-CCOCOM.
           MOVE COMREF-CC2DEP TO WS-EDIT-CC2DEP.
           MOVE SPACES TO RPT-LINE.
           STRING 'MERGED ON COMREF ' DELIMITED SIZE
                  WS-EDIT-CCOCOM      DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-EDIT-CC2DEP      DELIMITED SIZE
                  '  RESULT FOR '     DELIMITED SIZE
                  WS-PRIOR-YEAR       DELIMITED SIZE
                  ' - INTO '          DELIMITED SIZE
                  COMREF-NEW-CCOCOM   DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  COMREF-NEW-CC2DEP   DELIMITED SIZE
                  ' EFFECTIVE '       DELIMITED SIZE
                  COMREF-EFF-YEAR     DELIMITED SIZE
                  ', NOT WRITTEN'     DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A COMREF record is live for the target year unless it is a
      * redirect already in effect by then - the same test TAXEDIT
      * applies before rewriting a code to its successor.
      *---------------------------------------------------------------*
       3000-CHECK-LIVE.
           MOVE 'Y' TO WS-LIVE-SW.
           IF COMREF-REDIRECT
              AND WS-TARGET-YEAR >= COMREF-EFF-YEAR
               MOVE 'N' TO WS-LIVE-SW
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The code a COMREF commune is selected on - its departement or
      * its region, whichever the PARM lists.
      *---------------------------------------------------------------*
       3050-SET-REF-SEL-CODE.
           IF WS-SEL-DEP
               MOVE COMREF-CC2DEP TO WS-SEL-CHECK-CODE
           ELSE
               MOVE COMREF-REGION TO WS-SEL-CHECK-CODE
           END-IF.
       3050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Look WS-SEL-CHECK-CODE up in the PARM list.  With no
      * selection everything is in.
      *---------------------------------------------------------------*
       3100-CHECK-SELECTED.
           MOVE 'N' TO WS-SEL-FOUND-SW.
           IF WS-SEL-NONE
               MOVE 'Y' TO WS-SEL-FOUND-SW
               GO TO 3100-EXIT
           END-IF.
           SET WS-SEL-IX TO 1.
           PERFORM 3110-SEARCH-SEL-CODE
               UNTIL WS-SEL-IX > WS-SEL-ENTRIES
                  OR WS-SEL-FOUND.
       3100-EXIT.
           EXIT.

       3110-SEARCH-SEL-CODE.
           IF WS-SEL-CODE(WS-SEL-IX) = WS-SEL-CHECK-CODE
               SET WS-SEL-FOUND TO TRUE
           ELSE
               SET WS-SEL-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * One TAXCTL row for the target DAN.
      *---------------------------------------------------------------*
       4000-WRITE-CONTROL-ROW.
           MOVE COMREF-CCOCOM TO TAXCTL-CCOCOM.
           MOVE COMREF-CC2DEP TO TAXCTL-CC2DEP.
           PERFORM 4100-WRITE-ROW THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-WRITE-ROW.
           MOVE WS-TARGET-YEAR TO TAXCTL-DAN.
           WRITE TAXCTL-REC.
           MOVE 'TAXCTL  ' TO WS-ERR-FILE-NAME.
           MOVE WS-CTL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-WRITTEN.
           MOVE TAXCTL-CC2DEP TO WS-DEP-SUB.
           ADD 1 TO WS-DEP-NEW-COUNT(WS-DEP-SUB).
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Departements whose commune count moved sharply: more than
      * WS-MOVE-PCT percent either way, or appearing or vanishing
      * outright.
      *---------------------------------------------------------------*
       7000-PRINT-DEP-MOVEMENT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-MOVE-PCT TO WS-EDIT-OLD.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPARTEMENTS WHOSE COMMUNE COUNT MOVED OVER '
                                      DELIMITED SIZE
                  WS-EDIT-OLD         DELIMITED SIZE
                  ' PCT'              DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           SET WS-DEP-IX TO 1.
           PERFORM 7100-CHECK-ONE-DEP THRU 7100-EXIT
               UNTIL WS-DEP-IX > 99.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-DEP.
           IF WS-DEP-OLD-COUNT(WS-DEP-IX) = 0
              AND WS-DEP-NEW-COUNT(WS-DEP-IX) = 0
               GO TO 7100-NEXT
           END-IF.
           COMPUTE WS-DEP-CHANGE = WS-DEP-NEW-COUNT(WS-DEP-IX)
                                 - WS-DEP-OLD-COUNT(WS-DEP-IX).
           IF WS-DEP-CHANGE < 0
               COMPUTE WS-DEP-CHANGE-ABS = 0 - WS-DEP-CHANGE
           ELSE
               MOVE WS-DEP-CHANGE TO WS-DEP-CHANGE-ABS
           END-IF.
           IF WS-DEP-OLD-COUNT(WS-DEP-IX) > 0
              AND WS-DEP-NEW-COUNT(WS-DEP-IX) > 0
              AND WS-DEP-CHANGE-ABS * 100
                  NOT > WS-DEP-OLD-COUNT(WS-DEP-IX) * WS-MOVE-PCT
               GO TO 7100-NEXT
           END-IF.
           ADD 1 TO WS-CTL-DEP-MOVED.
           SET WS-DEP-SUB TO WS-DEP-IX.
           MOVE WS-DEP-SUB TO WS-EDIT-CC2DEP.
           MOVE WS-DEP-OLD-COUNT(WS-DEP-IX) TO WS-EDIT-OLD.
           MOVE WS-DEP-NEW-COUNT(WS-DEP-IX) TO WS-EDIT-NEW.
           MOVE WS-DEP-CHANGE TO WS-EDIT-CHANGE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPARTEMENT '  DELIMITED SIZE
                  WS-EDIT-CC2DEP  DELIMITED SIZE
                  '  '            DELIMITED SIZE
                  WS-PRIOR-YEAR   DELIMITED SIZE
                  ' RESULTS='     DELIMITED SIZE
                  WS-EDIT-OLD     DELIMITED SIZE
                  '  '            DELIMITED SIZE
                  WS-TARGET-YEAR  DELIMITED SIZE
                  ' ROWS='        DELIMITED SIZE
                  WS-EDIT-NEW     DELIMITED SIZE
                  '  CHANGE='     DELIMITED SIZE
                  WS-EDIT-CHANGE  DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       7100-NEXT.
           SET WS-DEP-IX UP BY 1.
       7100-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-REF-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'COMREF RECORDS READ  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RSLT-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RESULT RECORDS READ  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CONTROL ROWS WRITTEN . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-NOT-ON-REF TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOT ON COMREF  . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-MERGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MERGED ON COMREF . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-NEVER TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NEVER COMPUTED . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-DEP-MOVED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPARTEMENTS MOVED SHARPLY . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           IF NOT WS-SEL-NONE
               MOVE WS-CTL-NOT-SELECTED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'OUTSIDE THE SELECTION  . . . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'TAXGNRPT' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE COMREF.
           CLOSE TAXRSLT.
           CLOSE TAXCTL.
           CLOSE TAXGNRPT.
           DISPLAY 'TAXGEN DONE - YEAR: ' WS-TARGET-YEAR
                   ' WRITTEN: ' WS-CTL-WRITTEN
                   ' NOT ON COMREF: ' WS-CTL-NOT-ON-REF
                   ' MERGED: ' WS-CTL-MERGED
                   ' NEVER COMPUTED: ' WS-CTL-NEVER
                   ' DEPTS MOVED: ' WS-CTL-DEP-MOVED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'TAXGEN  '      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           COMPUTE RNL-RECS-READ = WS-CTL-REF-READ + WS-CTL-RSLT-READ.
           MOVE WS-CTL-WRITTEN  TO RNL-RECS-UPDATED.
           COMPUTE RNL-RECS-REJECTED = WS-CTL-NOT-ON-REF
               + WS-CTL-MERGED + WS-CTL-NEVER.
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
           DISPLAY 'TAXGEN: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'TAXGEN: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'TAXGEN: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
