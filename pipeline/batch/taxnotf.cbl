       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXNOTF.
      ******************************************************************
      * Tax-base notification to the departements.  For the year
      * supplied as a CCYY PARM, every TAXRSLT result (XTAXRSLT) for
      * that year is checked against the NOTFLOG notification log
      * (XTAXNOTL) and written to TAXNOTF, the machine-readable feed
      * the departements load instead of rekeying the TAXOUT and
      * TAXROLL print:
      *   - a result never notified before goes out as an original
      *     ('N') and is added to the log;
      *   - a result whose six MBA amounts differ from those last
      *     notified - a TAXEDRV2 or TAXRESUB rerun has replaced it
      *     since - goes out as a correction ('C') carrying the
      *     previously notified amounts alongside the new ones, and
      *     the log is brought up to date;
      *   - a result unchanged since it was last notified is not
      *     sent again.
      * The first run for a year therefore sends every commune, and
      * each later run only what has changed.
      *
      * TAXNOTF carries one envelope per departement (CC2DEP) with
      * something to send, so the distribution step can split it on
      * the header departement:
      *   - one 'H' header with the departement, year and run date;
      *   - one 'D' detail per commune with its COMREF-NAME and the
      *     six MBA amounts (and the previous six on a correction);
      *   - one 'T' trailer with the commune count, the totals of the
      *     six amounts and a hash total of the departement + commune
      *     codes sent, so the departement can verify it got the
      *     whole envelope.
      * Amounts are written with a separate leading sign, as on the
      * GL extract.  A commune with no COMREF record, or one merged
      * away on COMREF (its record carries the redirect, not a name)
      * whose earlier years are still being notified, is still sent,
      * with a blank name, and listed on the TAXNFRPT report.
      *
      * NOTFLOG is only read while the feed is built.  What each
      * commune's log record is to become is written to the NOTFPEND
      * work file as it is sent, and NOTFPEND is applied to NOTFLOG
      * only once TAXNOTF has been closed complete.  Restart:
      *   - a run that fails before that leaves NOTFLOG as it was, so
      *     its partial TAXNOTF is discarded and the step is simply
      *     rerun - it sends the same communes again;
      *   - a run that fails while applying NOTFPEND has produced a
      *     complete TAXNOTF, which is the one to distribute; it is
      *     finished by rerunning with PARM 'CCYY A', which applies
      *     the NOTFPEND it left and sends nothing.  Applying is safe
      *     to repeat - a log record already applied is replaced by
      *     the same image.  The restart extends TAXNFRPT rather than
      *     replacing it, so the failed run's listing of the feed
      *     being distributed is kept, followed by the restart's own
      *     lines and totals.
      * NOTFPEND ends with a record of HIGH-VALUES, written only once
      * TAXNOTF has closed; a NOTFPEND without it is refused, so the
      * images of a feed that never completed cannot be applied.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXRSLT ASSIGN TO TAXRSLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FD-TAXRSLT-KEY
                  FILE STATUS IS WS-RSLT-STATUS.
           SELECT COMREF ASSIGN TO COMREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-COMREF-KEY
                  FILE STATUS IS WS-REF-STATUS.
           SELECT NOTFLOG ASSIGN TO NOTFLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-NOTFLOG-KEY
                  FILE STATUS IS WS-LOG-STATUS.
           SELECT NOTFPEND ASSIGN TO NOTFPEND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PEND-STATUS.
           SELECT TAXNOTF ASSIGN TO TAXNOTF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NTF-STATUS.
           SELECT TAXNFRPT ASSIGN TO TAXNFRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXRSLT.
       01  FD-TAXRSLT-REC.
           05 FD-TAXRSLT-KEY                    PIC X(09).
           05 FD-TAXRSLT-DATA                   PIC X(71).

       FD  COMREF.
       01  FD-COMREF-REC.
           05 FD-COMREF-KEY                     PIC X(05).
           05 FD-COMREF-DATA                    PIC X(35).

       FD  NOTFLOG.
       01  FD-NOTFLOG-REC.
           05 FD-NOTFLOG-KEY                    PIC X(09).
           05 FD-NOTFLOG-DATA                   PIC X(96).

       FD  NOTFPEND
           RECORDING MODE IS F.
       01  FD-NOTFPEND-REC                      PIC X(105).

       FD  TAXNOTF
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  NOTF-HEADER-REC.
           05  NOTF-H-REC-TYPE               PIC X(01).
           05  NOTF-H-CC2DEP                 PIC 9(02).
           05  NOTF-H-DAN                    PIC 9(04).
           05  NOTF-H-RUN-DATE               PIC X(10).
           05  FILLER                        PIC X(183).
       01  NOTF-DETAIL-REC.
           05  NOTF-D-REC-TYPE               PIC X(01).
           05  NOTF-D-NOTIF-TYPE             PIC X(01).
           05  NOTF-D-CC2DEP                 PIC 9(02).
           05  NOTF-D-CCOCOM                 PIC 9(03).
           05  NOTF-D-DAN                    PIC 9(04).
           05  NOTF-D-NAME                   PIC X(30).
           05  NOTF-D-MBACOM                 PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-MBADEP                 PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-MBAREG                 PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-MBASYN                 PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-MBACU                  PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-MBATSE                 PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-PREV-MBACOM            PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-PREV-MBADEP            PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-PREV-MBAREG            PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-PREV-MBASYN            PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-PREV-MBACU             PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-D-PREV-MBATSE            PIC S9(09)V99
                                             SIGN LEADING SEPARATE.
           05  FILLER                        PIC X(15).
       01  NOTF-TRAILER-REC.
           05  NOTF-T-REC-TYPE               PIC X(01).
           05  NOTF-T-CC2DEP                 PIC 9(02).
           05  NOTF-T-DAN                    PIC 9(04).
           05  NOTF-T-COMMUNE-COUNT          PIC 9(09).
           05  NOTF-T-TOT-MBACOM             PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-T-TOT-MBADEP             PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-T-TOT-MBAREG             PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-T-TOT-MBASYN             PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-T-TOT-MBACU              PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-T-TOT-MBATSE             PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  NOTF-T-HASH-COMMUNE           PIC 9(18).
           05  FILLER                        PIC X(70).

       FD  TAXNFRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY XTAXRSLT.
       COPY XCOMREF.
       COPY XTAXNOTL.
       01  WS-RSLT-STATUS           PIC XX.
       01  WS-REF-STATUS            PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-PEND-STATUS           PIC XX.
       01  WS-PEND-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-PEND-EOF                   VALUE 'Y'.
       01  WS-PEND-COMPLETE-SW      PIC X(01) VALUE 'N'.
           88  WS-PEND-COMPLETE              VALUE 'Y'.
       01  WS-NTF-STATUS            PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(06).
       01  WS-APPLY-ONLY-SW         PIC X(01) VALUE 'N'.
           88  WS-APPLY-ONLY                 VALUE 'Y'.
       01  WS-SEL-YEAR              PIC 9(04).

       01  WS-COMREF-KEY            PIC X(05).
       01  WS-REF-FOUND-SW          PIC X(01).
           88  WS-REF-FOUND                  VALUE 'Y'.
       01  WS-NO-NAME-TEXT          PIC X(17).
       01  WS-LOG-KEY               PIC X(09).
       01  WS-LOG-FOUND-SW          PIC X(01).
           88  WS-LOG-FOUND                  VALUE 'Y'.
       01  WS-NOTIF-TYPE            PIC X(01).
           88  WS-NOTIF-ORIGINAL             VALUE 'N'.
           88  WS-NOTIF-CORRECTION           VALUE 'C'.
           88  WS-NOTIF-UNCHANGED            VALUE 'U'.

      * The departement envelope being built.  The header goes out
      * with the first commune to send, so a departement with nothing
      * new or changed gets no envelope at all.
       01  WS-CURR-CC2DEP           PIC 9(02) VALUE 0.
       01  WS-HDR-WRITTEN-SW        PIC X(01) VALUE 'N'.
           88  WS-HDR-WRITTEN                VALUE 'Y'.
       01  WS-DEP-COUNT             PIC 9(09) COMP VALUE 0.
       01  WS-DEP-ORIGINALS         PIC 9(09) COMP VALUE 0.
       01  WS-DEP-CORRECTIONS       PIC 9(09) COMP VALUE 0.
       01  WS-DEP-TOT-MBACOM        PIC S9(13)V99 VALUE 0.
       01  WS-DEP-TOT-MBADEP        PIC S9(13)V99 VALUE 0.
       01  WS-DEP-TOT-MBAREG        PIC S9(13)V99 VALUE 0.
       01  WS-DEP-TOT-MBASYN        PIC S9(13)V99 VALUE 0.
       01  WS-DEP-TOT-MBACU         PIC S9(13)V99 VALUE 0.
       01  WS-DEP-TOT-MBATSE        PIC S9(13)V99 VALUE 0.
       01  WS-DEP-HASH              PIC 9(18) VALUE 0.

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-SELECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ORIGINALS         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CORRECTIONS       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-UNCHANGED         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NO-NAME           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-DEPS-SENT         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-LOG-APPLIED       PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-CCOCOM           PIC 999.
       01  WS-EDIT-CC2DEP           PIC 99.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-ORIG             PIC ZZZ,ZZ9.
       01  WS-EDIT-CORR             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMT              PIC -(13)9.99.
       01  WS-EDIT-PREV-AMT         PIC -(13)9.99.
       01  WS-AMT-NAME              PIC X(06).
       01  WS-EDIT-HASH             PIC Z(17)9.

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
           IF NOT WS-APPLY-ONLY
               PERFORM 2000-NOTIFY-RESULT
                   UNTIL WS-EOF
               PERFORM 3000-CLOSE-ENVELOPE THRU 3000-EXIT
               PERFORM 4000-CLOSE-FEED THRU 4000-EXIT
           END-IF.
           PERFORM 5000-APPLY-LOG THRU 5000-EXIT.
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
           MOVE 'TAXNOTF '      TO RNL-PROGRAM-ID.
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
      * The year PARM is required - notifying every year on the
      * master at once would resend history the departements have
      * long since closed.  An 'A' in column 6 only applies the
      * NOTFPEND left by a run that failed while applying it.
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PARM-RAW FROM COMMAND-LINE.
           IF WS-PARM-RAW(1:4) NOT NUMERIC
              OR (WS-PARM-RAW(6:1) NOT = SPACE
                  AND WS-PARM-RAW(6:1) NOT = 'A')
               DISPLAY 'TAXNOTF: PARM MUST BE THE CCYY YEAR TO '
                       'NOTIFY, OPTIONALLY FOLLOWED BY A - '
                       'RUN STOPPED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-RAW(1:4) TO WS-SEL-YEAR.
           IF WS-PARM-RAW(6:1) = 'A'
               MOVE 'Y' TO WS-APPLY-ONLY-SW
           END-IF.

           IF WS-APPLY-ONLY
               OPEN EXTEND TAXNFRPT
           ELSE
               OPEN OUTPUT TAXNFRPT
           END-IF.
           MOVE 'TAXNFRPT' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           IF WS-APPLY-ONLY
               MOVE SPACES TO RPT-LINE
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'TAX-BASE NOTIFICATION FOR YEAR ' DELIMITED SIZE
                  WS-PARM-RAW(1:4)                  DELIMITED SIZE
                  ' - RUN DATE '                    DELIMITED SIZE
                  WS-RNL-RUN-DATE                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           IF WS-APPLY-ONLY
               MOVE 'RESTART - NOTFPEND APPLIED ONLY, NOTHING SENT'
                   TO RPT-LINE
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           OPEN INPUT TAXRSLT.
           MOVE 'TAXRSLT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RSLT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT COMREF.
           MOVE 'COMREF  ' TO WS-ERR-FILE-NAME.
           MOVE WS-REF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT NOTFLOG.
           MOVE 'NOTFLOG ' TO WS-ERR-FILE-NAME.
           MOVE WS-LOG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT NOTFPEND.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT TAXNOTF.
           MOVE 'TAXNOTF ' TO WS-ERR-FILE-NAME.
           MOVE WS-NTF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           PERFORM 2100-READ-RESULT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-NOTIFY-RESULT.
           ADD 1 TO WS-CTL-RECS-READ.
           IF TAXR-DAN = WS-SEL-YEAR
               ADD 1 TO WS-CTL-SELECTED
               PERFORM 2200-CHECK-LOG THRU 2200-EXIT
               IF NOT WS-NOTIF-UNCHANGED
                   PERFORM 2300-SEND-COMMUNE THRU 2300-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-RESULT THRU 2100-EXIT.

       2100-READ-RESULT.
           READ TAXRSLT INTO TAX-RESULT-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'TAXRSLT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RSLT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Has the departement been given this commune's bases for the
      * year, and if so were they the same six amounts?
      *---------------------------------------------------------------*
       2200-CHECK-LOG.
           MOVE 'N' TO WS-LOG-FOUND-SW.
           MOVE TAXR-CC2DEP TO WS-LOG-KEY(1:2).
           MOVE TAXR-CCOCOM TO WS-LOG-KEY(3:3).
           MOVE TAXR-DAN    TO WS-LOG-KEY(6:4).
           MOVE WS-LOG-KEY  TO FD-NOTFLOG-KEY.
           READ NOTFLOG INTO TAX-NOTIF-LOG-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LOG-FOUND TO TRUE
           END-READ.
           MOVE 'NOTFLOG ' TO WS-ERR-FILE-NAME.
           MOVE WS-LOG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF NOT WS-LOG-FOUND
               SET WS-NOTIF-ORIGINAL TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF TAXR-MBACOM = NTL-MBACOM
              AND TAXR-MBADEP = NTL-MBADEP
              AND TAXR-MBAREG = NTL-MBAREG
              AND TAXR-MBASYN = NTL-MBASYN
              AND TAXR-MBACU  = NTL-MBACU
              AND TAXR-MBATSE = NTL-MBATSE
               SET WS-NOTIF-UNCHANGED TO TRUE
               ADD 1 TO WS-CTL-UNCHANGED
           ELSE
               SET WS-NOTIF-CORRECTION TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Send one commune: open the departement's envelope if this is
      * its first commune, write the detail, then record on the log
      * what was sent and when.
      *---------------------------------------------------------------*
       2300-SEND-COMMUNE.
           IF WS-HDR-WRITTEN
              AND TAXR-CC2DEP NOT = WS-CURR-CC2DEP
               PERFORM 3000-CLOSE-ENVELOPE THRU 3000-EXIT
           END-IF.
           IF NOT WS-HDR-WRITTEN
               PERFORM 2400-OPEN-ENVELOPE THRU 2400-EXIT
           END-IF.
           PERFORM 2500-GET-COMMUNE-NAME THRU 2500-EXIT.
           MOVE SPACES        TO NOTF-DETAIL-REC.
           MOVE 'D'           TO NOTF-D-REC-TYPE.
           MOVE WS-NOTIF-TYPE TO NOTF-D-NOTIF-TYPE.
           MOVE TAXR-CC2DEP   TO NOTF-D-CC2DEP.
           MOVE TAXR-CCOCOM   TO NOTF-D-CCOCOM.
           MOVE TAXR-DAN      TO NOTF-D-DAN.
           MOVE COMREF-NAME   TO NOTF-D-NAME.
           MOVE TAXR-MBACOM   TO NOTF-D-MBACOM.
           MOVE TAXR-MBADEP   TO NOTF-D-MBADEP.
           MOVE TAXR-MBAREG   TO NOTF-D-MBAREG.
           MOVE TAXR-MBASYN   TO NOTF-D-MBASYN.
           MOVE TAXR-MBACU    TO NOTF-D-MBACU.
           MOVE TAXR-MBATSE   TO NOTF-D-MBATSE.
           IF WS-NOTIF-CORRECTION
               MOVE NTL-MBACOM TO NOTF-D-PREV-MBACOM
               MOVE NTL-MBADEP TO NOTF-D-PREV-MBADEP
               MOVE NTL-MBAREG TO NOTF-D-PREV-MBAREG
               MOVE NTL-MBASYN TO NOTF-D-PREV-MBASYN
               MOVE NTL-MBACU  TO NOTF-D-PREV-MBACU
               MOVE NTL-MBATSE TO NOTF-D-PREV-MBATSE
           ELSE
               MOVE 0 TO NOTF-D-PREV-MBACOM
               MOVE 0 TO NOTF-D-PREV-MBADEP
               MOVE 0 TO NOTF-D-PREV-MBAREG
               MOVE 0 TO NOTF-D-PREV-MBASYN
               MOVE 0 TO NOTF-D-PREV-MBACU
               MOVE 0 TO NOTF-D-PREV-MBATSE
           END-IF.
           WRITE NOTF-DETAIL-REC.
           MOVE 'TAXNOTF ' TO WS-ERR-FILE-NAME.
           MOVE WS-NTF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.

           ADD 1 TO WS-DEP-COUNT.
           ADD TAXR-MBACOM TO WS-DEP-TOT-MBACOM.
           ADD TAXR-MBADEP TO WS-DEP-TOT-MBADEP.
           ADD TAXR-MBAREG TO WS-DEP-TOT-MBAREG.
           ADD TAXR-MBASYN TO WS-DEP-TOT-MBASYN.
           ADD TAXR-MBACU  TO WS-DEP-TOT-MBACU.
           ADD TAXR-MBATSE TO WS-DEP-TOT-MBATSE.
           COMPUTE WS-DEP-HASH = WS-DEP-HASH
                               + TAXR-CC2DEP * 1000 + TAXR-CCOCOM.
           IF WS-NOTIF-CORRECTION
               ADD 1 TO WS-DEP-CORRECTIONS
               ADD 1 TO WS-CTL-CORRECTIONS
               PERFORM 2600-PRINT-CORRECTION THRU 2600-EXIT
           ELSE
               ADD 1 TO WS-DEP-ORIGINALS
               ADD 1 TO WS-CTL-ORIGINALS
           END-IF.
           PERFORM 2700-UPDATE-LOG THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

       2400-OPEN-ENVELOPE.
           MOVE TAXR-CC2DEP     TO WS-CURR-CC2DEP.
           MOVE 0 TO WS-DEP-COUNT.
           MOVE 0 TO WS-DEP-ORIGINALS.
           MOVE 0 TO WS-DEP-CORRECTIONS.
           MOVE 0 TO WS-DEP-TOT-MBACOM.
           MOVE 0 TO WS-DEP-TOT-MBADEP.
           MOVE 0 TO WS-DEP-TOT-MBAREG.
           MOVE 0 TO WS-DEP-TOT-MBASYN.
           MOVE 0 TO WS-DEP-TOT-MBACU.
           MOVE 0 TO WS-DEP-TOT-MBATSE.
           MOVE 0 TO WS-DEP-HASH.
           MOVE SPACES          TO NOTF-HEADER-REC.
           MOVE 'H'             TO NOTF-H-REC-TYPE.
           MOVE WS-CURR-CC2DEP  TO NOTF-H-CC2DEP.
           MOVE WS-SEL-YEAR     TO NOTF-H-DAN.
           MOVE WS-RNL-RUN-DATE TO NOTF-H-RUN-DATE.
           WRITE NOTF-HEADER-REC.
           MOVE 'TAXNOTF ' TO WS-ERR-FILE-NAME.
           MOVE WS-NTF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           SET WS-HDR-WRITTEN TO TRUE.
           ADD 1 TO WS-CTL-DEPS-SENT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A commune missing from COMREF still goes out - the figures
      * are right even if the reference master is not - but blank
      * and listed so the reference gap gets fixed.  A merged
      * commune's record holds its redirect where the name would be,
      * so it goes out blank and listed too.
      *---------------------------------------------------------------*
       2500-GET-COMMUNE-NAME.
           MOVE TAXR-CC2DEP TO WS-COMREF-KEY(1:2).
           MOVE TAXR-CCOCOM TO WS-COMREF-KEY(3:3).
           MOVE WS-COMREF-KEY TO FD-COMREF-KEY.
           MOVE 'Y' TO WS-REF-FOUND-SW.
           READ COMREF INTO COMMUNE-REF-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-REF-FOUND-SW
           END-READ.
           MOVE 'COMREF  ' TO WS-ERR-FILE-NAME.
           MOVE WS-REF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-REF-FOUND
              AND NOT COMREF-REDIRECT
               GO TO 2500-EXIT
           END-IF.
           IF WS-REF-FOUND
               MOVE 'MERGED ON COMREF ' TO WS-NO-NAME-TEXT
           ELSE
               MOVE 'NOT ON COMREF    ' TO WS-NO-NAME-TEXT
           END-IF.
           MOVE SPACES TO COMREF-NAME.
           ADD 1 TO WS-CTL-NO-NAME.
           MOVE TAXR-CCOCOM TO WS-EDIT-CCOCOM.
           MOVE TAXR-CC2DEP TO WS-EDIT-CC2DEP.
           MOVE SPACES TO RPT-LINE.
           STRING WS-NO-NAME-TEXT     DELIMITED SIZE
                  WS-EDIT-CCOCOM      DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-EDIT-CC2DEP      DELIMITED SIZE
                  ' - SENT WITHOUT A COMMUNE NAME'
                                      DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2500-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A correction is listed with the date the departement was last
      * notified and, for each amount that moved, old and new.
      *---------------------------------------------------------------*
       2600-PRINT-CORRECTION.
           MOVE TAXR-CCOCOM TO WS-EDIT-CCOCOM.
           MOVE TAXR-CC2DEP TO WS-EDIT-CC2DEP.
           MOVE SPACES TO RPT-LINE.
           STRING 'CORRECTION     '   DELIMITED SIZE
                  WS-EDIT-CCOCOM      DELIMITED SIZE
                  '/'                 DELIMITED SIZE
                  WS-EDIT-CC2DEP      DELIMITED SIZE
                  '  '                DELIMITED SIZE
                  COMREF-NAME         DELIMITED SIZE
                  '  LAST NOTIFIED '  DELIMITED SIZE
                  NTL-LAST-SENT-DATE  DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           IF TAXR-MBACOM NOT = NTL-MBACOM
               MOVE NTL-MBACOM  TO WS-EDIT-PREV-AMT
               MOVE TAXR-MBACOM TO WS-EDIT-AMT
               MOVE 'MBACOM' TO WS-AMT-NAME
               PERFORM 2610-PRINT-AMOUNT-CHANGE THRU 2610-EXIT
           END-IF.
           IF TAXR-MBADEP NOT = NTL-MBADEP
               MOVE NTL-MBADEP  TO WS-EDIT-PREV-AMT
               MOVE TAXR-MBADEP TO WS-EDIT-AMT
               MOVE 'MBADEP' TO WS-AMT-NAME
               PERFORM 2610-PRINT-AMOUNT-CHANGE THRU 2610-EXIT
           END-IF.
           IF TAXR-MBAREG NOT = NTL-MBAREG
               MOVE NTL-MBAREG  TO WS-EDIT-PREV-AMT
               MOVE TAXR-MBAREG TO WS-EDIT-AMT
               MOVE 'MBAREG' TO WS-AMT-NAME
               PERFORM 2610-PRINT-AMOUNT-CHANGE THRU 2610-EXIT
           END-IF.
           IF TAXR-MBASYN NOT = NTL-MBASYN
               MOVE NTL-MBASYN  TO WS-EDIT-PREV-AMT
               MOVE TAXR-MBASYN TO WS-EDIT-AMT
               MOVE 'MBASYN' TO WS-AMT-NAME
               PERFORM 2610-PRINT-AMOUNT-CHANGE THRU 2610-EXIT
           END-IF.
           IF TAXR-MBACU NOT = NTL-MBACU
               MOVE NTL-MBACU  TO WS-EDIT-PREV-AMT
               MOVE TAXR-MBACU TO WS-EDIT-AMT
               MOVE 'MBACU ' TO WS-AMT-NAME
               PERFORM 2610-PRINT-AMOUNT-CHANGE THRU 2610-EXIT
           END-IF.
           IF TAXR-MBATSE NOT = NTL-MBATSE
               MOVE NTL-MBATSE  TO WS-EDIT-PREV-AMT
               MOVE TAXR-MBATSE TO WS-EDIT-AMT
               MOVE 'MBATSE' TO WS-AMT-NAME
               PERFORM 2610-PRINT-AMOUNT-CHANGE THRU 2610-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2610-PRINT-AMOUNT-CHANGE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-AMT-NAME      TO RPT-LINE(18:6).
           MOVE ' WAS '          TO RPT-LINE(24:5).
           MOVE WS-EDIT-PREV-AMT TO RPT-LINE(29:17).
           MOVE '  NOW '         TO RPT-LINE(46:6).
           MOVE WS-EDIT-AMT      TO RPT-LINE(52:17).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2610-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Record what the departement now holds.  An original adds the
      * commune to the log; a correction replaces the amounts last
      * sent and keeps the date it was first notified.  The image is
      * held on NOTFPEND until the feed is complete.
      *---------------------------------------------------------------*
       2700-UPDATE-LOG.
           IF WS-NOTIF-ORIGINAL
               MOVE SPACES          TO TAX-NOTIF-LOG-RECORD
               MOVE TAXR-CC2DEP     TO NTL-CC2DEP
               MOVE TAXR-CCOCOM     TO NTL-CCOCOM
               MOVE TAXR-DAN        TO NTL-DAN
               MOVE WS-RNL-RUN-DATE TO NTL-FIRST-SENT-DATE
               MOVE 0               TO NTL-SEND-COUNT
           END-IF.
           MOVE TAXR-MBACOM     TO NTL-MBACOM.
           MOVE TAXR-MBADEP     TO NTL-MBADEP.
           MOVE TAXR-MBAREG     TO NTL-MBAREG.
           MOVE TAXR-MBASYN     TO NTL-MBASYN.
           MOVE TAXR-MBACU      TO NTL-MBACU.
           MOVE TAXR-MBATSE     TO NTL-MBATSE.
           MOVE WS-RNL-RUN-DATE TO NTL-LAST-SENT-DATE.
           MOVE WS-NOTIF-TYPE   TO NTL-LAST-SENT-TYPE.
           ADD 1 TO NTL-SEND-COUNT.
           MOVE TAX-NOTIF-LOG-RECORD TO FD-NOTFPEND-REC.
           WRITE FD-NOTFPEND-REC.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Close the open envelope with its trailer and list the
      * departement on the report.
      *---------------------------------------------------------------*
       3000-CLOSE-ENVELOPE.
           IF NOT WS-HDR-WRITTEN
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES            TO NOTF-TRAILER-REC.
           MOVE 'T'               TO NOTF-T-REC-TYPE.
           MOVE WS-CURR-CC2DEP    TO NOTF-T-CC2DEP.
           MOVE WS-SEL-YEAR       TO NOTF-T-DAN.
           MOVE WS-DEP-COUNT      TO NOTF-T-COMMUNE-COUNT.
           MOVE WS-DEP-TOT-MBACOM TO NOTF-T-TOT-MBACOM.
           MOVE WS-DEP-TOT-MBADEP TO NOTF-T-TOT-MBADEP.
           MOVE WS-DEP-TOT-MBAREG TO NOTF-T-TOT-MBAREG.
           MOVE WS-DEP-TOT-MBASYN TO NOTF-T-TOT-MBASYN.
           MOVE WS-DEP-TOT-MBACU  TO NOTF-T-TOT-MBACU.
           MOVE WS-DEP-TOT-MBATSE TO NOTF-T-TOT-MBATSE.
           MOVE WS-DEP-HASH       TO NOTF-T-HASH-COMMUNE.
           WRITE NOTF-TRAILER-REC.
           MOVE 'TAXNOTF ' TO WS-ERR-FILE-NAME.
           MOVE WS-NTF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           MOVE WS-CURR-CC2DEP     TO WS-EDIT-CC2DEP.
           MOVE WS-DEP-ORIGINALS   TO WS-EDIT-ORIG.
           MOVE WS-DEP-CORRECTIONS TO WS-EDIT-CORR.
           MOVE WS-DEP-HASH        TO WS-EDIT-HASH.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPARTEMENT '  DELIMITED SIZE
                  WS-EDIT-CC2DEP  DELIMITED SIZE
                  ' NOTIFIED  ORIGINALS ' DELIMITED SIZE
                  WS-EDIT-ORIG    DELIMITED SIZE
                  '  CORRECTIONS ' DELIMITED SIZE
                  WS-EDIT-CORR    DELIMITED SIZE
                  '  HASH '       DELIMITED SIZE
                  WS-EDIT-HASH    DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE 'N' TO WS-HDR-WRITTEN-SW.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The feed is complete once TAXNOTF closes clean - only then
      * may the log be told what was sent.
      *---------------------------------------------------------------*
       4000-CLOSE-FEED.
           CLOSE TAXNOTF.
           MOVE 'TAXNOTF ' TO WS-ERR-FILE-NAME.
           MOVE WS-NTF-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE HIGH-VALUES TO FD-NOTFPEND-REC.
           WRITE FD-NOTFPEND-REC.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           CLOSE NOTFPEND.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           CLOSE TAXRSLT.
           CLOSE COMREF.
           CLOSE NOTFLOG.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Apply the held log images.  An original whose record is
      * already there, or a correction whose record is not, can only
      * be a repeat of an apply that was cut short, so the image is
      * stored either way.  NOTFPEND is read through once first to
      * make sure it ends with the completion record.
      *---------------------------------------------------------------*
       5000-APPLY-LOG.
           OPEN INPUT NOTFPEND.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE 'N' TO WS-PEND-COMPLETE-SW.
           PERFORM 5100-READ-PENDING THRU 5100-EXIT.
           PERFORM 5050-CHECK-PENDING THRU 5050-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE NOTFPEND.
           IF NOT WS-PEND-COMPLETE
               DISPLAY 'TAXNOTF: NOTFPEND HAS NO COMPLETION RECORD - '
                       'ITS FEED NEVER FINISHED, NOTFLOG NOT UPDATED'
               MOVE 16 TO WS-RNL-COMP-CODE
               PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-PEND-EOF-SW.
           OPEN I-O NOTFLOG.
           MOVE 'NOTFLOG ' TO WS-ERR-FILE-NAME.
           MOVE WS-LOG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT NOTFPEND.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           PERFORM 5100-READ-PENDING THRU 5100-EXIT.
           PERFORM 5200-APPLY-ONE-IMAGE THRU 5200-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE NOTFPEND.
           CLOSE NOTFLOG.
       5000-EXIT.
           EXIT.

       5050-CHECK-PENDING.
           IF FD-NOTFPEND-REC = HIGH-VALUES
               MOVE 'Y' TO WS-PEND-COMPLETE-SW
           ELSE
               MOVE 'N' TO WS-PEND-COMPLETE-SW
           END-IF.
           PERFORM 5100-READ-PENDING THRU 5100-EXIT.
       5050-EXIT.
           EXIT.

       5100-READ-PENDING.
           READ NOTFPEND INTO TAX-NOTIF-LOG-RECORD
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ.
           MOVE 'NOTFPEND' TO WS-ERR-FILE-NAME.
           MOVE WS-PEND-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       5100-EXIT.
           EXIT.

       5200-APPLY-ONE-IMAGE.
           IF FD-NOTFPEND-REC = HIGH-VALUES
               GO TO 5200-READ
           END-IF.
           MOVE TAX-NOTIF-LOG-RECORD TO FD-NOTFLOG-REC.
           IF NTL-SENT-ORIGINAL
               WRITE FD-NOTFLOG-REC
                   INVALID KEY
                       REWRITE FD-NOTFLOG-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
           ELSE
               REWRITE FD-NOTFLOG-REC
                   INVALID KEY
                       WRITE FD-NOTFLOG-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-REWRITE
           END-IF.
           MOVE 'NOTFLOG ' TO WS-ERR-FILE-NAME.
           MOVE WS-LOG-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-LOG-APPLIED.
       5200-READ.
           PERFORM 5100-READ-PENDING THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'TAXNFRPT' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RESULT RECORDS READ  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-SELECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RESULTS FOR THE YEAR . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-ORIGINALS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ORIGINALS SENT . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-CORRECTIONS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CORRECTIONS SENT . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-UNCHANGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'UNCHANGED, NOT RESENT  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-NO-NAME TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'SENT WITHOUT COMREF NAME . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-DEPS-SENT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'DEPARTEMENTS NOTIFIED  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-LOG-APPLIED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LOG RECORDS APPLIED  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE TAXNFRPT.
           DISPLAY 'TAXNOTF DONE - YEAR: ' WS-SEL-YEAR
                   ' ORIGINALS: ' WS-CTL-ORIGINALS
                   ' CORRECTIONS: ' WS-CTL-CORRECTIONS
                   ' UNCHANGED: ' WS-CTL-UNCHANGED
                   ' DEPARTEMENTS: ' WS-CTL-DEPS-SENT
                   ' LOG APPLIED: ' WS-CTL-LOG-APPLIED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'TAXNOTF '      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           MOVE WS-CTL-LOG-APPLIED TO RNL-RECS-UPDATED.
           MOVE WS-CTL-NO-NAME  TO RNL-RECS-REJECTED.
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
           DISPLAY 'TAXNOTF: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'TAXNOTF: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'TAXNOTF: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
