       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAUTH.
      ******************************************************************
      * Authorization hold maintenance, run nightly after ACCTPOST.
      * Applies the day's authorization feed (AUTHFEED) to the hold
      * master AUTHHOLD (CVAUT01Y, keyed by account id and
      * authorization reference):
      *   A - an approved authorization: a hold is added for the
      *       amount, provided the account is on ACCTFILE and the
      *       reference is not already held against it;
      *   R - an authorization cancelled or reversed by the
      *       authorization system: the open hold is released
      *       without any posting ever having matched it.
      * ACCTPOST has already released, during posting, every hold
      * whose debit came through.  The run then sweeps the whole
      * master: an open hold older than the PARM number of days is
      * expired, and a hold released on an earlier day (already
      * reported) is purged.
      *
      * AUTHRPT is the daily hold report: every hold aged past
      * expiry and every hold released without a matching post, plus
      * feed rejects and the open holds left outstanding.
      *
      * The PARM is the hold expiry in days (3 digits, default 007).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHFEED ASSIGN TO AUTHFEED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FEED-STATUS.
           SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-AHD-KEY
                  FILE STATUS IS WS-AHD-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT AUTHRPT ASSIGN TO AUTHRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHFEED
           RECORDING MODE IS F.
       01  AUTHFEED-REC.
           05  AUF-ACTION                    PIC X(01).
               88  AUF-APPROVE                    VALUE 'A'.
               88  AUF-RELEASE                    VALUE 'R'.
           05  AUF-ACCT-ID                   PIC 9(11).
           05  AUF-AUTH-REF                  PIC X(12).
           05  AUF-AMOUNT                    PIC 9(10)V99.
           05  AUF-AUTH-DATE                 PIC X(10).
           05  FILLER                        PIC X(34).

       FD  AUTHHOLD.
       01  FD-AUTHHOLD-REC.
           05 FD-AHD-KEY.
              10 FD-AHD-ACCT-ID                 PIC 9(11).
              10 FD-AHD-AUTH-REF                PIC X(12).
           05 FD-AHD-DATA                       PIC X(57).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  AUTHRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVAUT01Y.
       01  WS-STATUS                PIC XX.
       01  WS-FEED-STATUS           PIC XX.
       01  WS-AHD-STATUS            PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-EXPIRY-DAYS           PIC 9(03) VALUE 7.
       01  WS-HOLD-AGE              PIC S9(08).

       01  WS-REJ-REASON            PIC X(40).
       01  WS-ACTION-TEXT           PIC X(30).

       01  WS-CTL-FEED-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ADDED             PIC 9(09) COMP VALUE 0.
       01  WS-CTL-RELEASED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-EXPIRED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-PURGED            PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OPEN              PIC 9(09) COMP VALUE 0.
       01  WS-TOT-RELEASED          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-EXPIRED           PIC S9(13)V99 VALUE 0.
       01  WS-TOT-OPEN              PIC S9(13)V99 VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-DAYS             PIC ZZZZ9.
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
       COPY CODATARI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0500-WRITE-RUNLOG-START THRU 0500-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-FEED-RECORD
               UNTIL WS-EOF.
           PERFORM 3000-SWEEP-HOLDS THRU 3000-EXIT.
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
           MOVE 'ACCTAUTH'      TO RNL-PROGRAM-ID.
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
           IF WS-PARM-RAW(1:3) IS NUMERIC
              AND WS-PARM-RAW(1:3) NOT = '000'
               MOVE WS-PARM-RAW(1:3) TO WS-EXPIRY-DAYS
           END-IF.

           OPEN INPUT AUTHFEED.
           MOVE 'AUTHFEED' TO WS-ERR-FILE-NAME.
           MOVE WS-FEED-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN I-O AUTHHOLD.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT AUTHRPT.
           MOVE 'AUTHRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE WS-EXPIRY-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO RPT-LINE.
           STRING 'AUTHORIZATION HOLD REPORT - '  DELIMITED SIZE
                  WS-RNL-RUN-DATE                 DELIMITED SIZE
                  ' - HOLDS EXPIRE AFTER '        DELIMITED SIZE
                  WS-EDIT-DAYS                    DELIMITED SIZE
                  ' DAYS'                         DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Field-edit one feed record, then add or release its hold.
      *---------------------------------------------------------------*
       2000-APPLY-FEED-RECORD.
           ADD 1 TO WS-CTL-FEED-READ.
           PERFORM 2050-EDIT-AND-APPLY THRU 2050-EXIT.
           PERFORM 2100-READ-FEED THRU 2100-EXIT.

       2050-EDIT-AND-APPLY.
           IF NOT AUF-APPROVE AND NOT AUF-RELEASE
               MOVE 'INVALID ACTION CODE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF AUF-ACCT-ID NOT NUMERIC
               MOVE 'ACCT-ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF AUF-AUTH-REF = SPACES
               MOVE 'AUTHORIZATION REFERENCE MISSING' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2050-EXIT
           END-IF.

           MOVE AUF-ACCT-ID  TO FD-AHD-ACCT-ID.
           MOVE AUF-AUTH-REF TO FD-AHD-AUTH-REF.
           IF AUF-APPROVE
               PERFORM 2200-ADD-HOLD THRU 2200-EXIT
           ELSE
               PERFORM 2250-RELEASE-HOLD THRU 2250-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2100-READ-FEED.
           READ AUTHFEED
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'AUTHFEED' TO WS-ERR-FILE-NAME.
           MOVE WS-FEED-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2200-ADD-HOLD.
           IF AUF-AMOUNT NOT NUMERIC
              OR AUF-AMOUNT = 0
               MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE '2' TO CODATECN-TYPE.
           MOVE AUF-AUTH-DATE TO CODATECN-INP-DATE.
           MOVE '2' TO CODATECN-OUTTYPE.
           CALL 'COBDATFT' USING CODATECN-REC.
           IF CODATECN-ERROR-MSG NOT = SPACES
               MOVE 'INVALID AUTHORIZATION DATE' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE AUF-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF.

           MOVE SPACES          TO AUTH-HOLD-RECORD.
           MOVE AUF-ACCT-ID     TO AHD-ACCT-ID.
           MOVE AUF-AUTH-REF    TO AHD-AUTH-REF.
           MOVE AUF-AMOUNT      TO AHD-AMOUNT.
           MOVE AUF-AUTH-DATE   TO AHD-AUTH-DATE.
           MOVE 'O'             TO AHD-STATUS.
           MOVE AUTH-HOLD-RECORD TO FD-AUTHHOLD-REC.
           WRITE FD-AUTHHOLD-REC
               INVALID KEY
                   MOVE 'AUTHORIZATION ALREADY HELD' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-ADDED
           END-WRITE.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A release from the authorization system - the purchase was
      * cancelled or the authorization reversed, so no posting will
      * ever take the hold off.  Reported as released without post.
      *---------------------------------------------------------------*
       2250-RELEASE-HOLD.
           READ AUTHHOLD INTO AUTH-HOLD-RECORD
               INVALID KEY
                   MOVE 'NO HOLD FOR AUTHORIZATION' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-READ.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-AHD-STATUS NOT = '00'
               GO TO 2250-EXIT
           END-IF.
           IF NOT AHD-OPEN
               MOVE 'HOLD NO LONGER OPEN' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
               GO TO 2250-EXIT
           END-IF.

           MOVE 'R'             TO AHD-STATUS.
           MOVE WS-RNL-RUN-DATE TO AHD-RELEASE-DATE.
           MOVE AUTH-HOLD-RECORD TO FD-AUTHHOLD-REC.
           REWRITE FD-AUTHHOLD-REC
               INVALID KEY
                   MOVE 'AUTHHOLD REWRITE FAILED' TO WS-REJ-REASON
                   PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
           END-REWRITE.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-AHD-STATUS NOT = '00'
               GO TO 2250-EXIT
           END-IF.
           ADD 1 TO WS-CTL-RELEASED.
           ADD AHD-AMOUNT TO WS-TOT-RELEASED.
           MOVE 'RELEASED WITHOUT POST' TO WS-ACTION-TEXT.
           PERFORM 2350-WRITE-HOLD-LINE THRU 2350-EXIT.
       2250-EXIT.
           EXIT.

       2300-WRITE-REJECT.
           ADD 1 TO WS-CTL-REJECTED.
           MOVE SPACES TO RPT-LINE.
           STRING 'REJECTED "'         DELIMITED SIZE
                  AUTHFEED-REC(1:46)   DELIMITED SIZE
                  '" - '               DELIMITED SIZE
                  WS-REJ-REASON        DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2300-EXIT.
           EXIT.

       2350-WRITE-HOLD-LINE.
           MOVE AHD-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE AHD-AMOUNT  TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ACTION-TEXT   DELIMITED SIZE
                  ' ACCT-ID '      DELIMITED SIZE
                  WS-EDIT-ACCT-ID  DELIMITED SIZE
                  ' AUTH '         DELIMITED SIZE
                  AHD-AUTH-REF     DELIMITED SIZE
                  ' DATED '        DELIMITED SIZE
                  AHD-AUTH-DATE    DELIMITED SIZE
                  ' AMOUNT '       DELIMITED SIZE
                  WS-EDIT-AMOUNT   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2350-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Sweep the whole master in key order.  Open holds past the
      * expiry age are expired and reported; holds released on an
      * earlier day have been reported already and are purged, so
      * the master carries only what is open or closed today.
      *---------------------------------------------------------------*
       3000-SWEEP-HOLDS.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO FD-AHD-KEY.
           START AUTHHOLD KEY IS NOT LESS THAN FD-AHD-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF NOT WS-EOF
               PERFORM 3100-READ-NEXT-HOLD THRU 3100-EXIT
           END-IF.
           PERFORM 3200-SWEEP-ONE-HOLD THRU 3200-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-HOLD.
           READ AUTHHOLD NEXT RECORD INTO AUTH-HOLD-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       3100-EXIT.
           EXIT.

       3200-SWEEP-ONE-HOLD.
           IF AHD-OPEN
               PERFORM 3300-AGE-OPEN-HOLD THRU 3300-EXIT
           ELSE
               IF AHD-RELEASE-DATE < WS-RNL-RUN-DATE
                   DELETE AUTHHOLD RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME
                   MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS
                   PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT
                   ADD 1 TO WS-CTL-PURGED
               END-IF
           END-IF.
           PERFORM 3100-READ-NEXT-HOLD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-AGE-OPEN-HOLD.
           MOVE 'D' TO CODATARI-FUNCTION.
           MOVE WS-RNL-RUN-DATE TO CODATARI-DATE1.
           MOVE AHD-AUTH-DATE   TO CODATARI-DATE2.
           CALL 'COBDATAR' USING CODATARI-REC.
           MOVE CODATARI-DAYS TO WS-HOLD-AGE.
           IF CODATARI-ERROR-MSG NOT = SPACES
              OR WS-HOLD-AGE NOT > WS-EXPIRY-DAYS
               ADD 1 TO WS-CTL-OPEN
               ADD AHD-AMOUNT TO WS-TOT-OPEN
               GO TO 3300-EXIT
           END-IF.

           MOVE 'E'             TO AHD-STATUS.
           MOVE WS-RNL-RUN-DATE TO AHD-RELEASE-DATE.
           MOVE AUTH-HOLD-RECORD TO FD-AUTHHOLD-REC.
           REWRITE FD-AUTHHOLD-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-AHD-STATUS NOT = '00'
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-CTL-EXPIRED.
           ADD AHD-AMOUNT TO WS-TOT-EXPIRED.
           MOVE 'EXPIRED UNPOSTED' TO WS-ACTION-TEXT.
           PERFORM 2350-WRITE-HOLD-LINE THRU 2350-EXIT.
       3300-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'AUTHRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

       8000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-FEED-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FEED RECORDS READ  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ADDED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOLDS ADDED  . . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-RELEASED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'RELEASED WITHOUT POST  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-RELEASED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT RELEASED WITHOUT POST ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-EXPIRED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOLDS EXPIRED UNPOSTED . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-EXPIRED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT EXPIRED UNPOSTED  . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-OPEN TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOLDS OUTSTANDING  . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-TOT-OPEN TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING 'AMOUNT OUTSTANDING . . . . . ' DELIMITED SIZE
                  WS-EDIT-TOTAL                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-PURGED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CLOSED HOLDS PURGED  . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'FEED RECORDS REJECTED  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE AUTHFEED.
           CLOSE AUTHHOLD.
           CLOSE ACCTFILE.
           CLOSE AUTHRPT.
           DISPLAY 'ACCTAUTH DONE - ADDED: ' WS-CTL-ADDED
                   ' RELEASED: ' WS-CTL-RELEASED
                   ' EXPIRED: ' WS-CTL-EXPIRED
                   ' PURGED: ' WS-CTL-PURGED
                   ' REJECTED: ' WS-CTL-REJECTED.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTAUTH'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-FEED-READ TO RNL-RECS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-ADDED + WS-CTL-RELEASED + WS-CTL-EXPIRED.
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
           DISPLAY 'ACCTAUTH: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTAUTH: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTAUTH: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
