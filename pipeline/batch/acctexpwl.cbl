      * the window) - the reissue for this expiration has already been
      * requested/mailed, so a repeat mailing is not needed.
      *
      * Alongside the printed report, the selected accounts are
      * written to XWLFILE so the reissue mailing step (ACCTMAIL) can
      * pick the worklist up directly instead of someone rekeying the
      * ids off the report.  One XWLFILE record is written for every
      * active plastic on the account (card master CARDFILE, read
      * through its ACCT-ID alternate key) - the primary card and
      * each authorized user's - carrying the card number and
      * embossed name.  Blocked, lost and stolen cards are not
      * reissued; an account with cards on file but none active is
      * listed and left out of the mailing.  An account with no cards
      * on CARDFILE at all still gets a single account-level record
      * (card number zero), as before the card master was kept.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SNAPFILE ASSIGN TO SNAPFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STATUS.
           SELECT CARDFILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-CARD-ACCT-ID
                      WITH DUPLICATES
                  FILE STATUS IS WS-CARD-STATUS.
           SELECT XWLRPT ASSIGN TO XWLRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           RECORDING MODE IS F.
       01  FD-SNAPFILE-REC          PIC X(300).

       FD  CARDFILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC 9(16).
           05 FD-CARD-ACCT-ID                   PIC 9(11).
           05 FD-CARD-DATA                      PIC X(73).

       FD  XWLRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).
       01  XWLFILE-REC.
           05  XWL-ACCT-ID                   PIC 9(11).
           05  XWL-EXPIRATION-DATE           PIC X(10).
           05  XWL-CARD-NUM                  PIC 9(16).
           05  XWL-EMBOSSED-NAME             PIC X(26).
           05  XWL-CARD-TYPE                 PIC X(01).

       FD  RUNLOG
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCRD01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CARD-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-XWL-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.
       01  WS-CARD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF                   VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(10).
       01  WS-WINDOW-DAYS           PIC 9(03) VALUE 60.

       01  WS-TODAY-CCYYMMDD        PIC X(10).

       COPY CODATBDI.
       COPY CODATARI.

       01  WS-DAYS-TO-EXPIRE        PIC S9(08).
       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-SELECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-EXCLUDED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CARDS             PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NO-ACTIVE         PIC 9(09) COMP VALUE 0.
       01  WS-ACCT-CARDS            PIC 9(04) COMP VALUE 0.
       01  WS-ACCT-ACTIVE-CARDS     PIC 9(04) COMP VALUE 0.
       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-DAYS             PIC ---9.
       01  WS-EDIT-CARD-NUM         PIC 9(16).

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
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
           MOVE 'ACCTXWL '      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
               MOVE WS-PARM-RAW(1:3) TO WS-WINDOW-DAYS
           END-IF.

           MOVE WS-RNL-RUN-DATE TO WS-TODAY-CCYYMMDD.

           OPEN INPUT SNAPFILE.
           MOVE 'SNAPFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT CARDFILE.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT XWLRPT.
           MOVE 'XWLRPT  ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
               ELSE
                   ADD 1 TO WS-CTL-SELECTED
                   PERFORM 2200-PRINT-WORKLIST-LINE THRU 2200-EXIT
                   PERFORM 2400-WRITE-CARD-RECS THRU 2400-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
           MOVE 'XWLFILE ' TO WS-ERR-FILE-NAME.
           MOVE WS-XWL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-CARDS.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Read the selected account's cards off the ACCT-ID alternate
      * key and put each active plastic on the worklist.
      *---------------------------------------------------------------*
       2400-WRITE-CARD-RECS.
           MOVE 0 TO WS-ACCT-CARDS.
           MOVE 0 TO WS-ACCT-ACTIVE-CARDS.
           MOVE 'N' TO WS-CARD-EOF-SW.
           MOVE ACCT-ID TO FD-CARD-ACCT-ID.
           START CARDFILE KEY IS EQUAL TO FD-CARD-ACCT-ID
               INVALID KEY
                   SET WS-CARD-EOF TO TRUE
           END-START.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 2410-READ-ACCT-CARD THRU 2410-EXIT
               UNTIL WS-CARD-EOF.

           IF WS-ACCT-CARDS = 0
               MOVE 0      TO XWL-CARD-NUM
               MOVE SPACES TO XWL-EMBOSSED-NAME
               MOVE SPACE  TO XWL-CARD-TYPE
               PERFORM 2300-WRITE-WORKLIST-REC THRU 2300-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF WS-ACCT-ACTIVE-CARDS = 0
               ADD 1 TO WS-CTL-NO-ACTIVE
               MOVE SPACES TO RPT-LINE
               STRING '          NO ACTIVE CARD ON CARDFILE'
                      ' - NOT MAILED'
                   DELIMITED SIZE INTO RPT-LINE
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-READ-ACCT-CARD.
           READ CARDFILE NEXT RECORD INTO CARD-RECORD
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
           MOVE 'CARDFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CARD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-CARD-EOF
               GO TO 2410-EXIT
           END-IF.
           IF CARD-ACCT-ID NOT = ACCT-ID
               SET WS-CARD-EOF TO TRUE
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-ACCT-CARDS.
           IF NOT CARD-ACTIVE
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-ACCT-ACTIVE-CARDS.
           MOVE CARD-NUM TO WS-EDIT-CARD-NUM.
           MOVE SPACES TO RPT-LINE.
           STRING '          CARD '    DELIMITED SIZE
                  WS-EDIT-CARD-NUM     DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  CARD-TYPE            DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  CARD-EMBOSSED-NAME   DELIMITED SIZE
                  ' EXPIRES '          DELIMITED SIZE
                  CARD-EXPIRY-DATE     DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE CARD-NUM           TO XWL-CARD-NUM.
           MOVE CARD-EMBOSSED-NAME TO XWL-EMBOSSED-NAME.
           MOVE CARD-TYPE          TO XWL-CARD-TYPE.
           PERFORM 2300-WRITE-WORKLIST-REC THRU 2300-EXIT.
       2410-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'XWLRPT  ' TO WS-ERR-FILE-NAME.

       9000-TERMINATE.
           CLOSE SNAPFILE.
           CLOSE CARDFILE.
           CLOSE XWLRPT.
           CLOSE XWLFILE.
           DISPLAY 'ACCTXWL DONE - SELECTED: ' WS-CTL-SELECTED
                   ' EXCLUDED (ALREADY REISSUED): ' WS-CTL-EXCLUDED
                   ' CARDS: ' WS-CTL-CARDS
                   ' NO ACTIVE CARD: ' WS-CTL-NO-ACTIVE.
       9000-EXIT.
           EXIT.

           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTXWL: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
