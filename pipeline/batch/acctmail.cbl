       PROGRAM-ID. ACCTMAIL.
      ******************************************************************
      * Turns the reissue worklist written by ACCTXWL (XWLFILE, one
      * record per active plastic on each selected account - card
      * number and embossed name, account id and expiration date)
      * into a print-ready mailing file.  Each worklist account id is
      * looked up on the customer name-and-address master CUSTFILE
      * (CVCUS01Y, maintained by CUSTMNT) and a mailing label - name,
      * address lines, city/state/zip - is written to MAILFILE, one
      * per card, followed by a carrier line naming the card (last
      * four digits only) and the name embossed on it so the print
      * shop can match the plastic to its label.  An account-level
      * worklist record (no card on the card master) gets the label
      * without the carrier line.  A worklist account with no
      * matching address record falls out on the MAILEXC exception
      * listing instead, so the mailing never silently loses an
      * account and the missing addresses can be keyed through
      * CUSTMNT before the next run.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  XWLFILE-REC.
           05  XWL-ACCT-ID                   PIC 9(11).
           05  XWL-EXPIRATION-DATE           PIC X(10).
           05  XWL-CARD-NUM                  PIC 9(16).
           05  XWL-EMBOSSED-NAME             PIC X(26).
           05  XWL-CARD-TYPE                 PIC X(01).

       FD  CUSTFILE.
       01  FD-CUSTFILE-REC.
       01  WS-CTL-UNMATCHED         PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-MAIL-CARD-NUM         PIC 9(16).
       01  WS-MAIL-CARD-PARTS REDEFINES WS-MAIL-CARD-NUM.
           05  FILLER                        PIC X(12).
           05  WS-MAIL-CARD-LAST4            PIC X(04).

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATBDI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
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
           MOVE 'ACCTMAIL'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           EXIT.

      *---------------------------------------------------------------*
      * One label per worklist card, blank-line separated, ready for
      * the print shop.  Address line 2 is collapsed when blank so a
      * two-line address does not leave a gap in the label.
      *---------------------------------------------------------------*
       2200-WRITE-LABEL.
           MOVE SPACES TO MAIL-LINE.
               INTO MAIL-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           IF XWL-CARD-NUM NOT = 0
               MOVE XWL-CARD-NUM TO WS-MAIL-CARD-NUM
               MOVE SPACES TO MAIL-LINE
               STRING 'CARD ENDING '      DELIMITED SIZE
                      WS-MAIL-CARD-LAST4  DELIMITED SIZE
                      '  '                DELIMITED SIZE
                      XWL-EMBOSSED-NAME   DELIMITED SIZE
                   INTO MAIL-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
           MOVE SPACES TO MAIL-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           ADD 1 TO WS-CTL-LABELS.
           EXIT.

       2300-PRINT-EXCEPTION.
           MOVE XWL-ACCT-ID  TO WS-EDIT-ACCT-ID.
           MOVE XWL-CARD-NUM TO WS-MAIL-CARD-NUM.
           MOVE SPACES TO EXC-LINE.
           STRING 'ACCT-ID '            DELIMITED SIZE
                  WS-EDIT-ACCT-ID       DELIMITED SIZE
                  ' CARD ENDING '       DELIMITED SIZE
                  WS-MAIL-CARD-LAST4    DELIMITED SIZE
                  ' EXPIRES '           DELIMITED SIZE
                  XWL-EXPIRATION-DATE   DELIMITED SIZE
                  ' - NO ADDRESS RECORD ON CUSTFILE' DELIMITED SIZE
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTMAIL: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
