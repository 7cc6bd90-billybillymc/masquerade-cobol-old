       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRMAT.
      ******************************************************************
      * Customer relationship matching run.  Reads CUSTFILE in account
      * order and matches accounts that carry the same name, first
      * address line and 5-digit ZIP (compared in upper case), then
      * proposes the links that would put each matched group under
      * one customer number on CUSTREL (CVREL01Y).  Nothing on
      * CUSTREL is changed here: the proposals are written to RELPROP
      * in the RELCTL record layout, reason code MTCH, with a blank
      * effective date, so that once reviewed they are released to
      * ACCTREL as its control file.  For each account matching one
      * seen earlier in the run (the first account of the group):
      *   - neither linked: link the account WITH the first account
      *     (ACCTREL starts a new customer for the pair);
      *   - one linked: link the other to that customer;
      *   - linked to different customers: merge the later
      *     account's customer into the first account's;
      *   - already under the same customer: nothing proposed.
      * A match that cannot be resolved to a single proposal - the
      * first account's new-customer link is itself still a
      * proposal and the later account is linked elsewhere - is
      * listed for review without one.  Accounts not on ACCTFILE and
      * CUSTFILE records with no name or street address are passed
      * over.  RMATRPT lists every proposal with the name and address
      * matched on.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-CUST-ACCT-ID
                  FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCTFILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-ACCT-ID
                  FILE STATUS IS WS-STATUS.
           SELECT CUSTREL ASSIGN TO CUSTREL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-REL-ACCT-ID
                  ALTERNATE RECORD KEY IS FD-REL-CUST-NUM
                      WITH DUPLICATES
                  FILE STATUS IS WS-REL-STATUS.
           SELECT RELPROP ASSIGN TO RELPROP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROP-STATUS.
           SELECT RMATRPT ASSIGN TO RMATRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RPT-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ACCT-ID                   PIC 9(11).
           05 FD-CUST-DATA                      PIC X(139).

       FD  ACCTFILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUSTREL.
       01  FD-CUSTREL-REC.
           05 FD-REL-ACCT-ID                    PIC 9(11).
           05 FD-REL-CUST-NUM                   PIC 9(09).
           05 FD-REL-DATA                       PIC X(30).

       FD  RELPROP
           RECORDING MODE IS F.
       01  RELPROP-REC.
           05  RELPROP-ACTION                PIC X(01).
           05  RELPROP-ACCT-ID               PIC 9(11).
           05  RELPROP-CUST-NUM              PIC 9(09).
           05  RELPROP-FROM-CUST-NUM         PIC 9(09).
           05  RELPROP-WITH-ACCT-ID          PIC 9(11).
           05  RELPROP-EFFECTIVE-DATE        PIC X(10).
           05  RELPROP-REASON-CODE           PIC X(04).
           05  FILLER                        PIC X(25).

       FD  RMATRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                 PIC X(132).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVREL01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-REL-STATUS            PIC XX.
       01  WS-PROP-STATUS           PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-MATCH-KEY.
           05  WS-MK-NAME                    PIC X(30).
           05  WS-MK-ADDR-LINE1              PIC X(30).
           05  WS-MK-ZIP5                    PIC X(05).
       01  WS-THIS-CUST-NUM         PIC 9(09).

      *    One entry per distinct name and address seen so far: the
      *    first account carrying it, the customer that account is
      *    (or has been proposed to be) linked to, and whether a
      *    new-customer link for it has been proposed this run.
       01  WS-MAT-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-MAT-TABLE.
           05  WS-MAT-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-MAT-IX.
               10  WS-MAT-KEY             PIC X(65).
               10  WS-MAT-ACCT-ID         PIC 9(11).
               10  WS-MAT-CUST-NUM        PIC 9(09).
               10  WS-MAT-PENDING-SW      PIC X(01).
                   88  WS-MAT-PENDING          VALUE 'Y'.
       01  WS-MAT-FOUND-SW          PIC X(01).
           88  WS-MAT-FOUND                  VALUE 'Y'.
       01  WS-MAT-DROPPED           PIC 9(09) COMP VALUE 0.

       01  WS-ACTION-TEXT           PIC X(14).
       01  WS-DETAIL-TEXT           PIC X(40).

       01  WS-CTL-RECS-READ         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NO-ADDRESS        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-NO-ACCOUNT        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-MATCHES           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ALREADY-LINKED    PIC 9(09) COMP VALUE 0.
       01  WS-CTL-LINK-PROPOSALS    PIC 9(09) COMP VALUE 0.
       01  WS-CTL-MERGE-PROPOSALS   PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REVIEW            PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-WITH-ACCT-ID     PIC Z(10)9.
       01  WS-EDIT-CUST-NUM         PIC 9(09).
       01  WS-EDIT-FROM-CUST-NUM    PIC 9(09).
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 2000-PROCESS-CUSTOMER
               UNTIL WS-EOF.
           PERFORM 8500-PRINT-CONTROL-TOTALS THRU 8500-EXIT.
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
           MOVE 'ACCTRMAT'      TO RNL-PROGRAM-ID.
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
           OPEN INPUT CUSTFILE.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT ACCTFILE.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT CUSTREL.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT RELPROP.
           MOVE 'RELPROP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PROP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN OUTPUT RMATRPT.
           MOVE 'RMATRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.

           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTOMER RELATIONSHIP MATCHING PROPOSALS - '
                                                 DELIMITED SIZE
                  WS-RNL-RUN-DATE                DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Match one CUSTFILE record against the names and addresses
      * already seen; the first account with a given name and address
      * is remembered, every later one is a match against it.
      *---------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-CTL-RECS-READ.
           PERFORM 2200-CHECK-CUSTOMER THRU 2200-EXIT.
           PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.

       2100-READ-CUSTOMER.
           READ CUSTFILE NEXT RECORD INTO CUSTOMER-ADDR-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
           MOVE 'CUSTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-CUST-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2100-EXIT.
           EXIT.

       2200-CHECK-CUSTOMER.
           IF CUST-NAME = SPACES OR CUST-ADDR-LINE1 = SPACES
               ADD 1 TO WS-CTL-NO-ADDRESS
               GO TO 2200-EXIT
           END-IF.
           MOVE CUST-ACCT-ID TO FD-ACCT-ID.
           READ ACCTFILE INTO ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 'ACCTFILE' TO WS-ERR-FILE-NAME.
           MOVE WS-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-STATUS NOT = '00'
               ADD 1 TO WS-CTL-NO-ACCOUNT
               GO TO 2200-EXIT
           END-IF.

           MOVE CUST-NAME       TO WS-MK-NAME.
           MOVE CUST-ADDR-LINE1 TO WS-MK-ADDR-LINE1.
           MOVE CUST-ZIP(1:5)   TO WS-MK-ZIP5.
           INSPECT WS-MATCH-KEY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM 2300-READ-LINK THRU 2300-EXIT.
           PERFORM 2500-FIND-MATCH THRU 2500-EXIT.
           IF WS-MAT-FOUND
               ADD 1 TO WS-CTL-MATCHES
               PERFORM 3000-PROPOSE-LINK THRU 3000-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF WS-MAT-ENTRIES < 5000
               ADD 1 TO WS-MAT-ENTRIES
               SET WS-MAT-IX TO WS-MAT-ENTRIES
               MOVE WS-MATCH-KEY     TO WS-MAT-KEY(WS-MAT-IX)
               MOVE CUST-ACCT-ID     TO WS-MAT-ACCT-ID(WS-MAT-IX)
               MOVE WS-THIS-CUST-NUM TO WS-MAT-CUST-NUM(WS-MAT-IX)
               MOVE 'N'              TO WS-MAT-PENDING-SW(WS-MAT-IX)
           ELSE
               DISPLAY 'ACCTRMAT: MATCH TABLE FULL - ACCT-ID '
                       CUST-ACCT-ID ' NOT MATCHED'
               ADD 1 TO WS-MAT-DROPPED
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * The customer this account is linked to now, zero if none.
      *---------------------------------------------------------------*
       2300-READ-LINK.
           MOVE 0 TO WS-THIS-CUST-NUM.
           MOVE CUST-ACCT-ID TO FD-REL-ACCT-ID.
           READ CUSTREL INTO CUST-REL-RECORD KEY IS FD-REL-ACCT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REL-CUST-NUM TO WS-THIS-CUST-NUM
           END-READ.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       2300-EXIT.
           EXIT.

       2500-FIND-MATCH.
           MOVE 'N' TO WS-MAT-FOUND-SW.
           SET WS-MAT-IX TO 1.
           PERFORM 2510-SEARCH-MATCH
               UNTIL WS-MAT-IX > WS-MAT-ENTRIES
                  OR WS-MAT-FOUND.
       2500-EXIT.
           EXIT.

       2510-SEARCH-MATCH.
           IF WS-MAT-KEY(WS-MAT-IX) = WS-MATCH-KEY
               SET WS-MAT-FOUND TO TRUE
           ELSE
               SET WS-MAT-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * Decide what this account and the first account of its group
      * need in order to end up under one customer.
      *---------------------------------------------------------------*
       3000-PROPOSE-LINK.
           MOVE SPACES TO RELPROP-REC.
           MOVE 0 TO RELPROP-ACCT-ID.
           MOVE 0 TO RELPROP-CUST-NUM.
           MOVE 0 TO RELPROP-FROM-CUST-NUM.
           MOVE 0 TO RELPROP-WITH-ACCT-ID.
           MOVE 'MTCH' TO RELPROP-REASON-CODE.

           IF WS-MAT-CUST-NUM(WS-MAT-IX) = 0
               IF WS-THIS-CUST-NUM = 0
                   MOVE 'L'                       TO RELPROP-ACTION
                   MOVE CUST-ACCT-ID              TO RELPROP-ACCT-ID
                   MOVE WS-MAT-ACCT-ID(WS-MAT-IX)
                       TO RELPROP-WITH-ACCT-ID
                   MOVE 'Y' TO WS-MAT-PENDING-SW(WS-MAT-IX)
                   MOVE 'PROPOSE LINK' TO WS-ACTION-TEXT
                   MOVE WS-MAT-ACCT-ID(WS-MAT-IX)
                       TO WS-EDIT-WITH-ACCT-ID
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'WITH ACCT '         DELIMITED SIZE
                          WS-EDIT-WITH-ACCT-ID DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               ELSE
                   IF WS-MAT-PENDING(WS-MAT-IX)
                       ADD 1 TO WS-CTL-REVIEW
                       MOVE 'REVIEW' TO WS-ACTION-TEXT
                       MOVE 'LINKED ELSEWHERE, GROUP NOT YET LINKED'
                           TO WS-DETAIL-TEXT
                       PERFORM 6100-LIST-MATCH THRU 6100-EXIT
                       GO TO 3000-EXIT
                   END-IF
                   MOVE 'L'                       TO RELPROP-ACTION
                   MOVE WS-MAT-ACCT-ID(WS-MAT-IX) TO RELPROP-ACCT-ID
                   MOVE WS-THIS-CUST-NUM          TO RELPROP-CUST-NUM
                   MOVE WS-THIS-CUST-NUM
                       TO WS-MAT-CUST-NUM(WS-MAT-IX)
                   MOVE 'PROPOSE LINK' TO WS-ACTION-TEXT
                   MOVE WS-THIS-CUST-NUM TO WS-EDIT-CUST-NUM
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'FIRST ACCT TO CUST ' DELIMITED SIZE
                          WS-EDIT-CUST-NUM      DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               END-IF
               ADD 1 TO WS-CTL-LINK-PROPOSALS
           ELSE
               IF WS-THIS-CUST-NUM = WS-MAT-CUST-NUM(WS-MAT-IX)
                   ADD 1 TO WS-CTL-ALREADY-LINKED
                   GO TO 3000-EXIT
               END-IF
               IF WS-THIS-CUST-NUM = 0
                   MOVE 'L'                        TO RELPROP-ACTION
                   MOVE CUST-ACCT-ID               TO RELPROP-ACCT-ID
                   MOVE WS-MAT-CUST-NUM(WS-MAT-IX) TO RELPROP-CUST-NUM
                   ADD 1 TO WS-CTL-LINK-PROPOSALS
                   MOVE 'PROPOSE LINK' TO WS-ACTION-TEXT
                   MOVE WS-MAT-CUST-NUM(WS-MAT-IX) TO WS-EDIT-CUST-NUM
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'TO CUST '       DELIMITED SIZE
                          WS-EDIT-CUST-NUM DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               ELSE
                   MOVE 'M'                   TO RELPROP-ACTION
                   MOVE WS-MAT-CUST-NUM(WS-MAT-IX)
                       TO RELPROP-CUST-NUM
                   MOVE WS-THIS-CUST-NUM      TO RELPROP-FROM-CUST-NUM
                   ADD 1 TO WS-CTL-MERGE-PROPOSALS
                   MOVE 'PROPOSE MERGE' TO WS-ACTION-TEXT
                   MOVE WS-THIS-CUST-NUM TO WS-EDIT-FROM-CUST-NUM
                   MOVE WS-MAT-CUST-NUM(WS-MAT-IX) TO WS-EDIT-CUST-NUM
                   MOVE SPACES TO WS-DETAIL-TEXT
                   STRING 'CUST '               DELIMITED SIZE
                          WS-EDIT-FROM-CUST-NUM DELIMITED SIZE
                          ' INTO '              DELIMITED SIZE
                          WS-EDIT-CUST-NUM      DELIMITED SIZE
                       INTO WS-DETAIL-TEXT
                   END-STRING
               END-IF
           END-IF.

           WRITE RELPROP-REC.
           MOVE 'RELPROP ' TO WS-ERR-FILE-NAME.
           MOVE WS-PROP-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 6100-LIST-MATCH THRU 6100-EXIT.
       3000-EXIT.
           EXIT.

       6000-WRITE-LINE.
           WRITE RPT-LINE.
           MOVE 'RMATRPT ' TO WS-ERR-FILE-NAME.
           MOVE WS-RPT-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
       6000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Two lines per proposal: the accounts matched and what is
      * proposed, then the name and address they matched on.
      *---------------------------------------------------------------*
       6100-LIST-MATCH.
           MOVE CUST-ACCT-ID              TO WS-EDIT-ACCT-ID.
           MOVE WS-MAT-ACCT-ID(WS-MAT-IX) TO WS-EDIT-WITH-ACCT-ID.
           MOVE SPACES TO RPT-LINE.
           STRING WS-ACTION-TEXT        DELIMITED SIZE
                  ' ACCT '              DELIMITED SIZE
                  WS-EDIT-ACCT-ID       DELIMITED SIZE
                  ' MATCHES ACCT '      DELIMITED SIZE
                  WS-EDIT-WITH-ACCT-ID  DELIMITED SIZE
                  ' - '                 DELIMITED SIZE
                  WS-DETAIL-TEXT        DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING '               '     DELIMITED SIZE
                  CUST-NAME             DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  CUST-ADDR-LINE1       DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  CUST-ZIP              DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

       8500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
           MOVE WS-CTL-RECS-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUSTFILE RECORDS READ  . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NO-ADDRESS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO NAME OR ADDRESS - SKIPPED ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-NO-ACCOUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOT ON ACCTFILE - SKIPPED  . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-MATCHES TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'NAME/ADDRESS MATCHES . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-ALREADY-LINKED TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALREADY UNDER ONE CUSTOMER . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-LINK-PROPOSALS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LINKS PROPOSED . . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-MERGE-PROPOSALS TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'MERGES PROPOSED  . . . . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           MOVE WS-CTL-REVIEW TO WS-EDIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'LISTED FOR REVIEW ONLY . . . ' DELIMITED SIZE
                  WS-EDIT-COUNT                   DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-MAT-DROPPED > 0
               MOVE WS-MAT-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'NOT MATCHED (TABLE FULL) . . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE CUSTFILE.
           CLOSE ACCTFILE.
           CLOSE CUSTREL.
           CLOSE RELPROP.
           CLOSE RMATRPT.
           DISPLAY 'ACCTRMAT DONE - MATCHES: ' WS-CTL-MATCHES
                   ' LINKS: ' WS-CTL-LINK-PROPOSALS
                   ' MERGES: ' WS-CTL-MERGE-PROPOSALS
                   ' REVIEW: ' WS-CTL-REVIEW.
       9000-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Log the end of the run - counts and completion code - to the
      * common run-control log.
      *---------------------------------------------------------------*
       9100-WRITE-RUNLOG-END.
           MOVE SPACES          TO RUN-LOG-RECORD.
           MOVE 'ACCTRMAT'      TO RNL-PROGRAM-ID.
           MOVE 'E'             TO RNL-REC-TYPE.
           MOVE WS-RNL-RUN-DATE TO RNL-RUN-DATE.
           PERFORM 0600-SET-RUNLOG-TIME THRU 0600-EXIT.
           MOVE WS-CTL-RECS-READ TO RNL-RECS-READ.
           COMPUTE RNL-RECS-UPDATED =
               WS-CTL-LINK-PROPOSALS + WS-CTL-MERGE-PROPOSALS.
           MOVE WS-CTL-REVIEW    TO RNL-RECS-REJECTED.
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
           DISPLAY 'ACCTRMAT: FILE ' WS-ERR-FILE-NAME
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
           DISPLAY 'ACCTRMAT: FILE RUNLOG STATUS ' WS-RNL-STATUS
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
           DISPLAY 'ACCTRMAT: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
