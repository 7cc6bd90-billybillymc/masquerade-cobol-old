      * prior snapshot's CYC-CLOSE-BAL), total CYC-DEBIT and
      * CYC-CREDIT for the cycle, closing CYC-CLOSE-BAL, and the
      * credit limit and available credit off the account master.
      * Available credit is open-to-buy: the limit less the current
      * balance less the open authorization holds on AUTHHOLD
      * (CVAUT01Y), which are also shown on their own line as
      * pending authorizations.
      * An account with no prior snapshot gets its opening balance
      * computed back from the snapshot itself (closing balance less
      * debits plus credits), so a first statement still opens from
           SELECT STMTEXC ASSIGN TO STMTEXC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXC-STATUS.
           SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-AHD-KEY
                  FILE STATUS IS WS-AHD-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
           RECORD CONTAINS 132 CHARACTERS.
       01  EXC-LINE                 PIC X(132).

       FD  AUTHHOLD.
       01  FD-AUTHHOLD-REC.
           05 FD-AHD-KEY.
              10 FD-AHD-ACCT-ID                 PIC 9(11).
              10 FD-AHD-AUTH-REF                PIC X(12).
           05 FD-AHD-DATA                       PIC X(57).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.
       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVCUS01Y.
       COPY CVAUT01Y.
       01  WS-STATUS                PIC XX.
       01  WS-CYC-STATUS            PIC XX.
       01  WS-CUST-STATUS           PIC XX.
       01  WS-STMT-STATUS           PIC XX.
       01  WS-EXC-STATUS            PIC XX.
       01  WS-AHD-STATUS            PIC XX.
       01  WS-HOLD-DONE-SW          PIC X(01).
           88  WS-HOLD-DONE                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.


       01  WS-OPEN-BAL              PIC S9(10)V99.
       01  WS-AVAIL-CREDIT          PIC S9(10)V99.
       01  WS-HOLD-TOTAL            PIC S9(11)V99.

       01  WS-CTL-SNAPS-READ        PIC 9(09) COMP VALUE 0.
       01  WS-CTL-STATEMENTS        PIC 9(09) COMP VALUE 0.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
       01  WS-ERR-FILE-STATUS       PIC XX.

       COPY CODATECN.
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
           MOVE 'ACCTSTMT'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           MOVE 'STMTEXC ' TO WS-ERR-FILE-NAME.
           MOVE WS-EXC-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT AUTHHOLD.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           MOVE SPACES TO EXC-LINE.
           STRING 'CYCLE STATEMENTS - EXCEPTIONS FOR CYCLE ENDING '
                                      DELIMITED SIZE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           PERFORM 3250-SUM-HOLDS THRU 3250-EXIT.
           MOVE WS-HOLD-TOTAL TO WS-EDIT-AMOUNT.
           MOVE SPACES TO STMT-LINE.
           STRING 'PENDING AUTHORIZATIONS ' DELIMITED SIZE
                  WS-EDIT-AMOUNT            DELIMITED SIZE
               INTO STMT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           COMPUTE WS-AVAIL-CREDIT =
               ACCT-CREDIT-LIMIT - ACCT-CURR-BAL - WS-HOLD-TOTAL.
           MOVE WS-AVAIL-CREDIT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO STMT-LINE.
           STRING 'AVAILABLE CREDIT . . . ' DELIMITED SIZE
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Total the account's open authorization holds: position on
      * its first hold and read forward until the account changes.
      *---------------------------------------------------------------*
       3250-SUM-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO WS-HOLD-DONE-SW.
           MOVE CYC-ACCT-ID TO FD-AHD-ACCT-ID.
           MOVE LOW-VALUES  TO FD-AHD-AUTH-REF.
           START AUTHHOLD KEY IS NOT LESS THAN FD-AHD-KEY
               INVALID KEY
                   SET WS-HOLD-DONE TO TRUE
           END-START.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 3255-ADD-NEXT-HOLD THRU 3255-EXIT
               UNTIL WS-HOLD-DONE.
       3250-EXIT.
           EXIT.

       3255-ADD-NEXT-HOLD.
           READ AUTHHOLD NEXT RECORD INTO AUTH-HOLD-RECORD
               AT END
                   SET WS-HOLD-DONE TO TRUE
           END-READ.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-HOLD-DONE
               GO TO 3255-EXIT
           END-IF.
           IF AHD-ACCT-ID NOT = CYC-ACCT-ID
               SET WS-HOLD-DONE TO TRUE
               GO TO 3255-EXIT
           END-IF.
           IF AHD-OPEN
               ADD AHD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
       3255-EXIT.
           EXIT.

       3300-PRINT-NO-ACCOUNT.
           MOVE CYC-ACCT-ID TO WS-EDIT-ACCT-ID.
           MOVE SPACES TO EXC-LINE.
           CLOSE CUSTFILE.
           CLOSE STMTFILE.
           CLOSE STMTEXC.
           CLOSE AUTHHOLD.
           DISPLAY 'ACCTSTMT DONE - CYCLE END ' WS-CYCLE-END-DATE
                   ' STATEMENTS: ' WS-CTL-STATEMENTS
                   ' NO ADDRESS: ' WS-CTL-NO-ADDRESS
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTSTMT: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
