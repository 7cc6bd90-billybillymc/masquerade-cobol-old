      * account-master snapshot (cut from ACCTFILE by ACCTSNAP,
      * CVACT01Y layout) and, for every active account, reports on
      * OVLMRPT:
      *   - any account whose exposure exceeds ACCT-CREDIT-LIMIT
      *     (overlimit, with the amount over);
      *   - any account at or above the utilization percentage given
      *     on the PARM, measured as exposure against CREDIT-LIMIT;
      *   - separately, any account whose ACCT-CURR-BAL exceeds
      *     ACCT-CASH-CREDIT-LIMIT (the balance can no longer be
      *     covered by the cash line).
      * PARM (command line): columns 1-3 utilization percentage
      * (e.g. 080), columns 5-13 freeze threshold in whole currency
      * units (e.g. 000001000).  Defaults: 080 and 000000500.
      *
      * Exposure is open-to-buy used: ACCT-CURR-BAL plus the open
      * authorization holds on AUTHHOLD (CVAUT01Y) - purchases
      * approved but not yet posted - so an account that has
      * authorized its way past the limit is caught before the
      * items post.  The cash-line test stays on the posted balance.
      *
      * With a 'C' in PARM column 15 the run also tests customers:
      * each active account linked on the CUSTREL relationship master
      * (CVREL01Y) adds its exposure and credit limit to its
      * customer's, and a customer holding more than one active
      * account whose combined exposure exceeds the combined limit
      * is reported as CUST-OVER even though no single account is
      * overlimit (one that is has already been reported on its
      * own).  No freeze is requested off the combined test.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FRZRQST ASSIGN TO FRZRQST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FRZ-STATUS.
           SELECT AUTHHOLD ASSIGN TO AUTHHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-AHD-KEY
                  FILE STATUS IS WS-AHD-STATUS.
           SELECT CUSTREL ASSIGN TO CUSTREL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FD-REL-ACCT-ID
                  ALTERNATE RECORD KEY IS FD-REL-CUST-NUM
                      WITH DUPLICATES
                  FILE STATUS IS WS-REL-STATUS.
           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RNL-STATUS.
           05  FRZRQST-EFFECTIVE-DATE        PIC X(10).
           05  FRZRQST-REASON-CODE           PIC X(04).

       FD  AUTHHOLD.
       01  FD-AUTHHOLD-REC.
           05 FD-AHD-KEY.
              10 FD-AHD-ACCT-ID                 PIC 9(11).
              10 FD-AHD-AUTH-REF                PIC X(12).
           05 FD-AHD-DATA                       PIC X(57).

       FD  CUSTREL.
       01  FD-CUSTREL-REC.
           05 FD-REL-ACCT-ID                    PIC 9(11).
           05 FD-REL-CUST-NUM                   PIC 9(09).
           05 FD-REL-DATA                       PIC X(30).

       FD  RUNLOG
           RECORDING MODE IS F.
           COPY CORUNLOG.

       WORKING-STORAGE SECTION.
       COPY CVACT01Y.
       COPY CVAUT01Y.
       COPY CVREL01Y.
       01  WS-STATUS                PIC XX.
       01  WS-RPT-STATUS            PIC XX.
       01  WS-FRZ-STATUS            PIC XX.
       01  WS-AHD-STATUS            PIC XX.
       01  WS-REL-STATUS            PIC XX.
       01  WS-HOLD-DONE-SW          PIC X(01).
           88  WS-HOLD-DONE                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                        VALUE 'Y'.

       01  WS-PARM-RAW              PIC X(15).
       01  WS-UTIL-PCT              PIC 9(03) VALUE 80.
       01  WS-FREEZE-THRESHOLD      PIC 9(09) VALUE 500.
       01  WS-CUST-TEST-SW          PIC X(01) VALUE 'N'.
           88  WS-CUST-TEST                  VALUE 'C'.

      *    One entry per customer with an active account scanned:
      *    combined exposure and credit limit, and whether any of its
      *    accounts was overlimit on its own.
       01  WS-CUS-ENTRIES           PIC 9(04) COMP VALUE 0.
       01  WS-CUS-TABLE.
           05  WS-CUS-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CUS-IX.
               10  WS-CUS-CUST-NUM        PIC 9(09).
               10  WS-CUS-ACCOUNTS        PIC 9(05) COMP.
               10  WS-CUS-EXPOSURE        PIC S9(13)V99.
               10  WS-CUS-LIMIT           PIC S9(13)V99.
               10  WS-CUS-OVER-SW         PIC X(01).
                   88  WS-CUS-ACCT-OVER        VALUE 'Y'.
       01  WS-CUS-FOUND-SW          PIC X(01).
           88  WS-CUS-FOUND                  VALUE 'Y'.
       01  WS-CUS-KEY               PIC 9(09).
       01  WS-CUS-DROPPED           PIC 9(09) COMP VALUE 0.
       01  WS-CUS-OVER-AMT          PIC S9(13)V99.

       01  WS-TODAY-CCYYMMDD        PIC X(10).

       COPY CODATBDI.

       01  WS-OVER-AMT              PIC S9(10)V99.
       01  WS-CASH-OVER-AMT         PIC S9(10)V99.
       01  WS-UTIL-CALC             PIC 9(05)V99.
       01  WS-HOLD-TOTAL            PIC S9(11)V99.
       01  WS-EXPOSURE              PIC S9(11)V99.

       01  WS-CTL-ACTIVE-COUNT      PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OVERLIMIT         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-OVER-UTIL         PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CASH-EXCEPT       PIC 9(09) COMP VALUE 0.
       01  WS-CTL-FREEZES           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CUST-OVER         PIC 9(09) COMP VALUE 0.

       01  WS-EDIT-ACCT-ID          PIC Z(10)9.
       01  WS-EDIT-AMOUNT           PIC -(10)9.99.
       01  WS-EDIT-PCT              PIC ZZ9.9.
       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-CUST-NUM         PIC 9(09).
       01  WS-EDIT-ACCTS            PIC ZZZZ9.
       01  WS-EDIT-TOTAL            PIC -(12)9.99.

       01  WS-RNL-STATUS            PIC XX.
       01  WS-RNL-TIME-RAW          PIC 9(08).
       01  WS-RNL-RUN-DATE          PIC X(10).
       01  WS-RNL-COMP-CODE         PIC 9(04) VALUE 0.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ACCOUNT
               UNTIL WS-EOF.
           IF WS-CUST-TEST
               PERFORM 2600-CHECK-CUSTOMER THRU 2600-EXIT
                   VARYING WS-CUS-IX FROM 1 BY 1
                   UNTIL WS-CUS-IX > WS-CUS-ENTRIES
           END-IF.
           PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUNLOG-END THRU 9100-EXIT.
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
           MOVE 'ACCTOVLM'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
           IF WS-PARM-RAW(5:9) IS NUMERIC
               MOVE WS-PARM-RAW(5:9) TO WS-FREEZE-THRESHOLD
           END-IF.
           MOVE WS-PARM-RAW(15:1) TO WS-CUST-TEST-SW.

           MOVE WS-RNL-RUN-DATE TO WS-TODAY-CCYYMMDD.

           OPEN INPUT SNAPFILE.
           MOVE 'SNAPFILE' TO WS-ERR-FILE-NAME.
           MOVE 'FRZRQST ' TO WS-ERR-FILE-NAME.
           MOVE WS-FRZ-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           OPEN INPUT AUTHHOLD.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9800-CHECK-STATUS THRU 9800-EXIT.
           IF WS-CUST-TEST
               OPEN INPUT CUSTREL
               MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME
               MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS
               PERFORM 9800-CHECK-STATUS THRU 9800-EXIT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'OVERLIMIT / CREDIT UTILIZATION EXCEPTION REPORT'
               DELIMITED SIZE INTO RPT-LINE.
           PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.

       2050-CHECK-EXPOSURE.
           PERFORM 2060-SUM-HOLDS THRU 2060-EXIT.
           COMPUTE WS-EXPOSURE = ACCT-CURR-BAL + WS-HOLD-TOTAL.
           COMPUTE WS-OVER-AMT =
                   WS-EXPOSURE - ACCT-CREDIT-LIMIT.
           IF WS-OVER-AMT > 0
               ADD 1 TO WS-CTL-OVERLIMIT
               PERFORM 2200-PRINT-OVERLIMIT THRU 2200-EXIT
               END-IF
           ELSE
               IF ACCT-CREDIT-LIMIT > 0
                  AND WS-EXPOSURE > 0
                   COMPUTE WS-UTIL-CALC ROUNDED =
                       WS-EXPOSURE * 100 / ACCT-CREDIT-LIMIT
                   IF WS-UTIL-CALC >= WS-UTIL-PCT
                       ADD 1 TO WS-CTL-OVER-UTIL
                       PERFORM 2250-PRINT-UTILIZATION THRU 2250-EXIT
               ADD 1 TO WS-CTL-CASH-EXCEPT
               PERFORM 2300-PRINT-CASH-EXCEPTION THRU 2300-EXIT
           END-IF.
           IF WS-CUST-TEST
               PERFORM 2500-ADD-TO-CUSTOMER THRU 2500-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Total the account's open authorization holds: position on
      * its first hold and read forward until the account changes.
      *---------------------------------------------------------------*
       2060-SUM-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO WS-HOLD-DONE-SW.
           MOVE ACCT-ID    TO FD-AHD-ACCT-ID.
           MOVE LOW-VALUES TO FD-AHD-AUTH-REF.
           START AUTHHOLD KEY IS NOT LESS THAN FD-AHD-KEY
               INVALID KEY
                   SET WS-HOLD-DONE TO TRUE
           END-START.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           PERFORM 2065-ADD-NEXT-HOLD THRU 2065-EXIT
               UNTIL WS-HOLD-DONE.
       2060-EXIT.
           EXIT.

       2065-ADD-NEXT-HOLD.
           READ AUTHHOLD NEXT RECORD INTO AUTH-HOLD-RECORD
               AT END
                   SET WS-HOLD-DONE TO TRUE
           END-READ.
           MOVE 'AUTHHOLD' TO WS-ERR-FILE-NAME.
           MOVE WS-AHD-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-HOLD-DONE
               GO TO 2065-EXIT
           END-IF.
           IF AHD-ACCT-ID NOT = ACCT-ID
               SET WS-HOLD-DONE TO TRUE
               GO TO 2065-EXIT
           END-IF.
           IF AHD-OPEN
               ADD AHD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
       2065-EXIT.
           EXIT.

       2100-READ-ACCOUNT.
           READ SNAPFILE INTO ACCOUNT-RECORD
               AT END
                  WS-EDIT-AMOUNT        DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           IF WS-HOLD-TOTAL NOT = 0
               MOVE WS-HOLD-TOTAL TO WS-EDIT-AMOUNT
               MOVE ' INCL HOLDS ' TO RPT-LINE(56:12)
               MOVE WS-EDIT-AMOUNT TO RPT-LINE(68:14)
           END-IF.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2200-EXIT.
           EXIT.
                  ' PCT'                DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           IF WS-HOLD-TOTAL NOT = 0
               MOVE WS-HOLD-TOTAL TO WS-EDIT-AMOUNT
               MOVE ' INCL HOLDS ' TO RPT-LINE(56:12)
               MOVE WS-EDIT-AMOUNT TO RPT-LINE(68:14)
           END-IF.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2250-EXIT.
           EXIT.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Carry the account's exposure and limit into its customer's
      * combined figures.  An account with no CUSTREL link stands on
      * its own and is not carried.
      *---------------------------------------------------------------*
       2500-ADD-TO-CUSTOMER.
           MOVE ACCT-ID TO FD-REL-ACCT-ID.
           READ CUSTREL INTO CUST-REL-RECORD KEY IS FD-REL-ACCT-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE 'CUSTREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           IF WS-REL-STATUS NOT = '00'
               GO TO 2500-EXIT
           END-IF.

           MOVE REL-CUST-NUM TO WS-CUS-KEY.
           PERFORM 2550-FIND-CUSTOMER THRU 2550-EXIT.
           IF NOT WS-CUS-FOUND
               IF WS-CUS-ENTRIES < 2000
                   ADD 1 TO WS-CUS-ENTRIES
                   SET WS-CUS-IX TO WS-CUS-ENTRIES
                   MOVE WS-CUS-KEY TO WS-CUS-CUST-NUM(WS-CUS-IX)
                   MOVE 0          TO WS-CUS-ACCOUNTS(WS-CUS-IX)
                   MOVE 0          TO WS-CUS-EXPOSURE(WS-CUS-IX)
                   MOVE 0          TO WS-CUS-LIMIT(WS-CUS-IX)
                   MOVE 'N'        TO WS-CUS-OVER-SW(WS-CUS-IX)
               ELSE
                   DISPLAY 'ACCTOVLM: CUSTOMER TABLE FULL - CUST '
                           WS-CUS-KEY ' NOT TESTED COMBINED'
                   ADD 1 TO WS-CUS-DROPPED
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           ADD 1                 TO WS-CUS-ACCOUNTS(WS-CUS-IX).
           ADD WS-EXPOSURE       TO WS-CUS-EXPOSURE(WS-CUS-IX).
           ADD ACCT-CREDIT-LIMIT TO WS-CUS-LIMIT(WS-CUS-IX).
           IF WS-OVER-AMT > 0
               MOVE 'Y' TO WS-CUS-OVER-SW(WS-CUS-IX)
           END-IF.
       2500-EXIT.
           EXIT.

       2550-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUS-FOUND-SW.
           SET WS-CUS-IX TO 1.
           PERFORM 2560-SEARCH-CUSTOMER
               UNTIL WS-CUS-IX > WS-CUS-ENTRIES
                  OR WS-CUS-FOUND.
       2550-EXIT.
           EXIT.

       2560-SEARCH-CUSTOMER.
           IF WS-CUS-CUST-NUM(WS-CUS-IX) = WS-CUS-KEY
               SET WS-CUS-FOUND TO TRUE
           ELSE
               SET WS-CUS-IX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * A customer over the combined limit with no account over on
      * its own - the exposure the per-account test cannot see.
      *---------------------------------------------------------------*
       2600-CHECK-CUSTOMER.
           IF WS-CUS-ACCOUNTS(WS-CUS-IX) < 2
              OR WS-CUS-ACCT-OVER(WS-CUS-IX)
               GO TO 2600-EXIT
           END-IF.
           COMPUTE WS-CUS-OVER-AMT =
                   WS-CUS-EXPOSURE(WS-CUS-IX) - WS-CUS-LIMIT(WS-CUS-IX).
           IF WS-CUS-OVER-AMT NOT > 0
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-CTL-CUST-OVER.
           MOVE WS-CUS-CUST-NUM(WS-CUS-IX) TO WS-EDIT-CUST-NUM.
           MOVE WS-CUS-ACCOUNTS(WS-CUS-IX) TO WS-EDIT-ACCTS.
           MOVE WS-CUS-OVER-AMT            TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CUST-OVER  CUST '    DELIMITED SIZE
                  WS-EDIT-CUST-NUM      DELIMITED SIZE
                  ' ACCOUNTS '          DELIMITED SIZE
                  WS-EDIT-ACCTS         DELIMITED SIZE
                  ' OVER BY '           DELIMITED SIZE
                  WS-EDIT-AMOUNT        DELIMITED SIZE
               INTO RPT-LINE
           END-STRING.
           MOVE WS-CUS-EXPOSURE(WS-CUS-IX) TO WS-EDIT-TOTAL.
           MOVE ' EXPOSURE '  TO RPT-LINE(65:10).
           MOVE WS-EDIT-TOTAL TO RPT-LINE(75:16).
           MOVE WS-CUS-LIMIT(WS-CUS-IX)    TO WS-EDIT-TOTAL.
           MOVE ' LIMIT '     TO RPT-LINE(91:7).
           MOVE WS-EDIT-TOTAL TO RPT-LINE(98:16).
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * File-level exception counts for the night's sign-off.
      *---------------------------------------------------------------*
               INTO RPT-LINE
           END-STRING.
           PERFORM 6000-WRITE-LINE THRU 6000-EXIT.

           IF WS-CUST-TEST
               MOVE WS-CTL-CUST-OVER TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'CUSTOMER OVER COMBINED LIMIT ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
           IF WS-CUS-DROPPED > 0
               MOVE WS-CUS-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               STRING 'NOT TESTED COMBINED (FULL) . ' DELIMITED SIZE
                      WS-EDIT-COUNT                   DELIMITED SIZE
                   INTO RPT-LINE
               END-STRING
               PERFORM 6000-WRITE-LINE THRU 6000-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

           CLOSE SNAPFILE.
           CLOSE OVLMRPT.
           CLOSE FRZRQST.
           CLOSE AUTHHOLD.
           IF WS-CUST-TEST
               CLOSE CUSTREL
           END-IF.
           DISPLAY 'ACCTOVLM DONE - ACTIVE: ' WS-CTL-ACTIVE-COUNT
                   ' OVERLIMIT: ' WS-CTL-OVERLIMIT
                   ' FREEZES: ' WS-CTL-FREEZES.
           STOP RUN.
       9910-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Without a business date nothing can be stamped or logged -
      * report why and stop with the same trappable return code.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'ACCTOVLM: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
