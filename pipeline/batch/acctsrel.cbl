       PROGRAM-ID. ACCTSREL.
      ******************************************************************
      * Daily release step for the future-dated status changes parked
      * on PENDCHG by ACCTSTUP.  A change never takes effect on a
      * weekend or holiday: each pending record's effective date is
      * first rolled forward to a business day through COBDATBD, and
      * that release date is compared to the business date through
      * COBDATAR.  A record that has come due (release date on or
      * before the business date) is written, dated the release
      * date, to STUPREL in the STUPCTL layout, which the scheduler
      * feeds to ACCTSTUP so the change reaches ACCTFILE and ACCTHIST
      * through the normal audited path; a record still in the
      * future is carried forward to PENDNEW, which the operations
      * step renames over PENDCHG ahead of the next run.  A pending
       01  WS-CTL-RELEASED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-CARRIED           PIC 9(09) COMP VALUE 0.
       01  WS-CTL-REJECTED          PIC 9(09) COMP VALUE 0.
       01  WS-CTL-ROLLED            PIC 9(09) COMP VALUE 0.

       01  WS-RELEASE-DATE          PIC X(10).

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
           MOVE 'ACCTSREL'      TO RNL-PROGRAM-ID.
           MOVE 'S'             TO RNL-REC-TYPE.
      *---------------------------------------------------------------*
      * Route one pending record: due - release to STUPREL for the
      * normal ACCTSTUP run; still future - carry forward to PENDNEW.
      * Due is judged on the release date, the effective date rolled
      * forward past any weekend or holiday.
      *---------------------------------------------------------------*
       2000-RELEASE-PENDING-RECORD.
           MOVE 'F' TO CODATBDI-FUNCTION.
           MOVE PENDCHG-EFFECTIVE-DATE TO CODATBDI-DATE1.
           CALL 'COBDATBD' USING CODATBDI-REC.
           MOVE CODATBDI-OUT-DATE TO WS-RELEASE-DATE.
           MOVE SPACES TO CODATARI-ERROR-MSG.
           IF CODATBDI-ERROR-MSG = SPACES
               MOVE 'D' TO CODATARI-FUNCTION
               MOVE WS-RELEASE-DATE TO CODATARI-DATE1
               MOVE WS-RNL-RUN-DATE TO CODATARI-DATE2
               CALL 'COBDATAR' USING CODATARI-REC
           END-IF.
           EVALUATE TRUE
               WHEN CODATBDI-ERROR-MSG NOT = SPACES
                 OR CODATARI-ERROR-MSG NOT = SPACES
                   DISPLAY 'ACCTSREL: ACCT-ID ' PENDCHG-ACCT-ID
                           ' INVALID EFFECTIVE DATE "'
                           PENDCHG-EFFECTIVE-DATE
       2200-RELEASE-RECORD.
           MOVE PENDCHG-ACCT-ID        TO STUPREL-ACCT-ID.
           MOVE PENDCHG-NEW-STATUS     TO STUPREL-NEW-STATUS.
           MOVE WS-RELEASE-DATE        TO STUPREL-EFFECTIVE-DATE.
           MOVE PENDCHG-REASON-CODE    TO STUPREL-REASON-CODE.
           WRITE STUPREL-REC.
           MOVE 'STUPREL ' TO WS-ERR-FILE-NAME.
           MOVE WS-REL-STATUS TO WS-ERR-FILE-STATUS.
           PERFORM 9810-CHECK-IO-STATUS THRU 9810-EXIT.
           ADD 1 TO WS-CTL-RELEASED.
           IF WS-RELEASE-DATE NOT = PENDCHG-EFFECTIVE-DATE
               ADD 1 TO WS-CTL-ROLLED
           END-IF.
       2200-EXIT.
           EXIT.

           CLOSE PENDNEW.
           DISPLAY 'ACCTSREL DONE - RELEASED: ' WS-CTL-RELEASED
                   ' CARRIED FORWARD: ' WS-CTL-CARRIED
                   ' ROLLED TO BUSINESS DAY: ' WS-CTL-ROLLED
                   ' DROPPED: ' WS-CTL-REJECTED.
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
           DISPLAY 'ACCTSREL: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
