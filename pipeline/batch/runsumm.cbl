      * RUNLOG is opened for extend by every program and nothing
      * trims it, so the summary covers a single run date: supplied
      * as a CCYY-MM-DD PARM on the command line, defaulting to
      * the current business date on BUSDATE.  Records for other
      * dates are skipped.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RNL-STATUS            PIC XX.
       01  WS-PARM-RAW              PIC X(10).
       01  WS-SEL-RUN-DATE          PIC X(10).
       01  WS-ERR-FILE-NAME         PIC X(08).
       01  WS-ERR-FILE-STATUS       PIC XX.
       01  WS-RPT-STATUS            PIC XX.

       01  WS-EDIT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       COPY CODATBDI.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF WS-PARM-RAW NOT = SPACES
               MOVE WS-PARM-RAW TO WS-SEL-RUN-DATE
           ELSE
               MOVE 'C' TO CODATBDI-FUNCTION
               CALL 'COBDATBD' USING CODATBDI-REC
               IF CODATBDI-ERROR-MSG NOT = SPACES
                   PERFORM 9920-BUSDATE-ERROR THRU 9920-EXIT
               END-IF
               MOVE CODATBDI-CURR-DATE TO WS-SEL-RUN-DATE
           END-IF.

           OPEN INPUT RUNLOG.
           STOP RUN.
       9900-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * No PARM and no business date - nothing to summarize against.
      *---------------------------------------------------------------*
       9920-BUSDATE-ERROR.
           DISPLAY 'RUNSUMM: BUSINESS DATE - ' CODATBDI-ERROR-MSG
                   ' - RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9920-EXIT.
           EXIT.
