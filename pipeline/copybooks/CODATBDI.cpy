      ******************************************************************
      * CODATBDI
      * Linkage record for the COBDATBD business-date routine.
      *
      * CODATBDI-FUNCTION values:
      *   C - return the current, prior and next business dates from
      *       the BUSDATE control record
      *   F - CODATBDI-OUT-DATE = CODATBDI-DATE1 if that is a business
      *       day, otherwise the first business day after it
      *   A - CODATBDI-OUT-DATE = CODATBDI-DATE1 moved CODATBDI-DAYS
      *       business days on (back, when CODATBDI-DAYS is negative)
      *
      * The three control dates are returned on every call, whatever
      * the function.  Dates are carried in CCYY-MM-DD form.
      * CODATBDI-ERROR-MSG is returned populated when BUSDATE cannot
      * be read or a date passed in is not a real calendar date.  A
      * missing or unusable control record is an error on function C
      * only - F and A work off the holiday records alone (with none,
      * if BUSDATE cannot be opened), and the control dates come back
      * as spaces.
      ******************************************************************
       01  CODATBDI-REC.
           05  CODATBDI-FUNCTION             PIC X(01).
               88  CODATBDI-GET-DATES             VALUE 'C'.
               88  CODATBDI-FWD-BUS-DAY           VALUE 'F'.
               88  CODATBDI-ADD-BUS-DAYS          VALUE 'A'.
           05  CODATBDI-CURR-DATE            PIC X(10).
           05  CODATBDI-PRIOR-DATE           PIC X(10).
           05  CODATBDI-NEXT-DATE            PIC X(10).
           05  CODATBDI-DATE1                PIC X(10).
           05  CODATBDI-DAYS                 PIC S9(04).
           05  CODATBDI-OUT-DATE             PIC X(10).
           05  CODATBDI-ERROR-MSG            PIC X(30).
