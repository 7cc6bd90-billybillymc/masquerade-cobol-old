      ******************************************************************
      * CVBDT01Y
      * Business-date control file BUSDATE.  The first record is the
      * control record ('C') carrying the processing date every batch
      * program stamps its postings, history and RUNLOG records with,
      * together with the prior and next business dates either side
      * of it.  RUNDATE advances it once the window has closed
      * cleanly and records when it last did so.  The records after
      * it are the holiday calendar ('H'), one per non-business
      * weekday, maintained by operations ahead of each year;
      * Saturdays and Sundays are never business days and need no
      * record.  Programs read the file through COBDATBD (CODATBDI)
      * rather than directly.
      *
      * All dates are CCYY-MM-DD.
      ******************************************************************
       01  BUS-DATE-RECORD.
           05  BDT-REC-TYPE                  PIC X(01).
               88  BDT-CONTROL-REC                VALUE 'C'.
               88  BDT-HOLIDAY-REC                VALUE 'H'.
           05  BDT-CONTROL-DATA.
               10  BDT-CURR-DATE             PIC X(10).
               10  BDT-PRIOR-DATE            PIC X(10).
               10  BDT-NEXT-DATE             PIC X(10).
               10  BDT-LAST-ROLL-DATE        PIC X(10).
               10  BDT-LAST-ROLL-TIME        PIC X(08).
               10  FILLER                    PIC X(31).
           05  BDT-HOLIDAY-DATA REDEFINES BDT-CONTROL-DATA.
               10  BDT-HOL-DATE              PIC X(10).
               10  BDT-HOL-DESC              PIC X(30).
               10  FILLER                    PIC X(39).
