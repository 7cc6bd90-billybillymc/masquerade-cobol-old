      ******************************************************************
      * CVCGO02Y
      * Charge-off journal record, as appended to CHGOJRNL.  One 'C'
      * record is written by ACCTCHGO for every balance it charges
      * off and one 'R' record by ACCTPOST for every recovery it
      * books against the CHGOLEDG ledger (CVCGO01Y), each carrying
      * the account's ACCT-GROUP-ID, so the monthly charge-off and
      * recovery report (ACCTCORP) can total both by group and by
      * month off this one file.
      ******************************************************************
       01  CHARGE-OFF-JRNL-RECORD.
           05  CGJ-ACCT-ID                   PIC 9(11).
           05  CGJ-ENTRY-TYPE                PIC X(01).
               88  CGJ-CHARGE-OFF                 VALUE 'C'.
               88  CGJ-RECOVERY                   VALUE 'R'.
           05  CGJ-ENTRY-DATE                PIC X(10).
           05  CGJ-AMOUNT                    PIC S9(10)V99.
           05  CGJ-GROUP-ID                  PIC X(10).
           05  CGJ-SOURCE-CD                 PIC X(04).
           05  FILLER                        PIC X(02).
