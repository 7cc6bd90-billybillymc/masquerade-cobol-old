      ******************************************************************
      * CVBUR01Y
      * Credit-bureau account segment, as carried on the monthly
      * BUREXTR extract ACCTCRBX writes for the bureaus.  The file is
      * 250-byte fixed records: one 'H' header, one 'D' segment per
      * reportable account, one 'T' trailer (the header and trailer
      * layouts are declared with the file).  The same file, kept
      * one generation back, is read as BURPRIOR the next month so
      * that an account purged to ACCTARCH in between gets its final
      * closed segment.
      *
      * BUR-ACCT-STATUS (from ACCT-ACTIVE-STATUS):
      *   OP - open (Y)         IN - inactive / dormant (N)
      *   FZ - frozen (F)       CL - closed (C)
      *   DA - closed and purged; final segment, not reported again
      * BUR-PAYMENT-STATUS (from the DLNQFILE aging bucket):
      *   11 - current          71 - 30 days past due
      *   78 - 60 days          80 - 90 days or more
      * BUR-PAY-HISTORY is one position per closed cycle off the
      * CYCHIST chain, the most recent cycle first: 0 current,
      * 1 30 days, 2 60 days, 3 90 days or more, B no history.
      ******************************************************************
       01  BUREAU-SEGMENT-RECORD.
           05  BUR-REC-TYPE                  PIC X(01).
               88  BUR-DETAIL                     VALUE 'D'.
           05  BUR-ACCT-ID                   PIC 9(11).
           05  BUR-ACTIVITY-MONTH            PIC X(07).
           05  BUR-CONSUMER-NAME             PIC X(30).
           05  BUR-ADDR-LINE1                PIC X(30).
           05  BUR-ADDR-LINE2                PIC X(30).
           05  BUR-CITY                      PIC X(20).
           05  BUR-STATE                     PIC X(02).
           05  BUR-ZIP                       PIC X(10).
           05  BUR-OPEN-DATE                 PIC X(10).
           05  BUR-CREDIT-LIMIT              PIC 9(10)V99.
           05  BUR-CURRENT-BAL               PIC S9(10)V99
                                             SIGN LEADING SEPARATE.
           05  BUR-ACCT-STATUS               PIC X(02).
               88  BUR-STATUS-PURGED              VALUE 'DA'.
           05  BUR-PAYMENT-STATUS            PIC X(02).
           05  BUR-PAY-HISTORY               PIC X(24).
           05  BUR-FINAL-SEG-IND             PIC X(01).
               88  BUR-FINAL-SEGMENT              VALUE 'F'.
           05  FILLER                        PIC X(45).
