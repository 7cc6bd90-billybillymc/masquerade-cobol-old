      ******************************************************************
      * XTAXNOTL
      * Tax-base notification log record, as carried on NOTFLOG
      * (keyed by departement + commune + year, like TAXRSLT).  TAXNOTF
      * writes one record the first time a commune's bases for a year
      * are notified to its departement and rewrites it every time a
      * correction is sent, so the log always holds the six MBA
      * amounts the departement was last given, when it was first
      * and last notified and how many notifications it has had.  A
      * TAXEDRV2 or TAXRESUB rerun that changes TAXRSLT is detected
      * by comparing the result against these amounts.
      ******************************************************************
       01  TAX-NOTIF-LOG-RECORD.
           05  NTL-CC2DEP                    PIC 9(02).
           05  NTL-CCOCOM                    PIC 9(03).
           05  NTL-DAN                       PIC 9(04).
           05  NTL-MBACOM                    PIC S9(09)V99.
           05  NTL-MBADEP                    PIC S9(09)V99.
           05  NTL-MBAREG                    PIC S9(09)V99.
           05  NTL-MBASYN                    PIC S9(09)V99.
           05  NTL-MBACU                     PIC S9(09)V99.
           05  NTL-MBATSE                    PIC S9(09)V99.
           05  NTL-FIRST-SENT-DATE           PIC X(10).
           05  NTL-LAST-SENT-DATE            PIC X(10).
           05  NTL-LAST-SENT-TYPE            PIC X(01).
               88  NTL-SENT-ORIGINAL              VALUE 'N'.
               88  NTL-SENT-CORRECTION            VALUE 'C'.
           05  NTL-SEND-COUNT                PIC 9(03).
           05  FILLER                        PIC X(06).
