      ******************************************************************
      * CVCRD02Y
      * Card status-history record.  One record is written every
      * time a card is issued or CARD-STATUS changes on CARD-RECORD
      * (CVCRD01Y), so the life of each plastic can be traced the way
      * ACCTHIST (CVACT04Y) traces the account.  A newly issued card
      * is written with a blank old status.
      ******************************************************************
       01  CARD-STATUS-HIST-RECORD.
           05  CSH-CARD-NUM                  PIC 9(16).
           05  CSH-ACCT-ID                   PIC 9(11).
           05  CSH-OLD-STATUS                PIC X(01).
           05  CSH-NEW-STATUS                PIC X(01).
           05  CSH-EFFECTIVE-DATE            PIC X(10).
           05  CSH-REASON-CODE               PIC X(04).
           05  FILLER                        PIC X(07).
