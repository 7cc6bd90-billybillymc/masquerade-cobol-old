      ******************************************************************
      * CVCRD01Y
      * Card (plastic) record, as carried on the CARDFILE master keyed
      * by card number, with the owning ACCT-ID as an alternate key
      * (duplicates allowed) so every card issued against an account
      * can be read in turn.  ACCTCARD issues, blocks and replaces
      * cards and adds authorized users; ACCTXWL reads the active
      * plastics of each expiring account for the reissue run.
      *
      * CARD-STATUS:
      *   A - active            B - blocked
      *   L - reported lost     S - reported stolen
      * A lost or stolen card is never reactivated: it carries the
      * number of the card issued in its place in CARD-REPLACED-BY.
      * CARD-TYPE is P for the primary cardholder's plastic and U for
      * an authorized user's.
      ******************************************************************
       01  CARD-RECORD.
           05  CARD-NUM                      PIC 9(16).
           05  CARD-ACCT-ID                  PIC 9(11).
           05  CARD-EMBOSSED-NAME            PIC X(26).
           05  CARD-ISSUE-DATE               PIC X(10).
           05  CARD-EXPIRY-DATE              PIC X(10).
           05  CARD-STATUS                   PIC X(01).
               88  CARD-ACTIVE                    VALUE 'A'.
               88  CARD-BLOCKED                   VALUE 'B'.
               88  CARD-LOST                      VALUE 'L'.
               88  CARD-STOLEN                    VALUE 'S'.
           05  CARD-TYPE                     PIC X(01).
               88  CARD-PRIMARY                   VALUE 'P'.
               88  CARD-AUTH-USER                 VALUE 'U'.
           05  CARD-REPLACED-BY              PIC 9(16).
           05  FILLER                        PIC X(09).
