      ******************************************************************
      * CVAUT01Y
      * Authorization hold record, as carried on the AUTHHOLD master.
      * One record per approved authorization, keyed by account id
      * followed by the authorization reference, so every hold on an
      * account is reached by positioning on the account id and
      * reading forward.  ACCTAUTH adds holds off the authorization
      * feed and releases or expires them; ACCTPOST releases the
      * oldest open hold of the same amount when the matching debit
      * posts.  Only open holds count against open-to-buy (ACCTOVLM,
      * ACCTSTMT): limit less balance less outstanding holds.
      *
      * AHD-STATUS: O open, P released by the matching posting,
      * R released by the authorization system without a posting,
      * E expired unposted.  A hold no longer open carries the date
      * it was released in AHD-RELEASE-DATE and is purged by the
      * next ACCTAUTH run after the day it was reported.
      ******************************************************************
       01  AUTH-HOLD-RECORD.
           05  AHD-KEY.
               10  AHD-ACCT-ID               PIC 9(11).
               10  AHD-AUTH-REF              PIC X(12).
           05  AHD-AMOUNT                    PIC S9(10)V99.
           05  AHD-AUTH-DATE                 PIC X(10).
           05  AHD-STATUS                    PIC X(01).
               88  AHD-OPEN                       VALUE 'O'.
               88  AHD-POSTED                     VALUE 'P'.
               88  AHD-RELEASED                   VALUE 'R'.
               88  AHD-EXPIRED                    VALUE 'E'.
           05  AHD-RELEASE-DATE              PIC X(10).
           05  FILLER                        PIC X(24).
