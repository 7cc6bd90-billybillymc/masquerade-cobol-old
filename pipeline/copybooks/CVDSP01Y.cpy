      ******************************************************************
      * CVDSP01Y
      * Dispute case record, as carried on the DSPMAST dispute master.
      * The record key is the disputed posted item itself - account,
      * transaction date, amount and source code off its TRANHIST
      * record (CVTRN02Y) - so an item can only ever have one case:
      * a second open against the same item finds the first.  Cases
      * are opened and resolved by ACCTDSPM and aged by ACCTDSPA.
      *
      * DSP-STATUS runs open -> won, lost or withdrawn.  Opening a
      * case issues a provisional credit (source DSPT) dated
      * DSP-CREDIT-DATE; a won case leaves the credit in place, a
      * lost or withdrawn one re-debits it by a reversal item whose
      * original date is DSP-CREDIT-DATE, so ACCTPOST ties the
      * re-debit back to the credit.  DSP-DUE-DATE is the regulatory
      * response deadline fixed when the case was opened.
      ******************************************************************
       01  DISPUTE-CASE-RECORD.
           05  DSP-ITEM-KEY.
               10  DSP-ACCT-ID               PIC 9(11).
               10  DSP-TRAN-DATE             PIC X(10).
               10  DSP-AMOUNT                PIC S9(10)V99.
               10  DSP-SOURCE-CD             PIC X(04).
           05  DSP-CASE-ID                   PIC 9(09).
           05  DSP-STATUS                    PIC X(01).
               88  DSP-OPEN                       VALUE 'O'.
               88  DSP-WON                        VALUE 'W'.
               88  DSP-LOST                       VALUE 'L'.
               88  DSP-WITHDRAWN                  VALUE 'X'.
           05  DSP-OPEN-DATE                 PIC X(10).
           05  DSP-DUE-DATE                  PIC X(10).
           05  DSP-CREDIT-DATE               PIC X(10).
           05  DSP-RESOLVED-DATE             PIC X(10).
           05  DSP-REASON-CD                 PIC X(04).
           05  FILLER                        PIC X(29).
