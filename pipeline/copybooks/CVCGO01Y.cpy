      ******************************************************************
      * CVCGO01Y
      * Charge-off ledger master record, as carried on CHGOLEDG keyed
      * by account id.  ACCTCHGO writes one record when it writes an
      * account's balance off - the amount charged off, the date and
      * the account's ACCT-GROUP-ID at the time - and ACCTPOST adds
      * every later recovery (a payment against the closed account)
      * to CGO-RECOVERED-AMT instead of rejecting it, so the amount
      * still outstanding after recoveries is always
      * CGO-CHGO-AMOUNT minus CGO-RECOVERED-AMT.  The dated detail
      * behind both figures is on the CHGOJRNL journal (CVCGO02Y).
      ******************************************************************
       01  CHARGE-OFF-LEDGER-RECORD.
           05  CGO-ACCT-ID                   PIC 9(11).
           05  CGO-GROUP-ID                  PIC X(10).
           05  CGO-CHGO-DATE                 PIC X(10).
           05  CGO-CHGO-AMOUNT               PIC S9(10)V99.
           05  CGO-RECOVERED-AMT             PIC S9(10)V99.
           05  CGO-LAST-RCVY-DATE            PIC X(10).
           05  FILLER                        PIC X(15).
