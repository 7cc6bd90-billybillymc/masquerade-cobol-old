      ******************************************************************
      * CVPSU01Y
      * Payment suspense record, as carried on the PAYSUSP master
      * keyed by suspense id.  ACCTLBOX writes one record for every
      * lockbox payment it cannot apply - the remittance exactly as
      * the bank sent it, the date it went into suspense and a reason
      * code - and lists the open items on its worklist for cash
      * applications to research.  A researched item is resolved
      * through the SUSPCTL control file on a later ACCTLBOX run:
      * applied to the account named there (the payment then goes out
      * in that run's TRANFILE batch) or returned to the remitter.
      *
      * PSU-REASON-CD values:
      *   NOAC - account number not on ACCTFILE
      *   ARCH - account purged to ACCTARCH
      *   CLSD - account closed (and not a charge-off recovery)
      *   BADN - account number not numeric
      *   BADA - payment amount not numeric or zero
      ******************************************************************
       01  PAYMENT-SUSPENSE-RECORD.
           05  PSU-SUSP-ID                   PIC 9(09).
           05  PSU-STATUS                    PIC X(01).
               88  PSU-OPEN                       VALUE 'O'.
               88  PSU-APPLIED                    VALUE 'A'.
               88  PSU-RETURNED                   VALUE 'R'.
           05  PSU-DEPOSIT-DATE              PIC X(10).
           05  PSU-ACCT-NUMBER               PIC X(11).
           05  PSU-AMOUNT                    PIC S9(10)V99.
           05  PSU-CHECK-NO                  PIC X(10).
           05  PSU-ITEM-REF                  PIC X(12).
           05  PSU-REMITTER                  PIC X(25).
           05  PSU-REASON-CD                 PIC X(04).
           05  PSU-SUSP-DATE                 PIC X(10).
           05  PSU-RESOLVED-DATE             PIC X(10).
           05  PSU-APPLIED-ACCT-ID           PIC 9(11).
           05  FILLER                        PIC X(05).
