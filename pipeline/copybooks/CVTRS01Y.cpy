      ******************************************************************
      * CVTRS01Y
      * Transaction suspense record, as carried on the TRNSUSP master
      * keyed by suspense id.  ACCTRPST merges every item ACCTPOST
      * rejected to TRANREJ into the master each day - the 50-byte
      * CVTRN01Y item exactly as it was rejected, the reject reason
      * and the date - and works it from there: repaired or
      * retargeted through the RPSTCTL corrections file, re-offered
      * automatically once a frozen account is reactivated, or
      * written off.  Reposted items go out in a balanced batch for
      * TRANBAL and ACCTPOST.
      *
      * TRS-STATUS runs open -> reposted or written off.  An open
      * item older than the write-off cutoff carries TRS-WO-FLAG 'Y'
      * until it is either repaired or written off.
      ******************************************************************
       01  TRAN-SUSPENSE-RECORD.
           05  TRS-SUSP-ID                   PIC 9(09).
           05  TRS-TRAN                      PIC X(50).
           05  TRS-REASON                    PIC X(30).
           05  TRS-REJECT-DATE               PIC X(10).
           05  TRS-STATUS                    PIC X(01).
               88  TRS-OPEN                       VALUE 'O'.
               88  TRS-REPOSTED                   VALUE 'R'.
               88  TRS-WRITTEN-OFF                VALUE 'W'.
           05  TRS-WO-FLAG                   PIC X(01).
               88  TRS-WO-FLAGGED                 VALUE 'Y'.
           05  TRS-RESOLVED-DATE             PIC X(10).
           05  FILLER                        PIC X(09).
