      * original (a bounced payment 'C' is reversed by a debit 'R'
      * item).  ACCTPOST proves the reversal against the TRANHIST
      * posted history before backing the amount out.
      *
      * TRAN-SOURCE-CD 'CHGO' marks the credit ACCTCHGO writes to
      * take a charged-off balance off the books; ACCTPOST applies it
      * whatever the account's status, since the account is frozen
      * or already closed by the time it posts.
      *
      * TRAN-SOURCE-CD 'DSPT' marks the dispute items ACCTDSPM writes:
      * the provisional credit on a case opened against a posted
      * charge, and the reversal that re-debits it if the case is
      * lost or withdrawn.
      *
      * TRAN-SOURCE-CD 'LBOX' marks a customer payment taken off the
      * bank's lockbox file by ACCTLBOX, either on the day it arrived
      * or later out of payment suspense.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TRAN-ACCT-ID                  PIC 9(11).
           05  TRAN-AMOUNT                   PIC S9(10)V99.
           05  TRAN-DATE                     PIC X(10).
           05  TRAN-SOURCE-CD                PIC X(04).
               88  TRAN-SRC-CHARGE-OFF            VALUE 'CHGO'.
               88  TRAN-SRC-DISPUTE               VALUE 'DSPT'.
               88  TRAN-SRC-LOCKBOX               VALUE 'LBOX'.
           05  TRAN-REV-IND                  PIC X(01).
               88  TRAN-REVERSAL                  VALUE 'R'.
           05  TRAN-ORIG-DATE                PIC X(10).
