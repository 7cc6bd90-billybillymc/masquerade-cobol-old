      ******************************************************************
      * CVREL01Y
      * Customer relationship link, as carried on the CUSTREL master
      * keyed by account id, with the customer number as an alternate
      * key (duplicates allowed) so every account a customer holds
      * can be read in turn.  One record per linked account - an
      * account belongs to at most one customer.  Customer numbers
      * are assigned by ACCTREL, which links, unlinks and merges;
      * ACCTRMAT proposes links off CUSTFILE name and address,
      * ACCTREXP reports exposure per customer and ACCTOVLM can test
      * a customer's combined exposure against the combined limit.
      *
      * REL-LINK-REASON is the reason code the link was made under:
      *   LINK - linked by hand        MTCH - matching-run proposal
      *   MRGE - moved across when a duplicate customer was merged
      *   UNLK - unlinked (carried on the ACCTREL register only, as
      *          the link itself is deleted)
      *
      * The record keyed account id zero, customer number zero, is
      * ACCTREL's control record rather than a link: it holds the
      * last customer number issued, so a number freed by a merge or
      * an unlink is never handed out again.  Readers in customer
      * order start at customer number 1 to pass over it.
      ******************************************************************
       01  CUST-REL-RECORD.
           05  REL-ACCT-ID                   PIC 9(11).
               88  REL-CONTROL-REC                VALUE 0.
           05  REL-CUST-NUM                  PIC 9(09).
           05  REL-LINK-DATA.
               10  REL-LINK-DATE             PIC X(10).
               10  REL-LINK-REASON           PIC X(04).
               10  FILLER                    PIC X(16).
           05  REL-CONTROL-DATA REDEFINES REL-LINK-DATA.
               10  REL-LAST-CUST-NUM         PIC 9(09).
               10  REL-LAST-ISSUE-DATE       PIC X(10).
               10  FILLER                    PIC X(11).
