      *  to this master's daily buckets as well as the counter
      *  checkpoint, so the per-account figures and the counter
      *  totals agree on a day with reposted exceptions.
      *  ACCT-BRANCH-CODE is the account's home branch - the branch
      *  of the first transaction BUGJOB01 counts for it - and is what
      *  STMTRPT1 bundles monthly statements by.  Spaces on a record
      *  written before the field existed (or inserted by an
      *  exception repost, which carries no branch) is filled in the
      *  next time the nightly job counts a transaction for it.
      *  ACCT-FEE-TO-DATE is the fee income the account has been
      *  charged under the FEESCHED fee schedule since it was first
      *  counted, net of fees backed out with netted originals.  It
      *  is never cleared by the daily roll.
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-ACCOUNT-ID             PIC X(10).
           05  ACCT-LAST-ACTIVITY-DATE     PIC X(8).
           05  ACCT-DAILY-COUNT OCCURS 4 TIMES         PIC 9(9).
           05  ACCT-DAILY-AMOUNT OCCURS 4 TIMES        PIC S9(11)V99.
           05  ACCT-BRANCH-CODE            PIC X(4).
           05  ACCT-FEE-TO-DATE            PIC S9(11)V99.
