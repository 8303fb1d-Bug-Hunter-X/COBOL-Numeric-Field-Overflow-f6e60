      *****************************************************************
      *  BKDTREC.CPY - BACK-DATED ACTIVITY RECORD
      *  One record per counted transaction value-dated to a business
      *  date earlier than the one it arrived on, appended to the
      *  permanent BKDTFILE trail by the counter job (on a split
      *  night, by TRNCONS1 from the TRNCNT1 streams' PARTBKDT
      *  files).  BKDT-RUN-DATE is the business date the item was
      *  counted on - the date of the GLINTF that carries its 'P'
      *  prior-period line - and BKDT-VALUE-DATE the original date it
      *  was applied to.  Amounts are the original-currency amount as
      *  received and its base-currency equivalent (equal for a
      *  base-currency item).  BKDT-HISTORY-ACTION says where the
      *  account's history took the item:
      *    M - added to the account master's buckets, which still
      *        held the original date (they reach ACCTHIST when the
      *        account next rolls);
      *    H - applied to the account's ACCTHIST record for the
      *        original date;
      *    S - split-stream night - the split path keeps no account
      *        master or history, so only the totals and GL took it.
      *  A netting reversal keeps its netting target so the prior-
      *  period totals back the original out of the same date.
      *  BKDTRPT1 lists the trail by original date.
      *****************************************************************
       01  BACKDATED-RECORD.
           05  BKDT-RUN-DATE               PIC X(8).
           05  BKDT-VALUE-DATE             PIC X(8).
           05  BKDT-ACCOUNT-ID             PIC X(10).
           05  BKDT-COUNTER-CODE           PIC 9(1).
           05  BKDT-TRANS-TYPE             PIC X(1).
           05  BKDT-NET-COUNTER-CODE       PIC 9(1).
           05  BKDT-BRANCH-CODE            PIC X(4).
           05  BKDT-CURRENCY-CODE          PIC X(3).
           05  BKDT-ORIG-AMOUNT            PIC S9(9)V99.
           05  BKDT-BASE-AMOUNT            PIC S9(9)V99.
           05  BKDT-HISTORY-ACTION         PIC X(1).
               88  BKDT-ON-MASTER          VALUE 'M'.
               88  BKDT-ON-HISTORY         VALUE 'H'.
               88  BKDT-SPLIT-NIGHT        VALUE 'S'.
           05  BKDT-SOURCE-PROGRAM         PIC X(8).
           05  BKDT-TIMESTAMP              PIC X(26).
