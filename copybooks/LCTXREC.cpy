      *****************************************************************
      *  LCTXREC.CPY - LARGE CASH TRANSACTION REPORTING EXTRACT RECORD
      *  Written by LCTRPT1, one per account whose cash activity for
      *  the reporting business date - deposits plus withdrawals, the
      *  ACCTMSTR/ACCTHIST buckets 1 and 2 - exceeds the LCTPARM
      *  reporting limit.  This is the regulatory filing extract the
      *  compliance team submits; counts and amounts are exactly as
      *  they stood on the account's bucket record for that date, and
      *  the limit in force is carried so the filing explains itself.
      *****************************************************************
       01  LARGE-CASH-EXTRACT-RECORD.
           05  LCTX-ACCOUNT-ID             PIC X(10).
           05  LCTX-BUSINESS-DATE          PIC X(8).
           05  LCTX-DEPOSIT-COUNT          PIC 9(9).
           05  LCTX-DEPOSIT-AMOUNT         PIC S9(11)V99.
           05  LCTX-WITHDRAWAL-COUNT       PIC 9(9).
           05  LCTX-WITHDRAWAL-AMOUNT      PIC S9(11)V99.
           05  LCTX-CASH-TOTAL             PIC S9(13)V99.
           05  LCTX-REPORT-LIMIT           PIC 9(9)V99.
