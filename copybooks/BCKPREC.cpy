      *  BCKP-BUSINESS-DATE is checked on restore exactly as
      *  CKPT-BUSINESS-DATE is: a record left over from a prior date
      *  is never restored.
      *  BCKP-CTR-FEE-COUNT/BCKP-CTR-FEE-AMOUNT are the branch's fee
      *  income per counter, signed for the same reason (a fee backed
      *  out with a netted original lands on the reversal's branch).
      *****************************************************************
       01  BRANCH-CKPT-RECORD.
           05  BCKP-BUSINESS-DATE          PIC X(8).
           05  BCKP-BRANCH-CODE            PIC X(4).
           05  BCKP-CTR-COUNT OCCURS 4 TIMES           PIC S9(11).
           05  BCKP-CTR-AMOUNT OCCURS 4 TIMES          PIC S9(11)V99.
           05  BCKP-CTR-FEE-COUNT OCCURS 4 TIMES       PIC S9(11).
           05  BCKP-CTR-FEE-AMOUNT OCCURS 4 TIMES      PIC S9(11)V99.
