      *  CKPT-NETTED-COUNT/CKPT-NETTED-AMOUNT carry what netting
      *  reversals have backed out of each counter, so gross figures
      *  (value plus netted) survive a same-day restart too.
      *  CKPT-FEE-COUNT/CKPT-FEE-AMOUNT carry the running fee income
      *  per counter - the number of transactions charged a fee and
      *  the fees charged, net of fees backed out with netted
      *  originals - so the SUMRPT fee section and the GLINTF 'F'
      *  lines resume with the counters after a restart.
      *****************************************************************
       01  CKPT-RECORD.
           05  CKPT-BUSINESS-DATE                          PIC X(8).
           05  CKPT-OVERFLOW-COUNT OCCURS 4 TIMES          PIC 9(5).
           05  CKPT-NETTED-COUNT OCCURS 4 TIMES            PIC 9(11).
           05  CKPT-NETTED-AMOUNT OCCURS 4 TIMES       PIC S9(11)V99.
           05  CKPT-FEE-COUNT OCCURS 4 TIMES           PIC S9(11).
           05  CKPT-FEE-AMOUNT OCCURS 4 TIMES          PIC S9(11)V99.
