      *****************************************************************
      *  FEESREC.CPY - TRANSACTION FEE SCHEDULE RECORD
      *  What the bank charges for a counted transaction, per counter
      *  type (1-deposits, 2-withdrawals, 3-transfers, 4-reversals)
      *  and originating branch.  FEE-BRANCH-CODE spaces is the
      *  network-wide schedule for the counter; a record for a
      *  specific branch overrides it for that branch's traffic.  A
      *  counter with no schedule at all is free.
      *  The fee on a transaction is the flat amount plus the
      *  percentage of its base-currency amount (FEE-PERCENT is a
      *  percentage, 0.5000 = one half of one per cent), rounded to
      *  the cent, then raised to FEE-MINIMUM-AMOUNT if below it and
      *  cut to FEE-MAXIMUM-AMOUNT if above it - a zero maximum
      *  means no cap.  A schedule of all zeros switches a fee off.
      *  Effective-dated like THRSHREC: the file may hold several
      *  records per counter and branch, readers apply them in file
      *  order, skipping any whose effective business date is still
      *  in the future, so the last applicable record wins.  Spaces
      *  in the date reads as effective immediately.
      *  FEESCHED is maintained through FEESMT1, which validates the
      *  change and logs before/after images to the FEESAUD trail -
      *  it is not hand-edited.
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FEE-COUNTER-CODE            PIC 9(1).
           05  FEE-BRANCH-CODE             PIC X(4).
           05  FEE-FLAT-AMOUNT             PIC 9(5)V99.
           05  FEE-PERCENT                 PIC 9(3)V9(4).
           05  FEE-MINIMUM-AMOUNT          PIC 9(5)V99.
           05  FEE-MAXIMUM-AMOUNT          PIC 9(5)V99.
           05  FEE-EFFECTIVE-DATE          PIC X(8).
