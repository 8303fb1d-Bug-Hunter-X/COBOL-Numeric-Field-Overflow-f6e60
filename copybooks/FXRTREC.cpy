      *****************************************************************
      *  FXRTREC.CPY - DAILY FOREIGN-EXCHANGE RATE RECORD
      *  One record per currency per rate date on FXRATES, the rate
      *  feed treasury delivers ahead of the night chain.
      *  FXRT-BASE-RATE is the base-currency value of one unit of
      *  FXRT-CURRENCY-CODE, so base amount = amount x rate.  The
      *  file normally carries the business date's rates only;
      *  treasury adds earlier dates' rates when an older reject is
      *  being repaired.  A currency that appears on the file under
      *  no date is unknown; one that appears, but not for the
      *  business date, has no rate - TRNEDIT1 rejects both under
      *  reason 10.  The base currency itself needs no record: a
      *  transaction with spaces in TRANS-CURRENCY-CODE is already
      *  in base currency.  A record with a rate that is not numeric,
      *  or is zero, is ignored.
      *****************************************************************
       01  FX-RATE-RECORD.
           05  FXRT-CURRENCY-CODE          PIC X(3).
           05  FXRT-RATE-DATE              PIC X(8).
           05  FXRT-BASE-RATE              PIC 9(5)V9(7).
