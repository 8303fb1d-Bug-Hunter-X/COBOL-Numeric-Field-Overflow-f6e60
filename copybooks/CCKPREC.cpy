      *****************************************************************
      *  CCKPREC.CPY - PER-CURRENCY ORIGINAL-AMOUNT TOTALS RECORD
      *  One record per foreign currency with activity: the count,
      *  the original-currency amount and its base-currency
      *  equivalent per counter, in counter-table index order
      *  (1-deposits, 2-withdrawals, 3-transfers, 4-reversals).
      *  The same layout serves two purposes:
      *    - the nightly counter job's CCKPFILE companion
      *      checkpoint, written and restored in step with CKPTFILE
      *      (like BCKPFILE), so a same-day restart or the end-of-day
      *      run after an interim cut resumes the currency picture;
      *    - each TRNCNT1 stream's PARTCUR partial, which TRNCONS1
      *      merges on a split night.
      *  The buckets are net of netting reversals, as the counter
      *  amounts are, and signed - a reversal in one currency can
      *  back out a deposit counted in another.
      *  CCKP-BUSINESS-DATE is checked on restore exactly as
      *  CKPT-BUSINESS-DATE is.
      *****************************************************************
       01  CURRENCY-CKPT-RECORD.
           05  CCKP-BUSINESS-DATE          PIC X(8).
           05  CCKP-CURRENCY-CODE          PIC X(3).
           05  CCKP-CTR-COUNT OCCURS 4 TIMES           PIC S9(11).
           05  CCKP-CTR-ORIG-AMOUNT OCCURS 4 TIMES     PIC S9(11)V99.
           05  CCKP-CTR-BASE-AMOUNT OCCURS 4 TIMES     PIC S9(11)V99.
