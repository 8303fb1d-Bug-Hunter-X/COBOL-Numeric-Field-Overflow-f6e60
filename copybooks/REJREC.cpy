      *    07 - netting reference bad on netting record
      *    08 - branch code not numeric (spaces is accepted - the
      *         record predates branch capture)
      *    09 - branch not on the BRCHMSTR branch master, or closed
      *         before the business date
      *    10 - currency not on the FXRATES rate file, or no rate
      *         for it dated the business date
      *    11 - value date not a date, after the business date, or
      *         older than the VDATPARM back-dating limit
      *  REJ-REJECT-DATE is the business date the record was
      *  rejected, stamped by TRNEDIT1 and carried unchanged through
      *  the repair carry-forward, so the housekeeping job can age
