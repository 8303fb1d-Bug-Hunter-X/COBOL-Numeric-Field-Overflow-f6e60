      *  carved from the next four filler bytes; spaces means the
      *  extract predates branch capture and the activity rolls up
      *  under the NONE branch.
      *  TRANS-CURRENCY-CODE is the currency TRANS-AMOUNT is
      *  expressed in, carved from the next three filler bytes;
      *  spaces means base currency, so existing extracts are
      *  unaffected.  Any other code must carry a rate on the
      *  FXRATES file (FXRTREC.cpy) for the business date, and the
      *  counter jobs convert the amount to base currency before
      *  anything is accumulated.
      *  TRANS-VALUE-DATE (YYYYMMDD, the next eight filler bytes) is
      *  the business date the provider says the item truly belongs
      *  to; spaces means the business date it arrives on.  TRNEDIT1
      *  refuses a value date after the business date or further back
      *  than the VDATPARM back-dating limit.  An item value-dated to
      *  an earlier business date is not counted into today's
      *  totals: the counter job applies it to that date's account
      *  history, records it on the BKDTFILE back-dated activity
      *  trail (BKDTREC.cpy) and posts it to the GL as a prior-period
      *  adjustment line carrying the original date.
      *  EXTRACT-CONTROL-RECORD is the file-level header/trailer view
      *  of the same 80 bytes: the provider brackets each extract with
      *  an EXTHDR record (extract id and business date) and an EXTTRL
           05  TRANS-RESET-VALUE           PIC 9(9).
           05  TRANS-NET-COUNTER-CODE      PIC 9(1).
           05  TRANS-BRANCH-CODE           PIC X(4).
           05  TRANS-CURRENCY-CODE         PIC X(3).
           05  TRANS-VALUE-DATE            PIC X(8).
           05  FILLER                      PIC X(24).
       01  EXTRACT-CONTROL-RECORD.
           05  EXCT-MARKER                 PIC X(6).
               88  EXCT-HEADER             VALUE "EXTHDR".
