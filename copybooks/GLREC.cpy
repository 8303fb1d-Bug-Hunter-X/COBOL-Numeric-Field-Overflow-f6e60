      *  the unsigned bank-wide field would drop the sign.
      *  GL-BRANCH-CODE is spaces and GL-BRANCH-COUNT zero on 'D'
      *  lines.
      *  GL-REGION-CODE and GL-COST-CENTER on a 'B' line are the
      *  branch's region and GL cost center from the BRCHMSTR branch
      *  master, so finance can roll the branch lines up by region
      *  without rekeying; both are spaces on 'D' lines and on the
      *  NONE branch.
      *  'C' currency lines follow the branch lines: one per foreign
      *  currency per counter with activity, carrying the original-
      *  currency total in GL-ORIG-AMOUNT beside its base-currency
      *  equivalent in GL-AMOUNT, so treasury can reconcile its FX
      *  position against the 'D' figures (activity in base
      *  currency is the remainder of the 'D' line).  Like a 'B'
      *  line, a 'C' line carries its count in the signed
      *  GL-BRANCH-COUNT, and is counted in the trailer line count
      *  and hash total (on its base amount).  GL-CURRENCY-CODE is
      *  spaces and GL-ORIG-AMOUNT zero on 'D' and 'B' lines.
      *  'P' prior-period adjustment lines follow the currency lines:
      *  one per original business date per counter for the day's
      *  back-dated (value-dated) activity, which the 'D', 'B' and
      *  'C' lines exclude.  GL-BUSINESS-DATE on a 'P' line is the
      *  ORIGINAL date the activity belongs to, not the run date; the
      *  signed count is in GL-BRANCH-COUNT (a back-dated netting
      *  reversal backs its original out of the same date), and the
      *  amount, in base currency, is in GL-AMOUNT.  'P' lines are
      *  counted in the trailer line count and hash total.
      *  'F' fee income lines follow the prior-period lines: one per
      *  counter with fee income - the fees the FEESCHED schedule
      *  charged on the day's counted transactions of that type, net
      *  of fees backed out with netted originals - always posted as
      *  a credit.  The signed count of transactions charged is in
      *  GL-BRANCH-COUNT as on the other non-'D' lines, the fee
      *  income in GL-AMOUNT.  'F' lines are counted in the trailer
      *  line count and hash total.
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE              PIC X(1).
               88  GL-DETAIL-LINE          VALUE 'D'.
               88  GL-BRANCH-LINE          VALUE 'B'.
               88  GL-CURRENCY-LINE        VALUE 'C'.
               88  GL-PRIOR-PERIOD-LINE    VALUE 'P'.
               88  GL-FEE-INCOME-LINE      VALUE 'F'.
               88  GL-TRAILER-LINE         VALUE 'T'.
           05  GL-DETAIL-DATA.
               10  GL-BUSINESS-DATE        PIC X(8).
               10  GL-AMOUNT               PIC S9(11)V99.
               10  GL-BRANCH-CODE          PIC X(4).
               10  GL-BRANCH-COUNT         PIC S9(11).
               10  GL-REGION-CODE          PIC X(4).
               10  GL-COST-CENTER          PIC X(8).
               10  GL-CURRENCY-CODE        PIC X(3).
               10  GL-ORIG-AMOUNT          PIC S9(11)V99.
           05  GL-TRAILER-DATA REDEFINES GL-DETAIL-DATA.
               10  GL-TRAILER-LINE-COUNT   PIC 9(9).
               10  GL-TRAILER-HASH-TOTAL   PIC S9(13)V99.
               10  FILLER                  PIC X(65).
