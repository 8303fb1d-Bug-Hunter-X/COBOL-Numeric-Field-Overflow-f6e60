      *****************************************************************
      *  AHISTREC.CPY - ACCOUNT DAILY ACTIVITY HISTORY RECORD
      *  One record per account per business day on the permanent
      *  ACCTHIST history file, written by the nightly counter job
      *  when it rolls an account's ACCTMSTR daily buckets off ahead
      *  of clearing them for a new business date.  ACCTHIST is
      *  indexed on AHIST-KEY (account id then activity date), so an
      *  account's days read back in date order from a START on the
      *  account; activity arriving for a date already on file
      *  (EXCPRPR1 reposts, back-dated items) is added to that day's
      *  record by READ and REWRITE rather than written as a second
      *  record for the date.  AHCONV1 loaded the file from the old
      *  line-sequential history.  Count and amount buckets are in
      *  counter-table index order (1-deposits, 2-withdrawals,
      *  3-transfers, 4-reversals), exactly as they stood on the
      *  master for AHIST-ACTIVITY-DATE.  This file is what answers
      *  "what did this account do over the last two weeks" - the
      *  master itself only ever holds the current day.
      *****************************************************************
       01  ACCOUNT-HISTORY-RECORD.
           05  AHIST-KEY.
               10  AHIST-ACCOUNT-ID        PIC X(10).
               10  AHIST-ACTIVITY-DATE     PIC X(8).
           05  AHIST-DAILY-COUNT OCCURS 4 TIMES        PIC 9(9).
           05  AHIST-DAILY-AMOUNT OCCURS 4 TIMES       PIC S9(11)V99.
