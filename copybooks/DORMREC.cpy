      *****************************************************************
      *  DORMREC.CPY - ACCOUNT DORMANCY STATUS RECORD
      *  One record on the permanent, append-only DORMFILE per change
      *  in an account's dormancy status; the file is read front to
      *  back and the LATEST record for an account is its status in
      *  force, so the history of every status change stays on file.
      *    DORMANT     - DORMRPT1 found no activity on ACCTMSTR for at
      *                  least the DORMPARM dormancy days; written when
      *                  the account first goes dormant and again each
      *                  time it ages into a higher bucket;
      *    REACTIVATED - activity arrived on a dormant account: written
      *                  by BUGJOB01 as it counts the waking
      *                  transaction (with an ALERTFIL alert), or by
      *                  DORMRPT1 when it finds a dormant account active
      *                  again by any other route.
      *  DORM-BUCKET is the inactivity band: "090 " from the dormancy
      *  days (default 90) up to 179 days, "180 " up to 364, "365+"
      *  beyond.  DORM-LAST-ACTIVE-DATE and the count/amount buckets
      *  (counter-table index order, 1-deposits to 4-reversals) are
      *  the account's last active day - the ACCTMSTR buckets, or the
      *  latest ACCTHIST day when the master holds none.  On a
      *  REACTIVATED record the waking transaction's counter and
      *  amount are carried, and DORM-LARGE-WITHDRAWAL marks a
      *  withdrawal at or over the DORMPARM large-withdrawal amount.
      *****************************************************************
       01  DORMANCY-RECORD.
           05  DORM-ACCOUNT-ID             PIC X(10).
           05  DORM-STATUS                 PIC X(11).
               88  DORM-DORMANT            VALUE "DORMANT".
               88  DORM-REACTIVATED        VALUE "REACTIVATED".
           05  DORM-BUCKET                 PIC X(4).
           05  DORM-STATUS-DATE            PIC X(8).
           05  DORM-LAST-ACTIVITY-DATE     PIC X(8).
           05  DORM-DAYS-INACTIVE          PIC 9(5).
           05  DORM-LAST-ACTIVE-DATE       PIC X(8).
           05  DORM-LAST-COUNT OCCURS 4 TIMES          PIC 9(9).
           05  DORM-LAST-AMOUNT OCCURS 4 TIMES         PIC S9(11)V99.
           05  DORM-REACT-COUNTER-CODE     PIC 9(1).
           05  DORM-REACT-AMOUNT           PIC S9(9)V99.
           05  DORM-LARGE-WDL-FLAG         PIC X(1).
               88  DORM-LARGE-WITHDRAWAL   VALUE 'Y'.
           05  DORM-SOURCE-PROGRAM         PIC X(8).
           05  DORM-TIMESTAMP              PIC X(26).
