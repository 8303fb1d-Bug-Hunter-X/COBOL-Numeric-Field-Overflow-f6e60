      *  suppresses the snapshot, the CTLCTFIL reconciliation, and
      *  the GL interface, which belong to the true end-of-day run.
      *  Running twice in a day is safe only in this mode.
      *  An operator 'R' reset is applied only under dual
      *  authorization: the AUTHPEND trail must hold a RSET request
      *  for the same counter and reset value, raised by the operator
      *  the record names and approved by a different operator (see
      *  AUTHMNT1).  Anything less leaves the counter untouched and
      *  appends a HELD record to the trail for AUTHRPT1; an applied
      *  reset consumes its approval with an APPLIED record.
      *  Each branch in the rollup carries its region and GL cost
      *  center from the BRCHMSTR branch master onto the SUMRPT
      *  branch section and the GLINTF 'B' lines, and SUMRPT adds an
      *  activity-by-region rollup under the branch section.  A
      *  missing master leaves the region and cost center blank -
      *  TRNEDIT1 has already refused any branch it does not list.
      *  An account whose last activity is at least the DORMPARM
      *  dormancy days (default 90) old when a transaction is counted
      *  against it is waking from dormancy: a REACTIVATED record goes
      *  to the DORMFILE status trail carrying the last active day's
      *  buckets, and an ALERTFIL alert is raised under the account
      *  id - HIGH when the waking transaction, or any later one that
      *  night, is a withdrawal at or over the DORMPARM large-
      *  withdrawal amount (default 5,000.00), LOW otherwise.
      *  DORMRPT1 lists dormant accounts and writes the DORMANT side
      *  of the trail.
      *  The branch of the first transaction counted for an account
      *  is kept on ACCTMSTR as its home branch, which STMTRPT1
      *  bundles the monthly statements by.
      *  A transaction in a foreign currency (TRANS-CURRENCY-CODE not
      *  spaces) is converted to base currency at the FXRATES rate
      *  for the business date - the extract header's date, or today
      *  when there is no header - before it touches anything: the
      *  counter amounts, the ACCTMSTR buckets, the branch rollup,
      *  exception records and the dormancy checks all see the base
      *  amount.  The latest earlier rate stands in when the day's is
      *  missing; no rate at all stops the run, since TRNEDIT1 has
      *  already refused such records.  The original-currency totals
      *  are kept per currency and counter alongside, checkpointed to
      *  CCKPFILE with the branch rollup, printed in a SUMRPT
      *  currency section and posted as GLINTF 'C' lines so treasury
      *  can reconcile its FX position.
      *  A transaction value-dated (TRANS-VALUE-DATE) to a business
      *  date earlier than the one it arrives on is not counted
      *  tonight at all: the counters, the branch and currency
      *  rollups, the dormancy checks, the snapshot and the CTLCTFIL
      *  reconciliation never see it.  It is applied to the account's
      *  activity for its original date instead - the ACCTMSTR
      *  buckets when the master still holds that date, otherwise an
      *  ACCTHIST record for the date - and written to the BKDTFILE
      *  back-dated activity trail (BKDTREC.cpy).  At end of run the
      *  day's trail records, interim cut included, are totalled by
      *  original date into a SUMRPT prior-period section and GLINTF
      *  'P' prior-period adjustment lines that carry the original
      *  date; BKDTRPT1 lists the items themselves.
      *  Every counted transaction is charged the fee the FEESCHED
      *  fee schedule (FEESREC.cpy, maintained through FEESMT1) sets
      *  for its counter and branch - a flat amount and/or a
      *  percentage of the base amount, held between a minimum and a
      *  maximum, the branch's own schedule taking precedence over
      *  the network-wide one.  The fee income is accumulated per
      *  counter and per branch beside the counted totals and
      *  checkpointed with them, added to the account's
      *  ACCT-FEE-TO-DATE on ACCTMSTR, printed in a SUMRPT fee
      *  section and posted as GLINTF 'F' fee income lines.  A
      *  shunted transaction is not charged, and a netting reversal
      *  backs the fee on its original out of the counter, branch and
      *  account along with the original itself.  Back-dated items
      *  belong to a business date already closed and carry no fee.
      *  ACCTHIST is indexed by account and activity date: a day
      *  rolled off the master, or a back-dated item applied to a
      *  day no longer on it, is added to the account's record for
      *  that date when one is on file and written as a new record
      *  only when none is, so each account has one record per day.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCKP-STATUS.

      *    Companion per-currency checkpoint, written and restored
      *    in step with CKPTFILE like BCKPFILE.
           SELECT CURRENCY-CKPT-FILE ASSIGN TO "CCKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCKP-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO "THRSHFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRSH-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHLD-STATUS.

      *    Permanent per-account daily history, keyed by account and
      *    date - the outgoing day's master buckets are posted here
      *    before a new business date clears them.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS WS-AHIST-STATUS.

      *    Permanent registry of extract ids already counted, checked
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

      *    Branch reference master - region and GL cost center per
      *    branch for the branch section and the 'B' lines.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

      *    Maker-checker trail - read for reset approvals at start-up,
      *    appended with the APPLIED or HELD outcome of each reset.
           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

      *    Dormancy controls shared with DORMRPT1, and the dormancy
      *    status trail the reactivations are appended to.
           SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRPM-STATUS.

           SELECT DORMANCY-FILE ASSIGN TO "DORMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.

      *    Daily FX rates - loaded whole at start-up.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.

      *    Permanent back-dated activity trail - appended as value-
      *    dated items are applied, read back at end of run for the
      *    prior-period totals.
           SELECT BACKDATED-FILE ASSIGN TO "BKDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKDT-STATUS.

      *    Transaction fee schedule - loaded whole at start-up.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       COPY BCKPREC.

       FD  CURRENCY-CKPT-FILE
           RECORDING MODE IS F.
       COPY CCKPREC.

       FD  THRESHOLD-FILE
           RECORDING MODE IS F.
       COPY THRSHREC.
           RECORDING MODE IS F.
       COPY GLHLDREC.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

       FD  EXTRACT-REGISTRY-FILE
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       COPY BRCHREC.

       FD  DORMANCY-PARM-FILE
           RECORDING MODE IS F.
       01  DORMANCY-PARM-RECORD.
           05  DRPM-DORMANT-DAYS           PIC 9(3).
           05  DRPM-LARGE-WDL-AMOUNT       PIC 9(9)V99.
           05  DRPM-BUSINESS-DATE          PIC X(8).

       FD  DORMANCY-FILE
           RECORDING MODE IS F.
       COPY DORMREC.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       COPY FXRTREC.

       FD  BACKDATED-FILE
           RECORDING MODE IS F.
       COPY BKDTREC.

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY FEESREC.

       WORKING-STORAGE SECTION.
      *  WS-COUNTER-TABLE replaces the old standalone WS-AREA-1 and
      *  WS-AREA-2 fields (index 1 and index 2 respectively) so that
                                            VALUE 0.
               10  WS-NETTED-AMOUNT        PIC S9(11)V99 COMP-3
                                            VALUE 0.
      *        Fee income on the counter: transactions charged a fee
      *        and the fees charged, net of fees backed out with
      *        netted originals.
               10  WS-FEE-COUNT            PIC S9(11) COMP-3
                                            VALUE 0.
               10  WS-FEE-INCOME           PIC S9(11)V99 COMP-3
                                            VALUE 0.

       01  WS-PREV-COUNTER-VALUE           PIC S9(11) COMP-3.

           05  WS-RNPM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS              PIC X(2) VALUE SPACES.
           05  WS-BCKP-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-BRCH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-DRPM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-DORM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-CCKP-STATUS              PIC X(2) VALUE SPACES.
           05  WS-FXRT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-BKDT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-FEES-STATUS              PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
               88  WS-HEADER-SEEN          VALUE 'Y'.
           05  WS-AHIST-ANY-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-ANY            VALUE 'Y'.
           05  WS-AHIST-FOUND-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-AHIST-FOUND          VALUE 'Y'.
           05  WS-RUN-MODE-SWITCH          PIC X(1) VALUE 'F'.
               88  WS-INTERIM-RUN          VALUE 'I'.
           05  WS-BCKP-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BCKP-EOF             VALUE 'Y'.
           05  WS-AUTH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-AUTH-EOF             VALUE 'Y'.
           05  WS-BRCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BRCH-EOF             VALUE 'Y'.
           05  WS-CCKP-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-CCKP-EOF             VALUE 'Y'.
           05  WS-FXRT-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-FXRT-EOF             VALUE 'Y'.
           05  WS-BACK-DATED-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-BACK-DATED           VALUE 'Y'.
           05  WS-BKDT-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BKDT-EOF             VALUE 'Y'.
           05  WS-FEES-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-FEES-EOF             VALUE 'Y'.

       01  WS-CHECKPOINT-INTERVAL          PIC 9(5) VALUE 100.
       01  WS-RECORDS-SINCE-CKPT           PIC 9(9) VALUE 0.
       01  WS-THRSH-CODE-NUM               PIC 9(1).
       01  WS-CTLCT-CODE-NUM               PIC 9(1).
       01  WS-ACCT-SUB                     PIC 9(1).
      *  One day's activity to be posted to an account's ACCTHIST
      *  record for the date - added to the record already on file,
      *  or written as a new one.
       01  WS-AHIST-POST.
           05  WS-AHPOST-KEY.
               10  WS-AHPOST-ACCOUNT-ID    PIC X(10).
               10  WS-AHPOST-DATE          PIC X(8).
           05  WS-AHPOST-COUNT OCCURS 4 TIMES          PIC 9(9).
           05  WS-AHPOST-AMOUNT OCCURS 4 TIMES     PIC S9(11)V99.
       01  WS-RPT-HEADROOM                 PIC 9(11).
       01  WS-RPT-EDIT-VALUE                PIC Z(10)9.
       01  WS-RPT-EDIT-WARN                 PIC ZZZZ9.
      *  restart and the end-of-day run after an interim cut both
      *  resume the full branch picture - the SUMRPT branch section
      *  and the GLINTF 'B' lines always break down the same totals
      *  the 'D' lines carry.  Region and cost center are looked up
      *  on the branch master once, when the branch first appears.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BRANCH-CODE          PIC X(4).
               10  WS-BRANCH-REGION        PIC X(4).
               10  WS-BRANCH-COST-CENTER   PIC X(8).
               10  WS-BRANCH-CTR OCCURS 4 TIMES.
                   15  WS-BRANCH-CTR-COUNT  PIC S9(11) COMP-3.
                   15  WS-BRANCH-CTR-AMOUNT PIC S9(11)V99 COMP-3.
                   15  WS-BRANCH-CTR-FEE-COUNT
                                            PIC S9(11) COMP-3.
                   15  WS-BRANCH-CTR-FEE    PIC S9(11)V99 COMP-3.
       01  WS-BRANCH-USED                  PIC 9(2) VALUE 0.
       01  WS-BRANCH-SUB                   PIC 9(2).
       01  WS-BRANCH-FOUND-SUB             PIC 9(2).
       01  WS-BRANCH-DROPPED               PIC 9(9) VALUE 0.
       01  WS-WORK-BRANCH                  PIC X(4).
       01  WS-RPT-EDIT-BCOUNT              PIC Z(10)9-.
       01  WS-RPT-EDIT-ORIG                PIC Z(10)9.99-.

      *  Region and cost center per branch code from BRCHMSTR.  500
      *  is ten times the network; a branch past the table prints
      *  with its region blank and the count is reported.
       01  WS-BRMS-TABLE.
           05  WS-BRMS-ENTRY OCCURS 500 TIMES.
               10  WS-BRMS-CODE            PIC X(4).
               10  WS-BRMS-REGION          PIC X(4).
               10  WS-BRMS-COST-CENTER     PIC X(8).
       01  WS-BRMS-COUNT                   PIC 9(3) VALUE 0.
       01  WS-BRMS-SUB                     PIC 9(3).
       01  WS-BRMS-DROPPED                 PIC 9(5) VALUE 0.

      *  The branch rollup summed again by region for the SUMRPT
      *  regional section; branches with no region (NONE, or a
      *  branch the master does not list) roll up under NONE.  There
      *  can be no more regions than branches, so the table cannot
      *  overflow.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 50 TIMES.
               10  WS-REGION-CODE          PIC X(4).
               10  WS-REGION-CTR OCCURS 4 TIMES.
                   15  WS-REGION-CTR-COUNT  PIC S9(11) COMP-3.
                   15  WS-REGION-CTR-AMOUNT PIC S9(11)V99 COMP-3.
       01  WS-REGION-USED                  PIC 9(2) VALUE 0.
       01  WS-REGION-SUB                   PIC 9(2).
       01  WS-REGION-FOUND-SUB             PIC 9(2).
       01  WS-WORK-REGION                  PIC X(4).

      *  Every usable FXRATES rate.  500 is weeks of rates for every
      *  currency the correspondents deal in; overflow is reported at
      *  start-up.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 500 TIMES.
               10  WS-FX-CODE              PIC X(3).
               10  WS-FX-DATE              PIC X(8).
               10  WS-FX-RATE              PIC 9(5)V9(7).
       01  WS-FX-COUNT                     PIC 9(3) VALUE 0.
       01  WS-FX-SUB                       PIC 9(3).
       01  WS-FX-FOUND-SUB                 PIC 9(3).
       01  WS-FX-DROPPED                   PIC 9(5) VALUE 0.
      *  The date rates are taken for: the extract header's business
      *  date once one is seen, today until then.
       01  WS-FX-RATE-DATE                 PIC X(8).
      *  The transaction amount in base currency - what every
      *  accumulator, master bucket and exception record is given.
      *  Same picture as TRANS-AMOUNT so it fits wherever that did.
       01  WS-BASE-AMOUNT                  PIC S9(9)V99.
      *  The business date a value date is judged against - the same
      *  date the rates are taken for.
       01  WS-BUSINESS-DATE                PIC X(8).

      *  The day's back-dated activity totalled by original date and
      *  counter from the BKDTFILE trail, kept in date order for the
      *  SUMRPT prior-period section and the GLINTF 'P' lines.  A
      *  back-dated netting reversal backs its original out of the
      *  same date, so a bucket can go negative.  400 dates is far
      *  beyond any back-dating limit in use; overflow is counted,
      *  flagged on the summary and drives RC=4, since the dates left
      *  out do not reach the ledger.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 400 TIMES.
               10  WS-PRIOR-DATE           PIC X(8).
               10  WS-PRIOR-CTR OCCURS 4 TIMES.
                   15  WS-PRIOR-CTR-COUNT  PIC S9(11) COMP-3.
                   15  WS-PRIOR-CTR-AMOUNT PIC S9(11)V99 COMP-3.
       01  WS-PRIOR-USED                   PIC 9(3) VALUE 0.
       01  WS-PRIOR-SUB                    PIC 9(3).
       01  WS-PRIOR-FOUND-SUB              PIC 9(3).
       01  WS-PRIOR-CTR-SUB                PIC 9(1).
       01  WS-PRIOR-DROPPED                PIC 9(9) VALUE 0.
       01  WS-BKDT-WRITTEN                 PIC 9(9) VALUE 0.

      *  Original-currency totals per foreign currency and counter,
      *  built as transactions are counted, net of netting reversals
      *  like the counter amounts, with the base equivalent alongside
      *  (the netting back-out lands on the reversal's currency, so a
      *  bucket can go negative).  Checkpointed to CCKPFILE in step
      *  with the counter table.  30 currencies is every one the
      *  correspondents quote with headroom; overflow is counted and
      *  flagged on the summary.
       01  WS-CURRENCY-TABLE.
           05  WS-CURR-ENTRY OCCURS 30 TIMES.
               10  WS-CURR-CODE            PIC X(3).
               10  WS-CURR-CTR OCCURS 4 TIMES.
                   15  WS-CURR-CTR-COUNT   PIC S9(11) COMP-3.
                   15  WS-CURR-CTR-ORIG    PIC S9(11)V99 COMP-3.
                   15  WS-CURR-CTR-BASE    PIC S9(11)V99 COMP-3.
       01  WS-CURR-USED                    PIC 9(2) VALUE 0.
       01  WS-CURR-SUB                     PIC 9(2).
       01  WS-CURR-FOUND-SUB               PIC 9(2).
       01  WS-CURR-CTR-SUB                 PIC 9(1).
       01  WS-CURR-DROPPED                 PIC 9(9) VALUE 0.
       01  WS-WORK-CURRENCY                PIC X(3).

      *  The FEESCHED schedule in force today: one entry per counter
      *  and branch (spaces for the network-wide schedule), the last
      *  applicable record in file order winning.  500 is the most
      *  counter/branch schedules FEESMT1 will put on file; a
      *  schedule past the table is reported at start-up, drives
      *  RC=4 and its traffic is charged at the network-wide rate.
       01  WS-FEES-TABLE.
           05  WS-FEES-ENTRY OCCURS 500 TIMES.
               10  WS-FEES-COUNTER         PIC 9(1).
               10  WS-FEES-BRANCH          PIC X(4).
               10  WS-FEES-FLAT            PIC 9(5)V99.
               10  WS-FEES-PERCENT         PIC 9(3)V9(4).
               10  WS-FEES-MINIMUM         PIC 9(5)V99.
               10  WS-FEES-MAXIMUM         PIC 9(5)V99.
       01  WS-FEES-USED                    PIC 9(3) VALUE 0.
       01  WS-FEES-SUB                     PIC 9(3).
       01  WS-FEES-FOUND-SUB               PIC 9(3).
       01  WS-FEES-DROPPED                 PIC 9(5) VALUE 0.
       01  WS-FEES-WORK-BRANCH             PIC X(4).
       01  WS-FEES-WORK-COUNTER            PIC 9(1).
      *  The counter a fee is priced for, and the fee - on the
      *  transaction being counted, or on the original a netting
      *  reversal backs out.
       01  WS-FEE-CTR-SUB                  PIC 9(1).
       01  WS-FEE-AMOUNT                   PIC S9(11)V99.
       01  WS-FEE-TOTAL                    PIC S9(11)V99 COMP-3.
       01  WS-FEE-ANY-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-FEE-ANY                  VALUE 'Y'.

      *  Processed-extract ids loaded from the registry so the header
      *  check is a table probe.  1000 is years of nightly extracts;
       01  WS-EXTRACT-ID                   PIC X(12) VALUE SPACES.
       01  WS-EXTRACT-DATE                 PIC X(8) VALUE SPACES.

      *  State in force of every RSET request on the AUTHPEND trail
      *  (latest record per key wins), so each 'R' record is judged
      *  with a table probe.  500 is far above any night's resets; a
      *  request the table cannot hold simply cannot be matched, so
      *  its reset is held - the safe failure direction.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 500 TIMES.
               10  WS-AUTH-KEY             PIC X(90).
               10  WS-AUTH-STAT            PIC X(10).
               10  WS-AUTH-MAKER           PIC X(8).
               10  WS-AUTH-MAKER-TS        PIC X(26).
               10  WS-AUTH-CHECKER         PIC X(8).
               10  WS-AUTH-CHECKER-TS      PIC X(26).
       01  WS-AUTH-COUNT                   PIC 9(3) VALUE 0.
       01  WS-AUTH-SUB                     PIC 9(3).
       01  WS-AUTH-FOUND-SUB               PIC 9(3).
       01  WS-AUTH-DROPPED                 PIC 9(5) VALUE 0.
       01  WS-AUTH-WORK-KEY                PIC X(90).
       01  WS-AUTH-WORK-MAKER              PIC X(8).
       01  WS-AUTH-NOW                     PIC X(26).
       01  WS-AUTH-HOLD-REASON             PIC X(24).
           88  WS-AUTH-GRANTED             VALUE SPACES.
       01  WS-AUTH-HELD-COUNT              PIC 9(5) VALUE 0.

      *  Dormancy controls (DORMPARM, else these defaults) and the
      *  accounts woken tonight, kept with their last active day so a
      *  large withdrawal later in the same run still raises the HIGH
      *  alert once the master shows today's date.  200 is far above
      *  any night's reactivations; an account the table cannot hold
      *  still gets its first REACTIVATED record and alert.
       01  WS-DORMANT-DAYS                 PIC 9(3) VALUE 90.
       01  WS-LARGE-WDL-AMOUNT             PIC 9(9)V99 VALUE 5000.00.
       01  WS-DORM-LAST-NUM                PIC 9(8).
       01  WS-DORM-TODAY-NUM               PIC 9(8).
       01  WS-DORM-DAYS-INACTIVE           PIC S9(7).
       01  WS-REACT-TABLE.
           05  WS-REACT-ENTRY OCCURS 200 TIMES.
               10  WS-REACT-ACCOUNT        PIC X(10).
               10  WS-REACT-LAST-DATE      PIC X(8).
               10  WS-REACT-DAYS           PIC 9(5).
               10  WS-REACT-LAST-COUNT OCCURS 4 TIMES  PIC 9(9).
               10  WS-REACT-LAST-AMOUNT OCCURS 4 TIMES PIC S9(11)V99.
       01  WS-REACT-USED                   PIC 9(3) VALUE 0.
       01  WS-REACT-SUB                    PIC 9(3).
       01  WS-REACT-FOUND-SUB              PIC 9(3).
       01  WS-REACT-DROPPED                PIC 9(5) VALUE 0.
       01  WS-REACT-COUNT                  PIC 9(5) VALUE 0.
       01  WS-REACT-LARGE-COUNT            PIC 9(5) VALUE 0.
       01  WS-REACT-LARGE-SWITCH           PIC X(1) VALUE 'N'.
           88  WS-REACT-LARGE              VALUE 'Y'.

      *  Today's business date, used both to stamp the checkpoint and
      *  snapshot and to tell a same-day abend resubmission (restore
      *  the checkpoint) apart from a brand-new day's run (a

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-FX-RATE-DATE.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           PERFORM 1025-LOAD-RUN-PARM.
           PERFORM 1030-LOAD-DORMANCY-PARM.
           PERFORM 1050-INIT-COUNTER-TABLE.
           PERFORM 1075-LOAD-BRANCH-MASTER.
           PERFORM 1080-LOAD-FX-RATES.
           PERFORM 1100-RESTORE-CHECKPOINT.
           PERFORM 1200-LOAD-THRESHOLDS.
           PERFORM 1250-LOAD-FEE-SCHEDULE.
           PERFORM 1300-LOAD-EXTRACT-REGISTRY.
           PERFORM 1400-LOAD-AUTHORIZATIONS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open TRANFILE, status "
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
      *    Likewise the history, the first time it is ever posted.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNT-HISTORY-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               OPEN I-O ACCOUNT-HISTORY-FILE
           END-IF.
      *    First run ever has no master to open I-O, so create an
      *    empty one and reopen it for update.
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           OPEN EXTEND AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT AUTHORIZATION-FILE
           END-IF.
           OPEN EXTEND DORMANCY-FILE.
           IF WS-DORM-STATUS NOT = "00"
               OPEN OUTPUT DORMANCY-FILE
           END-IF.
           OPEN EXTEND BACKDATED-FILE.
           IF WS-BKDT-STATUS NOT = "00"
               OPEN OUTPUT BACKDATED-FILE
           END-IF.
           PERFORM 2100-READ-TRANS-FILE.

      *  No RUNPARM, an empty one, or any mode but 'I' is the normal
               CLOSE RUN-PARM-FILE
           END-IF.

      *  No DORMPARM, or an unusable field in it, leaves the default
      *  in force.
       1030-LOAD-DORMANCY-PARM.
           OPEN INPUT DORMANCY-PARM-FILE.
           IF WS-DRPM-STATUS = "00"
               READ DORMANCY-PARM-FILE
                   NOT AT END
                       IF DRPM-DORMANT-DAYS IS NUMERIC
                           AND DRPM-DORMANT-DAYS > 0
                           MOVE DRPM-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF DRPM-LARGE-WDL-AMOUNT IS NUMERIC
                           AND DRPM-LARGE-WDL-AMOUNT > 0
                           MOVE DRPM-LARGE-WDL-AMOUNT
                               TO WS-LARGE-WDL-AMOUNT
                       END-IF
               END-READ
               CLOSE DORMANCY-PARM-FILE
           END-IF.

       1050-INIT-COUNTER-TABLE.
           MOVE "DEPOSITS"    TO WS-COUNTER-NAME(WS-CTR-DEPOSITS).
           MOVE "WITHDRAWALS" TO WS-COUNTER-NAME(WS-CTR-WITHDRAWALS).
           MOVE "TRANSFERS"   TO WS-COUNTER-NAME(WS-CTR-TRANSFERS).
           MOVE "REVERSALS"   TO WS-COUNTER-NAME(WS-CTR-REVERSALS).

      *  Loaded ahead of the checkpoint restore, which rebuilds the
      *  branch rollup and so needs the regions already in hand.
       1075-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRCH-STATUS = "00"
               PERFORM UNTIL WS-BRCH-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           SET WS-BRCH-EOF TO TRUE
                       NOT AT END
                           IF WS-BRMS-COUNT < 500
                               ADD 1 TO WS-BRMS-COUNT
                               MOVE BRCH-BRANCH-CODE
                                   TO WS-BRMS-CODE(WS-BRMS-COUNT)
                               MOVE BRCH-REGION-CODE
                                   TO WS-BRMS-REGION(WS-BRMS-COUNT)
                               MOVE BRCH-COST-CENTER
                                   TO WS-BRMS-COST-CENTER
                                   (WS-BRMS-COUNT)
                           ELSE
                               ADD 1 TO WS-BRMS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           ELSE
               DISPLAY "Warning: BRCHMSTR not available, status "
                   WS-BRCH-STATUS " - branch regions left blank"
           END-IF.
           IF WS-BRMS-DROPPED > 0
               DISPLAY "Warning: " WS-BRMS-DROPPED " branch(es) over "
                   "500 not loaded - their regions left blank"
           END-IF.

      *  No FXRATES means no rates: a base-currency night runs as it
      *  always has, and a foreign-currency record - which TRNEDIT1
      *  would have rejected - stops the run in 2041.
       1080-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRT-STATUS = "00"
               PERFORM UNTIL WS-FXRT-EOF
                   READ FX-RATE-FILE
                       AT END
                           SET WS-FXRT-EOF TO TRUE
                       NOT AT END
                           IF FXRT-BASE-RATE IS NUMERIC
                               AND FXRT-BASE-RATE > 0
                               PERFORM 1085-STORE-FX-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.
           IF WS-FX-DROPPED > 0
               DISPLAY "Warning: " WS-FX-DROPPED " FX rate(s) over "
                   "500 not loaded"
           END-IF.

       1085-STORE-FX-RATE.
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE FXRT-CURRENCY-CODE TO WS-FX-CODE(WS-FX-COUNT)
               MOVE FXRT-RATE-DATE TO WS-FX-DATE(WS-FX-COUNT)
               MOVE FXRT-BASE-RATE TO WS-FX-RATE(WS-FX-COUNT)
           ELSE
               ADD 1 TO WS-FX-DROPPED
           END-IF.

       1100-RESTORE-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
                       TO WS-NETTED-COUNT(WS-CTR-IDX)
                   MOVE CKPT-NETTED-AMOUNT(WS-CTR-IDX)
                       TO WS-NETTED-AMOUNT(WS-CTR-IDX)
                   MOVE CKPT-FEE-COUNT(WS-CTR-IDX)
                       TO WS-FEE-COUNT(WS-CTR-IDX)
                   MOVE CKPT-FEE-AMOUNT(WS-CTR-IDX)
                       TO WS-FEE-INCOME(WS-CTR-IDX)
               END-PERFORM
               PERFORM 1150-RESTORE-BRANCH-CHECKPOINT
               PERFORM 1170-RESTORE-CURRENCY-CHECKPOINT
               DISPLAY "Checkpoint restored for "
                   WS-COUNTER-NAME(WS-CTR-DEPOSITS) "="
                   WS-COUNTER-VALUE(WS-CTR-DEPOSITS) " "
                       MOVE BCKP-CTR-AMOUNT(WS-BRANCH-CTR-SUB)
                           TO WS-BRANCH-CTR-AMOUNT
                           (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                       MOVE BCKP-CTR-FEE-COUNT(WS-BRANCH-CTR-SUB)
                           TO WS-BRANCH-CTR-FEE-COUNT
                           (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                       MOVE BCKP-CTR-FEE-AMOUNT(WS-BRANCH-CTR-SUB)
                           TO WS-BRANCH-CTR-FEE
                           (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   END-PERFORM
               END-IF
           END-IF.

      *  The currency totals resume the same way, through the
      *  find-or-add the counting path uses.
       1170-RESTORE-CURRENCY-CHECKPOINT.
           OPEN INPUT CURRENCY-CKPT-FILE.
           IF WS-CCKP-STATUS = "00"
               PERFORM UNTIL WS-CCKP-EOF
                   READ CURRENCY-CKPT-FILE
                       AT END
                           SET WS-CCKP-EOF TO TRUE
                       NOT AT END
                           PERFORM 1175-RESTORE-ONE-CURRENCY
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-CKPT-FILE
           END-IF.

       1175-RESTORE-ONE-CURRENCY.
           IF CCKP-BUSINESS-DATE = WS-TODAY-DATE
               MOVE CCKP-CURRENCY-CODE TO WS-WORK-CURRENCY
               PERFORM 2046-FIND-OR-ADD-CURRENCY
               IF WS-CURR-FOUND-SUB > 0
                   PERFORM VARYING WS-CURR-CTR-SUB FROM 1 BY 1
                           UNTIL WS-CURR-CTR-SUB > 4
                       MOVE CCKP-CTR-COUNT(WS-CURR-CTR-SUB)
                           TO WS-CURR-CTR-COUNT
                           (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                       MOVE CCKP-CTR-ORIG-AMOUNT(WS-CURR-CTR-SUB)
                           TO WS-CURR-CTR-ORIG
                           (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                       MOVE CCKP-CTR-BASE-AMOUNT(WS-CURR-CTR-SUB)
                           TO WS-CURR-CTR-BASE
                           (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   END-PERFORM
               END-IF
           END-IF.
               END-IF
           END-IF.

      *  No FEESCHED means no fees - every counter is free, as it
      *  was before the schedule existed.
       1250-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEES-STATUS = "00"
               PERFORM UNTIL WS-FEES-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET WS-FEES-EOF TO TRUE
                       NOT AT END
                           PERFORM 1260-APPLY-FEE-SCHEDULE
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF WS-FEES-DROPPED > 0
               DISPLAY "Warning: " WS-FEES-DROPPED " fee schedule(s) "
                   "over 500 not loaded - network-wide rate charged"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *  Skipped exactly as 1210 skips a threshold: a future-dated
      *  schedule is not yet in force, and the last applicable record
      *  for a counter and branch in file order wins.  A record that
      *  is not well formed cannot have come through FEESMT1 and is
      *  ignored.
       1260-APPLY-FEE-SCHEDULE.
           IF FEE-EFFECTIVE-DATE IS NUMERIC
               AND FEE-EFFECTIVE-DATE > WS-TODAY-DATE
               CONTINUE
           ELSE
               IF FEE-COUNTER-CODE IS NUMERIC
                   AND FEE-COUNTER-CODE >= 1
                   AND FEE-COUNTER-CODE <= 4
                   AND FEE-FLAT-AMOUNT IS NUMERIC
                   AND FEE-PERCENT IS NUMERIC
                   AND FEE-MINIMUM-AMOUNT IS NUMERIC
                   AND FEE-MAXIMUM-AMOUNT IS NUMERIC
                   MOVE FEE-COUNTER-CODE TO WS-FEES-WORK-COUNTER
                   MOVE FEE-BRANCH-CODE TO WS-FEES-WORK-BRANCH
                   PERFORM 2069-SEARCH-FEE-SCHEDULE
                   IF WS-FEES-FOUND-SUB = 0
                       IF WS-FEES-USED < 500
                           ADD 1 TO WS-FEES-USED
                           MOVE WS-FEES-USED TO WS-FEES-FOUND-SUB
                       ELSE
                           ADD 1 TO WS-FEES-DROPPED
                       END-IF
                   END-IF
                   IF WS-FEES-FOUND-SUB > 0
                       MOVE FEE-COUNTER-CODE
                           TO WS-FEES-COUNTER(WS-FEES-FOUND-SUB)
                       MOVE FEE-BRANCH-CODE
                           TO WS-FEES-BRANCH(WS-FEES-FOUND-SUB)
                       MOVE FEE-FLAT-AMOUNT
                           TO WS-FEES-FLAT(WS-FEES-FOUND-SUB)
                       MOVE FEE-PERCENT
                           TO WS-FEES-PERCENT(WS-FEES-FOUND-SUB)
                       MOVE FEE-MINIMUM-AMOUNT
                           TO WS-FEES-MINIMUM(WS-FEES-FOUND-SUB)
                       MOVE FEE-MAXIMUM-AMOUNT
                           TO WS-FEES-MAXIMUM(WS-FEES-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       1300-LOAD-EXTRACT-REGISTRY.
           OPEN INPUT EXTRACT-REGISTRY-FILE.
           IF WS-RGST-STATUS = "00"
               CLOSE EXTRACT-REGISTRY-FILE
           END-IF.

      *  Only RSET requests concern this job; no trail at all means
      *  nothing is approved, so every reset that arrives is held.
       1400-LOAD-AUTHORIZATIONS.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTHORIZATION-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF AUTH-TYPE-RESET
                               PERFORM 1410-ABSORB-AUTHORIZATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORIZATION-FILE
           END-IF.
           IF WS-AUTH-DROPPED > 0
               DISPLAY "Warning: " WS-AUTH-DROPPED " reset "
                   "authorization(s) over 500 not loaded - their "
                   "resets will be held"
           END-IF.

       1410-ABSORB-AUTHORIZATION.
           MOVE AUTH-ACTION-KEY TO WS-AUTH-WORK-KEY.
           PERFORM 2082-FIND-AUTHORIZATION.
           IF WS-AUTH-FOUND-SUB = 0
               IF WS-AUTH-COUNT < 500
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE WS-AUTH-COUNT TO WS-AUTH-FOUND-SUB
                   MOVE AUTH-ACTION-KEY
                       TO WS-AUTH-KEY(WS-AUTH-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-AUTH-DROPPED
               END-IF
           END-IF.
           IF WS-AUTH-FOUND-SUB > 0
               MOVE AUTH-STATUS TO WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
               MOVE AUTH-MAKER-ID TO WS-AUTH-MAKER(WS-AUTH-FOUND-SUB)
               MOVE AUTH-MAKER-TIMESTAMP
                   TO WS-AUTH-MAKER-TS(WS-AUTH-FOUND-SUB)
               MOVE AUTH-CHECKER-ID
                   TO WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB)
               MOVE AUTH-CHECKER-TIMESTAMP
                   TO WS-AUTH-CHECKER-TS(WS-AUTH-FOUND-SUB)
           END-IF.

      *  A control record is file identity, not a transaction: the
      *  header is proven against the registry before anything is
      *  counted, the trailer (already verified by TRNEDIT1) is
           END-IF.

       2001-COUNT-TRANSACTION.
           PERFORM 2005-CHECK-VALUE-DATE.
           EVALUATE TRANS-TYPE
               WHEN 'R'
                   IF TRANS-COUNTER-CODE >= 1
                       AND TRANS-NET-COUNTER-CODE >= 1
                       AND TRANS-NET-COUNTER-CODE <= 3
                       SET WS-CTR-IDX TO TRANS-COUNTER-CODE
                       IF WS-BACK-DATED
                           PERFORM 2030-POST-PRIOR-PERIOD
                       ELSE
                           PERFORM 2050-BUMP-COUNTER
      *                    A reversal that was itself shunted at the
      *                    ceiling was not counted, so its netting
      *                    must not apply either - the whole record
      *                    waits on the exception file.
                           IF NOT WS-TRANS-SHUNTED
                               PERFORM 2055-NET-ORIGINAL-COUNTER
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF TRANS-COUNTER-CODE >= 1
                       AND TRANS-COUNTER-CODE <= 4
                       SET WS-CTR-IDX TO TRANS-COUNTER-CODE
                       IF WS-BACK-DATED
                           PERFORM 2030-POST-PRIOR-PERIOD
                       ELSE
                           PERFORM 2050-BUMP-COUNTER
                       END-IF
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-RECORDS-SINCE-CKPT.
           END-IF.
           PERFORM 2100-READ-TRANS-FILE.

      *  TRNEDIT1 has already refused a value date that is not a
      *  date, lies in the future or reaches past the back-dating
      *  limit, so any numeric value date before the business date is
      *  a genuine prior-period item.  Spaces, or the business date
      *  itself, is ordinary traffic.  A reset has no value date.
       2005-CHECK-VALUE-DATE.
           MOVE 'N' TO WS-BACK-DATED-SWITCH.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-VALUE-DATE IS NUMERIC
               AND TRANS-VALUE-DATE < WS-BUSINESS-DATE
               SET WS-BACK-DATED TO TRUE
           END-IF.

      *  A back-dated item goes to its own date's account activity,
      *  never to tonight's counters: the master buckets when the
      *  master still holds that date (they reach ACCTHIST when the
      *  account next rolls), otherwise the account's ACCTHIST
      *  record for the date.  The master is not stamped - its
      *  buckets stay tonight's, or whichever day they already were.
      *  A back-dated netting reversal is applied as a reversal on
      *  that date, exactly as 2090 applies one tonight; the back-out
      *  of its original is carried into the prior-period totals by
      *  the BKDTFILE record.  The base amount is taken at the
      *  business date's rate.
       2030-POST-PRIOR-PERIOD.
           PERFORM 2040-CONVERT-TO-BASE.
           MOVE SPACES TO BACKDATED-RECORD.
           MOVE TRANS-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.
           IF WS-ACCT-FOUND
               AND ACCT-LAST-ACTIVITY-DATE = TRANS-VALUE-DATE
               ADD 1 TO ACCT-DAILY-COUNT(WS-CTR-IDX)
               ADD WS-BASE-AMOUNT TO ACCT-DAILY-AMOUNT(WS-CTR-IDX)
               REWRITE ACCOUNT-MASTER-RECORD
               SET BKDT-ON-MASTER TO TRUE
           ELSE
               PERFORM 2031-WRITE-PRIOR-HISTORY
               SET BKDT-ON-HISTORY TO TRUE
           END-IF.
           MOVE WS-TODAY-DATE TO BKDT-RUN-DATE.
           MOVE TRANS-VALUE-DATE TO BKDT-VALUE-DATE.
           MOVE TRANS-ACCOUNT-ID TO BKDT-ACCOUNT-ID.
           MOVE TRANS-COUNTER-CODE TO BKDT-COUNTER-CODE.
           MOVE TRANS-TYPE TO BKDT-TRANS-TYPE.
           IF TRANS-TYPE = 'N'
               MOVE TRANS-NET-COUNTER-CODE TO BKDT-NET-COUNTER-CODE
           ELSE
               MOVE 0 TO BKDT-NET-COUNTER-CODE
           END-IF.
           MOVE TRANS-BRANCH-CODE TO BKDT-BRANCH-CODE.
           MOVE TRANS-CURRENCY-CODE TO BKDT-CURRENCY-CODE.
           MOVE TRANS-AMOUNT TO BKDT-ORIG-AMOUNT.
           MOVE WS-BASE-AMOUNT TO BKDT-BASE-AMOUNT.
           MOVE "BUGJOB01" TO BKDT-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO BKDT-TIMESTAMP.
           WRITE BACKDATED-RECORD.
           ADD 1 TO WS-BKDT-WRITTEN.

      *  The item is added to the account's history for the original
      *  date - the day's record when there is one, else a record
      *  holding only this item.
       2031-WRITE-PRIOR-HISTORY.
           MOVE TRANS-ACCOUNT-ID TO WS-AHPOST-ACCOUNT-ID.
           MOVE TRANS-VALUE-DATE TO WS-AHPOST-DATE.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 4
               MOVE 0 TO WS-AHPOST-COUNT(WS-ACCT-SUB)
               MOVE 0 TO WS-AHPOST-AMOUNT(WS-ACCT-SUB)
           END-PERFORM.
           ADD 1 TO WS-AHPOST-COUNT(WS-CTR-IDX).
           ADD WS-BASE-AMOUNT TO WS-AHPOST-AMOUNT(WS-CTR-IDX).
           PERFORM 2032-POST-HISTORY-RECORD.

      *  One history record per account and date: WS-AHIST-POST is
      *  added to the record on file for its key, or written as the
      *  day's first record.
       2032-POST-HISTORY-RECORD.
           MOVE WS-AHPOST-KEY TO AHIST-KEY.
           READ ACCOUNT-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AHIST-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AHIST-FOUND-SWITCH
           END-READ.
           IF WS-AHIST-FOUND
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   ADD WS-AHPOST-COUNT(WS-ACCT-SUB)
                       TO AHIST-DAILY-COUNT(WS-ACCT-SUB)
                   ADD WS-AHPOST-AMOUNT(WS-ACCT-SUB)
                       TO AHIST-DAILY-AMOUNT(WS-ACCT-SUB)
               END-PERFORM
               REWRITE ACCOUNT-HISTORY-RECORD
           ELSE
               MOVE WS-AHPOST-KEY TO AHIST-KEY
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   MOVE WS-AHPOST-COUNT(WS-ACCT-SUB)
                       TO AHIST-DAILY-COUNT(WS-ACCT-SUB)
                   MOVE WS-AHPOST-AMOUNT(WS-ACCT-SUB)
                       TO AHIST-DAILY-AMOUNT(WS-ACCT-SUB)
               END-PERFORM
               WRITE ACCOUNT-HISTORY-RECORD
           END-IF.

       2050-BUMP-COUNTER.
           MOVE 'N' TO WS-TRANS-SHUNTED-SWITCH.
           PERFORM 2040-CONVERT-TO-BASE.
           MOVE WS-COUNTER-VALUE(WS-CTR-IDX) TO WS-PREV-COUNTER-VALUE.
           ADD 1 TO WS-COUNTER-VALUE(WS-CTR-IDX).
           ADD WS-BASE-AMOUNT TO WS-COUNTER-AMOUNT(WS-CTR-IDX).
      *    A transaction that would push the counter past the error
      *    ceiling is shunted INSTEAD of counted: the exception record
      *    preserves it and the add is backed out, so the counter pins
               ADD 1 TO WS-OVERFLOW-COUNT(WS-CTR-IDX)
               PERFORM 2070-SHUNT-TO-EXCEPTIONS
               SUBTRACT 1 FROM WS-COUNTER-VALUE(WS-CTR-IDX)
               SUBTRACT WS-BASE-AMOUNT
                   FROM WS-COUNTER-AMOUNT(WS-CTR-IDX)
               SET WS-TRANS-SHUNTED TO TRUE
           END-IF.
      *    must not reach it either - it waits, whole, on the
      *    exception file.
           IF NOT WS-TRANS-SHUNTED
               PERFORM 2065-CHARGE-FEE
               PERFORM 2090-UPDATE-ACCOUNT-MASTER
               PERFORM 2096-BUMP-BRANCH-TOTALS
               PERFORM 2045-BUMP-CURRENCY-TOTALS
           END-IF.

      *  Back the reversed transaction out of the counter it
       2055-NET-ORIGINAL-COUNTER.
           SET WS-NET-IDX TO TRANS-NET-COUNTER-CODE.
           IF WS-COUNTER-VALUE(WS-NET-IDX) < 1
               OR WS-COUNTER-AMOUNT(WS-NET-IDX) < WS-BASE-AMOUNT
               MOVE WS-COUNTER-NAME(WS-NET-IDX) TO EXCP-COUNTER-NAME
               MOVE WS-COUNTER-VALUE(WS-NET-IDX)
                   TO EXCP-COUNTER-VALUE
               MOVE TRANS-ACCOUNT-ID TO EXCP-TRANS-ACCOUNT-ID
               MOVE WS-BASE-AMOUNT TO EXCP-TRANS-AMOUNT
               MOVE "NETN" TO EXCP-REASON-CODE
               MOVE TRANS-NET-COUNTER-CODE TO EXCP-NET-COUNTER-CODE
               MOVE WS-TODAY-DATE TO EXCP-SHUNT-DATE
                   " would go negative - record shunted"
           ELSE
               SUBTRACT 1 FROM WS-COUNTER-VALUE(WS-NET-IDX)
               SUBTRACT WS-BASE-AMOUNT
                   FROM WS-COUNTER-AMOUNT(WS-NET-IDX)
               ADD 1 TO WS-NETTED-COUNT(WS-NET-IDX)
               ADD WS-BASE-AMOUNT TO WS-NETTED-AMOUNT(WS-NET-IDX)
      *        The fee the original was charged comes out with it,
      *        priced again from the reversal - which carries the
      *        original's amount and branch - on the original's
      *        counter.
               SET WS-FEE-CTR-SUB TO WS-NET-IDX
               PERFORM 2066-COMPUTE-FEE
               IF WS-FEE-AMOUNT NOT = 0
                   SUBTRACT 1 FROM WS-FEE-COUNT(WS-NET-IDX)
                   SUBTRACT WS-FEE-AMOUNT
                       FROM WS-FEE-INCOME(WS-NET-IDX)
                   PERFORM 2068-BACK-OUT-ACCOUNT-FEE
               END-IF
      *        The back-out lands on the reversal record's own
      *        branch so the branch rollup stays in step with the
      *        bank-wide net figures.
                   SET WS-BRANCH-CTR-SUB TO WS-NET-IDX
                   SUBTRACT 1 FROM WS-BRANCH-CTR-COUNT
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   SUBTRACT WS-BASE-AMOUNT FROM WS-BRANCH-CTR-AMOUNT
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   IF WS-FEE-AMOUNT NOT = 0
                       SUBTRACT 1 FROM WS-BRANCH-CTR-FEE-COUNT
                           (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                       SUBTRACT WS-FEE-AMOUNT FROM WS-BRANCH-CTR-FEE
                           (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   END-IF
               END-IF
      *        And on the reversal's own currency, for the same
      *        reason.
               IF TRANS-CURRENCY-CODE NOT = SPACES
                   MOVE TRANS-CURRENCY-CODE TO WS-WORK-CURRENCY
                   PERFORM 2046-FIND-OR-ADD-CURRENCY
                   IF WS-CURR-FOUND-SUB > 0
                       SET WS-CURR-CTR-SUB TO WS-NET-IDX
                       SUBTRACT 1 FROM WS-CURR-CTR-COUNT
                           (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                       SUBTRACT TRANS-AMOUNT FROM WS-CURR-CTR-ORIG
                           (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                       SUBTRACT WS-BASE-AMOUNT FROM WS-CURR-CTR-BASE
                           (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   END-IF
               END-IF
           END-IF.

      *  The fee on a transaction counted tonight, booked to its
      *  counter here and to its account and branch by 2090 and 2096.
       2065-CHARGE-FEE.
           SET WS-FEE-CTR-SUB TO WS-CTR-IDX.
           PERFORM 2066-COMPUTE-FEE.
           IF WS-FEE-AMOUNT NOT = 0
               ADD 1 TO WS-FEE-COUNT(WS-CTR-IDX)
               ADD WS-FEE-AMOUNT TO WS-FEE-INCOME(WS-CTR-IDX)
           END-IF.

      *  Flat amount plus the percentage of the base amount, rounded
      *  to the cent, then held between the minimum and the maximum
      *  (a zero maximum is no cap).  No schedule for the counter is
      *  no fee.
       2066-COMPUTE-FEE.
           MOVE 0 TO WS-FEE-AMOUNT.
           PERFORM 2067-FIND-FEE-SCHEDULE.
           IF WS-FEES-FOUND-SUB > 0
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-FEES-FLAT(WS-FEES-FOUND-SUB) +
                   WS-BASE-AMOUNT *
                   WS-FEES-PERCENT(WS-FEES-FOUND-SUB) / 100
               IF WS-FEE-AMOUNT < WS-FEES-MINIMUM(WS-FEES-FOUND-SUB)
                   MOVE WS-FEES-MINIMUM(WS-FEES-FOUND-SUB)
                       TO WS-FEE-AMOUNT
               END-IF
               IF WS-FEES-MAXIMUM(WS-FEES-FOUND-SUB) > 0
                   AND WS-FEE-AMOUNT >
                       WS-FEES-MAXIMUM(WS-FEES-FOUND-SUB)
                   MOVE WS-FEES-MAXIMUM(WS-FEES-FOUND-SUB)
                       TO WS-FEE-AMOUNT
               END-IF
           END-IF.

      *  The transaction's own branch schedule if it has one, else
      *  the network-wide schedule for the counter.
       2067-FIND-FEE-SCHEDULE.
           MOVE WS-FEE-CTR-SUB TO WS-FEES-WORK-COUNTER.
           MOVE 0 TO WS-FEES-FOUND-SUB.
           IF TRANS-BRANCH-CODE NOT = SPACES
               MOVE TRANS-BRANCH-CODE TO WS-FEES-WORK-BRANCH
               PERFORM 2069-SEARCH-FEE-SCHEDULE
           END-IF.
           IF WS-FEES-FOUND-SUB = 0
               MOVE SPACES TO WS-FEES-WORK-BRANCH
               PERFORM 2069-SEARCH-FEE-SCHEDULE
           END-IF.

      *  2090 has just rewritten the reversal's account, which is the
      *  original's account, so the master record is on file.
       2068-BACK-OUT-ACCOUNT-FEE.
           MOVE TRANS-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.
           IF WS-ACCT-FOUND
               SUBTRACT WS-FEE-AMOUNT FROM ACCT-FEE-TO-DATE
               REWRITE ACCOUNT-MASTER-RECORD
           END-IF.

       2069-SEARCH-FEE-SCHEDULE.
           MOVE 0 TO WS-FEES-FOUND-SUB.
           PERFORM VARYING WS-FEES-SUB FROM 1 BY 1
                   UNTIL WS-FEES-SUB > WS-FEES-USED
                   OR WS-FEES-FOUND-SUB > 0
               IF WS-FEES-COUNTER(WS-FEES-SUB) = WS-FEES-WORK-COUNTER
                   AND WS-FEES-BRANCH(WS-FEES-SUB) =
                       WS-FEES-WORK-BRANCH
                   MOVE WS-FEES-SUB TO WS-FEES-FOUND-SUB
               END-IF
           END-PERFORM.

      *  Spaces is base currency and passes straight through.  Any
      *  other code takes the rate dated the business date, else the
      *  latest earlier one (a same-day rerun after the rate file
      *  rolled).  TRNEDIT1 refuses any currency with no rate, so
      *  none at all here means FXRATES changed under the chain:
      *  stop rather than count foreign money as base.
       2040-CONVERT-TO-BASE.
           IF TRANS-CURRENCY-CODE = SPACES
               MOVE TRANS-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM 2041-FIND-FX-RATE
               IF WS-FX-FOUND-SUB = 0
                   DISPLAY "FATAL: no FXRATES rate for currency "
                       TRANS-CURRENCY-CODE " on or before "
                       WS-FX-RATE-DATE " - account "
                       TRANS-ACCOUNT-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   TRANS-AMOUNT * WS-FX-RATE(WS-FX-FOUND-SUB)
                   ON SIZE ERROR
                       DISPLAY "FATAL: base amount of "
                           TRANS-CURRENCY-CODE " " TRANS-AMOUNT
                           " overflows - account " TRANS-ACCOUNT-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-COMPUTE
           END-IF.

       2041-FIND-FX-RATE.
           MOVE 0 TO WS-FX-FOUND-SUB.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-FX-CODE(WS-FX-SUB) = TRANS-CURRENCY-CODE
                   AND WS-FX-DATE(WS-FX-SUB) NOT > WS-FX-RATE-DATE
                   IF WS-FX-FOUND-SUB = 0
                       MOVE WS-FX-SUB TO WS-FX-FOUND-SUB
                   ELSE
                       IF WS-FX-DATE(WS-FX-SUB) >
                               WS-FX-DATE(WS-FX-FOUND-SUB)
                           MOVE WS-FX-SUB TO WS-FX-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *  A counted foreign-currency transaction adds to its
      *  currency's original and base totals under its counter.
       2045-BUMP-CURRENCY-TOTALS.
           IF TRANS-CURRENCY-CODE NOT = SPACES
               MOVE TRANS-CURRENCY-CODE TO WS-WORK-CURRENCY
               PERFORM 2046-FIND-OR-ADD-CURRENCY
               IF WS-CURR-FOUND-SUB > 0
                   SET WS-CURR-CTR-SUB TO WS-CTR-IDX
                   ADD 1 TO WS-CURR-CTR-COUNT
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   ADD TRANS-AMOUNT TO WS-CURR-CTR-ORIG
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   ADD WS-BASE-AMOUNT TO WS-CURR-CTR-BASE
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
               END-IF
           END-IF.

      *  Currencies appear in the table on first sight, in arrival
      *  order.
       2046-FIND-OR-ADD-CURRENCY.
           MOVE 0 TO WS-CURR-FOUND-SUB.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
                   OR WS-CURR-FOUND-SUB > 0
               IF WS-CURR-CODE(WS-CURR-SUB) = WS-WORK-CURRENCY
                   MOVE WS-CURR-SUB TO WS-CURR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-CURR-FOUND-SUB = 0 AND WS-CURR-USED < 30
               ADD 1 TO WS-CURR-USED
               MOVE WS-CURR-USED TO WS-CURR-FOUND-SUB
               MOVE WS-WORK-CURRENCY
                   TO WS-CURR-CODE(WS-CURR-FOUND-SUB)
               PERFORM VARYING WS-CURR-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-CTR-SUB > 4
                   MOVE 0 TO WS-CURR-CTR-COUNT
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   MOVE 0 TO WS-CURR-CTR-ORIG
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   MOVE 0 TO WS-CURR-CTR-BASE
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
               END-PERFORM
           END-IF.
           IF WS-CURR-FOUND-SUB = 0
               ADD 1 TO WS-CURR-DROPPED
           END-IF.

      *  The reset is keyed on the counter code and reset value it
      *  carries; the operator on the record is the maker, and only an
      *  approval by somebody else lets the reset through.
       2080-OPERATOR-RESET.
           MOVE SPACES TO WS-AUTH-WORK-KEY.
           STRING TRANS-COUNTER-CODE TRANS-RESET-VALUE
               DELIMITED BY SIZE INTO WS-AUTH-WORK-KEY.
           MOVE TRANS-OPERATOR-ID TO WS-AUTH-WORK-MAKER.
           PERFORM 2081-CHECK-AUTHORIZATION.
           PERFORM 2083-WRITE-AUTH-TRAIL.
           IF WS-AUTH-GRANTED
               MOVE WS-COUNTER-NAME(WS-CTR-IDX) TO AUDIT-COUNTER-NAME
               MOVE "MANL" TO AUDIT-RESET-TYPE
               MOVE TRANS-OPERATOR-ID TO AUDIT-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-COUNTER-VALUE(WS-CTR-IDX) TO AUDIT-OLD-VALUE
               MOVE TRANS-RESET-VALUE TO AUDIT-NEW-VALUE
               WRITE AUDIT-RECORD
               MOVE TRANS-RESET-VALUE TO WS-COUNTER-VALUE(WS-CTR-IDX)
               DISPLAY "Operator " TRANS-OPERATOR-ID " reset "
                   WS-COUNTER-NAME(WS-CTR-IDX) " to "
                   TRANS-RESET-VALUE
           ELSE
               ADD 1 TO WS-AUTH-HELD-COUNT
               DISPLAY "Reset of " WS-COUNTER-NAME(WS-CTR-IDX)
                   " by " TRANS-OPERATOR-ID " HELD - "
                   WS-AUTH-HOLD-REASON
           END-IF.

      *  Spaces in WS-AUTH-HOLD-REASON means the action may go ahead:
      *  the latest trail record for the key is an approval, its
      *  maker is the operator asking now, and its checker is
      *  somebody else.
       2081-CHECK-AUTHORIZATION.
           MOVE SPACES TO WS-AUTH-HOLD-REASON.
           PERFORM 2082-FIND-AUTHORIZATION.
           IF WS-AUTH-FOUND-SUB = 0
               MOVE "NO REQUEST ON FILE" TO WS-AUTH-HOLD-REASON
           ELSE
               EVALUATE WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
                   WHEN "APPROVED"
                       IF WS-AUTH-MAKER(WS-AUTH-FOUND-SUB) NOT =
                               WS-AUTH-WORK-MAKER
                           MOVE "MAKER NOT THE REQUESTER"
                               TO WS-AUTH-HOLD-REASON
                       ELSE
                           IF WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB) =
                                   SPACES
                               OR WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB)
                                   = WS-AUTH-WORK-MAKER
                               MOVE "SELF-APPROVED"
                                   TO WS-AUTH-HOLD-REASON
                           END-IF
                       END-IF
                   WHEN "APPLIED"
                       MOVE "APPROVAL ALREADY USED"
                           TO WS-AUTH-HOLD-REASON
                   WHEN "DECLINED"
                       MOVE "REQUEST DECLINED" TO WS-AUTH-HOLD-REASON
                   WHEN OTHER
                       MOVE "AWAITING SECOND APPROVAL"
                           TO WS-AUTH-HOLD-REASON
               END-EVALUATE
           END-IF.

       2082-FIND-AUTHORIZATION.
           MOVE 0 TO WS-AUTH-FOUND-SUB.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                   OR WS-AUTH-FOUND-SUB > 0
               IF WS-AUTH-KEY(WS-AUTH-SUB) = WS-AUTH-WORK-KEY
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-PERFORM.

      *  APPLIED consumes the approval so it can never be used twice;
      *  HELD records the refused attempt and leaves the request open
      *  for a second operator to approve.  Against an open request
      *  the record keeps that request's maker and checker, whoever
      *  is asking now, and an approval somebody else tries to use is
      *  logged with its status unchanged so its own maker still
      *  holds it.  A closed request (applied or declined) leaves the
      *  attempt as a new, unrequested action by the operator asking.
       2083-WRITE-AUTH-TRAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-NOW.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           SET AUTH-TYPE-RESET TO TRUE.
           MOVE WS-AUTH-WORK-KEY TO AUTH-ACTION-KEY.
           MOVE WS-AUTH-WORK-MAKER TO AUTH-MAKER-ID.
           MOVE WS-AUTH-NOW TO AUTH-MAKER-TIMESTAMP.
           MOVE WS-AUTH-NOW TO AUTH-EVENT-TIMESTAMP.
           IF WS-AUTH-FOUND-SUB > 0
               IF WS-AUTH-STAT(WS-AUTH-FOUND-SUB) NOT = "APPLIED"
                   AND WS-AUTH-STAT(WS-AUTH-FOUND-SUB) NOT = "DECLINED"
                   MOVE WS-AUTH-MAKER(WS-AUTH-FOUND-SUB)
                       TO AUTH-MAKER-ID
                   MOVE WS-AUTH-MAKER-TS(WS-AUTH-FOUND-SUB)
                       TO AUTH-MAKER-TIMESTAMP
                   MOVE WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB)
                       TO AUTH-CHECKER-ID
                   MOVE WS-AUTH-CHECKER-TS(WS-AUTH-FOUND-SUB)
                       TO AUTH-CHECKER-TIMESTAMP
               END-IF
           END-IF.
           IF WS-AUTH-GRANTED
               SET AUTH-APPLIED TO TRUE
           ELSE
               MOVE WS-AUTH-HOLD-REASON TO AUTH-HOLD-REASON
               IF WS-AUTH-HOLD-REASON = "MAKER NOT THE REQUESTER"
                   MOVE WS-AUTH-STAT(WS-AUTH-FOUND-SUB) TO AUTH-STATUS
               ELSE
                   SET AUTH-HELD TO TRUE
               END-IF
           END-IF.
           PERFORM 1410-ABSORB-AUTHORIZATION.
           WRITE AUTHORIZATION-RECORD.

       2070-SHUNT-TO-EXCEPTIONS.
           MOVE WS-COUNTER-NAME(WS-CTR-IDX) TO EXCP-COUNTER-NAME.
           MOVE WS-COUNTER-VALUE(WS-CTR-IDX) TO EXCP-COUNTER-VALUE.
           MOVE TRANS-ACCOUNT-ID TO EXCP-TRANS-ACCOUNT-ID.
           MOVE WS-BASE-AMOUNT TO EXCP-TRANS-AMOUNT.
           MOVE "OVER" TO EXCP-REASON-CODE.
      *    A shunted netting reversal keeps its netting target on the
      *    exception record so the deferred back-out reposts with it.
           END-READ.
           IF NOT WS-ACCT-FOUND
               MOVE TRANS-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               MOVE 0 TO ACCT-FEE-TO-DATE
               PERFORM 2095-CLEAR-DAILY-BUCKETS
           ELSE
               IF ACCT-LAST-ACTIVITY-DATE NOT = WS-TODAY-DATE
                   PERFORM 2091-CHECK-REACTIVATION
                   PERFORM 2093-ROLL-BUCKETS-TO-HISTORY
                   PERFORM 2095-CLEAR-DAILY-BUCKETS
               ELSE
                   PERFORM 2092-CHECK-WOKEN-WITHDRAWAL
               END-IF
           END-IF.
           ADD 1 TO ACCT-DAILY-COUNT(WS-CTR-IDX).
           ADD WS-BASE-AMOUNT TO ACCT-DAILY-AMOUNT(WS-CTR-IDX).
           ADD WS-FEE-AMOUNT TO ACCT-FEE-TO-DATE.
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE.
      *    The first branch seen becomes the home branch.
           IF NOT WS-ACCT-FOUND OR ACCT-BRANCH-CODE = SPACES
               MOVE TRANS-BRANCH-CODE TO ACCT-BRANCH-CODE
           END-IF.
           IF WS-ACCT-FOUND
               REWRITE ACCOUNT-MASTER-RECORD
           ELSE
               WRITE ACCOUNT-MASTER-RECORD
           END-IF.

      *  Runs before the roll, while the master still holds the last
      *  active day's buckets.  A date that is not a date cannot be
      *  aged and is left alone.
       2091-CHECK-REACTIVATION.
           IF ACCT-LAST-ACTIVITY-DATE IS NUMERIC
               AND ACCT-LAST-ACTIVITY-DATE(5:2) >= "01"
               AND ACCT-LAST-ACTIVITY-DATE(5:2) <= "12"
               AND ACCT-LAST-ACTIVITY-DATE(7:2) >= "01"
               AND ACCT-LAST-ACTIVITY-DATE(7:2) <= "31"
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-DORM-LAST-NUM
               MOVE WS-TODAY-DATE TO WS-DORM-TODAY-NUM
               COMPUTE WS-DORM-DAYS-INACTIVE =
                   FUNCTION INTEGER-OF-DATE(WS-DORM-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DORM-LAST-NUM)
               IF WS-DORM-DAYS-INACTIVE >= WS-DORMANT-DAYS
                   PERFORM 2094-REMEMBER-REACTIVATION
                   PERFORM 2097-WRITE-REACTIVATION
               END-IF
           END-IF.

      *  The account already woke earlier tonight; only a large
      *  withdrawal is worth a second record and alert.
       2092-CHECK-WOKEN-WITHDRAWAL.
           MOVE 0 TO WS-REACT-FOUND-SUB.
           PERFORM VARYING WS-REACT-SUB FROM 1 BY 1
                   UNTIL WS-REACT-SUB > WS-REACT-USED
                   OR WS-REACT-FOUND-SUB > 0
               IF WS-REACT-ACCOUNT(WS-REACT-SUB) = ACCT-ACCOUNT-ID
                   MOVE WS-REACT-SUB TO WS-REACT-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-REACT-FOUND-SUB > 0
               AND WS-CTR-IDX = WS-CTR-WITHDRAWALS
               AND WS-BASE-AMOUNT >= WS-LARGE-WDL-AMOUNT
               PERFORM 2097-WRITE-REACTIVATION
           END-IF.

       2094-REMEMBER-REACTIVATION.
           IF WS-REACT-USED < 200
               ADD 1 TO WS-REACT-USED
               MOVE WS-REACT-USED TO WS-REACT-FOUND-SUB
               MOVE ACCT-ACCOUNT-ID
                   TO WS-REACT-ACCOUNT(WS-REACT-FOUND-SUB)
               MOVE ACCT-LAST-ACTIVITY-DATE
                   TO WS-REACT-LAST-DATE(WS-REACT-FOUND-SUB)
               MOVE WS-DORM-DAYS-INACTIVE
                   TO WS-REACT-DAYS(WS-REACT-FOUND-SUB)
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   MOVE ACCT-DAILY-COUNT(WS-ACCT-SUB)
                       TO WS-REACT-LAST-COUNT(WS-REACT-FOUND-SUB,
                           WS-ACCT-SUB)
                   MOVE ACCT-DAILY-AMOUNT(WS-ACCT-SUB)
                       TO WS-REACT-LAST-AMOUNT(WS-REACT-FOUND-SUB,
                           WS-ACCT-SUB)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-REACT-FOUND-SUB
               ADD 1 TO WS-REACT-DROPPED
           END-IF.

      *  The last active day comes from the woken-account table when
      *  the account is in it, else straight off the master (the
      *  table was full).
       2097-WRITE-REACTIVATION.
           MOVE 'N' TO WS-REACT-LARGE-SWITCH.
           IF WS-CTR-IDX = WS-CTR-WITHDRAWALS
               AND WS-BASE-AMOUNT >= WS-LARGE-WDL-AMOUNT
               SET WS-REACT-LARGE TO TRUE
           END-IF.
           MOVE SPACES TO DORMANCY-RECORD.
           MOVE ACCT-ACCOUNT-ID TO DORM-ACCOUNT-ID.
           SET DORM-REACTIVATED TO TRUE.
           MOVE WS-TODAY-DATE TO DORM-STATUS-DATE.
           IF WS-REACT-FOUND-SUB > 0
               MOVE WS-REACT-LAST-DATE(WS-REACT-FOUND-SUB)
                   TO DORM-LAST-ACTIVITY-DATE
               MOVE WS-REACT-LAST-DATE(WS-REACT-FOUND-SUB)
                   TO DORM-LAST-ACTIVE-DATE
               MOVE WS-REACT-DAYS(WS-REACT-FOUND-SUB)
                   TO DORM-DAYS-INACTIVE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   MOVE WS-REACT-LAST-COUNT(WS-REACT-FOUND-SUB,
                           WS-ACCT-SUB)
                       TO DORM-LAST-COUNT(WS-ACCT-SUB)
                   MOVE WS-REACT-LAST-AMOUNT(WS-REACT-FOUND-SUB,
                           WS-ACCT-SUB)
                       TO DORM-LAST-AMOUNT(WS-ACCT-SUB)
               END-PERFORM
           ELSE
               MOVE ACCT-LAST-ACTIVITY-DATE TO DORM-LAST-ACTIVITY-DATE
               MOVE ACCT-LAST-ACTIVITY-DATE TO DORM-LAST-ACTIVE-DATE
               MOVE WS-DORM-DAYS-INACTIVE TO DORM-DAYS-INACTIVE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   MOVE ACCT-DAILY-COUNT(WS-ACCT-SUB)
                       TO DORM-LAST-COUNT(WS-ACCT-SUB)
                   MOVE ACCT-DAILY-AMOUNT(WS-ACCT-SUB)
                       TO DORM-LAST-AMOUNT(WS-ACCT-SUB)
               END-PERFORM
           END-IF.
           SET WS-ACCT-SUB TO WS-CTR-IDX.
           MOVE WS-ACCT-SUB TO DORM-REACT-COUNTER-CODE.
           MOVE WS-BASE-AMOUNT TO DORM-REACT-AMOUNT.
           MOVE WS-REACT-LARGE-SWITCH TO DORM-LARGE-WDL-FLAG.
           MOVE "BUGJOB01" TO DORM-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO DORM-TIMESTAMP.
           WRITE DORMANCY-RECORD.
      *    Threshold zero is how ALRTMGR1 reads a HIGH alert; a
      *    threshold equal to the value reads LOW.
           MOVE ACCT-ACCOUNT-ID TO ALERT-COUNTER-NAME.
           MOVE WS-BASE-AMOUNT TO ALERT-CURRENT-VALUE.
           IF WS-REACT-LARGE
               MOVE 0 TO ALERT-THRESHOLD-VALUE
               ADD 1 TO WS-REACT-LARGE-COUNT
           ELSE
               MOVE ALERT-CURRENT-VALUE TO ALERT-THRESHOLD-VALUE
               IF ALERT-THRESHOLD-VALUE = 0
                   MOVE 1 TO ALERT-THRESHOLD-VALUE
               END-IF
               ADD 1 TO WS-REACT-COUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP.
           WRITE ALERT-RECORD.

      *  The outgoing day's buckets become a permanent ACCTHIST
      *  record before the clear erases them - an account with no
      *  activity at all on its last date (possible after a manual
      *  master fix) writes nothing.  A date already on file (an
      *  EXCPRPR1 repost or back-dated item got there first) has the
      *  buckets added to it.
       2093-ROLL-BUCKETS-TO-HISTORY.
           MOVE 'N' TO WS-AHIST-ANY-SWITCH.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.
           IF WS-AHIST-ANY
               MOVE ACCT-ACCOUNT-ID TO WS-AHPOST-ACCOUNT-ID
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-AHPOST-DATE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   MOVE ACCT-DAILY-COUNT(WS-ACCT-SUB)
                       TO WS-AHPOST-COUNT(WS-ACCT-SUB)
                   MOVE ACCT-DAILY-AMOUNT(WS-ACCT-SUB)
                       TO WS-AHPOST-AMOUNT(WS-ACCT-SUB)
               END-PERFORM
               PERFORM 2032-POST-HISTORY-RECORD
           END-IF.

       2095-CLEAR-DAILY-BUCKETS.
               SET WS-BRANCH-CTR-SUB TO WS-CTR-IDX
               ADD 1 TO WS-BRANCH-CTR-COUNT
                   (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
               ADD WS-BASE-AMOUNT TO WS-BRANCH-CTR-AMOUNT
                   (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
               IF WS-FEE-AMOUNT NOT = 0
                   ADD 1 TO WS-BRANCH-CTR-FEE-COUNT
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   ADD WS-FEE-AMOUNT TO WS-BRANCH-CTR-FEE
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
               END-IF
           END-IF.

      *  Branches appear in the table on first sight, in arrival
               MOVE WS-BRANCH-USED TO WS-BRANCH-FOUND-SUB
               MOVE WS-WORK-BRANCH
                   TO WS-BRANCH-CODE(WS-BRANCH-FOUND-SUB)
               PERFORM 2099-RESOLVE-BRANCH-REGION
               PERFORM VARYING WS-BRANCH-CTR-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-CTR-SUB > 4
                   MOVE 0 TO WS-BRANCH-CTR-COUNT
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   MOVE 0 TO WS-BRANCH-CTR-AMOUNT
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   MOVE 0 TO WS-BRANCH-CTR-FEE-COUNT
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   MOVE 0 TO WS-BRANCH-CTR-FEE
                       (WS-BRANCH-FOUND-SUB, WS-BRANCH-CTR-SUB)
               END-PERFORM
           END-IF.
           IF WS-BRANCH-FOUND-SUB = 0
               ADD 1 TO WS-BRANCH-DROPPED
           END-IF.

       2099-RESOLVE-BRANCH-REGION.
           MOVE SPACES TO WS-BRANCH-REGION(WS-BRANCH-FOUND-SUB).
           MOVE SPACES TO WS-BRANCH-COST-CENTER(WS-BRANCH-FOUND-SUB).
           PERFORM VARYING WS-BRMS-SUB FROM 1 BY 1
                   UNTIL WS-BRMS-SUB > WS-BRMS-COUNT
               IF WS-BRMS-CODE(WS-BRMS-SUB) = WS-WORK-BRANCH
                   MOVE WS-BRMS-REGION(WS-BRMS-SUB)
                       TO WS-BRANCH-REGION(WS-BRANCH-FOUND-SUB)
                   MOVE WS-BRMS-COST-CENTER(WS-BRMS-SUB)
                       TO WS-BRANCH-COST-CENTER(WS-BRANCH-FOUND-SUB)
                   MOVE WS-BRMS-COUNT TO WS-BRMS-SUB
               END-IF
           END-PERFORM.

       2060-WRITE-ALERT.
           MOVE WS-COUNTER-NAME(WS-CTR-IDX) TO ALERT-COUNTER-NAME.
           MOVE WS-COUNTER-VALUE(WS-CTR-IDX) TO ALERT-CURRENT-VALUE.
           SET WS-HEADER-SEEN TO TRUE.
           MOVE EXCT-EXTRACT-ID TO WS-EXTRACT-ID.
           MOVE EXCT-BUSINESS-DATE TO WS-EXTRACT-DATE.
           IF EXCT-BUSINESS-DATE IS NUMERIC
               MOVE EXCT-BUSINESS-DATE TO WS-FX-RATE-DATE
               MOVE EXCT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

       2100-READ-TRANS-FILE.
           READ TRANS-FILE
                   TO CKPT-NETTED-COUNT(WS-CTR-IDX)
               MOVE WS-NETTED-AMOUNT(WS-CTR-IDX)
                   TO CKPT-NETTED-AMOUNT(WS-CTR-IDX)
               MOVE WS-FEE-COUNT(WS-CTR-IDX)
                   TO CKPT-FEE-COUNT(WS-CTR-IDX)
               MOVE WS-FEE-INCOME(WS-CTR-IDX)
                   TO CKPT-FEE-AMOUNT(WS-CTR-IDX)
           END-PERFORM.
           WRITE CKPT-RECORD.
           CLOSE CHECKPOINT-FILE.
                   MOVE WS-BRANCH-CTR-AMOUNT
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                       TO BCKP-CTR-AMOUNT(WS-BRANCH-CTR-SUB)
                   MOVE WS-BRANCH-CTR-FEE-COUNT
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                       TO BCKP-CTR-FEE-COUNT(WS-BRANCH-CTR-SUB)
                   MOVE WS-BRANCH-CTR-FEE
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                       TO BCKP-CTR-FEE-AMOUNT(WS-BRANCH-CTR-SUB)
               END-PERFORM
               WRITE BRANCH-CKPT-RECORD
           END-PERFORM.
           CLOSE BRANCH-CKPT-FILE.
           PERFORM 8200-WRITE-CURRENCY-CHECKPOINT.

      *  And the currency totals, one record per currency.
       8200-WRITE-CURRENCY-CHECKPOINT.
           OPEN OUTPUT CURRENCY-CKPT-FILE.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
               MOVE WS-TODAY-DATE TO CCKP-BUSINESS-DATE
               MOVE WS-CURR-CODE(WS-CURR-SUB) TO CCKP-CURRENCY-CODE
               PERFORM VARYING WS-CURR-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-CTR-SUB > 4
                   MOVE WS-CURR-CTR-COUNT
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO CCKP-CTR-COUNT(WS-CURR-CTR-SUB)
                   MOVE WS-CURR-CTR-ORIG
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO CCKP-CTR-ORIG-AMOUNT(WS-CURR-CTR-SUB)
                   MOVE WS-CURR-CTR-BASE
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO CCKP-CTR-BASE-AMOUNT(WS-CURR-CTR-SUB)
               END-PERFORM
               WRITE CURRENCY-CKPT-RECORD
           END-PERFORM.
           CLOSE CURRENCY-CKPT-FILE.

      *  The interim cut keeps the checkpoint, summary and extract
      *  registration but leaves the snapshot, reconciliation and GL
      *  writing them twice would double-post the day.
       9000-TERMINATE.
           PERFORM 9100-DISPLAY-OVERFLOW-SUMMARY.
           PERFORM 9050-LOAD-PRIOR-PERIOD.
           IF NOT WS-INTERIM-RUN
               PERFORM 9200-WRITE-SNAPSHOT
               PERFORM 9300-RECONCILE-CONTROL-COUNTS
           CLOSE AUDIT-FILE.
           CLOSE ACCOUNT-HISTORY-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE AUTHORIZATION-FILE.
           CLOSE DORMANCY-FILE.
           IF WS-BKDT-WRITTEN > 0
               DISPLAY "Back-dated items applied to their original "
                   "date: " WS-BKDT-WRITTEN
           END-IF.
           IF WS-REACT-COUNT > 0 OR WS-REACT-LARGE-COUNT > 0
               DISPLAY "Dormancy reactivation alerts: " WS-REACT-COUNT
                   " low, " WS-REACT-LARGE-COUNT " large withdrawal"
           END-IF.
           IF WS-REACT-DROPPED > 0
               DISPLAY "Warning: " WS-REACT-DROPPED " reactivated "
                   "account(s) not held for large-withdrawal checks"
           END-IF.
           IF WS-AUTH-HELD-COUNT > 0
               DISPLAY WS-AUTH-HELD-COUNT " operator reset(s) HELD "
                   "for dual authorization - see AUTHRPT1"
           END-IF.

      *  The trail is re-read rather than totalled on the fly so the
      *  end-of-day figures take in the items an interim cut applied
      *  earlier in the day as well as tonight's.
       9050-LOAD-PRIOR-PERIOD.
           CLOSE BACKDATED-FILE.
           OPEN INPUT BACKDATED-FILE.
           IF WS-BKDT-STATUS = "00"
               PERFORM UNTIL WS-BKDT-EOF
                   READ BACKDATED-FILE
                       AT END
                           SET WS-BKDT-EOF TO TRUE
                       NOT AT END
                           IF BKDT-RUN-DATE = WS-TODAY-DATE
                               AND BKDT-COUNTER-CODE >= 1
                               AND BKDT-COUNTER-CODE <= 4
                               PERFORM 9060-ADD-PRIOR-PERIOD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKDATED-FILE
           END-IF.
           IF WS-PRIOR-DROPPED > 0
               DISPLAY "Warning: " WS-PRIOR-DROPPED " back-dated "
                   "item(s) beyond the prior-period date table - "
                   "not on SUMRPT or GLINTF"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *  The item's own counter takes it; a netting reversal also
      *  backs its original out of the same date, as 2055 does for
      *  tonight's figures.
       9060-ADD-PRIOR-PERIOD-ITEM.
           PERFORM 9065-FIND-OR-ADD-PRIOR-DATE.
           IF WS-PRIOR-FOUND-SUB > 0
               MOVE BKDT-COUNTER-CODE TO WS-PRIOR-CTR-SUB
               ADD 1 TO WS-PRIOR-CTR-COUNT
                   (WS-PRIOR-FOUND-SUB, WS-PRIOR-CTR-SUB)
               ADD BKDT-BASE-AMOUNT TO WS-PRIOR-CTR-AMOUNT
                   (WS-PRIOR-FOUND-SUB, WS-PRIOR-CTR-SUB)
               IF BKDT-TRANS-TYPE = 'N'
                   AND BKDT-NET-COUNTER-CODE >= 1
                   AND BKDT-NET-COUNTER-CODE <= 3
                   MOVE BKDT-NET-COUNTER-CODE TO WS-PRIOR-CTR-SUB
                   SUBTRACT 1 FROM WS-PRIOR-CTR-COUNT
                       (WS-PRIOR-FOUND-SUB, WS-PRIOR-CTR-SUB)
                   SUBTRACT BKDT-BASE-AMOUNT FROM WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-FOUND-SUB, WS-PRIOR-CTR-SUB)
               END-IF
           END-IF.

      *  Dates are inserted in order, later entries shuffling up one,
      *  so the section and the 'P' lines come out oldest first.
       9065-FIND-OR-ADD-PRIOR-DATE.
           MOVE 0 TO WS-PRIOR-FOUND-SUB.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-USED
                   OR WS-PRIOR-FOUND-SUB > 0
               IF WS-PRIOR-DATE(WS-PRIOR-SUB) >= BKDT-VALUE-DATE
                   MOVE WS-PRIOR-SUB TO WS-PRIOR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND-SUB > 0
               IF WS-PRIOR-DATE(WS-PRIOR-FOUND-SUB) NOT =
                       BKDT-VALUE-DATE
                   PERFORM 9066-INSERT-PRIOR-DATE
               END-IF
           ELSE
               COMPUTE WS-PRIOR-FOUND-SUB = WS-PRIOR-USED + 1
               PERFORM 9066-INSERT-PRIOR-DATE
           END-IF.

      *  Opens a zeroed entry at WS-PRIOR-FOUND-SUB, or reports the
      *  table full and clears the subscript.
       9066-INSERT-PRIOR-DATE.
           IF WS-PRIOR-USED < 400
               ADD 1 TO WS-PRIOR-USED
               PERFORM VARYING WS-PRIOR-SUB FROM WS-PRIOR-USED BY -1
                       UNTIL WS-PRIOR-SUB <= WS-PRIOR-FOUND-SUB
                   MOVE WS-PRIOR-ENTRY(WS-PRIOR-SUB - 1)
                       TO WS-PRIOR-ENTRY(WS-PRIOR-SUB)
               END-PERFORM
               MOVE BKDT-VALUE-DATE TO WS-PRIOR-DATE(WS-PRIOR-FOUND-SUB)
               PERFORM VARYING WS-PRIOR-CTR-SUB FROM 1 BY 1
                       UNTIL WS-PRIOR-CTR-SUB > 4
                   MOVE 0 TO WS-PRIOR-CTR-COUNT
                       (WS-PRIOR-FOUND-SUB, WS-PRIOR-CTR-SUB)
                   MOVE 0 TO WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-FOUND-SUB, WS-PRIOR-CTR-SUB)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-PRIOR-FOUND-SUB
               ADD 1 TO WS-PRIOR-DROPPED
           END-IF.

      *  Only an extract that arrived with a header can be
      *  registered; registering happens last so an abended run never
               END-IF
           END-PERFORM.
           PERFORM 9420-WRITE-BRANCH-SECTION.
           PERFORM 9460-WRITE-CURRENCY-SECTION.
           PERFORM 9480-WRITE-PRIOR-PERIOD-SECTION.
           PERFORM 9485-WRITE-FEE-SECTION.
           COMPUTE WS-NET-MOVEMENT =
               WS-COUNTER-AMOUNT(WS-CTR-DEPOSITS) -
               WS-COUNTER-AMOUNT(WS-CTR-WITHDRAWALS).
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           PERFORM 9440-WRITE-REGION-SECTION.

       9430-WRITE-ONE-BRANCH.
           PERFORM VARYING WS-BRANCH-CTR-SUB FROM 1 BY 1
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                       TO WS-RPT-EDIT-AMOUNT
                   MOVE SPACES TO SUMMARY-REPORT-LINE
                   STRING "  " WS-BRANCH-CODE(WS-BRANCH-SUB)
                       "  " WS-BRANCH-REGION(WS-BRANCH-SUB)
                       "  " WS-BRANCH-COST-CENTER(WS-BRANCH-SUB)
                       "  " WS-COUNTER-NAME(WS-BRANCH-CTR-SUB)
                       "  " WS-RPT-EDIT-BCOUNT
                       "  " WS-RPT-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
                   WRITE SUMMARY-REPORT-LINE
               END-IF
           END-PERFORM.

      *  The branch rollup summed by region, so finance reads the
      *  regional totals straight off the summary.
       9440-WRITE-REGION-SECTION.
           MOVE 0 TO WS-REGION-USED.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-USED
               PERFORM 9450-ADD-BRANCH-TO-REGION
           END-PERFORM.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "ACTIVITY BY REGION" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           IF WS-REGION-USED = 0
               MOVE "  NONE" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-USED
               PERFORM VARYING WS-BRANCH-CTR-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-CTR-SUB > 4
                   IF WS-REGION-CTR-COUNT
                           (WS-REGION-SUB, WS-BRANCH-CTR-SUB) NOT = 0
                       OR WS-REGION-CTR-AMOUNT
                           (WS-REGION-SUB, WS-BRANCH-CTR-SUB) NOT = 0
                       MOVE WS-REGION-CTR-COUNT
                           (WS-REGION-SUB, WS-BRANCH-CTR-SUB)
                           TO WS-RPT-EDIT-BCOUNT
                       MOVE WS-REGION-CTR-AMOUNT
                           (WS-REGION-SUB, WS-BRANCH-CTR-SUB)
                           TO WS-RPT-EDIT-AMOUNT
                       MOVE SPACES TO SUMMARY-REPORT-LINE
                       STRING "  " WS-REGION-CODE(WS-REGION-SUB)
                           "  " WS-COUNTER-NAME(WS-BRANCH-CTR-SUB)
                           "  " WS-RPT-EDIT-BCOUNT
                           "  " WS-RPT-EDIT-AMOUNT
                           DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
                       WRITE SUMMARY-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       9450-ADD-BRANCH-TO-REGION.
           MOVE WS-BRANCH-REGION(WS-BRANCH-SUB) TO WS-WORK-REGION.
           IF WS-WORK-REGION = SPACES
               MOVE "NONE" TO WS-WORK-REGION
           END-IF.
           MOVE 0 TO WS-REGION-FOUND-SUB.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-USED
                   OR WS-REGION-FOUND-SUB > 0
               IF WS-REGION-CODE(WS-REGION-SUB) = WS-WORK-REGION
                   MOVE WS-REGION-SUB TO WS-REGION-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-REGION-FOUND-SUB = 0
               ADD 1 TO WS-REGION-USED
               MOVE WS-REGION-USED TO WS-REGION-FOUND-SUB
               MOVE WS-WORK-REGION
                   TO WS-REGION-CODE(WS-REGION-FOUND-SUB)
               PERFORM VARYING WS-BRANCH-CTR-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-CTR-SUB > 4
                   MOVE 0 TO WS-REGION-CTR-COUNT
                       (WS-REGION-FOUND-SUB, WS-BRANCH-CTR-SUB)
                   MOVE 0 TO WS-REGION-CTR-AMOUNT
                       (WS-REGION-FOUND-SUB, WS-BRANCH-CTR-SUB)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-BRANCH-CTR-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-CTR-SUB > 4
               ADD WS-BRANCH-CTR-COUNT
                   (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                   TO WS-REGION-CTR-COUNT
                   (WS-REGION-FOUND-SUB, WS-BRANCH-CTR-SUB)
               ADD WS-BRANCH-CTR-AMOUNT
                   (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                   TO WS-REGION-CTR-AMOUNT
                   (WS-REGION-FOUND-SUB, WS-BRANCH-CTR-SUB)
           END-PERFORM.

      *  Foreign-currency activity in its original currency beside
      *  the base equivalent already inside the counter amounts -
      *  what treasury reconciles its FX position against.
       9460-WRITE-CURRENCY-SECTION.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "ACTIVITY BY ORIGINAL CURRENCY" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           IF WS-CURR-USED = 0
               MOVE "  NONE" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           ELSE
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  CUR  COUNTER             COUNT  "
                   " ORIGINAL AMOUNT      BASE AMOUNT"
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
               PERFORM 9470-WRITE-ONE-CURRENCY
           END-PERFORM.
           IF WS-CURR-DROPPED > 0
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  WARNING - CURRENCY TABLE FULL - "
                   "SOME ACTIVITY UNATTRIBUTED"
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.

       9470-WRITE-ONE-CURRENCY.
           PERFORM VARYING WS-CURR-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-CTR-SUB > 4
               IF WS-CURR-CTR-COUNT
                       (WS-CURR-SUB, WS-CURR-CTR-SUB) NOT = 0
                   OR WS-CURR-CTR-ORIG
                       (WS-CURR-SUB, WS-CURR-CTR-SUB) NOT = 0
                   MOVE WS-CURR-CTR-COUNT
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO WS-RPT-EDIT-BCOUNT
                   MOVE WS-CURR-CTR-ORIG
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO WS-RPT-EDIT-ORIG
                   MOVE WS-CURR-CTR-BASE
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO WS-RPT-EDIT-AMOUNT
                   MOVE SPACES TO SUMMARY-REPORT-LINE
                   STRING "  " WS-CURR-CODE(WS-CURR-SUB)
                       "  " WS-COUNTER-NAME(WS-CURR-CTR-SUB)
                       "  " WS-RPT-EDIT-BCOUNT
                       "  " WS-RPT-EDIT-ORIG
                       "  " WS-RPT-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
                   WRITE SUMMARY-REPORT-LINE
               END-IF
           END-PERFORM.

      *  Back-dated activity by the date it belongs to - kept out of
      *  every figure above and posted as the 'P' lines.
       9480-WRITE-PRIOR-PERIOD-SECTION.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "PRIOR-PERIOD ADJUSTMENTS BY ORIGINAL DATE"
               TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           IF WS-PRIOR-USED = 0
               MOVE "  NONE" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-USED
               PERFORM 9490-WRITE-ONE-PRIOR-DATE
           END-PERFORM.
           IF WS-PRIOR-DROPPED > 0
               MOVE SPACES TO SUMMARY-REPORT-LINE
               STRING "  WARNING - PRIOR-PERIOD TABLE FULL - "
                   "SOME ACTIVITY NOT POSTED"
                   DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.

       9490-WRITE-ONE-PRIOR-DATE.
           PERFORM VARYING WS-PRIOR-CTR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-CTR-SUB > 4
               IF WS-PRIOR-CTR-COUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB) NOT = 0
                   OR WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB) NOT = 0
                   MOVE WS-PRIOR-CTR-COUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB)
                       TO WS-RPT-EDIT-BCOUNT
                   MOVE WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB)
                       TO WS-RPT-EDIT-AMOUNT
                   MOVE SPACES TO SUMMARY-REPORT-LINE
                   STRING "  " WS-PRIOR-DATE(WS-PRIOR-SUB)
                       "  " WS-COUNTER-NAME(WS-PRIOR-CTR-SUB)
                       "  " WS-RPT-EDIT-BCOUNT
                       "  " WS-RPT-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
                   WRITE SUMMARY-REPORT-LINE
               END-IF
           END-PERFORM.

      *  Fee income by counter with the day's total, then broken down
      *  by branch - the figures the 'F' lines post.
       9485-WRITE-FEE-SECTION.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "FEE INCOME BY COUNTER" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE 0 TO WS-FEE-TOTAL.
           MOVE 'N' TO WS-FEE-ANY-SWITCH.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1 UNTIL WS-CTR-IDX > 4
               IF WS-FEE-COUNT(WS-CTR-IDX) NOT = 0
                   OR WS-FEE-INCOME(WS-CTR-IDX) NOT = 0
                   SET WS-FEE-ANY TO TRUE
                   ADD WS-FEE-INCOME(WS-CTR-IDX) TO WS-FEE-TOTAL
                   MOVE WS-FEE-COUNT(WS-CTR-IDX) TO WS-RPT-EDIT-BCOUNT
                   MOVE WS-FEE-INCOME(WS-CTR-IDX)
                       TO WS-RPT-EDIT-AMOUNT
                   MOVE SPACES TO SUMMARY-REPORT-LINE
                   STRING "  " WS-COUNTER-NAME(WS-CTR-IDX)
                       "  " WS-RPT-EDIT-BCOUNT
                       "  " WS-RPT-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
                   WRITE SUMMARY-REPORT-LINE
               END-IF
           END-PERFORM.
           IF NOT WS-FEE-ANY
               MOVE "  NONE" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           MOVE WS-FEE-TOTAL TO WS-RPT-EDIT-AMOUNT.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "  TOTAL FEE INCOME            " WS-RPT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "FEE INCOME BY BRANCH" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           IF NOT WS-FEE-ANY
               MOVE "  NONE" TO SUMMARY-REPORT-LINE
               WRITE SUMMARY-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-USED
               PERFORM 9487-WRITE-ONE-BRANCH-FEE
           END-PERFORM.

       9487-WRITE-ONE-BRANCH-FEE.
           PERFORM VARYING WS-BRANCH-CTR-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-CTR-SUB > 4
               IF WS-BRANCH-CTR-FEE-COUNT
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB) NOT = 0
                   OR WS-BRANCH-CTR-FEE
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB) NOT = 0
                   MOVE WS-BRANCH-CTR-FEE-COUNT
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                       TO WS-RPT-EDIT-BCOUNT
                   MOVE WS-BRANCH-CTR-FEE
                       (WS-BRANCH-SUB, WS-BRANCH-CTR-SUB)
                       TO WS-RPT-EDIT-AMOUNT
                   MOVE SPACES TO SUMMARY-REPORT-LINE
                   STRING "  " WS-BRANCH-CODE(WS-BRANCH-SUB)
                       "  " WS-COUNTER-NAME(WS-BRANCH-CTR-SUB)
                       "  " WS-RPT-EDIT-BCOUNT
               MOVE WS-COUNTER-VALUE(WS-CTR-IDX) TO GL-RECORD-COUNT
               MOVE WS-COUNTER-AMOUNT(WS-CTR-IDX) TO GL-AMOUNT
               MOVE 0 TO GL-BRANCH-COUNT
               MOVE 0 TO GL-ORIG-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
               ADD WS-COUNTER-AMOUNT(WS-CTR-IDX) TO WS-GL-HASH-TOTAL
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-USED
               PERFORM 9510-WRITE-BRANCH-LINES
           END-PERFORM.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
               PERFORM 9520-WRITE-CURRENCY-LINES
           END-PERFORM.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-USED
               PERFORM 9530-WRITE-PRIOR-PERIOD-LINES
           END-PERFORM.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1 UNTIL WS-CTR-IDX > 4
               PERFORM 9540-WRITE-FEE-INCOME-LINE
           END-PERFORM.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GL-TRAILER-LINE TO TRUE.
           MOVE WS-GL-LINE-COUNT TO GL-TRAILER-LINE-COUNT.
                       TO GL-AMOUNT
                   MOVE WS-BRANCH-CODE(WS-BRANCH-SUB)
                       TO GL-BRANCH-CODE
                   MOVE WS-BRANCH-REGION(WS-BRANCH-SUB)
                       TO GL-REGION-CODE
                   MOVE WS-BRANCH-COST-CENTER(WS-BRANCH-SUB)
                       TO GL-COST-CENTER
                   MOVE 0 TO GL-ORIG-AMOUNT
                   WRITE GL-INTERFACE-RECORD
                   ADD 1 TO WS-GL-LINE-COUNT
                   ADD WS-BRANCH-CTR-AMOUNT
               END-IF
           END-PERFORM.

      *  One 'C' line per foreign currency per counter with
      *  activity: the original-currency total with its base
      *  equivalent as the line amount.  Like branch lines they ride
      *  in the trailer's line count and hash total (on the base
      *  amount), and carry their signed count in GL-BRANCH-COUNT.
       9520-WRITE-CURRENCY-LINES.
           PERFORM VARYING WS-CURR-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-CTR-SUB > 4
               IF WS-CURR-CTR-COUNT
                       (WS-CURR-SUB, WS-CURR-CTR-SUB) NOT = 0
                   OR WS-CURR-CTR-ORIG
                       (WS-CURR-SUB, WS-CURR-CTR-SUB) NOT = 0
                   MOVE SPACES TO GL-INTERFACE-RECORD
                   SET GL-CURRENCY-LINE TO TRUE
                   MOVE WS-TODAY-DATE TO GL-BUSINESS-DATE
                   MOVE WS-CURR-CTR-SUB TO GL-COUNTER-CODE
                   MOVE WS-COUNTER-NAME(WS-CURR-CTR-SUB)
                       TO GL-COUNTER-NAME
                   MOVE WS-GL-DEBIT-CREDIT(WS-CURR-CTR-SUB)
                       TO GL-DEBIT-CREDIT
                   MOVE 0 TO GL-RECORD-COUNT
                   MOVE WS-CURR-CTR-COUNT
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO GL-BRANCH-COUNT
                   MOVE WS-CURR-CTR-BASE
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO GL-AMOUNT
                   MOVE WS-CURR-CODE(WS-CURR-SUB) TO GL-CURRENCY-CODE
                   MOVE WS-CURR-CTR-ORIG
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO GL-ORIG-AMOUNT
                   WRITE GL-INTERFACE-RECORD
                   ADD 1 TO WS-GL-LINE-COUNT
                   ADD WS-CURR-CTR-BASE
                       (WS-CURR-SUB, WS-CURR-CTR-SUB)
                       TO WS-GL-HASH-TOTAL
               END-IF
           END-PERFORM.

      *  One 'P' line per original date per counter with back-dated
      *  activity, dated the ORIGINAL business date so the ledger
      *  posts it as a prior-period adjustment.  Signed count in
      *  GL-BRANCH-COUNT as on 'B' and 'C' lines; counted in the
      *  trailer line count and hash total.
       9530-WRITE-PRIOR-PERIOD-LINES.
           PERFORM VARYING WS-PRIOR-CTR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-CTR-SUB > 4
               IF WS-PRIOR-CTR-COUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB) NOT = 0
                   OR WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB) NOT = 0
                   MOVE SPACES TO GL-INTERFACE-RECORD
                   SET GL-PRIOR-PERIOD-LINE TO TRUE
                   MOVE WS-PRIOR-DATE(WS-PRIOR-SUB) TO GL-BUSINESS-DATE
                   MOVE WS-PRIOR-CTR-SUB TO GL-COUNTER-CODE
                   MOVE WS-COUNTER-NAME(WS-PRIOR-CTR-SUB)
                       TO GL-COUNTER-NAME
                   MOVE WS-GL-DEBIT-CREDIT(WS-PRIOR-CTR-SUB)
                       TO GL-DEBIT-CREDIT
                   MOVE 0 TO GL-RECORD-COUNT
                   MOVE WS-PRIOR-CTR-COUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB)
                       TO GL-BRANCH-COUNT
                   MOVE WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB)
                       TO GL-AMOUNT
                   MOVE 0 TO GL-ORIG-AMOUNT
                   WRITE GL-INTERFACE-RECORD
                   ADD 1 TO WS-GL-LINE-COUNT
                   ADD WS-PRIOR-CTR-AMOUNT
                       (WS-PRIOR-SUB, WS-PRIOR-CTR-SUB)
                       TO WS-GL-HASH-TOTAL
               END-IF
           END-PERFORM.

      *  One 'F' line per counter with fee income, always a credit.
      *  Signed count of transactions charged in GL-BRANCH-COUNT as on
      *  the other non-'D' lines; counted in the trailer line count
      *  and hash total.
       9540-WRITE-FEE-INCOME-LINE.
           IF WS-FEE-COUNT(WS-CTR-IDX) NOT = 0
               OR WS-FEE-INCOME(WS-CTR-IDX) NOT = 0
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GL-FEE-INCOME-LINE TO TRUE
               MOVE WS-TODAY-DATE TO GL-BUSINESS-DATE
               SET GL-COUNTER-CODE TO WS-CTR-IDX
               MOVE WS-COUNTER-NAME(WS-CTR-IDX) TO GL-COUNTER-NAME
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE 0 TO GL-RECORD-COUNT
               MOVE WS-FEE-COUNT(WS-CTR-IDX) TO GL-BRANCH-COUNT
               MOVE WS-FEE-INCOME(WS-CTR-IDX) TO GL-AMOUNT
               MOVE 0 TO GL-ORIG-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
               ADD WS-FEE-INCOME(WS-CTR-IDX) TO WS-GL-HASH-TOTAL
           END-IF.

      *  Totals the reconciliation has already proven wrong must not
      *  reach the ledger unexamined: a night with RECONRPT breaks
      *  leaves the interface HELD until GLRLSE1 records an operator
