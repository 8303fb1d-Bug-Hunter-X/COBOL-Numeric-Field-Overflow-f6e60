       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRPT1.
      *****************************************************************
      *  STMTRPT1 - MONTHLY ACCOUNT ACTIVITY STATEMENTS
      *  Month-end run producing one statement per account with any
      *  activity in the statement month (STMTPARM YYYYMM, default
      *  the current month): a line per business day with the
      *  deposits, withdrawals, transfers and reversals counts and
      *  amounts, then month totals and net movement (deposits less
      *  withdrawals, as on SUMRPT).  The days come from the
      *  permanent ACCTHIST history plus the current-day buckets
      *  still on ACCTMSTR - the last day an account was active has
      *  not been rolled to history yet, so without the master the
      *  final day of the month would be missing.
      *  Statements are bundled by the account's home branch on
      *  ACCTMSTR, branches in code order, each bundle starting on a
      *  new page headed with the BRCHMSTR branch name; accounts with
      *  no home branch yet, or with history but no ACCTMSTR record,
      *  fall in a leading UNASSIGNED bundle.
      *  A closing control page totals every statement per branch and
      *  per counter, and ties the month-end day - the last business
      *  day on the statements - to the month's MHISTFIL record from
      *  SNAPROL1, whose month-end figures are that day's counter
      *  totals.  The statements carry gross activity, so netting
      *  reversals SUMRPT backed out of a counter that day show as a
      *  difference there to be explained; a difference, a missing
      *  MHISTFIL record or a full table sets RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

      *    Every account's days are wanted, so the keyed history is
      *    read end to end in account and date order.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS WS-AHIST-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

           SELECT MONTHLY-HISTORY-FILE ASSIGN TO "MHISTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MHIST-STATUS.

           SELECT STATEMENT-PARM-FILE ASSIGN TO "STMTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       COPY BRCHREC.

       FD  MONTHLY-HISTORY-FILE
           RECORDING MODE IS F.
       COPY MHISTREC.

       FD  STATEMENT-PARM-FILE
           RECORDING MODE IS F.
       01  STATEMENT-PARM-RECORD.
           05  STPM-MONTH                  PIC X(6).

       FD  STATEMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AHIST-STATUS             PIC X(2) VALUE SPACES.
           05  WS-BRCH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-MHIST-STATUS             PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MSTR-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-MSTR-EOF             VALUE 'Y'.
           05  WS-AHIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-EOF            VALUE 'Y'.
           05  WS-BRCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BRCH-EOF             VALUE 'Y'.
           05  WS-MHIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-MHIST-EOF            VALUE 'Y'.
           05  WS-MHIST-FOUND-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-MHIST-FOUND          VALUE 'Y'.
           05  WS-DAY-PLACE-SWITCH         PIC X(1) VALUE SPACE.
               88  WS-DAY-MERGED           VALUE 'M'.
               88  WS-DAY-INSERT-HERE      VALUE 'I'.

       01  WS-STMT-MONTH                   PIC X(6).
       01  WS-MONTH-START                  PIC X(8).
       01  WS-MONTH-END                    PIC X(8).
       01  WS-MONTH-END-DAY                PIC X(8) VALUE SPACES.
       01  WS-NEXT-YEAR                    PIC 9(4).
       01  WS-NEXT-MM                      PIC 9(2).
       01  WS-NEXT-FIRST                   PIC 9(8).
       01  WS-MONTH-LAST                   PIC 9(8).

       01  WS-COUNTER-NAMES.
           05  FILLER                      PIC X(12) VALUE "DEPOSITS".
           05  FILLER                      PIC X(12) VALUE
                                               "WITHDRAWALS".
           05  FILLER                      PIC X(12) VALUE "TRANSFERS".
           05  FILLER                      PIC X(12) VALUE "REVERSALS".
       01  WS-COUNTER-NAME-TABLE REDEFINES WS-COUNTER-NAMES.
           05  WS-COUNTER-NAME OCCURS 4 TIMES PIC X(12).
       01  WS-CTR-SUB                      PIC 9(1).

      *  Every master account, loaded in key order with its home
      *  branch, so a history record finds its account by binary
      *  search.  A back-dated item posted to ACCTHIST does not move
      *  the master's last activity date, so that date cannot say
      *  which accounts have activity in the month - the day chains
      *  do.  An account with history but no master record is merged
      *  in at its key's place with no home branch.  Each account
      *  owns a date-ordered chain of day entries in WS-DAY-TABLE;
      *  only accounts whose chain is not empty get a statement.
       01  WS-SACCT-TABLE.
           05  WS-SACCT-ENTRY OCCURS 20000 TIMES.
               10  WS-SACCT-ID             PIC X(10).
               10  WS-SACCT-BRANCH         PIC X(4).
               10  WS-SACCT-FIRST-DAY      PIC 9(5).
               10  WS-SACCT-DAY-COUNT      PIC 9(3).
       01  WS-SACCT-COUNT                  PIC 9(5) VALUE 0.
       01  WS-SACCT-SUB                    PIC 9(5).
       01  WS-SACCT-FOUND-SUB              PIC 9(5).
       01  WS-SACCT-DROPPED                PIC 9(9) VALUE 0.
       01  WS-SRCH-LOW                     PIC S9(5).
       01  WS-SRCH-HIGH                    PIC S9(5).
       01  WS-SRCH-MID                     PIC S9(5).
       01  WS-SRCH-KEY                     PIC X(10).

       01  WS-DAY-TABLE.
           05  WS-SDAY-ENTRY OCCURS 30000 TIMES.
               10  WS-SDAY-DATE            PIC X(8).
               10  WS-SDAY-NEXT            PIC 9(5).
               10  WS-SDAY-COUNT OCCURS 4 TIMES        PIC 9(9).
               10  WS-SDAY-AMOUNT OCCURS 4 TIMES       PIC S9(11)V99.
       01  WS-SDAY-USED                    PIC 9(5) VALUE 0.
       01  WS-SDAY-DROPPED                 PIC 9(9) VALUE 0.
       01  WS-DAY-CUR                      PIC 9(5).
       01  WS-DAY-PREV                     PIC 9(5).
       01  WS-DAY-NEW                      PIC 9(5).

      *  One day's buckets on their way into an account's chain.
       01  WS-WORK-DAY.
           05  WS-WORK-DATE                PIC X(8).
           05  WS-WORK-COUNT OCCURS 4 TIMES            PIC 9(9).
           05  WS-WORK-AMOUNT OCCURS 4 TIMES           PIC S9(11)V99.

      *  Branch names from BRCHMSTR, and the bundles actually
      *  printed, kept in branch-code order.
       01  WS-BRMS-TABLE.
           05  WS-BRMS-ENTRY OCCURS 500 TIMES.
               10  WS-BRMS-CODE            PIC X(4).
               10  WS-BRMS-NAME            PIC X(30).
       01  WS-BRMS-COUNT                   PIC 9(3) VALUE 0.
       01  WS-BRMS-SUB                     PIC 9(3).
       01  WS-BRMS-DROPPED                 PIC 9(5) VALUE 0.

       01  WS-BUNDLE-TABLE.
           05  WS-BNDL-ENTRY OCCURS 500 TIMES.
               10  WS-BNDL-CODE            PIC X(4).
               10  WS-BNDL-NAME            PIC X(30).
               10  WS-BNDL-STMT-COUNT      PIC 9(7).
               10  WS-BNDL-COUNT OCCURS 4 TIMES        PIC 9(11).
               10  WS-BNDL-AMOUNT OCCURS 4 TIMES       PIC S9(13)V99.
       01  WS-BNDL-USED                    PIC 9(3) VALUE 0.
       01  WS-BNDL-SUB                     PIC 9(3).
       01  WS-BNDL-FOUND-SUB               PIC 9(3).
       01  WS-BNDL-INSERT-SUB              PIC 9(3).
       01  WS-BNDL-DROPPED                 PIC 9(5) VALUE 0.

       01  WS-STMT-TOTALS.
           05  WS-STMT-COUNT OCCURS 4 TIMES            PIC 9(9).
           05  WS-STMT-AMOUNT OCCURS 4 TIMES           PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT OCCURS 4 TIMES           PIC 9(11).
           05  WS-GRAND-AMOUNT OCCURS 4 TIMES          PIC S9(13)V99.
       01  WS-GRAND-STMT-COUNT             PIC 9(7) VALUE 0.
       01  WS-MED-TOTALS.
           05  WS-MED-COUNT OCCURS 4 TIMES             PIC 9(11).
           05  WS-MED-AMOUNT OCCURS 4 TIMES            PIC S9(13)V99.
       01  WS-MHIST-SAVE.
           05  WS-MHS-VALUE OCCURS 4 TIMES             PIC 9(11).
           05  WS-MHS-AMOUNT OCCURS 4 TIMES            PIC S9(11)V99.
       01  WS-DIFF-COUNT                   PIC S9(11).
       01  WS-DIFF-AMOUNT                  PIC S9(13)V99.
       01  WS-TIE-BREAKS                   PIC 9(1) VALUE 0.
       01  WS-NET-MOVEMENT                 PIC S9(13)V99.

       01  WS-PAGE-NUMBER                  PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PAGE               PIC 9(3) VALUE 60.
       01  WS-LINES-NEEDED                 PIC 9(3).
       01  WS-PAGE-TITLE                   PIC X(60).

      *  Day and total line for one statement, counters side by side.
       01  WS-STMT-DETAIL.
           05  FILLER                      PIC X(2).
           05  WS-SD-LABEL                 PIC X(8).
           05  WS-SD-BLOCK OCCURS 4 TIMES.
               10  FILLER                  PIC X(2).
               10  WS-SD-COUNT             PIC Z(6)9.
               10  FILLER                  PIC X(1).
               10  WS-SD-AMOUNT            PIC Z(10)9.99-.

       01  WS-EDIT-COUNT                   PIC Z(10)9-.
       01  WS-EDIT-COUNT-2                 PIC Z(10)9-.
       01  WS-EDIT-COUNT-3                 PIC Z(10)9-.
       01  WS-EDIT-AMOUNT                  PIC Z(12)9.99-.
       01  WS-EDIT-AMOUNT-2                PIC Z(12)9.99-.
       01  WS-EDIT-AMOUNT-3                PIC Z(12)9.99-.
       01  WS-EDIT-PAGE                    PIC ZZZZ9.
       01  WS-TIE-TEXT                     PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           INITIALIZE WS-GRAND-TOTALS WS-MHIST-SAVE.
           PERFORM 1000-LOAD-PARM.
           PERFORM 1100-LOAD-BRANCH-NAMES.
           PERFORM 1200-OPEN-FILES.
           PERFORM 2000-LOAD-ACCOUNTS.
           PERFORM 3000-LOAD-HISTORY.
           PERFORM 4000-BUILD-BUNDLES.
           PERFORM 5000-WRITE-STATEMENTS.
           PERFORM 6000-LOAD-MONTH-HISTORY.
           PERFORM 6100-TOTAL-MONTH-END-DAY.
           PERFORM 7000-WRITE-CONTROL-PAGE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *  A blank or unusable month means the current month - the run
      *  is scheduled after the month's last nightly cycle.
       1000-LOAD-PARM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-STMT-MONTH.
           OPEN INPUT STATEMENT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ STATEMENT-PARM-FILE
                   NOT AT END
                       IF STPM-MONTH IS NUMERIC
                           AND STPM-MONTH(5:2) >= "01"
                           AND STPM-MONTH(5:2) <= "12"
                           MOVE STPM-MONTH TO WS-STMT-MONTH
                       END-IF
               END-READ
               CLOSE STATEMENT-PARM-FILE
           END-IF.
           MOVE SPACES TO WS-MONTH-START.
           STRING WS-STMT-MONTH "01" DELIMITED BY SIZE
               INTO WS-MONTH-START.
      *    The last of the month is the day before the first of the
      *    next one.
           MOVE WS-STMT-MONTH(1:4) TO WS-NEXT-YEAR.
           MOVE WS-STMT-MONTH(5:2) TO WS-NEXT-MM.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           COMPUTE WS-NEXT-FIRST =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MM * 100 + 1.
           COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1).
           MOVE WS-MONTH-LAST TO WS-MONTH-END.

      *  Names only dress the bundle headings, so a missing master is
      *  a warning, not a reason to withhold the statements.
       1100-LOAD-BRANCH-NAMES.
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
                               MOVE BRCH-BRANCH-NAME
                                   TO WS-BRMS-NAME(WS-BRMS-COUNT)
                           ELSE
                               ADD 1 TO WS-BRMS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           ELSE
               DISPLAY "Warning: BRCHMSTR not available, status "
                   WS-BRCH-STATUS " - branch names left blank"
           END-IF.

       1200-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open ACCTMSTR, status "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT-FILE.

      *  The master's own buckets are the account's last active day;
      *  they belong on the statement only when that day is in the
      *  month, but the account is held either way for its history.
       2000-LOAD-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-ACCOUNT-ID.
           START ACCOUNT-MASTER-FILE KEY NOT < ACCT-ACCOUNT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MSTR-EOF-SWITCH
               NOT INVALID KEY
                   MOVE 'N' TO WS-MSTR-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-MSTR-EOF
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MSTR-EOF-SWITCH
                   NOT AT END
                       PERFORM 2100-ADD-ACCOUNT
               END-READ
           END-PERFORM.

       2100-ADD-ACCOUNT.
           IF WS-SACCT-COUNT NOT < 20000
               ADD 1 TO WS-SACCT-DROPPED
           ELSE
               ADD 1 TO WS-SACCT-COUNT
               MOVE WS-SACCT-COUNT TO WS-SACCT-FOUND-SUB
               MOVE ACCT-ACCOUNT-ID TO WS-SACCT-ID(WS-SACCT-FOUND-SUB)
               MOVE ACCT-BRANCH-CODE
                   TO WS-SACCT-BRANCH(WS-SACCT-FOUND-SUB)
               MOVE 0 TO WS-SACCT-FIRST-DAY(WS-SACCT-FOUND-SUB)
               MOVE 0 TO WS-SACCT-DAY-COUNT(WS-SACCT-FOUND-SUB)
               IF ACCT-LAST-ACTIVITY-DATE NOT < WS-MONTH-START
                   AND ACCT-LAST-ACTIVITY-DATE NOT > WS-MONTH-END
                   MOVE ACCT-LAST-ACTIVITY-DATE TO WS-WORK-DATE
                   PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                           UNTIL WS-CTR-SUB > 4
                       MOVE ACCT-DAILY-COUNT(WS-CTR-SUB)
                           TO WS-WORK-COUNT(WS-CTR-SUB)
                       MOVE ACCT-DAILY-AMOUNT(WS-CTR-SUB)
                           TO WS-WORK-AMOUNT(WS-CTR-SUB)
                   END-PERFORM
                   PERFORM 2500-ADD-DAY
               END-IF
           END-IF.

      *  Walk the account's chain to the day's place in date order;
      *  a date already on the chain (the same day rolled twice) is
      *  added into, never listed twice.
       2500-ADD-DAY.
           MOVE SPACE TO WS-DAY-PLACE-SWITCH.
           MOVE 0 TO WS-DAY-PREV.
           MOVE WS-SACCT-FIRST-DAY(WS-SACCT-FOUND-SUB) TO WS-DAY-CUR.
           PERFORM UNTIL WS-DAY-CUR = 0
                   OR WS-DAY-MERGED OR WS-DAY-INSERT-HERE
               IF WS-SDAY-DATE(WS-DAY-CUR) = WS-WORK-DATE
                   SET WS-DAY-MERGED TO TRUE
               ELSE
                   IF WS-SDAY-DATE(WS-DAY-CUR) > WS-WORK-DATE
                       SET WS-DAY-INSERT-HERE TO TRUE
                   ELSE
                       MOVE WS-DAY-CUR TO WS-DAY-PREV
                       MOVE WS-SDAY-NEXT(WS-DAY-CUR) TO WS-DAY-CUR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DAY-MERGED
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > 4
                   ADD WS-WORK-COUNT(WS-CTR-SUB)
                       TO WS-SDAY-COUNT(WS-DAY-CUR, WS-CTR-SUB)
                   ADD WS-WORK-AMOUNT(WS-CTR-SUB)
                       TO WS-SDAY-AMOUNT(WS-DAY-CUR, WS-CTR-SUB)
               END-PERFORM
           ELSE
               PERFORM 2510-LINK-NEW-DAY
           END-IF.

       2510-LINK-NEW-DAY.
           IF WS-SDAY-USED NOT < 30000
               ADD 1 TO WS-SDAY-DROPPED
           ELSE
               ADD 1 TO WS-SDAY-USED
               MOVE WS-SDAY-USED TO WS-DAY-NEW
               MOVE WS-WORK-DATE TO WS-SDAY-DATE(WS-DAY-NEW)
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > 4
                   MOVE WS-WORK-COUNT(WS-CTR-SUB)
                       TO WS-SDAY-COUNT(WS-DAY-NEW, WS-CTR-SUB)
                   MOVE WS-WORK-AMOUNT(WS-CTR-SUB)
                       TO WS-SDAY-AMOUNT(WS-DAY-NEW, WS-CTR-SUB)
               END-PERFORM
               MOVE WS-DAY-CUR TO WS-SDAY-NEXT(WS-DAY-NEW)
               IF WS-DAY-PREV = 0
                   MOVE WS-DAY-NEW
                       TO WS-SACCT-FIRST-DAY(WS-SACCT-FOUND-SUB)
               ELSE
                   MOVE WS-DAY-NEW TO WS-SDAY-NEXT(WS-DAY-PREV)
               END-IF
               ADD 1 TO WS-SACCT-DAY-COUNT(WS-SACCT-FOUND-SUB)
           END-IF.

       3000-LOAD-HISTORY.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS = "00"
               PERFORM UNTIL WS-AHIST-EOF
                   READ ACCOUNT-HISTORY-FILE
                       AT END
                           SET WS-AHIST-EOF TO TRUE
                       NOT AT END
                           IF AHIST-ACTIVITY-DATE NOT < WS-MONTH-START
                               AND AHIST-ACTIVITY-DATE
                                   NOT > WS-MONTH-END
                               PERFORM 3100-TAKE-HISTORY-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY-FILE
           ELSE
               DISPLAY "Warning: no ACCTHIST history, status "
                   WS-AHIST-STATUS " - statements carry master day only"
           END-IF.

       3100-TAKE-HISTORY-DAY.
           MOVE AHIST-ACCOUNT-ID TO WS-SRCH-KEY.
           PERFORM 3200-FIND-ACCOUNT.
           IF WS-SACCT-FOUND-SUB = 0
               PERFORM 3300-INSERT-ACCOUNT
           END-IF.
           IF WS-SACCT-FOUND-SUB > 0
               MOVE AHIST-ACTIVITY-DATE TO WS-WORK-DATE
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > 4
                   MOVE AHIST-DAILY-COUNT(WS-CTR-SUB)
                       TO WS-WORK-COUNT(WS-CTR-SUB)
                   MOVE AHIST-DAILY-AMOUNT(WS-CTR-SUB)
                       TO WS-WORK-AMOUNT(WS-CTR-SUB)
               END-PERFORM
               PERFORM 2500-ADD-DAY
           END-IF.

      *  Binary search - the account table is in master key order.
       3200-FIND-ACCOUNT.
           MOVE 0 TO WS-SACCT-FOUND-SUB.
           MOVE 1 TO WS-SRCH-LOW.
           MOVE WS-SACCT-COUNT TO WS-SRCH-HIGH.
           PERFORM UNTIL WS-SRCH-LOW > WS-SRCH-HIGH
                   OR WS-SACCT-FOUND-SUB > 0
               COMPUTE WS-SRCH-MID = (WS-SRCH-LOW + WS-SRCH-HIGH) / 2
               IF WS-SACCT-ID(WS-SRCH-MID) = WS-SRCH-KEY
                   MOVE WS-SRCH-MID TO WS-SACCT-FOUND-SUB
               ELSE
                   IF WS-SACCT-ID(WS-SRCH-MID) < WS-SRCH-KEY
                       COMPUTE WS-SRCH-LOW = WS-SRCH-MID + 1
                   ELSE
                       COMPUTE WS-SRCH-HIGH = WS-SRCH-MID - 1
                   END-IF
               END-IF
           END-PERFORM.

      *  A history account missing from the master goes in where the
      *  failed search left WS-SRCH-LOW, the entries from there on
      *  moving down one, so the table stays in key order.  Its days
      *  are chained from the entry itself, so nothing else moves.
       3300-INSERT-ACCOUNT.
           IF WS-SACCT-COUNT NOT < 20000
               ADD 1 TO WS-SACCT-DROPPED
           ELSE
               PERFORM VARYING WS-SACCT-SUB FROM WS-SACCT-COUNT BY -1
                       UNTIL WS-SACCT-SUB < WS-SRCH-LOW
                   MOVE WS-SACCT-ENTRY(WS-SACCT-SUB)
                       TO WS-SACCT-ENTRY(WS-SACCT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-SACCT-COUNT
               MOVE WS-SRCH-LOW TO WS-SACCT-FOUND-SUB
               MOVE AHIST-ACCOUNT-ID
                   TO WS-SACCT-ID(WS-SACCT-FOUND-SUB)
               MOVE SPACES TO WS-SACCT-BRANCH(WS-SACCT-FOUND-SUB)
               MOVE 0 TO WS-SACCT-FIRST-DAY(WS-SACCT-FOUND-SUB)
               MOVE 0 TO WS-SACCT-DAY-COUNT(WS-SACCT-FOUND-SUB)
           END-IF.

      *  One bundle per home branch that has a statement, inserted in
      *  branch-code order (spaces - unassigned - sorts first).
       4000-BUILD-BUNDLES.
           PERFORM VARYING WS-SACCT-SUB FROM 1 BY 1
                   UNTIL WS-SACCT-SUB > WS-SACCT-COUNT
               IF WS-SACCT-DAY-COUNT(WS-SACCT-SUB) > 0
                   PERFORM 4100-FIND-OR-ADD-BUNDLE
               END-IF
           END-PERFORM.

       4100-FIND-OR-ADD-BUNDLE.
           MOVE 0 TO WS-BNDL-FOUND-SUB.
           MOVE 0 TO WS-BNDL-INSERT-SUB.
           PERFORM VARYING WS-BNDL-SUB FROM 1 BY 1
                   UNTIL WS-BNDL-SUB > WS-BNDL-USED
                   OR WS-BNDL-FOUND-SUB > 0
                   OR WS-BNDL-INSERT-SUB > 0
               IF WS-BNDL-CODE(WS-BNDL-SUB) =
                       WS-SACCT-BRANCH(WS-SACCT-SUB)
                   MOVE WS-BNDL-SUB TO WS-BNDL-FOUND-SUB
               ELSE
                   IF WS-BNDL-CODE(WS-BNDL-SUB) >
                           WS-SACCT-BRANCH(WS-SACCT-SUB)
                       MOVE WS-BNDL-SUB TO WS-BNDL-INSERT-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BNDL-FOUND-SUB = 0
               IF WS-BNDL-USED NOT < 500
                   ADD 1 TO WS-BNDL-DROPPED
               ELSE
                   IF WS-BNDL-INSERT-SUB = 0
                       COMPUTE WS-BNDL-INSERT-SUB = WS-BNDL-USED + 1
                   ELSE
                       PERFORM VARYING WS-BNDL-SUB FROM WS-BNDL-USED
                               BY -1
                               UNTIL WS-BNDL-SUB < WS-BNDL-INSERT-SUB
                           MOVE WS-BNDL-ENTRY(WS-BNDL-SUB)
                               TO WS-BNDL-ENTRY(WS-BNDL-SUB + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-BNDL-USED
                   INITIALIZE WS-BNDL-ENTRY(WS-BNDL-INSERT-SUB)
                   MOVE WS-SACCT-BRANCH(WS-SACCT-SUB)
                       TO WS-BNDL-CODE(WS-BNDL-INSERT-SUB)
                   PERFORM 4200-NAME-BUNDLE
               END-IF
           END-IF.

       4200-NAME-BUNDLE.
           IF WS-BNDL-CODE(WS-BNDL-INSERT-SUB) = SPACES
               MOVE "UNASSIGNED - NO HOME BRANCH"
                   TO WS-BNDL-NAME(WS-BNDL-INSERT-SUB)
           ELSE
               MOVE "NOT ON BRANCH MASTER"
                   TO WS-BNDL-NAME(WS-BNDL-INSERT-SUB)
               PERFORM VARYING WS-BRMS-SUB FROM 1 BY 1
                       UNTIL WS-BRMS-SUB > WS-BRMS-COUNT
                   IF WS-BRMS-CODE(WS-BRMS-SUB) =
                           WS-BNDL-CODE(WS-BNDL-INSERT-SUB)
                       MOVE WS-BRMS-NAME(WS-BRMS-SUB)
                           TO WS-BNDL-NAME(WS-BNDL-INSERT-SUB)
                   END-IF
               END-PERFORM
           END-IF.

      *  Accounts are taken in master key order within each bundle.
       5000-WRITE-STATEMENTS.
           PERFORM VARYING WS-BNDL-SUB FROM 1 BY 1
                   UNTIL WS-BNDL-SUB > WS-BNDL-USED
               MOVE SPACES TO WS-PAGE-TITLE
               STRING "BRANCH " WS-BNDL-CODE(WS-BNDL-SUB) " "
                   WS-BNDL-NAME(WS-BNDL-SUB)
                   DELIMITED BY SIZE INTO WS-PAGE-TITLE
               PERFORM 8100-NEW-PAGE
               PERFORM VARYING WS-SACCT-SUB FROM 1 BY 1
                       UNTIL WS-SACCT-SUB > WS-SACCT-COUNT
                   IF WS-SACCT-DAY-COUNT(WS-SACCT-SUB) > 0
                       AND WS-SACCT-BRANCH(WS-SACCT-SUB) =
                           WS-BNDL-CODE(WS-BNDL-SUB)
                       PERFORM 5100-WRITE-ONE-STATEMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *  A statement is never split across pages unless it is longer
      *  than a page by itself.
       5100-WRITE-ONE-STATEMENT.
           COMPUTE WS-LINES-NEEDED =
               WS-SACCT-DAY-COUNT(WS-SACCT-SUB) + 8.
           IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
               AND WS-LINE-COUNT > 4
               PERFORM 8100-NEW-PAGE
           END-IF.
           INITIALIZE WS-STMT-TOTALS.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "ACCOUNT " WS-SACCT-ID(WS-SACCT-SUB)
               "   STATEMENT PERIOD " WS-MONTH-START " - "
               WS-MONTH-END
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  DATE    "
               "  DEP CNT        DEPOSITS"
               "  WDL CNT     WITHDRAWALS"
               "  XFR CNT       TRANSFERS"
               "  REV CNT       REVERSALS"
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE WS-SACCT-FIRST-DAY(WS-SACCT-SUB) TO WS-DAY-CUR.
           PERFORM UNTIL WS-DAY-CUR = 0
               PERFORM 5200-WRITE-DAY-LINE
               MOVE WS-SDAY-NEXT(WS-DAY-CUR) TO WS-DAY-CUR
           END-PERFORM.
           MOVE SPACES TO WS-STMT-DETAIL.
           MOVE "MONTH" TO WS-SD-LABEL.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE WS-STMT-COUNT(WS-CTR-SUB)
                   TO WS-SD-COUNT(WS-CTR-SUB)
               MOVE WS-STMT-AMOUNT(WS-CTR-SUB)
                   TO WS-SD-AMOUNT(WS-CTR-SUB)
               ADD WS-STMT-COUNT(WS-CTR-SUB)
                   TO WS-BNDL-COUNT(WS-BNDL-SUB, WS-CTR-SUB)
               ADD WS-STMT-AMOUNT(WS-CTR-SUB)
                   TO WS-BNDL-AMOUNT(WS-BNDL-SUB, WS-CTR-SUB)
               ADD WS-STMT-COUNT(WS-CTR-SUB)
                   TO WS-GRAND-COUNT(WS-CTR-SUB)
               ADD WS-STMT-AMOUNT(WS-CTR-SUB)
                   TO WS-GRAND-AMOUNT(WS-CTR-SUB)
           END-PERFORM.
           MOVE ALL "-" TO STATEMENT-REPORT-LINE(1:110).
           PERFORM 8000-WRITE-LINE.
           MOVE WS-STMT-DETAIL TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           COMPUTE WS-NET-MOVEMENT = WS-STMT-AMOUNT(1) -
               WS-STMT-AMOUNT(2).
           MOVE WS-NET-MOVEMENT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  NET MOVEMENT (DEPOSITS - WITHDRAWALS)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           ADD 1 TO WS-BNDL-STMT-COUNT(WS-BNDL-SUB).
           ADD 1 TO WS-GRAND-STMT-COUNT.

       5200-WRITE-DAY-LINE.
           MOVE SPACES TO WS-STMT-DETAIL.
           MOVE WS-SDAY-DATE(WS-DAY-CUR) TO WS-SD-LABEL.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE WS-SDAY-COUNT(WS-DAY-CUR, WS-CTR-SUB)
                   TO WS-SD-COUNT(WS-CTR-SUB)
               MOVE WS-SDAY-AMOUNT(WS-DAY-CUR, WS-CTR-SUB)
                   TO WS-SD-AMOUNT(WS-CTR-SUB)
               ADD WS-SDAY-COUNT(WS-DAY-CUR, WS-CTR-SUB)
                   TO WS-STMT-COUNT(WS-CTR-SUB)
               ADD WS-SDAY-AMOUNT(WS-DAY-CUR, WS-CTR-SUB)
                   TO WS-STMT-AMOUNT(WS-CTR-SUB)
           END-PERFORM.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 8100-NEW-PAGE
           END-IF.
           MOVE WS-STMT-DETAIL TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.

      *  The latest MHISTFIL record for the month wins, in case
      *  SNAPROL1 was rerun.
       6000-LOAD-MONTH-HISTORY.
           OPEN INPUT MONTHLY-HISTORY-FILE.
           IF WS-MHIST-STATUS = "00"
               PERFORM UNTIL WS-MHIST-EOF
                   READ MONTHLY-HISTORY-FILE
                       AT END
                           SET WS-MHIST-EOF TO TRUE
                       NOT AT END
                           IF MHIST-MONTH = WS-STMT-MONTH
                               SET WS-MHIST-FOUND TO TRUE
                               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                                       UNTIL WS-CTR-SUB > 4
                                   MOVE MHIST-MONTH-END-VALUE
                                       (WS-CTR-SUB)
                                       TO WS-MHS-VALUE(WS-CTR-SUB)
                                   MOVE MHIST-MONTH-END-AMOUNT
                                       (WS-CTR-SUB)
                                       TO WS-MHS-AMOUNT(WS-CTR-SUB)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-HISTORY-FILE
           END-IF.

      *  The month-end day is the latest date on any statement.
       6100-TOTAL-MONTH-END-DAY.
           INITIALIZE WS-MED-TOTALS.
           PERFORM VARYING WS-DAY-CUR FROM 1 BY 1
                   UNTIL WS-DAY-CUR > WS-SDAY-USED
               IF WS-SDAY-DATE(WS-DAY-CUR) > WS-MONTH-END-DAY
                   OR WS-MONTH-END-DAY = SPACES
                   MOVE WS-SDAY-DATE(WS-DAY-CUR) TO WS-MONTH-END-DAY
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-DAY-CUR FROM 1 BY 1
                   UNTIL WS-DAY-CUR > WS-SDAY-USED
               IF WS-SDAY-DATE(WS-DAY-CUR) = WS-MONTH-END-DAY
                   PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                           UNTIL WS-CTR-SUB > 4
                       ADD WS-SDAY-COUNT(WS-DAY-CUR, WS-CTR-SUB)
                           TO WS-MED-COUNT(WS-CTR-SUB)
                       ADD WS-SDAY-AMOUNT(WS-DAY-CUR, WS-CTR-SUB)
                           TO WS-MED-AMOUNT(WS-CTR-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

       7000-WRITE-CONTROL-PAGE.
           MOVE "CONTROL PAGE" TO WS-PAGE-TITLE.
           PERFORM 8100-NEW-PAGE.
           MOVE WS-GRAND-STMT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "STATEMENTS PRODUCED  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE "STATEMENTS BY BRANCH" TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING WS-BNDL-SUB FROM 1 BY 1
                   UNTIL WS-BNDL-SUB > WS-BNDL-USED
               PERFORM 7100-WRITE-BUNDLE-LINE
           END-PERFORM.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE "ALL STATEMENTS - MONTH TOTALS"
               TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE WS-GRAND-COUNT(WS-CTR-SUB) TO WS-EDIT-COUNT
               MOVE WS-GRAND-AMOUNT(WS-CTR-SUB) TO WS-EDIT-AMOUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "  " WS-COUNTER-NAME(WS-CTR-SUB)
                   "  COUNT " WS-EDIT-COUNT
                   "  AMOUNT " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               PERFORM 8000-WRITE-LINE
           END-PERFORM.
           COMPUTE WS-NET-MOVEMENT = WS-GRAND-AMOUNT(1) -
               WS-GRAND-AMOUNT(2).
           MOVE WS-NET-MOVEMENT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  NET MOVEMENT (DEPOSITS - WITHDRAWALS)  "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           PERFORM 7200-WRITE-MHIST-TIE.
           PERFORM 7300-WRITE-WARNINGS.

       7100-WRITE-BUNDLE-LINE.
           MOVE WS-BNDL-STMT-COUNT(WS-BNDL-SUB) TO WS-EDIT-COUNT.
           MOVE WS-BNDL-AMOUNT(WS-BNDL-SUB, 1) TO WS-EDIT-AMOUNT.
           MOVE WS-BNDL-AMOUNT(WS-BNDL-SUB, 2) TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  " WS-BNDL-CODE(WS-BNDL-SUB)
               "  " WS-BNDL-NAME(WS-BNDL-SUB)
               "  STATEMENTS " WS-EDIT-COUNT
               "  DEPOSITS " WS-EDIT-AMOUNT
               "  WITHDRAWALS " WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.

       7200-WRITE-MHIST-TIE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "MONTH-END DAY " WS-MONTH-END-DAY
               " TIED TO MHISTFIL MONTH " WS-STMT-MONTH
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.
           IF NOT WS-MHIST-FOUND
               MOVE "  NO MHISTFIL RECORD FOR THE MONTH - NOT TIED"
                   TO STATEMENT-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE 1 TO WS-TIE-BREAKS
           ELSE
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "  COUNTER     "
                   "    STMT COUNT   MHIST COUNT    DIFFERENCE"
                   "        STMT AMOUNT       MHIST AMOUNT"
                   "  DIFFERENCE AMOUNT"
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > 4
                   PERFORM 7210-WRITE-TIE-LINE
               END-PERFORM
           END-IF.

       7210-WRITE-TIE-LINE.
           COMPUTE WS-DIFF-COUNT = WS-MED-COUNT(WS-CTR-SUB) -
               WS-MHS-VALUE(WS-CTR-SUB).
           COMPUTE WS-DIFF-AMOUNT = WS-MED-AMOUNT(WS-CTR-SUB) -
               WS-MHS-AMOUNT(WS-CTR-SUB).
           IF WS-DIFF-COUNT = 0 AND WS-DIFF-AMOUNT = 0
               MOVE "AGREES" TO WS-TIE-TEXT
           ELSE
               MOVE "DIFFERS" TO WS-TIE-TEXT
               MOVE 1 TO WS-TIE-BREAKS
           END-IF.
           MOVE WS-MED-COUNT(WS-CTR-SUB) TO WS-EDIT-COUNT.
           MOVE WS-MHS-VALUE(WS-CTR-SUB) TO WS-EDIT-COUNT-2.
           MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT-3.
           MOVE WS-MED-AMOUNT(WS-CTR-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-MHS-AMOUNT(WS-CTR-SUB) TO WS-EDIT-AMOUNT-2.
           MOVE WS-DIFF-AMOUNT TO WS-EDIT-AMOUNT-3.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "  " WS-COUNTER-NAME(WS-CTR-SUB)
               "  " WS-EDIT-COUNT
               "  " WS-EDIT-COUNT-2
               "  " WS-EDIT-COUNT-3
               "  " WS-EDIT-AMOUNT
               "  " WS-EDIT-AMOUNT-2
               "  " WS-EDIT-AMOUNT-3
               "  " WS-TIE-TEXT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           PERFORM 8000-WRITE-LINE.

       7300-WRITE-WARNINGS.
           IF WS-SACCT-DROPPED > 0 OR WS-SDAY-DROPPED > 0
               OR WS-BNDL-DROPPED > 0
               MOVE SPACES TO STATEMENT-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING "WARNING - TABLE FULL, STATEMENTS INCOMPLETE: "
                   "ACCOUNTS " WS-SACCT-DROPPED
                   "  DAYS " WS-SDAY-DROPPED
                   "  BRANCHES " WS-BNDL-DROPPED
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               PERFORM 8000-WRITE-LINE
               MOVE 1 TO WS-TIE-BREAKS
           END-IF.

       8000-WRITE-LINE.
           WRITE STATEMENT-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       8100-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-EDIT-PAGE.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           STRING "MONTHLY ACCOUNT STATEMENTS - MONTH " WS-STMT-MONTH
               "   " WS-PAGE-TITLE
               "   PAGE " WS-EDIT-PAGE
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE.
           IF WS-PAGE-NUMBER = 1
               WRITE STATEMENT-REPORT-LINE
           ELSE
               WRITE STATEMENT-REPORT-LINE AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE STATEMENT-REPORT-FILE.
           IF WS-TIE-BREAKS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Statements: " WS-GRAND-STMT-COUNT " for month "
               WS-STMT-MONTH " in " WS-BNDL-USED " branch bundle(s)".
