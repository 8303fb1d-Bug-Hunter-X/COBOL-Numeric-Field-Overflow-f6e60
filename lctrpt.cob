       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCTRPT1.
      *****************************************************************
      *  LCTRPT1 - LARGE CASH TRANSACTION REPORT AND STRUCTURING WATCH
      *  Nightly compliance pass over the per-account daily buckets
      *  BUGJOB01 keeps: the permanent ACCTHIST history plus the
      *  current-day buckets still sitting on ACCTMSTR.  An account's
      *  cash activity for a day is its deposits plus withdrawals
      *  (buckets 1 and 2).
      *    - Every account whose cash activity on the reporting
      *      business date exceeds the LCTPARM reporting limit
      *      (default 10000.00) is written to the LCTREXT regulatory
      *      extract (LCTXREC.cpy).
      *    - Every account whose cash activity fell in the near-limit
      *      band - at or above the LCTPARM band percentage of the
      *      limit (default 90) but not over it - on at least the
      *      LCTPARM minimum number of days (default 3) inside the
      *      rolling window ending on the reporting date (default 10
      *      days) is a structuring case: a case record goes to the
      *      permanent LCTCASE file (LCTCREC.cpy) for the compliance
      *      team and an ALERTREC is appended to the monitored
      *      ALERTFIL so ALRTMGR1 escalates it.  The alert carries the
      *      account id in ALERT-COUNTER-NAME, the window's near-limit
      *      total against the reporting limit in whole dollars, and
      *      the same timestamp as the case record.
      *  The reporting date is the LCTPARM business date, or today
      *  when it is blank.  Both sections are listed on the LCTRPT
      *  print file; any structuring case drives RC=4.
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

           SELECT LCT-PARM-FILE ASSIGN TO "LCTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LCT-EXTRACT-FILE ASSIGN TO "LCTREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.

           SELECT LCT-CASE-FILE ASSIGN TO "LCTCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT LCT-REPORT-FILE ASSIGN TO "LCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

       FD  LCT-PARM-FILE
           RECORDING MODE IS F.
       01  LCT-PARM-RECORD.
           05  LCTP-REPORT-LIMIT           PIC 9(9)V99.
           05  LCTP-WINDOW-DAYS            PIC 9(3).
           05  LCTP-BAND-PCT               PIC 9(3).
           05  LCTP-MIN-DAYS               PIC 9(2).
           05  LCTP-BUSINESS-DATE          PIC X(8).

       FD  LCT-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY LCTXREC.

       FD  LCT-CASE-FILE
           RECORDING MODE IS F.
       COPY LCTCREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       COPY ALERTREC.

       FD  LCT-REPORT-FILE
           RECORDING MODE IS F.
       01  LCT-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AHIST-STATUS             PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-EXTR-STATUS              PIC X(2) VALUE SPACES.
           05  WS-CASE-STATUS              PIC X(2) VALUE SPACES.
           05  WS-ALERT-STATUS             PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-AHIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-EOF            VALUE 'Y'.
           05  WS-MSTR-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-MSTR-EOF             VALUE 'Y'.

      *  Reporting controls, defaulted and overridden from LCTPARM.
      *  The band floor is the bottom of the near-limit band - the
      *  band percentage of the limit.
       01  WS-REPORT-LIMIT                 PIC 9(9)V99 VALUE 10000.00.
       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 10.
       01  WS-BAND-PCT                     PIC 9(3) VALUE 90.
       01  WS-MIN-DAYS                     PIC 9(2) VALUE 3.
       01  WS-BAND-FLOOR                   PIC 9(9)V99.

       01  WS-REPORT-DATE                  PIC X(8).
       01  WS-REPORT-DATE-NUM              PIC 9(8).
       01  WS-REPORT-DAYS                  PIC 9(7).
       01  WS-WINDOW-START-DAYS            PIC 9(7).
       01  WS-WINDOW-START-INT             PIC 9(8).
       01  WS-WINDOW-START                 PIC X(8).

      *  One account-day under examination, loaded from either an
      *  ACCTHIST record or the ACCTMSTR current-day buckets so both
      *  sources go through the same screen.
       01  WS-DAY-ACCOUNT                  PIC X(10).
       01  WS-DAY-DATE                     PIC X(8).
       01  WS-DAY-DEP-COUNT                PIC 9(9).
       01  WS-DAY-DEP-AMOUNT               PIC S9(11)V99.
       01  WS-DAY-WDL-COUNT                PIC 9(9).
       01  WS-DAY-WDL-AMOUNT               PIC S9(11)V99.
       01  WS-DAY-CASH-TOTAL               PIC S9(13)V99.

      *  Accounts with at least one near-limit day inside the window.
      *  Only those can become structuring cases, so the table stays
      *  small however many accounts the master holds; overflow is
      *  counted and reported, never silently dropped.
       01  WS-WATCH-TABLE.
           05  WS-WATCH-ENTRY OCCURS 1000 TIMES.
               10  WS-WATCH-ACCOUNT        PIC X(10).
               10  WS-WATCH-NEAR-DAYS      PIC 9(3).
               10  WS-WATCH-NEAR-TOTAL     PIC S9(13)V99.
               10  WS-WATCH-FIRST-DATE     PIC X(8).
               10  WS-WATCH-LAST-DATE      PIC X(8).
       01  WS-WATCH-COUNT                  PIC 9(4) VALUE 0.
       01  WS-WATCH-SUB                    PIC 9(4).
       01  WS-WATCH-FOUND-SUB              PIC 9(4).
       01  WS-WATCH-DROPPED                PIC 9(9) VALUE 0.

       01  WS-HIST-READ-COUNT              PIC 9(9) VALUE 0.
       01  WS-MSTR-READ-COUNT              PIC 9(9) VALUE 0.
       01  WS-EXTRACT-COUNT                PIC 9(9) VALUE 0.
       01  WS-EXTRACT-TOTAL                PIC S9(15)V99 VALUE 0.
       01  WS-CASE-COUNT                   PIC 9(9) VALUE 0.
       01  WS-CASE-TIMESTAMP               PIC X(26).

       01  WS-EDIT-COUNT                   PIC Z(8)9.
       01  WS-EDIT-DAYS                    PIC ZZ9.
       01  WS-EDIT-AMOUNT                  PIC Z(10)9.99-.
       01  WS-EDIT-AMOUNT-2                PIC Z(10)9.99-.
       01  WS-EDIT-TOTAL                   PIC Z(12)9.99-.
       01  WS-EDIT-LIMIT                   PIC Z(8)9.99.
       01  WS-EDIT-PCT                     PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           PERFORM 1000-LOAD-PARM.
           PERFORM 1100-SET-WINDOW.
           PERFORM 1200-OPEN-FILES.
           PERFORM 2000-WRITE-REPORT-HEADER.
           PERFORM 3000-SCAN-HISTORY.
           PERFORM 3500-SCAN-MASTER.
           PERFORM 5000-RAISE-STRUCTURING-CASES.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-LOAD-PARM.
           OPEN INPUT LCT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ LCT-PARM-FILE
                   NOT AT END
                       PERFORM 1010-APPLY-PARM
               END-READ
               CLOSE LCT-PARM-FILE
           END-IF.
           COMPUTE WS-BAND-FLOOR ROUNDED =
               (WS-REPORT-LIMIT * WS-BAND-PCT) / 100.

      *  Each control is taken only when it is a usable value, so a
      *  short or partly blank parm record still leaves the rest at
      *  their defaults.
       1010-APPLY-PARM.
           IF LCTP-REPORT-LIMIT IS NUMERIC
               AND LCTP-REPORT-LIMIT > 0
               MOVE LCTP-REPORT-LIMIT TO WS-REPORT-LIMIT
           END-IF.
           IF LCTP-WINDOW-DAYS IS NUMERIC
               AND LCTP-WINDOW-DAYS > 0
               MOVE LCTP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF LCTP-BAND-PCT IS NUMERIC
               AND LCTP-BAND-PCT > 0 AND LCTP-BAND-PCT < 100
               MOVE LCTP-BAND-PCT TO WS-BAND-PCT
           END-IF.
           IF LCTP-MIN-DAYS IS NUMERIC
               AND LCTP-MIN-DAYS > 0
               MOVE LCTP-MIN-DAYS TO WS-MIN-DAYS
           END-IF.
           IF LCTP-BUSINESS-DATE IS NUMERIC
               AND LCTP-BUSINESS-DATE(5:2) >= "01"
               AND LCTP-BUSINESS-DATE(5:2) <= "12"
               AND LCTP-BUSINESS-DATE(7:2) >= "01"
               AND LCTP-BUSINESS-DATE(7:2) <= "31"
               MOVE LCTP-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF.

      *  The window is the reporting date and the days before it,
      *  WS-WINDOW-DAYS in all; a YYYYMMDD string compare against its
      *  first day does the rest.
       1100-SET-WINDOW.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM.
           COMPUTE WS-REPORT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM).
           COMPUTE WS-WINDOW-START-DAYS =
               WS-REPORT-DAYS - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-DAYS).
           MOVE WS-WINDOW-START-INT TO WS-WINDOW-START.

       1200-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open ACCTMSTR, status "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LCT-EXTRACT-FILE.
           IF WS-EXTR-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open LCTREXT, status "
                   WS-EXTR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LCT-CASE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT LCT-CASE-FILE
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           OPEN OUTPUT LCT-REPORT-FILE.

       2000-WRITE-REPORT-HEADER.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "LARGE CASH TRANSACTION REPORT - BUSINESS DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE WS-REPORT-LIMIT TO WS-EDIT-LIMIT.
           MOVE WS-BAND-PCT TO WS-EDIT-PCT.
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "REPORTING LIMIT " WS-EDIT-LIMIT
               "  NEAR-LIMIT BAND " WS-EDIT-PCT " PCT"
               "  WINDOW " WS-EDIT-DAYS " DAYS FROM "
               WS-WINDOW-START
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE SPACES TO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE "REPORTABLE CASH ACTIVITY" TO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "  ACCOUNT     DATE      DEPOSITS"
               "         WITHDRAWALS           CASH TOTAL"
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.

      *  History days inside the window only - older days can
      *  neither be reported tonight nor feed the rolling window.
       3000-SCAN-HISTORY.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS = "00"
               PERFORM UNTIL WS-AHIST-EOF
                   READ ACCOUNT-HISTORY-FILE
                       AT END
                           SET WS-AHIST-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           IF AHIST-ACTIVITY-DATE >= WS-WINDOW-START
                               AND AHIST-ACTIVITY-DATE <=
                                   WS-REPORT-DATE
                               PERFORM 3100-LOAD-HISTORY-DAY
                               PERFORM 4000-SCREEN-ACCOUNT-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY-FILE
           ELSE
               DISPLAY "Warning: no ACCTHIST history, status "
                   WS-AHIST-STATUS " - current day only"
           END-IF.

       3100-LOAD-HISTORY-DAY.
           MOVE AHIST-ACCOUNT-ID TO WS-DAY-ACCOUNT.
           MOVE AHIST-ACTIVITY-DATE TO WS-DAY-DATE.
           MOVE AHIST-DAILY-COUNT(1) TO WS-DAY-DEP-COUNT.
           MOVE AHIST-DAILY-AMOUNT(1) TO WS-DAY-DEP-AMOUNT.
           MOVE AHIST-DAILY-COUNT(2) TO WS-DAY-WDL-COUNT.
           MOVE AHIST-DAILY-AMOUNT(2) TO WS-DAY-WDL-AMOUNT.

      *  The master holds each account's current day until the next
      *  business date rolls it off, so a day not yet on ACCTHIST is
      *  picked up here instead.
       3500-SCAN-MASTER.
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
                       ADD 1 TO WS-MSTR-READ-COUNT
                       IF ACCT-LAST-ACTIVITY-DATE >= WS-WINDOW-START
                           AND ACCT-LAST-ACTIVITY-DATE <=
                               WS-REPORT-DATE
                           PERFORM 3600-LOAD-MASTER-DAY
                           PERFORM 4000-SCREEN-ACCOUNT-DAY
                       END-IF
               END-READ
           END-PERFORM.

       3600-LOAD-MASTER-DAY.
           MOVE ACCT-ACCOUNT-ID TO WS-DAY-ACCOUNT.
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-DAY-DATE.
           MOVE ACCT-DAILY-COUNT(1) TO WS-DAY-DEP-COUNT.
           MOVE ACCT-DAILY-AMOUNT(1) TO WS-DAY-DEP-AMOUNT.
           MOVE ACCT-DAILY-COUNT(2) TO WS-DAY-WDL-COUNT.
           MOVE ACCT-DAILY-AMOUNT(2) TO WS-DAY-WDL-AMOUNT.

      *  Over the limit on the reporting date is reportable; inside
      *  the near-limit band on any window day feeds the structuring
      *  watch.  A day over the limit is already reported and is not
      *  counted as near-limit.
       4000-SCREEN-ACCOUNT-DAY.
           COMPUTE WS-DAY-CASH-TOTAL =
               WS-DAY-DEP-AMOUNT + WS-DAY-WDL-AMOUNT.
           IF WS-DAY-CASH-TOTAL > WS-REPORT-LIMIT
               IF WS-DAY-DATE = WS-REPORT-DATE
                   PERFORM 4100-WRITE-EXTRACT
               END-IF
           ELSE
               IF WS-DAY-CASH-TOTAL >= WS-BAND-FLOOR
                   PERFORM 4200-TRACK-NEAR-LIMIT-DAY
               END-IF
           END-IF.

       4100-WRITE-EXTRACT.
           MOVE WS-DAY-ACCOUNT TO LCTX-ACCOUNT-ID.
           MOVE WS-DAY-DATE TO LCTX-BUSINESS-DATE.
           MOVE WS-DAY-DEP-COUNT TO LCTX-DEPOSIT-COUNT.
           MOVE WS-DAY-DEP-AMOUNT TO LCTX-DEPOSIT-AMOUNT.
           MOVE WS-DAY-WDL-COUNT TO LCTX-WITHDRAWAL-COUNT.
           MOVE WS-DAY-WDL-AMOUNT TO LCTX-WITHDRAWAL-AMOUNT.
           MOVE WS-DAY-CASH-TOTAL TO LCTX-CASH-TOTAL.
           MOVE WS-REPORT-LIMIT TO LCTX-REPORT-LIMIT.
           WRITE LARGE-CASH-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-DAY-CASH-TOTAL TO WS-EXTRACT-TOTAL.
           MOVE WS-DAY-DEP-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-DAY-WDL-AMOUNT TO WS-EDIT-AMOUNT-2.
           MOVE WS-DAY-CASH-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "  " WS-DAY-ACCOUNT
               "  " WS-DAY-DATE
               "  " WS-EDIT-AMOUNT
               "  " WS-EDIT-AMOUNT-2
               "  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.

       4200-TRACK-NEAR-LIMIT-DAY.
           MOVE 0 TO WS-WATCH-FOUND-SUB.
           PERFORM VARYING WS-WATCH-SUB FROM 1 BY 1
                   UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
                   OR WS-WATCH-FOUND-SUB > 0
               IF WS-WATCH-ACCOUNT(WS-WATCH-SUB) = WS-DAY-ACCOUNT
                   MOVE WS-WATCH-SUB TO WS-WATCH-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-WATCH-FOUND-SUB = 0
               IF WS-WATCH-COUNT < 1000
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WS-WATCH-COUNT TO WS-WATCH-FOUND-SUB
                   MOVE WS-DAY-ACCOUNT
                       TO WS-WATCH-ACCOUNT(WS-WATCH-FOUND-SUB)
                   MOVE 0 TO WS-WATCH-NEAR-DAYS(WS-WATCH-FOUND-SUB)
                   MOVE 0 TO WS-WATCH-NEAR-TOTAL(WS-WATCH-FOUND-SUB)
                   MOVE WS-DAY-DATE
                       TO WS-WATCH-FIRST-DATE(WS-WATCH-FOUND-SUB)
                   MOVE WS-DAY-DATE
                       TO WS-WATCH-LAST-DATE(WS-WATCH-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-WATCH-DROPPED
               END-IF
           END-IF.
           IF WS-WATCH-FOUND-SUB > 0
               ADD 1 TO WS-WATCH-NEAR-DAYS(WS-WATCH-FOUND-SUB)
               ADD WS-DAY-CASH-TOTAL
                   TO WS-WATCH-NEAR-TOTAL(WS-WATCH-FOUND-SUB)
               IF WS-DAY-DATE < WS-WATCH-FIRST-DATE(WS-WATCH-FOUND-SUB)
                   MOVE WS-DAY-DATE
                       TO WS-WATCH-FIRST-DATE(WS-WATCH-FOUND-SUB)
               END-IF
               IF WS-DAY-DATE > WS-WATCH-LAST-DATE(WS-WATCH-FOUND-SUB)
                   MOVE WS-DAY-DATE
                       TO WS-WATCH-LAST-DATE(WS-WATCH-FOUND-SUB)
               END-IF
           END-IF.

       5000-RAISE-STRUCTURING-CASES.
           MOVE SPACES TO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE "STRUCTURING WATCH - NEAR-LIMIT CASH ACTIVITY"
               TO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "  ACCOUNT     NEAR DAYS  FIRST     LAST"
               "              NEAR-LIMIT TOTAL"
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CASE-TIMESTAMP.
           PERFORM VARYING WS-WATCH-SUB FROM 1 BY 1
                   UNTIL WS-WATCH-SUB > WS-WATCH-COUNT
               IF WS-WATCH-NEAR-DAYS(WS-WATCH-SUB) >= WS-MIN-DAYS
                   PERFORM 5100-WRITE-CASE
               END-IF
           END-PERFORM.
           IF WS-CASE-COUNT = 0
               MOVE "  NO ACCOUNTS FLAGGED" TO LCT-REPORT-LINE
               WRITE LCT-REPORT-LINE
           END-IF.

      *  Case record, alert, and report line for one flagged account.
      *  The alert's current value is the window's near-limit total
      *  against the limit, so ALRTMGR1's percentage-over severity
      *  grades how far past a single filing the pattern reached.
       5100-WRITE-CASE.
           ADD 1 TO WS-CASE-COUNT.
           MOVE WS-WATCH-ACCOUNT(WS-WATCH-SUB) TO LCTC-ACCOUNT-ID.
           MOVE WS-REPORT-DATE TO LCTC-BUSINESS-DATE.
           MOVE WS-WINDOW-START TO LCTC-WINDOW-START.
           MOVE WS-WATCH-NEAR-DAYS(WS-WATCH-SUB) TO LCTC-NEAR-DAYS.
           MOVE WS-WATCH-FIRST-DATE(WS-WATCH-SUB) TO LCTC-FIRST-DATE.
           MOVE WS-WATCH-LAST-DATE(WS-WATCH-SUB) TO LCTC-LAST-DATE.
           MOVE WS-WATCH-NEAR-TOTAL(WS-WATCH-SUB) TO LCTC-NEAR-TOTAL.
           MOVE WS-BAND-FLOOR TO LCTC-BAND-FLOOR.
           MOVE WS-REPORT-LIMIT TO LCTC-REPORT-LIMIT.
           MOVE WS-CASE-TIMESTAMP TO LCTC-CASE-TIMESTAMP.
           WRITE STRUCTURING-CASE-RECORD.
           MOVE WS-WATCH-ACCOUNT(WS-WATCH-SUB) TO ALERT-COUNTER-NAME.
           MOVE WS-WATCH-NEAR-TOTAL(WS-WATCH-SUB)
               TO ALERT-CURRENT-VALUE.
           MOVE WS-REPORT-LIMIT TO ALERT-THRESHOLD-VALUE.
           MOVE WS-CASE-TIMESTAMP TO ALERT-TIMESTAMP.
           WRITE ALERT-RECORD.
           MOVE WS-WATCH-NEAR-DAYS(WS-WATCH-SUB) TO WS-EDIT-DAYS.
           MOVE WS-WATCH-NEAR-TOTAL(WS-WATCH-SUB) TO WS-EDIT-TOTAL.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "  " WS-WATCH-ACCOUNT(WS-WATCH-SUB)
               "  " WS-EDIT-DAYS "        "
               WS-WATCH-FIRST-DATE(WS-WATCH-SUB)
               "  " WS-WATCH-LAST-DATE(WS-WATCH-SUB)
               "  " WS-EDIT-TOTAL
               "  ** CASE OPENED"
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE WS-HIST-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "HISTORY RECORDS READ    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE WS-MSTR-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "MASTER RECORDS READ     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EXTRACT-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "REPORTABLE ACCOUNTS     " WS-EDIT-COUNT
               "  CASH TOTAL " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           MOVE WS-CASE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO LCT-REPORT-LINE.
           STRING "STRUCTURING CASES       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO LCT-REPORT-LINE.
           WRITE LCT-REPORT-LINE.
           IF WS-WATCH-DROPPED > 0
               MOVE WS-WATCH-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO LCT-REPORT-LINE
               STRING "  WARNING - WATCH TABLE FULL, "
                   WS-EDIT-COUNT " NEAR-LIMIT DAY(S) NOT SCREENED"
                   DELIMITED BY SIZE INTO LCT-REPORT-LINE
               WRITE LCT-REPORT-LINE
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE LCT-EXTRACT-FILE.
           CLOSE LCT-CASE-FILE.
           CLOSE ALERT-FILE.
           CLOSE LCT-REPORT-FILE.
           DISPLAY "Large cash: " WS-EXTRACT-COUNT " reportable, "
               WS-CASE-COUNT " structuring case(s)".
           IF WS-CASE-COUNT > 0 OR WS-WATCH-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
