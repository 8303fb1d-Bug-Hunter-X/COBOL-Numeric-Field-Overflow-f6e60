       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT1.
      *****************************************************************
      *  DORMRPT1 - DORMANT ACCOUNT MONITOR
      *  Periodic pass over ACCTMSTR using the ACCT-LAST-ACTIVITY-DATE
      *  BUGJOB01 stamps on every counted transaction.  An account
      *  with no activity for at least the DORMPARM dormancy days
      *  (default 90) as of the run's business date (the DORMPARM
      *  date, or today when it is blank) is dormant, and is listed
      *  on DORMRPT in its inactivity bucket - 90 (from the dormancy
      *  days up to 179), 180 (180-364) and 365+ - with its last
      *  active day's counts and amounts: the master buckets for the
      *  last activity date, or the account's latest ACCTHIST day when
      *  the master holds none.
      *  Status changes are tracked on the permanent DORMFILE trail
      *  (DORMREC.cpy, latest record per account in force): a DORMANT
      *  record is appended when an account first goes dormant and
      *  each time it ages into a higher bucket; an account the trail
      *  shows dormant but the master shows active again - reposted
      *  by EXCPRPR1, or the dormancy days raised - gets a REACTIVATED
      *  record here.  BUGJOB01 writes the REACTIVATED record itself,
      *  with an ALERTFIL alert, when it counts the waking transaction
      *  on the nightly run.  A table overflow is reported and drives
      *  RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS WS-AHIST-STATUS.

           SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *    Permanent dormancy status trail - read for the status in
      *    force, then appended with tonight's changes.
           SELECT DORMANCY-FILE ASSIGN TO "DORMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.

           SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

      *  Shared with BUGJOB01, which takes the dormancy days and the
      *  large-withdrawal amount for its reactivation alert.
       FD  DORMANCY-PARM-FILE
           RECORDING MODE IS F.
       01  DORMANCY-PARM-RECORD.
           05  DRPM-DORMANT-DAYS           PIC 9(3).
           05  DRPM-LARGE-WDL-AMOUNT       PIC 9(9)V99.
           05  DRPM-BUSINESS-DATE          PIC X(8).

       FD  DORMANCY-FILE
           RECORDING MODE IS F.
       COPY DORMREC.

       FD  DORMANCY-REPORT-FILE
           RECORDING MODE IS F.
       01  DORMANCY-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AHIST-STATUS             PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-DORM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MSTR-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-MSTR-EOF             VALUE 'Y'.
           05  WS-AHIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-EOF            VALUE 'Y'.
           05  WS-DORM-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-DORM-EOF             VALUE 'Y'.
           05  WS-MSTR-ANY-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-MSTR-ANY             VALUE 'Y'.

       01  WS-DORMANT-DAYS                 PIC 9(3) VALUE 90.
       01  WS-REPORT-DATE                  PIC X(8).
       01  WS-REPORT-DATE-NUM              PIC 9(8).
       01  WS-REPORT-DAYS                  PIC 9(7).
       01  WS-LAST-DATE-NUM                PIC 9(8).
       01  WS-WORK-DAYS                    PIC S9(7).
       01  WS-WORK-BUCKET                  PIC X(4).
       01  WS-NOW-TIMESTAMP                PIC X(26).

      *  Status in force per account from the DORMFILE trail (latest
      *  record wins).  An account the table cannot hold reads as
      *  never dormant: at worst it is written DORMANT again, never
      *  missed.
       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 5000 TIMES.
               10  WS-STATE-ACCOUNT        PIC X(10).
               10  WS-STATE-STAT           PIC X(11).
               10  WS-STATE-BUCKET         PIC X(4).
       01  WS-STATE-COUNT                  PIC 9(4) VALUE 0.
       01  WS-STATE-SUB                    PIC 9(4).
       01  WS-STATE-FOUND-SUB              PIC 9(4).
       01  WS-STATE-DROPPED                PIC 9(9) VALUE 0.

      *  Every account dormant as of the business date, held so the
      *  report can list them bucket by bucket.  WS-DORMT-CHANGE is
      *  N for newly dormant, B for aged into a higher bucket, space
      *  for no change since the last run.
       01  WS-DORMANT-TABLE.
           05  WS-DORMT-ENTRY OCCURS 5000 TIMES.
               10  WS-DORMT-ACCOUNT        PIC X(10).
               10  WS-DORMT-LAST-DATE      PIC X(8).
               10  WS-DORMT-DAYS           PIC 9(5).
               10  WS-DORMT-BUCKET         PIC X(4).
               10  WS-DORMT-ACTIVE-DATE    PIC X(8).
               10  WS-DORMT-COUNT OCCURS 4 TIMES       PIC 9(9).
               10  WS-DORMT-AMOUNT OCCURS 4 TIMES      PIC S9(11)V99.
               10  WS-DORMT-CHANGE         PIC X(1).
       01  WS-DORMT-COUNT-USED             PIC 9(4) VALUE 0.
       01  WS-DORMT-SUB                    PIC 9(4).
       01  WS-DORMT-DROPPED                PIC 9(9) VALUE 0.
       01  WS-CTR-SUB                      PIC 9(1).

      *  Dormant accounts whose master buckets are empty, so their
      *  last active day must come from ACCTHIST - usually none, so
      *  the history pass is skipped entirely.
       01  WS-HNEED-TABLE.
           05  WS-HNEED-DORMT-SUB OCCURS 500 TIMES PIC 9(4).
       01  WS-HNEED-COUNT                  PIC 9(3) VALUE 0.
       01  WS-HNEED-SUB                    PIC 9(3).
       01  WS-HNEED-DROPPED                PIC 9(9) VALUE 0.

      *  Bucket labels in report order, highest first.
       01  WS-BUCKET-LABELS.
           05  FILLER                      PIC X(4) VALUE "365+".
           05  FILLER                      PIC X(4) VALUE "180 ".
           05  FILLER                      PIC X(4) VALUE "090 ".
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL OCCURS 3 TIMES PIC X(4).
       01  WS-BUCKET-SUB                   PIC 9(1).
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-COUNT OCCURS 3 TIMES PIC 9(9).

       01  WS-MSTR-READ-COUNT              PIC 9(9) VALUE 0.
       01  WS-HIST-READ-COUNT              PIC 9(9) VALUE 0.
       01  WS-UNDATED-COUNT                PIC 9(9) VALUE 0.
       01  WS-NEW-DORMANT-COUNT            PIC 9(9) VALUE 0.
       01  WS-MOVED-COUNT                  PIC 9(9) VALUE 0.
       01  WS-REACTIVATED-COUNT            PIC 9(9) VALUE 0.

       01  WS-CHANGE-TEXT                  PIC X(10).
       01  WS-EDIT-COUNT                   PIC Z(8)9.
       01  WS-EDIT-DAYS                    PIC ZZZZ9.
       01  WS-EDIT-AMOUNT                  PIC Z(10)9.99-.
       01  WS-EDIT-AMOUNT-2                PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.
           PERFORM 1000-LOAD-PARM.
           PERFORM 1100-LOAD-STATUS-TRAIL.
           PERFORM 1200-OPEN-FILES.
           PERFORM 2000-SCAN-MASTER.
           IF WS-HNEED-COUNT > 0
               PERFORM 3000-SCAN-HISTORY
           END-IF.
           PERFORM 4000-WRITE-STATUS-CHANGES.
           PERFORM 5000-WRITE-DORMANCY-LIST.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *  Each control is taken only when it is a usable value, so a
      *  short or partly blank parm record still leaves the rest at
      *  their defaults.
       1000-LOAD-PARM.
           OPEN INPUT DORMANCY-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DORMANCY-PARM-FILE
                   NOT AT END
                       IF DRPM-DORMANT-DAYS IS NUMERIC
                           AND DRPM-DORMANT-DAYS > 0
                           MOVE DRPM-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF DRPM-BUSINESS-DATE IS NUMERIC
                           AND DRPM-BUSINESS-DATE(5:2) >= "01"
                           AND DRPM-BUSINESS-DATE(5:2) <= "12"
                           AND DRPM-BUSINESS-DATE(7:2) >= "01"
                           AND DRPM-BUSINESS-DATE(7:2) <= "31"
                           MOVE DRPM-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE DORMANCY-PARM-FILE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM.
           COMPUTE WS-REPORT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM).

      *  No trail yet means no account has ever been found dormant.
       1100-LOAD-STATUS-TRAIL.
           OPEN INPUT DORMANCY-FILE.
           IF WS-DORM-STATUS = "00"
               PERFORM UNTIL WS-DORM-EOF
                   READ DORMANCY-FILE
                       AT END
                           SET WS-DORM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-ABSORB-STATUS
                   END-READ
               END-PERFORM
               CLOSE DORMANCY-FILE
           END-IF.

       1110-ABSORB-STATUS.
           MOVE DORM-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           PERFORM 2200-FIND-STATE.
           IF WS-STATE-FOUND-SUB = 0
               IF WS-STATE-COUNT < 5000
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-FOUND-SUB
                   MOVE DORM-ACCOUNT-ID
                       TO WS-STATE-ACCOUNT(WS-STATE-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-STATE-DROPPED
               END-IF
           END-IF.
           IF WS-STATE-FOUND-SUB > 0
               MOVE DORM-STATUS TO WS-STATE-STAT(WS-STATE-FOUND-SUB)
               MOVE DORM-BUCKET TO WS-STATE-BUCKET(WS-STATE-FOUND-SUB)
           END-IF.

       1200-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open ACCTMSTR, status "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND DORMANCY-FILE.
           IF WS-DORM-STATUS NOT = "00"
               OPEN OUTPUT DORMANCY-FILE
           END-IF.
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "DORMANT ACCOUNT REPORT - BUSINESS DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-DORMANT-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "DORMANT AFTER " WS-EDIT-DAYS
               " DAYS WITHOUT ACTIVITY"
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE "REACTIVATED SINCE THE LAST DORMANCY RUN"
               TO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.

       2000-SCAN-MASTER.
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
                       PERFORM 2100-EXAMINE-ACCOUNT
               END-READ
           END-PERFORM.
           IF WS-REACTIVATED-COUNT = 0
               MOVE "  NONE" TO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
           END-IF.

      *  An account with no usable activity date cannot be aged and
      *  is only counted.  A date after the business date (a run for
      *  an earlier date) reads as active.
       2100-EXAMINE-ACCOUNT.
           IF ACCT-LAST-ACTIVITY-DATE IS NOT NUMERIC
               OR ACCT-LAST-ACTIVITY-DATE(5:2) < "01"
               OR ACCT-LAST-ACTIVITY-DATE(5:2) > "12"
               OR ACCT-LAST-ACTIVITY-DATE(7:2) < "01"
               OR ACCT-LAST-ACTIVITY-DATE(7:2) > "31"
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               MOVE ACCT-LAST-ACTIVITY-DATE TO WS-LAST-DATE-NUM
               COMPUTE WS-WORK-DAYS = WS-REPORT-DAYS -
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-NUM)
               IF WS-WORK-DAYS < 0
                   MOVE 0 TO WS-WORK-DAYS
               END-IF
               PERFORM 2200-FIND-STATE
               IF WS-WORK-DAYS >= WS-DORMANT-DAYS
                   PERFORM 2300-ADD-DORMANT
               ELSE
                   IF WS-STATE-FOUND-SUB > 0
                       IF WS-STATE-STAT(WS-STATE-FOUND-SUB) =
                               "DORMANT"
                           PERFORM 2400-WRITE-REACTIVATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Probe on ACCT-ACCOUNT-ID - the master key during the scan,
      *  and loaded with the trail record's account while the trail
      *  is absorbed.
       2200-FIND-STATE.
           MOVE 0 TO WS-STATE-FOUND-SUB.
           PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > WS-STATE-COUNT
                   OR WS-STATE-FOUND-SUB > 0
               IF WS-STATE-ACCOUNT(WS-STATE-SUB) = ACCT-ACCOUNT-ID
                   MOVE WS-STATE-SUB TO WS-STATE-FOUND-SUB
               END-IF
           END-PERFORM.

       2300-ADD-DORMANT.
           IF WS-WORK-DAYS >= 365
               MOVE "365+" TO WS-WORK-BUCKET
           ELSE
               IF WS-WORK-DAYS >= 180
                   MOVE "180 " TO WS-WORK-BUCKET
               ELSE
                   MOVE "090 " TO WS-WORK-BUCKET
               END-IF
           END-IF.
           IF WS-DORMT-COUNT-USED NOT < 5000
               ADD 1 TO WS-DORMT-DROPPED
           ELSE
               ADD 1 TO WS-DORMT-COUNT-USED
               MOVE WS-DORMT-COUNT-USED TO WS-DORMT-SUB
               MOVE ACCT-ACCOUNT-ID TO WS-DORMT-ACCOUNT(WS-DORMT-SUB)
               MOVE ACCT-LAST-ACTIVITY-DATE
                   TO WS-DORMT-LAST-DATE(WS-DORMT-SUB)
               MOVE WS-WORK-DAYS TO WS-DORMT-DAYS(WS-DORMT-SUB)
               MOVE WS-WORK-BUCKET TO WS-DORMT-BUCKET(WS-DORMT-SUB)
               PERFORM 2310-TAKE-MASTER-BUCKETS
               MOVE SPACE TO WS-DORMT-CHANGE(WS-DORMT-SUB)
               IF WS-STATE-FOUND-SUB = 0
                   MOVE 'N' TO WS-DORMT-CHANGE(WS-DORMT-SUB)
               ELSE
                   IF WS-STATE-STAT(WS-STATE-FOUND-SUB) NOT =
                           "DORMANT"
                       MOVE 'N' TO WS-DORMT-CHANGE(WS-DORMT-SUB)
                   ELSE
                       IF WS-STATE-BUCKET(WS-STATE-FOUND-SUB) NOT =
                               WS-WORK-BUCKET
                           MOVE 'B' TO WS-DORMT-CHANGE(WS-DORMT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  The master still holds the last activity date's buckets -
      *  the day is rolled to ACCTHIST only when the account is next
      *  touched.  An empty set (a manual master fix) is filled from
      *  the latest ACCTHIST day instead.
       2310-TAKE-MASTER-BUCKETS.
           MOVE 'N' TO WS-MSTR-ANY-SWITCH.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE ACCT-DAILY-COUNT(WS-CTR-SUB)
                   TO WS-DORMT-COUNT(WS-DORMT-SUB, WS-CTR-SUB)
               MOVE ACCT-DAILY-AMOUNT(WS-CTR-SUB)
                   TO WS-DORMT-AMOUNT(WS-DORMT-SUB, WS-CTR-SUB)
               IF ACCT-DAILY-COUNT(WS-CTR-SUB) > 0
                   SET WS-MSTR-ANY TO TRUE
               END-IF
           END-PERFORM.
           IF WS-MSTR-ANY
               MOVE ACCT-LAST-ACTIVITY-DATE
                   TO WS-DORMT-ACTIVE-DATE(WS-DORMT-SUB)
           ELSE
               MOVE SPACES TO WS-DORMT-ACTIVE-DATE(WS-DORMT-SUB)
               IF WS-HNEED-COUNT < 500
                   ADD 1 TO WS-HNEED-COUNT
                   MOVE WS-DORMT-SUB
                       TO WS-HNEED-DORMT-SUB(WS-HNEED-COUNT)
               ELSE
                   ADD 1 TO WS-HNEED-DROPPED
               END-IF
           END-IF.

      *  The trail says dormant but the master has moved on - the
      *  account woke by a route that raised no alert (an EXCPRPR1
      *  repost, or the dormancy days raised since the last run).
       2400-WRITE-REACTIVATION.
           MOVE SPACES TO DORMANCY-RECORD.
           MOVE ACCT-ACCOUNT-ID TO DORM-ACCOUNT-ID.
           SET DORM-REACTIVATED TO TRUE.
           MOVE WS-REPORT-DATE TO DORM-STATUS-DATE.
           MOVE ACCT-LAST-ACTIVITY-DATE TO DORM-LAST-ACTIVITY-DATE.
           MOVE WS-WORK-DAYS TO DORM-DAYS-INACTIVE.
           MOVE ACCT-LAST-ACTIVITY-DATE TO DORM-LAST-ACTIVE-DATE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE ACCT-DAILY-COUNT(WS-CTR-SUB)
                   TO DORM-LAST-COUNT(WS-CTR-SUB)
               MOVE ACCT-DAILY-AMOUNT(WS-CTR-SUB)
                   TO DORM-LAST-AMOUNT(WS-CTR-SUB)
           END-PERFORM.
           MOVE 0 TO DORM-REACT-COUNTER-CODE.
           MOVE 0 TO DORM-REACT-AMOUNT.
           MOVE 'N' TO DORM-LARGE-WDL-FLAG.
           MOVE "DORMRPT1" TO DORM-SOURCE-PROGRAM.
           MOVE WS-NOW-TIMESTAMP TO DORM-TIMESTAMP.
           WRITE DORMANCY-RECORD.
           ADD 1 TO WS-REACTIVATED-COUNT.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "  " ACCT-ACCOUNT-ID
               "  ACTIVE AGAIN " ACCT-LAST-ACTIVITY-DATE
               "  WAS DORMANT IN BUCKET "
               WS-STATE-BUCKET(WS-STATE-FOUND-SUB)
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.

      *  Latest history day on or before the last activity date for
      *  each dormant account the master could not describe.  The
      *  history is keyed by account and date, so each account is
      *  read from its first day forward only as far as its last
      *  activity date - the last day read is the one wanted.
       3000-SCAN-HISTORY.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS = "00"
               PERFORM VARYING WS-HNEED-SUB FROM 1 BY 1
                       UNTIL WS-HNEED-SUB > WS-HNEED-COUNT
                   MOVE WS-HNEED-DORMT-SUB(WS-HNEED-SUB)
                       TO WS-DORMT-SUB
                   PERFORM 3100-READ-ACCOUNT-HISTORY
               END-PERFORM
               CLOSE ACCOUNT-HISTORY-FILE
           ELSE
               DISPLAY "Warning: no ACCTHIST history, status "
                   WS-AHIST-STATUS " - last active amounts left zero"
           END-IF.

       3100-READ-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-AHIST-EOF-SWITCH.
           MOVE WS-DORMT-ACCOUNT(WS-DORMT-SUB) TO AHIST-ACCOUNT-ID.
           MOVE LOW-VALUES TO AHIST-ACTIVITY-DATE.
           START ACCOUNT-HISTORY-FILE KEY NOT < AHIST-KEY
               INVALID KEY
                   SET WS-AHIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-AHIST-EOF
               READ ACCOUNT-HISTORY-FILE NEXT
                   AT END
                       SET WS-AHIST-EOF TO TRUE
                   NOT AT END
                       IF AHIST-ACCOUNT-ID NOT =
                               WS-DORMT-ACCOUNT(WS-DORMT-SUB)
                           OR AHIST-ACTIVITY-DATE >
                               WS-DORMT-LAST-DATE(WS-DORMT-SUB)
                           SET WS-AHIST-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HIST-READ-COUNT
                           PERFORM 3110-TAKE-HISTORY-DAY
                       END-IF
               END-READ
           END-PERFORM.

       3110-TAKE-HISTORY-DAY.
           MOVE AHIST-ACTIVITY-DATE
               TO WS-DORMT-ACTIVE-DATE(WS-DORMT-SUB).
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE AHIST-DAILY-COUNT(WS-CTR-SUB)
                   TO WS-DORMT-COUNT(WS-DORMT-SUB, WS-CTR-SUB)
               MOVE AHIST-DAILY-AMOUNT(WS-CTR-SUB)
                   TO WS-DORMT-AMOUNT(WS-DORMT-SUB, WS-CTR-SUB)
           END-PERFORM.

      *  Only a change goes to the trail - an account sitting in the
      *  same bucket as last run is already recorded.
       4000-WRITE-STATUS-CHANGES.
           PERFORM VARYING WS-DORMT-SUB FROM 1 BY 1
                   UNTIL WS-DORMT-SUB > WS-DORMT-COUNT-USED
               IF WS-DORMT-CHANGE(WS-DORMT-SUB) NOT = SPACE
                   PERFORM 4100-WRITE-DORMANT-RECORD
               END-IF
           END-PERFORM.

       4100-WRITE-DORMANT-RECORD.
           MOVE SPACES TO DORMANCY-RECORD.
           MOVE WS-DORMT-ACCOUNT(WS-DORMT-SUB) TO DORM-ACCOUNT-ID.
           SET DORM-DORMANT TO TRUE.
           MOVE WS-DORMT-BUCKET(WS-DORMT-SUB) TO DORM-BUCKET.
           MOVE WS-REPORT-DATE TO DORM-STATUS-DATE.
           MOVE WS-DORMT-LAST-DATE(WS-DORMT-SUB)
               TO DORM-LAST-ACTIVITY-DATE.
           MOVE WS-DORMT-DAYS(WS-DORMT-SUB) TO DORM-DAYS-INACTIVE.
           MOVE WS-DORMT-ACTIVE-DATE(WS-DORMT-SUB)
               TO DORM-LAST-ACTIVE-DATE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE WS-DORMT-COUNT(WS-DORMT-SUB, WS-CTR-SUB)
                   TO DORM-LAST-COUNT(WS-CTR-SUB)
               MOVE WS-DORMT-AMOUNT(WS-DORMT-SUB, WS-CTR-SUB)
                   TO DORM-LAST-AMOUNT(WS-CTR-SUB)
           END-PERFORM.
           MOVE 0 TO DORM-REACT-COUNTER-CODE.
           MOVE 0 TO DORM-REACT-AMOUNT.
           MOVE 'N' TO DORM-LARGE-WDL-FLAG.
           MOVE "DORMRPT1" TO DORM-SOURCE-PROGRAM.
           MOVE WS-NOW-TIMESTAMP TO DORM-TIMESTAMP.
           WRITE DORMANCY-RECORD.
           IF WS-DORMT-CHANGE(WS-DORMT-SUB) = 'N'
               ADD 1 TO WS-NEW-DORMANT-COUNT
           ELSE
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

       5000-WRITE-DORMANCY-LIST.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 3
               MOVE 0 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
               MOVE SPACES TO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
               MOVE SPACES TO DORMANCY-REPORT-LINE
               STRING "DORMANT - INACTIVE "
                   WS-BUCKET-LABEL(WS-BUCKET-SUB) " DAYS"
                   DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
               MOVE SPACES TO DORMANCY-REPORT-LINE
               STRING "  ACCOUNT     LAST ACT   DAYS  ACTIVE ON"
                   "          DEPOSITS       WITHDRAWALS  STATUS"
                   DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
               PERFORM VARYING WS-DORMT-SUB FROM 1 BY 1
                       UNTIL WS-DORMT-SUB > WS-DORMT-COUNT-USED
                   IF WS-DORMT-BUCKET(WS-DORMT-SUB) =
                           WS-BUCKET-LABEL(WS-BUCKET-SUB)
                       PERFORM 5100-WRITE-DORMANT-LINE
                   END-IF
               END-PERFORM
               IF WS-BUCKET-COUNT(WS-BUCKET-SUB) = 0
                   MOVE "  NONE" TO DORMANCY-REPORT-LINE
                   WRITE DORMANCY-REPORT-LINE
               END-IF
           END-PERFORM.

       5100-WRITE-DORMANT-LINE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB).
           EVALUATE WS-DORMT-CHANGE(WS-DORMT-SUB)
               WHEN 'N'
                   MOVE "NEW" TO WS-CHANGE-TEXT
               WHEN 'B'
                   MOVE "AGED UP" TO WS-CHANGE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-CHANGE-TEXT
           END-EVALUATE.
           MOVE WS-DORMT-DAYS(WS-DORMT-SUB) TO WS-EDIT-DAYS.
           MOVE WS-DORMT-AMOUNT(WS-DORMT-SUB, 1) TO WS-EDIT-AMOUNT.
           MOVE WS-DORMT-AMOUNT(WS-DORMT-SUB, 2) TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "  " WS-DORMT-ACCOUNT(WS-DORMT-SUB)
               "  " WS-DORMT-LAST-DATE(WS-DORMT-SUB)
               "  " WS-EDIT-DAYS
               "  " WS-DORMT-ACTIVE-DATE(WS-DORMT-SUB)
               "  " WS-EDIT-AMOUNT
               "  " WS-EDIT-AMOUNT-2
               "  " WS-CHANGE-TEXT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-MSTR-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "MASTER RECORDS READ     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-DORMT-COUNT-USED TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "DORMANT ACCOUNTS        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-NEW-DORMANT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "  NEWLY DORMANT         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "  AGED INTO NEW BUCKET  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-REACTIVATED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "REACTIVATED             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           IF WS-UNDATED-COUNT > 0
               MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO DORMANCY-REPORT-LINE
               STRING "UNDATED - NOT AGED      " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
           END-IF.
           IF WS-DORMT-DROPPED > 0 OR WS-STATE-DROPPED > 0
               OR WS-HNEED-DROPPED > 0
               MOVE SPACES TO DORMANCY-REPORT-LINE
               STRING "  WARNING - TABLE FULL, SOME ACCOUNTS NOT "
                   "LISTED OR TRACKED"
                   DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE
               WRITE DORMANCY-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE DORMANCY-FILE.
           CLOSE DORMANCY-REPORT-FILE.
           DISPLAY "Dormancy: " WS-DORMT-COUNT-USED " dormant, "
               WS-NEW-DORMANT-COUNT " new, "
               WS-REACTIVATED-COUNT " reactivated".
