       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGERPT1.
      *****************************************************************
      *  AGERPT1 - OPEN-ITEM AGING REPORT
      *  Daily aging of everything still carried forward unresolved:
      *  the STILL-OVER exceptions EXCPRPR1 rewrites to EXCPCARR, aged
      *  from EXCP-SHUNT-DATE, and the UNCORRECTED, RESUBMIT-REFUSED
      *  and WRITE-OFF-HELD rejects REJRPR1 rewrites to REJCARR, aged
      *  from REJ-REJECT-DATE.  Age is in days as of the AGEPARM
      *  business date (today when blank).  AGERPT lists, per source:
      *    - open items by reason code and counter in age buckets -
      *      same day, 1-3, 4-10 and over 10 days - with the count and
      *      the dollar amount of the uncounted activity in each (a
      *      reject whose amount cannot be read adds nothing);
      *    - every item past the AGEPARM SLA age (default 3 days),
      *      each of which also writes an ALERTFIL record for ALRTMGR1
      *      - account id as the counter name, age as the value and
      *      the SLA age as the threshold, so the severity climbs as
      *      the item keeps ageing;
      *    - every item HSKEEP1 will archive within the AGEPARM warning
      *      days (default 5), judged against the retention days
      *      AGEPARM carries for each file (default 30 - they must
      *      match the HSKPPARM records of the EXCPCARR and REJFILE
      *      housekeeping steps), so nothing is archived while it is
      *      still unresolved.  An item already past its window shows
      *      OVERDUE - housekeeping has not yet run over it.
      *  An undated item cannot be aged (and HSKEEP1 never purges
      *  it); it is counted on the source total line only.  A missing
      *  carry-forward file means nothing is open on it.  Any item
      *  past SLA or due for archive, or a table overflow, drives
      *  RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-CARRY-FILE ASSIGN TO "EXCPCARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT REJECT-CARRY-FILE ASSIGN TO "REJCARR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT AGING-PARM-FILE ASSIGN TO "AGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CARRY-FILE
           RECORDING MODE IS F.
       COPY EXCPREC.

       FD  REJECT-CARRY-FILE
           RECORDING MODE IS F.
       COPY REJREC.

       FD  AGING-PARM-FILE
           RECORDING MODE IS F.
       01  AGING-PARM-RECORD.
           05  AGPM-SLA-DAYS               PIC 9(3).
           05  AGPM-EXCP-RETAIN-DAYS       PIC 9(3).
           05  AGPM-REJ-RETAIN-DAYS        PIC 9(3).
           05  AGPM-WARN-DAYS              PIC 9(3).
           05  AGPM-BUSINESS-DATE          PIC X(8).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       COPY ALERTREC.

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01  AGING-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXCP-STATUS              PIC X(2) VALUE SPACES.
           05  WS-REJ-STATUS               PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-ALERT-STATUS             PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CARRY-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-CARRY-EOF            VALUE 'Y'.
           05  WS-ITEM-DATED-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-ITEM-DATED           VALUE 'Y'.
      *    Each carry-forward file is read once per pass: 1 buckets
      *    the items, 2 lists those past SLA, 3 those due for
      *    archive.
           05  WS-PASS                     PIC 9(1).
               88  WS-PASS-BUCKETS         VALUE 1.
               88  WS-PASS-SLA             VALUE 2.
               88  WS-PASS-RETENTION       VALUE 3.

       01  WS-SLA-DAYS                     PIC 9(3) VALUE 3.
       01  WS-EXCP-RETAIN-DAYS             PIC 9(3) VALUE 30.
       01  WS-REJ-RETAIN-DAYS              PIC 9(3) VALUE 30.
       01  WS-WARN-DAYS                    PIC 9(3) VALUE 5.
       01  WS-REPORT-DATE                  PIC X(8).
       01  WS-REPORT-DATE-NUM              PIC 9(8).
       01  WS-REPORT-DAYS                  PIC 9(7).

      *  The counter names BUGJOB01 gives counter codes 1-4, for
      *  rejects, which carry only the code.
       01  WS-COUNTER-NAMES.
           05  FILLER                      PIC X(12)
                   VALUE "DEPOSITS".
           05  FILLER                      PIC X(12)
                   VALUE "WITHDRAWALS".
           05  FILLER                      PIC X(12)
                   VALUE "TRANSFERS".
           05  FILLER                      PIC X(12)
                   VALUE "REVERSALS".
       01  WS-COUNTER-NAME-TABLE REDEFINES WS-COUNTER-NAMES.
           05  WS-COUNTER-NAME OCCURS 4 TIMES PIC X(12).

      *  The reject's original record in TRANFILE shape for its
      *  counter code and amount.
       COPY TRANFILE.

      *  The item in hand, whichever file it came from.
       01  WS-ITEM.
           05  WS-ITEM-SOURCE              PIC X(1).
               88  WS-ITEM-EXCEPTION       VALUE 'E'.
               88  WS-ITEM-REJECT          VALUE 'R'.
           05  WS-ITEM-REASON              PIC X(4).
           05  WS-ITEM-COUNTER             PIC X(12).
           05  WS-ITEM-ACCOUNT             PIC X(10).
           05  WS-ITEM-AMOUNT              PIC S9(9)V99.
           05  WS-ITEM-DATE                PIC X(8).
           05  WS-ITEM-DATE-NUM            PIC 9(8).
           05  WS-ITEM-AGE                 PIC 9(5).
           05  WS-ITEM-BUCKET              PIC 9(1).
           05  WS-ITEM-RETAIN-DAYS         PIC 9(3).
           05  WS-ITEM-ARCHIVE-IN          PIC S9(5).
           05  WS-ITEM-ARCHIVE-DAYS        PIC 9(7).
           05  WS-ITEM-ARCHIVE-NUM         PIC 9(8).

      *  Bucket labels in report order.
       01  WS-BUCKET-LABELS.
           05  FILLER                      PIC X(12)
                   VALUE "SAME DAY".
           05  FILLER                      PIC X(12)
                   VALUE "1-3 DAYS".
           05  FILLER                      PIC X(12)
                   VALUE "4-10 DAYS".
           05  FILLER                      PIC X(12)
                   VALUE "OVER 10 DAYS".
           05  FILLER                      PIC X(12)
                   VALUE "TOTAL".
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL OCCURS 5 TIMES PIC X(12).
       01  WS-BUCKET-SUB                   PIC 9(1).

      *  One entry per source, reason and counter, kept in that order
      *  by insertion so the report needs no sort.  Slot 5 of each
      *  entry is the row total.  An item whose group the table
      *  cannot hold is still alerted and listed, only not bucketed.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 200 TIMES.
               10  WS-GROUP-KEY.
                   15  WS-GROUP-SOURCE     PIC X(1).
                   15  WS-GROUP-REASON     PIC X(4).
                   15  WS-GROUP-COUNTER    PIC X(12).
               10  WS-GROUP-COUNT OCCURS 5 TIMES       PIC 9(7).
               10  WS-GROUP-AMOUNT OCCURS 5 TIMES      PIC S9(11)V99.
       01  WS-GROUP-USED                   PIC 9(3) VALUE 0.
       01  WS-GROUP-SUB                    PIC 9(3).
       01  WS-GROUP-FOUND-SUB              PIC 9(3).
       01  WS-GROUP-DROPPED                PIC 9(7) VALUE 0.
       01  WS-WORK-KEY                     PIC X(17).

      *  Totals per source (1 exceptions, 2 rejects), same slots.
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-ENTRY OCCURS 2 TIMES.
               10  WS-SRC-COUNT OCCURS 5 TIMES         PIC 9(7).
               10  WS-SRC-AMOUNT OCCURS 5 TIMES        PIC S9(11)V99.
               10  WS-SRC-UNDATED-COUNT    PIC 9(7).
               10  WS-SRC-UNDATED-AMOUNT   PIC S9(11)V99.
               10  WS-SRC-READ-COUNT       PIC 9(7).
       01  WS-SOURCE-SUB                   PIC 9(1).
       01  WS-PRINT-SOURCE                 PIC X(1).

       01  WS-SLA-COUNT                    PIC 9(7) VALUE 0.
       01  WS-RETAIN-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ALERT-COUNT                  PIC 9(7) VALUE 0.

       01  WS-AGING-LINE.
           05  FILLER                      PIC X(2).
           05  WS-AGE-REASON               PIC X(4).
           05  FILLER                      PIC X(2).
           05  WS-AGE-COUNTER              PIC X(12).
           05  WS-AGE-CELL OCCURS 5 TIMES.
               10  FILLER                  PIC X(1).
               10  WS-AGE-COUNT            PIC ZZZZZ9.
               10  FILLER                  PIC X(1).
               10  WS-AGE-AMOUNT           PIC Z(9)9.99-.
       01  WS-AGING-HEAD.
           05  FILLER                      PIC X(20)
                   VALUE "  RSN   COUNTER".
           05  WS-AGE-HEAD-CELL OCCURS 5 TIMES.
               10  FILLER                  PIC X(3).
               10  WS-AGE-HEAD-LABEL       PIC X(12).
               10  FILLER                  PIC X(7).
       01  WS-AGING-HEAD-2.
           05  FILLER                      PIC X(20) VALUE SPACES.
           05  WS-AGE-HEAD-2-CELL OCCURS 5 TIMES  PIC X(22)
                   VALUE "  COUNT        AMOUNT".

       01  WS-STATUS-TEXT                  PIC X(8).
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-AGE                     PIC ZZZZ9.
       01  WS-EDIT-DAYS                    PIC ZZ9.
       01  WS-EDIT-DAYS-2                  PIC ZZ9.
       01  WS-EDIT-DAYS-3                  PIC ZZ9.
       01  WS-EDIT-AMOUNT                  PIC Z(9)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           INITIALIZE WS-SOURCE-TOTALS.
           PERFORM 1000-LOAD-PARM.
           PERFORM 1100-OPEN-FILES.
           SET WS-PASS-BUCKETS TO TRUE.
           PERFORM 2000-READ-CARRY-FILES.
           PERFORM 4000-WRITE-AGING-BUCKETS.
           SET WS-PASS-SLA TO TRUE.
           PERFORM 5000-WRITE-SLA-HEADER.
           PERFORM 2000-READ-CARRY-FILES.
           IF WS-SLA-COUNT = 0
               MOVE "  NONE" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           SET WS-PASS-RETENTION TO TRUE.
           PERFORM 6000-WRITE-RETENTION-HEADER.
           PERFORM 2000-READ-CARRY-FILES.
           IF WS-RETAIN-COUNT = 0
               MOVE "  NONE" TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *  Each control is taken only when it is a usable value, so a
      *  short or partly blank parm record still leaves the rest at
      *  their defaults.
       1000-LOAD-PARM.
           OPEN INPUT AGING-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ AGING-PARM-FILE
                   NOT AT END
                       IF AGPM-SLA-DAYS IS NUMERIC
                           AND AGPM-SLA-DAYS > 0
                           MOVE AGPM-SLA-DAYS TO WS-SLA-DAYS
                       END-IF
                       IF AGPM-EXCP-RETAIN-DAYS IS NUMERIC
                           AND AGPM-EXCP-RETAIN-DAYS > 0
                           MOVE AGPM-EXCP-RETAIN-DAYS
                               TO WS-EXCP-RETAIN-DAYS
                       END-IF
                       IF AGPM-REJ-RETAIN-DAYS IS NUMERIC
                           AND AGPM-REJ-RETAIN-DAYS > 0
                           MOVE AGPM-REJ-RETAIN-DAYS
                               TO WS-REJ-RETAIN-DAYS
                       END-IF
                       IF AGPM-WARN-DAYS IS NUMERIC
                           MOVE AGPM-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
                       IF AGPM-BUSINESS-DATE IS NUMERIC
                           AND AGPM-BUSINESS-DATE(5:2) >= "01"
                           AND AGPM-BUSINESS-DATE(5:2) <= "12"
                           AND AGPM-BUSINESS-DATE(7:2) >= "01"
                           AND AGPM-BUSINESS-DATE(7:2) <= "31"
                           MOVE AGPM-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE AGING-PARM-FILE
           END-IF.
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM.
           COMPUTE WS-REPORT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE-NUM).

       1100-OPEN-FILES.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OPEN-ITEM AGING REPORT - BUSINESS DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-SLA-DAYS TO WS-EDIT-DAYS.
           MOVE WS-EXCP-RETAIN-DAYS TO WS-EDIT-DAYS-2.
           MOVE WS-REJ-RETAIN-DAYS TO WS-EDIT-DAYS-3.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "SLA AGE " WS-EDIT-DAYS " DAYS   RETENTION EXCPCARR "
               WS-EDIT-DAYS-2 " DAYS, REJCARR " WS-EDIT-DAYS-3
               " DAYS"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

      *****************************************************************
      *  One pass over both carry-forward files, each item handed to
      *  3000-PROCESS-ITEM for the pass in hand.
      *****************************************************************
       2000-READ-CARRY-FILES.
           MOVE 'N' TO WS-CARRY-EOF-SWITCH.
           OPEN INPUT EXCEPTION-CARRY-FILE.
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL WS-CARRY-EOF
                   READ EXCEPTION-CARRY-FILE
                       AT END
                           SET WS-CARRY-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-EXCEPTION
                           PERFORM 3000-PROCESS-ITEM
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-CARRY-FILE
           END-IF.
           MOVE 'N' TO WS-CARRY-EOF-SWITCH.
           OPEN INPUT REJECT-CARRY-FILE.
           IF WS-REJ-STATUS = "00"
               PERFORM UNTIL WS-CARRY-EOF
                   READ REJECT-CARRY-FILE
                       AT END
                           SET WS-CARRY-EOF TO TRUE
                       NOT AT END
                           PERFORM 2200-TAKE-REJECT
                           PERFORM 3000-PROCESS-ITEM
                   END-READ
               END-PERFORM
               CLOSE REJECT-CARRY-FILE
           END-IF.

      *  Spaces on EXCP-REASON-CODE reads as OVER, as EXCPREC says.
       2100-TAKE-EXCEPTION.
           SET WS-ITEM-EXCEPTION TO TRUE.
           MOVE EXCP-REASON-CODE TO WS-ITEM-REASON.
           IF WS-ITEM-REASON = SPACES
               MOVE "OVER" TO WS-ITEM-REASON
           END-IF.
           MOVE EXCP-COUNTER-NAME TO WS-ITEM-COUNTER.
           MOVE EXCP-TRANS-ACCOUNT-ID TO WS-ITEM-ACCOUNT.
           IF EXCP-TRANS-AMOUNT IS NUMERIC
               MOVE EXCP-TRANS-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-AMOUNT
           END-IF.
           MOVE EXCP-SHUNT-DATE TO WS-ITEM-DATE.
           MOVE WS-EXCP-RETAIN-DAYS TO WS-ITEM-RETAIN-DAYS.
           PERFORM 2300-AGE-ITEM.

      *  A reason 01 reject has no valid counter code; it groups
      *  under UNKNOWN.
       2200-TAKE-REJECT.
           SET WS-ITEM-REJECT TO TRUE.
           MOVE REJ-TRANS-RECORD TO TRANS-RECORD.
           MOVE REJ-REASON-CODE TO WS-ITEM-REASON.
           IF TRANS-COUNTER-CODE IS NUMERIC
               AND TRANS-COUNTER-CODE >= 1
               AND TRANS-COUNTER-CODE <= 4
               MOVE WS-COUNTER-NAME(TRANS-COUNTER-CODE)
                   TO WS-ITEM-COUNTER
           ELSE
               MOVE "UNKNOWN" TO WS-ITEM-COUNTER
           END-IF.
           MOVE TRANS-ACCOUNT-ID TO WS-ITEM-ACCOUNT.
           IF TRANS-AMOUNT IS NUMERIC
               MOVE TRANS-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-AMOUNT
           END-IF.
           MOVE REJ-REJECT-DATE TO WS-ITEM-DATE.
           MOVE WS-REJ-RETAIN-DAYS TO WS-ITEM-RETAIN-DAYS.
           PERFORM 2300-AGE-ITEM.

      *  An item dated after the business date (a rerun for an
      *  earlier day) ages as same day.  HSKEEP1 archives an item
      *  once it is older than the retention days, so the first run
      *  that takes it is retention + 1 days after its date.
       2300-AGE-ITEM.
           MOVE 'N' TO WS-ITEM-DATED-SWITCH.
           MOVE 0 TO WS-ITEM-AGE.
           IF WS-ITEM-DATE IS NUMERIC
               AND WS-ITEM-DATE(5:2) >= "01"
               AND WS-ITEM-DATE(5:2) <= "12"
               AND WS-ITEM-DATE(7:2) >= "01"
               AND WS-ITEM-DATE(7:2) <= "31"
               SET WS-ITEM-DATED TO TRUE
               MOVE WS-ITEM-DATE TO WS-ITEM-DATE-NUM
               IF WS-ITEM-DATE-NUM < WS-REPORT-DATE-NUM
                   COMPUTE WS-ITEM-AGE = WS-REPORT-DAYS -
                       FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               END-IF
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE = 0
                       MOVE 1 TO WS-ITEM-BUCKET
                   WHEN WS-ITEM-AGE <= 3
                       MOVE 2 TO WS-ITEM-BUCKET
                   WHEN WS-ITEM-AGE <= 10
                       MOVE 3 TO WS-ITEM-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-ITEM-BUCKET
               END-EVALUATE
               COMPUTE WS-ITEM-ARCHIVE-IN =
                   WS-ITEM-RETAIN-DAYS + 1 - WS-ITEM-AGE
               COMPUTE WS-ITEM-ARCHIVE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
                   + WS-ITEM-RETAIN-DAYS + 1
               COMPUTE WS-ITEM-ARCHIVE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-ITEM-ARCHIVE-DAYS)
           END-IF.

       3000-PROCESS-ITEM.
           EVALUATE TRUE
               WHEN WS-PASS-BUCKETS
                   PERFORM 3100-BUCKET-ITEM
               WHEN WS-PASS-SLA
                   IF WS-ITEM-DATED AND WS-ITEM-AGE > WS-SLA-DAYS
                       PERFORM 5100-WRITE-SLA-ITEM
                   END-IF
               WHEN WS-PASS-RETENTION
                   IF WS-ITEM-DATED
                       AND WS-ITEM-ARCHIVE-IN <= WS-WARN-DAYS
                       PERFORM 6100-WRITE-RETENTION-ITEM
                   END-IF
           END-EVALUATE.

       3100-BUCKET-ITEM.
           IF WS-ITEM-EXCEPTION
               MOVE 1 TO WS-SOURCE-SUB
           ELSE
               MOVE 2 TO WS-SOURCE-SUB
           END-IF.
           ADD 1 TO WS-SRC-READ-COUNT(WS-SOURCE-SUB).
           IF NOT WS-ITEM-DATED
               ADD 1 TO WS-SRC-UNDATED-COUNT(WS-SOURCE-SUB)
               ADD WS-ITEM-AMOUNT
                   TO WS-SRC-UNDATED-AMOUNT(WS-SOURCE-SUB)
           ELSE
               ADD 1 TO WS-SRC-COUNT(WS-SOURCE-SUB, WS-ITEM-BUCKET)
               ADD 1 TO WS-SRC-COUNT(WS-SOURCE-SUB, 5)
               ADD WS-ITEM-AMOUNT
                   TO WS-SRC-AMOUNT(WS-SOURCE-SUB, WS-ITEM-BUCKET)
               ADD WS-ITEM-AMOUNT TO WS-SRC-AMOUNT(WS-SOURCE-SUB, 5)
               PERFORM 3200-FIND-GROUP
               IF WS-GROUP-FOUND-SUB > 0
                   ADD 1 TO WS-GROUP-COUNT(WS-GROUP-FOUND-SUB,
                       WS-ITEM-BUCKET)
                   ADD 1 TO WS-GROUP-COUNT(WS-GROUP-FOUND-SUB, 5)
                   ADD WS-ITEM-AMOUNT TO
                       WS-GROUP-AMOUNT(WS-GROUP-FOUND-SUB,
                       WS-ITEM-BUCKET)
                   ADD WS-ITEM-AMOUNT
                       TO WS-GROUP-AMOUNT(WS-GROUP-FOUND-SUB, 5)
               END-IF
           END-IF.

      *  Finds the item's group, inserting it in key order when new:
      *  the entries above the insertion point move down one.
       3200-FIND-GROUP.
           MOVE SPACES TO WS-WORK-KEY.
           STRING WS-ITEM-SOURCE WS-ITEM-REASON WS-ITEM-COUNTER
               DELIMITED BY SIZE INTO WS-WORK-KEY.
           MOVE 0 TO WS-GROUP-FOUND-SUB.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-USED
                   OR WS-GROUP-FOUND-SUB > 0
               IF WS-GROUP-KEY(WS-GROUP-SUB) NOT < WS-WORK-KEY
                   MOVE WS-GROUP-SUB TO WS-GROUP-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-GROUP-FOUND-SUB = 0
               PERFORM 3210-INSERT-GROUP
           ELSE
               IF WS-GROUP-KEY(WS-GROUP-FOUND-SUB) NOT = WS-WORK-KEY
                   PERFORM 3210-INSERT-GROUP
               END-IF
           END-IF.

       3210-INSERT-GROUP.
           IF WS-GROUP-USED >= 200
               ADD 1 TO WS-GROUP-DROPPED
               MOVE 0 TO WS-GROUP-FOUND-SUB
           ELSE
               IF WS-GROUP-FOUND-SUB = 0
                   COMPUTE WS-GROUP-FOUND-SUB = WS-GROUP-USED + 1
               ELSE
                   PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-USED
                           BY -1
                           UNTIL WS-GROUP-SUB < WS-GROUP-FOUND-SUB
                       MOVE WS-GROUP-ENTRY(WS-GROUP-SUB)
                           TO WS-GROUP-ENTRY(WS-GROUP-SUB + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-GROUP-USED
               INITIALIZE WS-GROUP-ENTRY(WS-GROUP-FOUND-SUB)
               MOVE WS-WORK-KEY TO WS-GROUP-KEY(WS-GROUP-FOUND-SUB)
           END-IF.

      *****************************************************************
      *  Aging buckets by source, reason and counter.
      *****************************************************************
       4000-WRITE-AGING-BUCKETS.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE SPACES TO WS-AGE-HEAD-CELL(WS-BUCKET-SUB)
               MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB)
                   TO WS-AGE-HEAD-LABEL(WS-BUCKET-SUB)
           END-PERFORM.
           MOVE 'E' TO WS-PRINT-SOURCE.
           MOVE 1 TO WS-SOURCE-SUB.
           PERFORM 4100-WRITE-SOURCE-SECTION.
           MOVE 'R' TO WS-PRINT-SOURCE.
           MOVE 2 TO WS-SOURCE-SUB.
           PERFORM 4100-WRITE-SOURCE-SECTION.

       4100-WRITE-SOURCE-SECTION.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-PRINT-SOURCE = 'E'
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "SHUNTED EXCEPTIONS CARRIED ON EXCPCARR "
                   "(STILL-OVER)"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
           ELSE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "REJECTS CARRIED ON REJCARR (UNCORRECTED, "
                   "RESUBMIT-REFUSED, WRITE-OFF-HELD)"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
           END-IF.
           WRITE AGING-REPORT-LINE.
           MOVE WS-AGING-HEAD TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-AGING-HEAD-2 TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-USED
               IF WS-GROUP-SOURCE(WS-GROUP-SUB) = WS-PRINT-SOURCE
                   MOVE SPACES TO WS-AGING-LINE
                   MOVE WS-GROUP-REASON(WS-GROUP-SUB) TO WS-AGE-REASON
                   MOVE WS-GROUP-COUNTER(WS-GROUP-SUB)
                       TO WS-AGE-COUNTER
                   PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                           UNTIL WS-BUCKET-SUB > 5
                       MOVE WS-GROUP-COUNT(WS-GROUP-SUB, WS-BUCKET-SUB)
                           TO WS-AGE-COUNT(WS-BUCKET-SUB)
                       MOVE WS-GROUP-AMOUNT(WS-GROUP-SUB,
                           WS-BUCKET-SUB)
                           TO WS-AGE-AMOUNT(WS-BUCKET-SUB)
                   END-PERFORM
                   MOVE WS-AGING-LINE TO AGING-REPORT-LINE
                   WRITE AGING-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AGING-LINE.
           MOVE "TOTAL" TO WS-AGE-COUNTER.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE WS-SRC-COUNT(WS-SOURCE-SUB, WS-BUCKET-SUB)
                   TO WS-AGE-COUNT(WS-BUCKET-SUB)
               MOVE WS-SRC-AMOUNT(WS-SOURCE-SUB, WS-BUCKET-SUB)
                   TO WS-AGE-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM.
           MOVE WS-AGING-LINE TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-SRC-UNDATED-COUNT(WS-SOURCE-SUB) > 0
               MOVE WS-SRC-UNDATED-COUNT(WS-SOURCE-SUB)
                   TO WS-EDIT-COUNT
               MOVE WS-SRC-UNDATED-AMOUNT(WS-SOURCE-SUB)
                   TO WS-EDIT-AMOUNT
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  UNDATED - CANNOT BE AGED " WS-EDIT-COUNT
                   " " WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

      *****************************************************************
      *  Items past the SLA age, each alerted to ALRTMGR1.
      *****************************************************************
       5000-WRITE-SLA-HEADER.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-SLA-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OPEN ITEMS PAST THE " WS-EDIT-DAYS
               "-DAY SLA - ALERTED TO ALERTFIL"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  SOURCE   DATE       AGE  RSN   COUNTER      "
               "ACCOUNT           AMOUNT"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       5100-WRITE-SLA-ITEM.
           ADD 1 TO WS-SLA-COUNT.
           PERFORM 7000-FORMAT-ITEM-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO ALERT-RECORD.
           MOVE WS-ITEM-ACCOUNT TO ALERT-COUNTER-NAME.
           MOVE WS-ITEM-AGE TO ALERT-CURRENT-VALUE.
           MOVE WS-SLA-DAYS TO ALERT-THRESHOLD-VALUE.
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP.
           WRITE ALERT-RECORD.
           ADD 1 TO WS-ALERT-COUNT.

      *****************************************************************
      *  Items HSKEEP1 will archive within the warning days.
      *****************************************************************
       6000-WRITE-RETENTION-HEADER.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-WARN-DAYS TO WS-EDIT-DAYS.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "UNRESOLVED ITEMS DUE FOR HSKEEP1 ARCHIVE WITHIN "
               WS-EDIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  SOURCE   DATE       AGE  RSN   COUNTER      "
               "ACCOUNT           AMOUNT  ARCHIVED ON"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       6100-WRITE-RETENTION-ITEM.
           ADD 1 TO WS-RETAIN-COUNT.
           PERFORM 7000-FORMAT-ITEM-LINE.
           IF WS-ITEM-ARCHIVE-IN > 0
               MOVE WS-ITEM-ARCHIVE-NUM TO WS-STATUS-TEXT
           ELSE
               MOVE "OVERDUE" TO WS-STATUS-TEXT
           END-IF.
           MOVE WS-STATUS-TEXT TO AGING-REPORT-LINE(73:8).
           WRITE AGING-REPORT-LINE.

       7000-FORMAT-ITEM-LINE.
           MOVE WS-ITEM-AGE TO WS-EDIT-AGE.
           MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO AGING-REPORT-LINE.
           IF WS-ITEM-EXCEPTION
               MOVE "EXCPCARR" TO WS-STATUS-TEXT
           ELSE
               MOVE "REJCARR" TO WS-STATUS-TEXT
           END-IF.
           STRING "  " WS-STATUS-TEXT " " WS-ITEM-DATE " "
               WS-EDIT-AGE "  " WS-ITEM-REASON "  "
               WS-ITEM-COUNTER " " WS-ITEM-ACCOUNT " "
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.

       9000-TERMINATE.
           IF WS-GROUP-DROPPED > 0
               MOVE WS-GROUP-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "WARNING: " WS-EDIT-COUNT
                   " ITEM(S) OVER 200 REASON/COUNTER GROUPS NOT "
                   "BUCKETED - SOURCE TOTALS ARE COMPLETE"
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           CLOSE AGING-REPORT-FILE.
           CLOSE ALERT-FILE.
           DISPLAY "Open-item aging complete: "
               WS-SRC-READ-COUNT(1) " exception(s), "
               WS-SRC-READ-COUNT(2) " reject(s), "
               WS-SLA-COUNT " past SLA, "
               WS-RETAIN-COUNT " due for archive".
           IF WS-SLA-COUNT > 0 OR WS-RETAIN-COUNT > 0
               OR WS-GROUP-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
