      *  RC=8 so the chain stops before the counts are polluted; an
      *  extract with no control records is processed as before they
      *  existed, flagged on the report.
      *  A populated branch code must also be a branch on the BRCHMSTR
      *  reference master (maintained by BRCHMT1) that had not closed
      *  before the business date - the extract header's date, or
      *  today when the extract has no header.  An unknown branch or
      *  one closed before that date is rejected under reason 09, so
      *  a keying slip can no longer surface as a branch of its own
      *  on SUMRPT and the GLINTF 'B' lines.
      *  A populated currency code must carry a rate on the FXRATES
      *  daily rate file (FXRTREC.cpy) for that same business date;
      *  a currency the file does not list, or lists with no rate
      *  for the day, is rejected under reason 10 so the counter job
      *  never meets an amount it cannot convert to base currency.
      *  A missing FXRATES leaves no rates at all - base-currency
      *  records still pass and every foreign one rejects.
      *  A populated value date must be a real date no later than
      *  that business date and no more than the VDATPARM back-dating
      *  limit (default 10 days) before it; anything else is
      *  rejected under reason 11.  A missing VDATPARM leaves the
      *  default limit in force.
      *  Each run also appends an 'E' record to the permanent DQHIST
      *  data-quality history (DQHREC.cpy) - extract identity, read/
      *  passed/rejected counts, rejects by reason, the trailer-check
      *  result and the reject dollar total - so extract quality can
      *  be trended by DQTRND1 after EDITRPT is overwritten.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Branch reference master - loaded whole at start-up.
           SELECT BRANCH-FILE ASSIGN TO "BRCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

      *    Daily FX rates - loaded whole at start-up.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.

      *    Optional back-dating limit for the value-date edit.
           SELECT VALUE-DATE-PARM-FILE ASSIGN TO "VDATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VDPM-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

      *    Permanent data-quality history - one record appended per
      *    run.
           SELECT DQ-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  EDIT-REPORT-LINE                PIC X(80).

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRCHREC.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       COPY FXRTREC.

       FD  VALUE-DATE-PARM-FILE
           RECORDING MODE IS F.
       01  VALUE-DATE-PARM-RECORD.
           05  VDPM-BACKDATE-DAYS          PIC 9(3).
           05  VDPM-BUSINESS-DATE          PIC X(8).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCREC.

       FD  DQ-HISTORY-FILE
           RECORDING MODE IS F.
       COPY DQHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS             PIC X(2) VALUE SPACES.
           05  WS-REJ-STATUS               PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS              PIC X(2) VALUE SPACES.
           05  WS-BRCH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-DQH-STATUS               PIC X(2) VALUE SPACES.
           05  WS-FXRT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-VDPM-STATUS              PIC X(2) VALUE SPACES.

       01  WS-EOF-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-BRCH-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-BRCH-EOF                 VALUE 'Y'.
       01  WS-FXRT-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-FXRT-EOF                 VALUE 'Y'.

      *  Set by 2010-EDIT-TRANSACTION to the first failing reason;
      *  spaces means the record passed every edit.
       01  WS-READ-COUNT                   PIC 9(9) VALUE 0.
       01  WS-VALID-COUNT                  PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(9) VALUE 0.
      *  Dollar total of the rejects whose amount could be read - a
      *  reason 03 reject has no usable amount to add.
       01  WS-REJECT-AMOUNT                PIC S9(11)V99 VALUE 0.

      *  Extract header/trailer bookkeeping.  WS-READ-COUNT counts
      *  data records only; the trailer's count is checked against it.
       01  WS-TRAILER-COUNT                PIC 9(9) VALUE 0.
       01  WS-CTLREC-COUNT                 PIC 9(9) VALUE 0.
       01  WS-TODAY-DATE                   PIC X(8).
      *  The date branch closures are judged against: the extract
      *  header's business date once one is seen, today until then.
       01  WS-BUSINESS-DATE                PIC X(8).

      *  Branch codes from BRCHMSTR with the status and close date
      *  the reason 09 edit needs.  500 is ten times the network; a
      *  branch the table cannot hold is reported at start-up and its
      *  records reject as unknown - the safe failure direction.
       01  WS-BRANCH-TABLE.
           05  WS-BRCH-ENTRY OCCURS 500 TIMES.
               10  WS-BRCH-CODE            PIC X(4).
               10  WS-BRCH-STAT            PIC X(1).
               10  WS-BRCH-CLOSE-DATE      PIC X(8).
       01  WS-BRCH-COUNT                   PIC 9(3) VALUE 0.
       01  WS-BRCH-SUB                     PIC 9(3).
       01  WS-BRCH-FOUND-SUB               PIC 9(3).
       01  WS-BRCH-DROPPED                 PIC 9(5) VALUE 0.

      *  Currency and rate date of every usable FXRATES record for
      *  the reason 10 edit.  500 is weeks of rates for every
      *  currency the correspondents deal in; a rate the table
      *  cannot hold is reported at start-up and its records reject
      *  as having no rate - the safe failure direction.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 500 TIMES.
               10  WS-FX-CODE              PIC X(3).
               10  WS-FX-DATE              PIC X(8).
       01  WS-FX-COUNT                     PIC 9(3) VALUE 0.
       01  WS-FX-SUB                       PIC 9(3).
       01  WS-FX-FOUND-SUB                 PIC 9(3).
       01  WS-FX-DROPPED                   PIC 9(5) VALUE 0.

      *  How far back a value date may reach, in days before the
      *  business date (VDATPARM, else this default), and the date
      *  arithmetic for the reason 11 edit.
       01  WS-BACKDATE-DAYS                PIC 9(3) VALUE 10.
       01  WS-VALUE-DATE-NUM               PIC 9(8).
       01  WS-BUSINESS-DATE-NUM            PIC 9(8).
       01  WS-VALUE-DATE-AGE               PIC S9(7).

      *  Staging for the RUNCTL run-control trail.
       01  WS-RUNC-EVENT                   PIC X(5).
           05  FILLER PIC X(32) VALUE "RESET FIELDS BAD ON RESET".
           05  FILLER PIC X(32) VALUE "NET REFERENCE BAD ON NETTING".
           05  FILLER PIC X(32) VALUE "BRANCH CODE NOT NUMERIC".
           05  FILLER PIC X(32) VALUE "BRANCH UNKNOWN OR CLOSED".
           05  FILLER PIC X(32) VALUE "CURRENCY UNKNOWN OR NO RATE".
           05  FILLER PIC X(32) VALUE "VALUE DATE OUT OF RANGE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
           05  WS-REASON-TEXT OCCURS 11 TIMES PIC X(32).
       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT OCCURS 11 TIMES PIC 9(9) VALUE 0.
       01  WS-REASON-IDX                   PIC 9(2).
       01  WS-REASON-NUM                   PIC 9(2).

       01  WS-RPT-EDIT-COUNT               PIC Z(8)9.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           PERFORM 1100-LOAD-BRANCH-MASTER.
           PERFORM 1200-LOAD-FX-RATES.
           PERFORM 1300-LOAD-VALUE-DATE-PARM.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open TRANFILE, status "
           OPEN OUTPUT REJECT-FILE.
           PERFORM 2100-READ-TRANS-FILE.

      *  Without the master every branched record would reject as
      *  unknown, so a missing BRCHMSTR stops the chain instead.
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRCH-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open BRCHMSTR, status "
                   WS-BRCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BRCH-EOF
               READ BRANCH-FILE
                   AT END
                       SET WS-BRCH-EOF TO TRUE
                   NOT AT END
                       IF WS-BRCH-COUNT < 500
                           ADD 1 TO WS-BRCH-COUNT
                           MOVE BRCH-BRANCH-CODE
                               TO WS-BRCH-CODE(WS-BRCH-COUNT)
                           MOVE BRCH-STATUS
                               TO WS-BRCH-STAT(WS-BRCH-COUNT)
                           MOVE BRCH-CLOSE-DATE
                               TO WS-BRCH-CLOSE-DATE(WS-BRCH-COUNT)
                       ELSE
                           ADD 1 TO WS-BRCH-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.
           IF WS-BRCH-DROPPED > 0
               DISPLAY "Warning: " WS-BRCH-DROPPED " branch(es) over "
                   "500 not loaded - their records will reject"
           END-IF.

      *  Unlike the branch master, the rate file is only needed on a
      *  night with foreign-currency activity, so its absence is a
      *  warning: base-currency records are unaffected and any
      *  foreign one rejects under reason 10 for want of a rate.
       1200-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRT-STATUS NOT = "00"
               DISPLAY "Warning: FXRATES not available, status "
                   WS-FXRT-STATUS " - foreign-currency records "
                   "will reject"
           ELSE
               PERFORM UNTIL WS-FXRT-EOF
                   READ FX-RATE-FILE
                       AT END
                           SET WS-FXRT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-STORE-FX-RATE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.
           IF WS-FX-DROPPED > 0
               DISPLAY "Warning: " WS-FX-DROPPED " FX rate(s) over "
                   "500 not loaded - their records will reject"
           END-IF.

       1210-STORE-FX-RATE.
           IF FXRT-BASE-RATE IS NUMERIC
               AND FXRT-BASE-RATE > 0
               IF WS-FX-COUNT < 500
                   ADD 1 TO WS-FX-COUNT
                   MOVE FXRT-CURRENCY-CODE TO WS-FX-CODE(WS-FX-COUNT)
                   MOVE FXRT-RATE-DATE TO WS-FX-DATE(WS-FX-COUNT)
               ELSE
                   ADD 1 TO WS-FX-DROPPED
               END-IF
           END-IF.

      *  No VDATPARM, or an unusable limit on it, leaves the default
      *  in force.  A limit of zero is honoured - it refuses every
      *  back-dated item.
       1300-LOAD-VALUE-DATE-PARM.
           OPEN INPUT VALUE-DATE-PARM-FILE.
           IF WS-VDPM-STATUS = "00"
               READ VALUE-DATE-PARM-FILE
                   NOT AT END
                       IF VDPM-BACKDATE-DAYS IS NUMERIC
                           MOVE VDPM-BACKDATE-DAYS TO WS-BACKDATE-DAYS
                       END-IF
               END-READ
               CLOSE VALUE-DATE-PARM-FILE
           END-IF.

       2000-EDIT-TRANSACTIONS.
           IF EXCT-HEADER OR EXCT-TRAILER
               PERFORM 2050-HANDLE-CONTROL-RECORD
               MOVE WS-REJECT-REASON TO WS-REASON-NUM
               MOVE WS-REASON-NUM TO WS-REASON-IDX
               ADD 1 TO WS-REASON-COUNT(WS-REASON-IDX)
               IF TRANS-AMOUNT IS NUMERIC
                   ADD TRANS-AMOUNT TO WS-REJECT-AMOUNT
               END-IF
               MOVE WS-REJECT-REASON TO REJ-REASON-CODE
               MOVE TRANS-RECORD TO REJ-TRANS-RECORD
               MOVE WS-TODAY-DATE TO REJ-REJECT-DATE
                           IF WS-RECORD-CLEAN
                               PERFORM 2040-EDIT-BRANCH-CODE
                           END-IF
                           IF WS-RECORD-CLEAN
                               PERFORM 2060-EDIT-CURRENCY-CODE
                           END-IF
                           IF WS-RECORD-CLEAN
                               PERFORM 2070-EDIT-VALUE-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *  A populated branch code must be the four-digit branch
      *  number; spaces is accepted so extracts cut before branch
      *  capture still pass and roll up under the NONE branch.
      *  A numeric code must be on the branch master, and a branch
      *  that closed before the business date can originate nothing
      *  (activity on the close date itself still passes).
       2040-EDIT-BRANCH-CODE.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-BRANCH-CODE NOT = SPACES
               IF TRANS-BRANCH-CODE IS NOT NUMERIC
                   MOVE "08" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2045-FIND-BRANCH
                   IF WS-BRCH-FOUND-SUB = 0
                       MOVE "09" TO WS-REJECT-REASON
                   ELSE
                       IF WS-BRCH-STAT(WS-BRCH-FOUND-SUB) = 'C'
                           AND WS-BRCH-CLOSE-DATE(WS-BRCH-FOUND-SUB)
                               < WS-BUSINESS-DATE
                           MOVE "09" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2045-FIND-BRANCH.
           MOVE 0 TO WS-BRCH-FOUND-SUB.
           PERFORM VARYING WS-BRCH-SUB FROM 1 BY 1
                   UNTIL WS-BRCH-SUB > WS-BRCH-COUNT
                   OR WS-BRCH-FOUND-SUB > 0
               IF WS-BRCH-CODE(WS-BRCH-SUB) = TRANS-BRANCH-CODE
                   MOVE WS-BRCH-SUB TO WS-BRCH-FOUND-SUB
               END-IF
           END-PERFORM.

      *  Spaces is base currency and needs no rate.  Any other code
      *  must have a rate dated the business date itself - a stale
      *  rate from an earlier day is not good enough to count on.
       2060-EDIT-CURRENCY-CODE.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-CURRENCY-CODE NOT = SPACES
               PERFORM 2065-FIND-FX-RATE
               IF WS-FX-FOUND-SUB = 0
                   MOVE "10" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2065-FIND-FX-RATE.
           MOVE 0 TO WS-FX-FOUND-SUB.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
                   OR WS-FX-FOUND-SUB > 0
               IF WS-FX-CODE(WS-FX-SUB) = TRANS-CURRENCY-CODE
                   AND WS-FX-DATE(WS-FX-SUB) = WS-BUSINESS-DATE
                   MOVE WS-FX-SUB TO WS-FX-FOUND-SUB
               END-IF
           END-PERFORM.

      *  Spaces is the business date itself.  Anything else must be a
      *  real date, not after the business date, and no further back
      *  than the limit - an older correction is a manual GL
      *  adjustment, not extract traffic.  A day-of-month the month
      *  does not have gives no day number, so it fails the limit.
       2070-EDIT-VALUE-DATE.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-VALUE-DATE NOT = SPACES
               IF TRANS-VALUE-DATE IS NOT NUMERIC
                   OR TRANS-VALUE-DATE(5:2) < "01"
                   OR TRANS-VALUE-DATE(5:2) > "12"
                   OR TRANS-VALUE-DATE(7:2) < "01"
                   OR TRANS-VALUE-DATE(7:2) > "31"
                   OR TRANS-VALUE-DATE > WS-BUSINESS-DATE
                   MOVE "11" TO WS-REJECT-REASON
               ELSE
                   MOVE TRANS-VALUE-DATE TO WS-VALUE-DATE-NUM
                   MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
                   COMPUTE WS-VALUE-DATE-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE-NUM)
                   IF WS-VALUE-DATE-AGE > WS-BACKDATE-DAYS
                       MOVE "11" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *  Both control records pass through to VALIDTRN unchanged so
               SET WS-HEADER-SEEN TO TRUE
               MOVE EXCT-EXTRACT-ID TO WS-EXTRACT-ID
               MOVE EXCT-BUSINESS-DATE TO WS-EXTRACT-DATE
               IF EXCT-BUSINESS-DATE IS NUMERIC
                   MOVE EXCT-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           ELSE
               SET WS-TRAILER-SEEN TO TRUE
           END-IF.
               SET WS-TRAILER-BAD TO TRUE
           END-IF.
           PERFORM 9100-WRITE-EDIT-REPORT.
           PERFORM 9200-WRITE-DQ-HISTORY.
           CLOSE TRANS-FILE.
           CLOSE VALID-TRANS-FILE.
           CLOSE REJECT-FILE.
           MOVE "REJECTS BY REASON" TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 11
               IF WS-REASON-COUNT(WS-REASON-IDX) > 0
                   MOVE WS-REASON-COUNT(WS-REASON-IDX)
                       TO WS-RPT-EDIT-COUNT
                   MOVE SPACES TO EDIT-REPORT-LINE
                   STRING WS-REASON-IDX " "
                       WS-REASON-TEXT(WS-REASON-IDX) " "
                       WS-RPT-EDIT-COUNT
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           END-PERFORM.
           CLOSE EDIT-REPORT-FILE.

      *  The run's quality figures, whatever the outcome - a run that
      *  failed its trailer check is exactly the evidence wanted.
       9200-WRITE-DQ-HISTORY.
           OPEN EXTEND DQ-HISTORY-FILE.
           IF WS-DQH-STATUS NOT = "00"
               OPEN OUTPUT DQ-HISTORY-FILE
           END-IF.
           MOVE SPACES TO DQ-HISTORY-RECORD.
           SET DQH-EDIT-RUN TO TRUE.
           MOVE WS-TODAY-DATE TO DQH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO DQH-TIMESTAMP.
           MOVE WS-EXTRACT-ID TO DQH-EXTRACT-ID.
           MOVE WS-EXTRACT-DATE TO DQH-BUSINESS-DATE.
           MOVE WS-READ-COUNT TO DQH-READ-COUNT.
           MOVE WS-VALID-COUNT TO DQH-PASSED-COUNT.
           MOVE WS-REJECT-COUNT TO DQH-REJECT-COUNT.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 15
               IF WS-REASON-IDX > 11
                   MOVE 0 TO DQH-REASON-COUNT(WS-REASON-IDX)
               ELSE
                   MOVE WS-REASON-COUNT(WS-REASON-IDX)
                       TO DQH-REASON-COUNT(WS-REASON-IDX)
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-HEADER-SEEN AND NOT WS-TRAILER-SEEN
                   SET DQH-TRAILER-MISSING TO TRUE
               WHEN WS-TRAILER-BAD
                   SET DQH-TRAILER-MISMATCH TO TRUE
               WHEN WS-TRAILER-SEEN
                   SET DQH-TRAILER-PROVEN TO TRUE
               WHEN OTHER
                   SET DQH-NO-CONTROLS TO TRUE
           END-EVALUATE.
           MOVE WS-TRAILER-COUNT TO DQH-TRAILER-COUNT.
           MOVE WS-REJECT-AMOUNT TO DQH-REJECT-AMOUNT.
           WRITE DQ-HISTORY-RECORD.
           CLOSE DQ-HISTORY-FILE.

      *  One START record as the leg begins and one END record with
      *  the leg's counts and return code as it finishes - RUNSTAT1
      *  reads this trail to prove the night chain ran whole.
