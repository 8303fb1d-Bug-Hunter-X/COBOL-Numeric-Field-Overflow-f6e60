       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQTRND1.
      *****************************************************************
      *  DQTRND1 - EXTRACT DATA-QUALITY TREND REPORT
      *  Reads the permanent DQHIST data-quality history (DQHREC.cpy)
      *  that TRNEDIT1 and REJRPR1 append to, and charts the last
      *  DQTPARM run count (default 30) TRNEDIT1 runs on DQTRPT:
      *    - a run summary per run: extract id and business date,
      *      records read, passed and rejected, the reject rate, the
      *      reject dollar total, the trailer-check result, and how
      *      many of that night's rejects REJRPR1 has since corrected
      *      or written off (the REJRPR1 'R' records summed onto the
      *      run with the same run date) and how many are still
      *      outstanding;
      *    - a grid of reject rates by reason code, one column per
      *      reason seen in the window;
      *    - a spike list: a reason whose rate on a run reaches the
      *      DQTPARM spike percentage (default 200) of its trailing
      *      rate - the pooled rate over the preceding trailing runs
      *      (default 5) - and is at least the DQTPARM minimum rate
      *      (default 0.50%, so a single reject on a quiet reason does
      *      not flag).  A reason with no rejects over the trailing
      *      runs spikes as soon as it reaches the minimum rate; the
      *      first run on file has nothing to trail and never spikes.
      *  The runs before the window needed for the trailing rates are
      *  loaded but not charted.  Any spike or overflow drives RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQH-STATUS.

           SELECT DQ-TREND-PARM-FILE ASSIGN TO "DQTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DQ-TREND-REPORT-FILE ASSIGN TO "DQTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-HISTORY-FILE
           RECORDING MODE IS F.
       COPY DQHREC.

       FD  DQ-TREND-PARM-FILE
           RECORDING MODE IS F.
       01  DQ-TREND-PARM-RECORD.
           05  DQPM-RUN-COUNT              PIC 9(3).
           05  DQPM-TRAILING-RUNS          PIC 9(2).
           05  DQPM-SPIKE-PCT              PIC 9(4).
           05  DQPM-MIN-RATE               PIC 9(3)V99.

       FD  DQ-TREND-REPORT-FILE
           RECORDING MODE IS F.
       01  DQ-TREND-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-DQH-STATUS               PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DQH-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-DQH-EOF              VALUE 'Y'.

       01  WS-RUN-COUNT                    PIC 9(3) VALUE 30.
       01  WS-TRAILING-RUNS                PIC 9(2) VALUE 5.
       01  WS-SPIKE-PCT                    PIC 9(4) VALUE 200.
       01  WS-MIN-RATE                     PIC 9(3)V99 VALUE 0.50.
       01  WS-REPORT-DATE                  PIC X(8).

      *  Runs loaded from DQHIST, oldest first: the charted window
      *  plus the runs ahead of it the trailing rates need.  The run
      *  count is held to 100 and the trailing runs to 50 so the
      *  table always fits.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 150 TIMES.
               10  WS-RUN-DATE             PIC X(8).
               10  WS-RUN-EXTRACT-ID       PIC X(12).
               10  WS-RUN-BUSINESS-DATE    PIC X(8).
               10  WS-RUN-READ             PIC 9(9).
               10  WS-RUN-PASSED           PIC 9(9).
               10  WS-RUN-REJECTED         PIC 9(9).
               10  WS-RUN-REASON OCCURS 15 TIMES       PIC 9(9).
               10  WS-RUN-TRAILER          PIC X(1).
               10  WS-RUN-AMOUNT           PIC S9(11)V99.
               10  WS-RUN-CORRECTED        PIC 9(9).
               10  WS-RUN-WRITTEN-OFF      PIC 9(9).
       01  WS-RUN-USED                     PIC 9(3) VALUE 0.
       01  WS-RUN-SUB                      PIC 9(3).
       01  WS-RUN-FOUND-SUB                PIC 9(3).
       01  WS-SHOW-FIRST                   PIC 9(3).
       01  WS-TRAIL-FIRST                  PIC 9(3).
       01  WS-TRAIL-SUB                    PIC 9(3).

      *  Position of each 'E' record on the file, so the second pass
      *  keeps only the latest ones.
       01  WS-EDIT-TOTAL                   PIC 9(7) VALUE 0.
       01  WS-EDIT-ORDINAL                 PIC 9(7) VALUE 0.
       01  WS-KEEP-FROM                    PIC 9(7).
       01  WS-REPAIR-UNMATCHED             PIC 9(7) VALUE 0.

      *  Reasons with any reject in the charted window, in code order
      *  - one grid column each.
       01  WS-COLUMN-TABLE.
           05  WS-COL-REASON OCCURS 15 TIMES PIC 9(2).
       01  WS-COL-COUNT                    PIC 9(2) VALUE 0.
       01  WS-COL-SUB                      PIC 9(2).
       01  WS-REASON-IDX                   PIC 9(2).

      *  Spikes found while the grid is built, listed after it.
       01  WS-SPIKE-TABLE.
           05  WS-SPIKE-ENTRY OCCURS 500 TIMES.
               10  WS-SPIKE-RUN-SUB        PIC 9(3).
               10  WS-SPIKE-REASON         PIC 9(2).
               10  WS-SPIKE-RATE           PIC 9(3)V99.
               10  WS-SPIKE-TRAIL-RATE     PIC 9(3)V99.
               10  WS-SPIKE-TRAIL-RUNS     PIC 9(2).
       01  WS-SPIKE-COUNT                  PIC 9(3) VALUE 0.
       01  WS-SPIKE-SUB                    PIC 9(3).
       01  WS-SPIKE-DROPPED                PIC 9(5) VALUE 0.
       01  WS-SPIKE-FLAG                   PIC X(1).

       01  WS-WORK-RATE                    PIC 9(3)V99.
       01  WS-RUN-RATE                     PIC 9(3)V99.
       01  WS-TRAIL-RATE                   PIC 9(3)V99.
       01  WS-TRAIL-READ                   PIC 9(11).
       01  WS-TRAIL-REASON                 PIC 9(11).
       01  WS-TRAIL-RUNS                   PIC 9(2).
       01  WS-OUTSTANDING                  PIC S9(9).

       01  WS-WINDOW-TOTALS.
           05  WS-TOT-READ                 PIC 9(11).
           05  WS-TOT-PASSED               PIC 9(11).
           05  WS-TOT-REJECTED             PIC 9(11).
           05  WS-TOT-AMOUNT               PIC S9(13)V99.
           05  WS-TOT-CORRECTED            PIC 9(11).
           05  WS-TOT-WRITTEN-OFF          PIC 9(11).
           05  WS-TOT-OUTSTANDING          PIC 9(11).

       01  WS-GRID-LINE.
           05  WS-GRID-DATE                PIC X(8).
           05  FILLER                      PIC X(1).
           05  WS-GRID-CELL OCCURS 15 TIMES.
               10  WS-GRID-RATE            PIC ZZ9.99.
               10  WS-GRID-FLAG            PIC X(1).
               10  FILLER                  PIC X(1).
       01  WS-GRID-HEAD.
           05  FILLER                      PIC X(9) VALUE "RUN DATE".
           05  WS-GRID-HEAD-CELL OCCURS 15 TIMES.
               10  FILLER                  PIC X(3).
               10  WS-GRID-HEAD-REASON     PIC X(3).
               10  FILLER                  PIC X(2).

       01  WS-EDIT-COUNT                   PIC Z(8)9.
       01  WS-EDIT-COUNT-2                 PIC Z(8)9.
       01  WS-EDIT-COUNT-3                 PIC Z(8)9.
       01  WS-EDIT-COUNT-4                 PIC Z(8)9.
       01  WS-EDIT-COUNT-5                 PIC Z(8)9.
       01  WS-EDIT-COUNT-6                 PIC Z(8)9.
       01  WS-EDIT-RATE                    PIC ZZ9.99.
       01  WS-EDIT-RATE-2                  PIC ZZ9.99.
       01  WS-EDIT-AMOUNT                  PIC Z(10)9.99-.
       01  WS-EDIT-RUNS                    PIC ZZ9.
       01  WS-EDIT-PCT                     PIC ZZZ9.
       01  WS-EDIT-TRAILING                PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           INITIALIZE WS-WINDOW-TOTALS.
           PERFORM 1000-LOAD-PARM.
           PERFORM 1100-COUNT-RUNS.
           PERFORM 1200-LOAD-RUNS.
           PERFORM 1300-OPEN-REPORT.
           PERFORM 2000-WRITE-RUN-SUMMARY.
           PERFORM 3000-WRITE-REASON-GRID.
           PERFORM 4000-WRITE-SPIKE-LIST.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *  Each control is taken only when it is a usable value, so a
      *  short or partly blank parm record still leaves the rest at
      *  their defaults.
       1000-LOAD-PARM.
           OPEN INPUT DQ-TREND-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DQ-TREND-PARM-FILE
                   NOT AT END
                       IF DQPM-RUN-COUNT IS NUMERIC
                           AND DQPM-RUN-COUNT > 0
                           AND DQPM-RUN-COUNT NOT > 100
                           MOVE DQPM-RUN-COUNT TO WS-RUN-COUNT
                       END-IF
                       IF DQPM-TRAILING-RUNS IS NUMERIC
                           AND DQPM-TRAILING-RUNS > 0
                           AND DQPM-TRAILING-RUNS NOT > 50
                           MOVE DQPM-TRAILING-RUNS TO WS-TRAILING-RUNS
                       END-IF
                       IF DQPM-SPIKE-PCT IS NUMERIC
                           AND DQPM-SPIKE-PCT > 100
                           MOVE DQPM-SPIKE-PCT TO WS-SPIKE-PCT
                       END-IF
                       IF DQPM-MIN-RATE IS NUMERIC
                           MOVE DQPM-MIN-RATE TO WS-MIN-RATE
                       END-IF
               END-READ
               CLOSE DQ-TREND-PARM-FILE
           END-IF.

      *  First pass only counts the TRNEDIT1 runs on file, so the
      *  second can load just the latest of them.
       1100-COUNT-RUNS.
           OPEN INPUT DQ-HISTORY-FILE.
           IF WS-DQH-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open DQHIST, status "
                   WS-DQH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DQH-EOF
               READ DQ-HISTORY-FILE
                   AT END
                       SET WS-DQH-EOF TO TRUE
                   NOT AT END
                       IF DQH-EDIT-RUN
                           ADD 1 TO WS-EDIT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DQ-HISTORY-FILE.
           IF WS-EDIT-TOTAL > WS-RUN-COUNT + WS-TRAILING-RUNS
               COMPUTE WS-KEEP-FROM = WS-EDIT-TOTAL - WS-RUN-COUNT
                   - WS-TRAILING-RUNS + 1
           ELSE
               MOVE 1 TO WS-KEEP-FROM
           END-IF.

       1200-LOAD-RUNS.
           MOVE 'N' TO WS-DQH-EOF-SWITCH.
           OPEN INPUT DQ-HISTORY-FILE.
           PERFORM UNTIL WS-DQH-EOF
               READ DQ-HISTORY-FILE
                   AT END
                       SET WS-DQH-EOF TO TRUE
                   NOT AT END
                       IF DQH-EDIT-RUN
                           ADD 1 TO WS-EDIT-ORDINAL
                           IF WS-EDIT-ORDINAL >= WS-KEEP-FROM
                               PERFORM 1210-ABSORB-EDIT-RUN
                           END-IF
                       ELSE
                           IF DQH-REPAIR-RUN
                               PERFORM 1220-ABSORB-REPAIR-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DQ-HISTORY-FILE.
           IF WS-RUN-USED > WS-RUN-COUNT
               COMPUTE WS-SHOW-FIRST = WS-RUN-USED - WS-RUN-COUNT + 1
           ELSE
               MOVE 1 TO WS-SHOW-FIRST
           END-IF.

       1210-ABSORB-EDIT-RUN.
           ADD 1 TO WS-RUN-USED.
           MOVE DQH-RUN-DATE TO WS-RUN-DATE(WS-RUN-USED).
           MOVE DQH-EXTRACT-ID TO WS-RUN-EXTRACT-ID(WS-RUN-USED).
           MOVE DQH-BUSINESS-DATE TO WS-RUN-BUSINESS-DATE(WS-RUN-USED).
           MOVE DQH-READ-COUNT TO WS-RUN-READ(WS-RUN-USED).
           MOVE DQH-PASSED-COUNT TO WS-RUN-PASSED(WS-RUN-USED).
           MOVE DQH-REJECT-COUNT TO WS-RUN-REJECTED(WS-RUN-USED).
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 15
               MOVE DQH-REASON-COUNT(WS-REASON-IDX)
                   TO WS-RUN-REASON(WS-RUN-USED, WS-REASON-IDX)
           END-PERFORM.
           MOVE DQH-TRAILER-RESULT TO WS-RUN-TRAILER(WS-RUN-USED).
           MOVE DQH-REJECT-AMOUNT TO WS-RUN-AMOUNT(WS-RUN-USED).
           MOVE 0 TO WS-RUN-CORRECTED(WS-RUN-USED).
           MOVE 0 TO WS-RUN-WRITTEN-OFF(WS-RUN-USED).

      *  A repair record counts against the latest run of its reject
      *  date - a rerun of TRNEDIT1 the same day supersedes the first.
      *  One for a run older than those loaded is simply not needed.
       1220-ABSORB-REPAIR-RUN.
           MOVE 0 TO WS-RUN-FOUND-SUB.
           PERFORM VARYING WS-RUN-SUB FROM WS-RUN-USED BY -1
                   UNTIL WS-RUN-SUB < 1
                   OR WS-RUN-FOUND-SUB > 0
               IF WS-RUN-DATE(WS-RUN-SUB) = DQH-RUN-DATE
                   MOVE WS-RUN-SUB TO WS-RUN-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-RUN-FOUND-SUB > 0
               ADD DQH-CORRECTED-COUNT
                   TO WS-RUN-CORRECTED(WS-RUN-FOUND-SUB)
               ADD DQH-WRITTEN-OFF-COUNT
                   TO WS-RUN-WRITTEN-OFF(WS-RUN-FOUND-SUB)
           ELSE
               ADD 1 TO WS-REPAIR-UNMATCHED
           END-IF.

       1300-OPEN-REPORT.
           OPEN OUTPUT DQ-TREND-REPORT-FILE.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           STRING "EXTRACT DATA-QUALITY TREND REPORT - RUN DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           MOVE WS-RUN-COUNT TO WS-EDIT-RUNS.
           MOVE WS-SPIKE-PCT TO WS-EDIT-PCT.
           MOVE WS-TRAILING-RUNS TO WS-EDIT-TRAILING.
           MOVE WS-MIN-RATE TO WS-EDIT-RATE.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           STRING "LAST " WS-EDIT-RUNS " RUNS - SPIKE AT "
               WS-EDIT-PCT "% OF THE TRAILING RATE OVER "
               WS-EDIT-TRAILING " RUNS, MINIMUM RATE " WS-EDIT-RATE "%"
               DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.

      *****************************************************************
      *  Run summary - counts, rates and how each night's rejects
      *  were settled.
      *****************************************************************
       2000-WRITE-RUN-SUMMARY.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           MOVE "RUN SUMMARY" TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           STRING "RUN DATE EXTRACT ID   BUS DATE      READ    PASSED"
               "  REJECTED  RATE%  REJECT AMOUNT  T CORRECTED"
               " WRITN OFF OUTSTANDG"
               DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           IF WS-RUN-USED = 0
               MOVE "  NO TRNEDIT1 RUNS ON DQHIST"
                   TO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
           ELSE
               PERFORM VARYING WS-RUN-SUB FROM WS-SHOW-FIRST BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-USED
                   PERFORM 2100-WRITE-RUN-LINE
               END-PERFORM
               PERFORM 2200-WRITE-WINDOW-TOTALS
           END-IF.

       2100-WRITE-RUN-LINE.
           MOVE WS-RUN-REJECTED(WS-RUN-SUB) TO WS-TRAIL-REASON.
           MOVE WS-RUN-READ(WS-RUN-SUB) TO WS-TRAIL-READ.
           PERFORM 3300-COMPUTE-RATE.
           COMPUTE WS-OUTSTANDING = WS-RUN-REJECTED(WS-RUN-SUB)
               - WS-RUN-CORRECTED(WS-RUN-SUB)
               - WS-RUN-WRITTEN-OFF(WS-RUN-SUB).
           IF WS-OUTSTANDING < 0
               MOVE 0 TO WS-OUTSTANDING
           END-IF.
           ADD WS-RUN-READ(WS-RUN-SUB) TO WS-TOT-READ.
           ADD WS-RUN-PASSED(WS-RUN-SUB) TO WS-TOT-PASSED.
           ADD WS-RUN-REJECTED(WS-RUN-SUB) TO WS-TOT-REJECTED.
           ADD WS-RUN-AMOUNT(WS-RUN-SUB) TO WS-TOT-AMOUNT.
           ADD WS-RUN-CORRECTED(WS-RUN-SUB) TO WS-TOT-CORRECTED.
           ADD WS-RUN-WRITTEN-OFF(WS-RUN-SUB) TO WS-TOT-WRITTEN-OFF.
           ADD WS-OUTSTANDING TO WS-TOT-OUTSTANDING.
           MOVE WS-RUN-READ(WS-RUN-SUB) TO WS-EDIT-COUNT.
           MOVE WS-RUN-PASSED(WS-RUN-SUB) TO WS-EDIT-COUNT-2.
           MOVE WS-RUN-REJECTED(WS-RUN-SUB) TO WS-EDIT-COUNT-3.
           MOVE WS-WORK-RATE TO WS-EDIT-RATE.
           MOVE WS-RUN-AMOUNT(WS-RUN-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-RUN-CORRECTED(WS-RUN-SUB) TO WS-EDIT-COUNT-4.
           MOVE WS-RUN-WRITTEN-OFF(WS-RUN-SUB) TO WS-EDIT-COUNT-5.
           MOVE WS-OUTSTANDING TO WS-EDIT-COUNT-6.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           STRING WS-RUN-DATE(WS-RUN-SUB) " "
               WS-RUN-EXTRACT-ID(WS-RUN-SUB) " "
               WS-RUN-BUSINESS-DATE(WS-RUN-SUB) " "
               WS-EDIT-COUNT " " WS-EDIT-COUNT-2 " "
               WS-EDIT-COUNT-3 " " WS-EDIT-RATE " "
               WS-EDIT-AMOUNT " " WS-RUN-TRAILER(WS-RUN-SUB) " "
               WS-EDIT-COUNT-4 " " WS-EDIT-COUNT-5 " "
               WS-EDIT-COUNT-6
               DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.

       2200-WRITE-WINDOW-TOTALS.
           MOVE WS-TOT-REJECTED TO WS-TRAIL-REASON.
           MOVE WS-TOT-READ TO WS-TRAIL-READ.
           PERFORM 3300-COMPUTE-RATE.
           MOVE WS-TOT-READ TO WS-EDIT-COUNT.
           MOVE WS-TOT-PASSED TO WS-EDIT-COUNT-2.
           MOVE WS-TOT-REJECTED TO WS-EDIT-COUNT-3.
           MOVE WS-WORK-RATE TO WS-EDIT-RATE.
           MOVE WS-TOT-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-TOT-CORRECTED TO WS-EDIT-COUNT-4.
           MOVE WS-TOT-WRITTEN-OFF TO WS-EDIT-COUNT-5.
           MOVE WS-TOT-OUTSTANDING TO WS-EDIT-COUNT-6.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           STRING "WINDOW TOTAL                   "
               WS-EDIT-COUNT " " WS-EDIT-COUNT-2 " "
               WS-EDIT-COUNT-3 " " WS-EDIT-RATE " "
               WS-EDIT-AMOUNT "   "
               WS-EDIT-COUNT-4 " " WS-EDIT-COUNT-5 " "
               WS-EDIT-COUNT-6
               DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           STRING "T = TRAILER CHECK: P PROVEN  M MISMATCH  "
               "T NO TRAILER  N NO CONTROL RECORDS"
               DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.

      *****************************************************************
      *  Reject rate by reason - one column per reason seen in the
      *  window, '*' marking a spike.
      *****************************************************************
       3000-WRITE-REASON-GRID.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 15
               MOVE 0 TO WS-TRAIL-REASON
               PERFORM VARYING WS-RUN-SUB FROM WS-SHOW-FIRST BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-USED
                   ADD WS-RUN-REASON(WS-RUN-SUB, WS-REASON-IDX)
                       TO WS-TRAIL-REASON
               END-PERFORM
               IF WS-TRAIL-REASON > 0
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-REASON-IDX TO WS-COL-REASON(WS-COL-COUNT)
               END-IF
           END-PERFORM.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           MOVE "REJECT RATE % BY REASON CODE  (* = SPIKE)"
               TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           IF WS-COL-COUNT = 0
               MOVE "  NO REJECTS IN THE WINDOW"
                   TO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
           ELSE
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 15
                   MOVE SPACES TO WS-GRID-HEAD-CELL(WS-COL-SUB)
                   IF WS-COL-SUB NOT > WS-COL-COUNT
                       STRING "R" WS-COL-REASON(WS-COL-SUB)
                           DELIMITED BY SIZE
                           INTO WS-GRID-HEAD-REASON(WS-COL-SUB)
                   END-IF
               END-PERFORM
               MOVE WS-GRID-HEAD TO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
               PERFORM VARYING WS-RUN-SUB FROM WS-SHOW-FIRST BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-USED
                   PERFORM 3100-WRITE-GRID-LINE
               END-PERFORM
           END-IF.

       3100-WRITE-GRID-LINE.
           MOVE SPACES TO WS-GRID-LINE.
           MOVE WS-RUN-DATE(WS-RUN-SUB) TO WS-GRID-DATE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-COUNT
               MOVE WS-COL-REASON(WS-COL-SUB) TO WS-REASON-IDX
               MOVE WS-RUN-REASON(WS-RUN-SUB, WS-REASON-IDX)
                   TO WS-TRAIL-REASON
               MOVE WS-RUN-READ(WS-RUN-SUB) TO WS-TRAIL-READ
               PERFORM 3300-COMPUTE-RATE
               PERFORM 3200-CHECK-SPIKE
               MOVE WS-WORK-RATE TO WS-GRID-RATE(WS-COL-SUB)
               MOVE WS-SPIKE-FLAG TO WS-GRID-FLAG(WS-COL-SUB)
           END-PERFORM.
           MOVE WS-GRID-LINE TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.

      *  The trailing rate pools the preceding runs' rejects over
      *  their records read, so a small extract does not swing it.
      *  WS-WORK-RATE holds this run's rate on entry and is kept.
       3200-CHECK-SPIKE.
           MOVE SPACE TO WS-SPIKE-FLAG.
           IF WS-RUN-SUB > WS-TRAILING-RUNS
               COMPUTE WS-TRAIL-FIRST = WS-RUN-SUB - WS-TRAILING-RUNS
           ELSE
               MOVE 1 TO WS-TRAIL-FIRST
           END-IF.
           COMPUTE WS-TRAIL-RUNS = WS-RUN-SUB - WS-TRAIL-FIRST.
           IF WS-TRAIL-RUNS > 0 AND WS-WORK-RATE >= WS-MIN-RATE
               AND WS-WORK-RATE > 0
               MOVE WS-WORK-RATE TO WS-RUN-RATE
               MOVE 0 TO WS-TRAIL-REASON
               MOVE 0 TO WS-TRAIL-READ
               PERFORM VARYING WS-TRAIL-SUB FROM WS-TRAIL-FIRST BY 1
                       UNTIL WS-TRAIL-SUB NOT < WS-RUN-SUB
                   ADD WS-RUN-REASON(WS-TRAIL-SUB, WS-REASON-IDX)
                       TO WS-TRAIL-REASON
                   ADD WS-RUN-READ(WS-TRAIL-SUB) TO WS-TRAIL-READ
               END-PERFORM
               PERFORM 3300-COMPUTE-RATE
               MOVE WS-WORK-RATE TO WS-TRAIL-RATE
               MOVE WS-RUN-RATE TO WS-WORK-RATE
               IF WS-TRAIL-RATE = 0
                   OR WS-WORK-RATE * 100 >= WS-TRAIL-RATE * WS-SPIKE-PCT
                   MOVE "*" TO WS-SPIKE-FLAG
                   PERFORM 3210-REMEMBER-SPIKE
               END-IF
           END-IF.

       3210-REMEMBER-SPIKE.
           IF WS-SPIKE-COUNT < 500
               ADD 1 TO WS-SPIKE-COUNT
               MOVE WS-RUN-SUB TO WS-SPIKE-RUN-SUB(WS-SPIKE-COUNT)
               MOVE WS-REASON-IDX TO WS-SPIKE-REASON(WS-SPIKE-COUNT)
               MOVE WS-WORK-RATE TO WS-SPIKE-RATE(WS-SPIKE-COUNT)
               MOVE WS-TRAIL-RATE TO WS-SPIKE-TRAIL-RATE(WS-SPIKE-COUNT)
               MOVE WS-TRAIL-RUNS TO WS-SPIKE-TRAIL-RUNS(WS-SPIKE-COUNT)
           ELSE
               ADD 1 TO WS-SPIKE-DROPPED
           END-IF.

      *  Percentage of WS-TRAIL-REASON over WS-TRAIL-READ; nothing
      *  read is a zero rate.
       3300-COMPUTE-RATE.
           IF WS-TRAIL-READ = 0
               MOVE 0 TO WS-WORK-RATE
           ELSE
               COMPUTE WS-WORK-RATE ROUNDED =
                   WS-TRAIL-REASON * 100 / WS-TRAIL-READ
           END-IF.

      *****************************************************************
      *  Spike list - every reason that jumped well above its trailing
      *  rate, latest runs last.
      *****************************************************************
       4000-WRITE-SPIKE-LIST.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           MOVE "REJECT-RATE SPIKES" TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           IF WS-SPIKE-COUNT = 0
               MOVE "  NONE" TO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-SPIKE-SUB FROM 1 BY 1
                   UNTIL WS-SPIKE-SUB > WS-SPIKE-COUNT
               MOVE WS-SPIKE-RUN-SUB(WS-SPIKE-SUB) TO WS-RUN-SUB
               MOVE WS-SPIKE-REASON(WS-SPIKE-SUB) TO WS-REASON-IDX
               MOVE WS-RUN-REASON(WS-RUN-SUB, WS-REASON-IDX)
                   TO WS-EDIT-COUNT
               MOVE WS-RUN-READ(WS-RUN-SUB) TO WS-EDIT-COUNT-2
               MOVE WS-SPIKE-RATE(WS-SPIKE-SUB) TO WS-EDIT-RATE
               MOVE WS-SPIKE-TRAIL-RATE(WS-SPIKE-SUB) TO WS-EDIT-RATE-2
               MOVE WS-SPIKE-TRAIL-RUNS(WS-SPIKE-SUB) TO WS-EDIT-RUNS
               MOVE SPACES TO DQ-TREND-REPORT-LINE
               STRING "  " WS-RUN-DATE(WS-RUN-SUB)
                   " EXTRACT " WS-RUN-EXTRACT-ID(WS-RUN-SUB)
                   " REASON " WS-REASON-IDX
                   " RATE " WS-EDIT-RATE "% ("
                   WS-EDIT-COUNT " OF " WS-EDIT-COUNT-2
                   ") TRAILING " WS-EDIT-RATE-2 "% OVER "
                   WS-EDIT-RUNS " RUNS"
                   DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
           END-PERFORM.

       9000-TERMINATE.
           MOVE SPACES TO DQ-TREND-REPORT-LINE.
           WRITE DQ-TREND-REPORT-LINE.
           IF WS-SPIKE-DROPPED > 0
               MOVE WS-SPIKE-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO DQ-TREND-REPORT-LINE
               STRING "WARNING: " WS-EDIT-COUNT
                   " FURTHER SPIKE(S) FLAGGED IN THE GRID NOT LISTED"
                   DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
           END-IF.
           IF WS-EDIT-TOTAL < WS-RUN-COUNT
               MOVE WS-EDIT-TOTAL TO WS-EDIT-COUNT
               MOVE SPACES TO DQ-TREND-REPORT-LINE
               STRING "NOTE: ONLY " WS-EDIT-COUNT
                   " TRNEDIT1 RUN(S) ON DQHIST"
                   DELIMITED BY SIZE INTO DQ-TREND-REPORT-LINE
               WRITE DQ-TREND-REPORT-LINE
           END-IF.
           CLOSE DQ-TREND-REPORT-FILE.
           DISPLAY "DQ trend report complete: "
               WS-EDIT-TOTAL " run(s) on file, "
               WS-SPIKE-COUNT " spike(s), "
               WS-REPAIR-UNMATCHED " repair record(s) before the "
               "window".
           IF WS-SPIKE-COUNT > 0 OR WS-SPIKE-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
