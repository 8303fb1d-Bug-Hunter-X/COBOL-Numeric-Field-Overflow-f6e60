      *  master stay with the single-pass job; the split night trades
      *  them for the batch window, which operations accepts because
      *  TRNEDIT1 has already screened the extract.
      *  The splitter drops the extract header, so the business date
      *  is taken from VDATPARM (today when it is blank or unusable),
      *  as BKDTRPT1 takes it.  A foreign-currency amount is
      *  converted to base currency at the latest FXRATES rate on or
      *  before the business date before it is counted, exactly as
      *  the single-pass job converts it, and the stream's
      *  original-currency totals go to PARTCUR in CCKPREC format -
      *  one record per currency - for TRNCONS1 to merge into the
      *  SUMRPT currency section and the GLINTF 'C' lines.
      *  A record value-dated (TRANS-VALUE-DATE) before the business
      *  date is not counted into the partial: it is converted the
      *  same way and written to PARTBKDT in BKDTREC format instead,
      *  for TRNCONS1 to add to the BKDTFILE back-dated trail and
      *  post as GLINTF 'P' prior-period lines.  With no account
      *  master on the split path, its history action is 'S'.
      *  Each counted record is charged its FEESCHED fee exactly as
      *  the single-pass job charges it (same schedule, same branch
      *  precedence, same minimum and maximum), and a netting
      *  back-out takes the original's fee back out; the stream's
      *  fee income per counter rides on the PARTTOT partial in the
      *  CKPTREC fee fields for TRNCONS1 to merge.  With no branch
      *  rollup and no account master on the split path, fee income
      *  is kept per counter only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

           SELECT PARTIAL-CURRENCY-FILE ASSIGN TO "PARTCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCUR-STATUS.

           SELECT PARTIAL-BACKDATED-FILE ASSIGN TO "PARTBKDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBKD-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.

           SELECT VALUE-DATE-PARM-FILE ASSIGN TO "VDATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VDPM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE
           RECORDING MODE IS F.
       COPY CKPTREC.

       FD  PARTIAL-CURRENCY-FILE
           RECORDING MODE IS F.
       COPY CCKPREC.

       FD  PARTIAL-BACKDATED-FILE
           RECORDING MODE IS F.
       COPY BKDTREC.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       COPY FXRTREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCREC.

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY FEESREC.

       FD  VALUE-DATE-PARM-FILE
           RECORDING MODE IS F.
       01  VALUE-DATE-PARM-RECORD.
           05  VDPM-BACKDATE-DAYS          PIC 9(3).
           05  VDPM-BUSINESS-DATE          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STREAM-STATUS            PIC X(2) VALUE SPACES.
           05  WS-PART-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS              PIC X(2) VALUE SPACES.
           05  WS-PCUR-STATUS              PIC X(2) VALUE SPACES.
           05  WS-FXRT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-PBKD-STATUS              PIC X(2) VALUE SPACES.
           05  WS-FEES-STATUS              PIC X(2) VALUE SPACES.
           05  WS-VDPM-STATUS              PIC X(2) VALUE SPACES.

       01  WS-EOF-SWITCH                   PIC X(1) VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-FXRT-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-FXRT-EOF                 VALUE 'Y'.
       01  WS-FEES-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-FEES-EOF                 VALUE 'Y'.

       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 4 TIMES
                                            VALUE 0.
               10  WS-NETTED-AMOUNT        PIC S9(11)V99 COMP-3
                                            VALUE 0.
               10  WS-FEE-COUNT            PIC S9(11) COMP-3
                                            VALUE 0.
               10  WS-FEE-INCOME           PIC S9(11)V99 COMP-3
                                            VALUE 0.

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-BUSINESS-DATE                PIC X(8).
       01  WS-RESET-SKIP-COUNT             PIC 9(9) VALUE 0.
       01  WS-NET-REFUSED-COUNT            PIC 9(9) VALUE 0.
       01  WS-READ-COUNT                   PIC 9(9) VALUE 0.
       01  WS-BACKDATED-COUNT              PIC 9(9) VALUE 0.

      *  FXRATES rates and the stream's currency totals, held as the
      *  single-pass job holds them.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 500 TIMES.
               10  WS-FX-CODE              PIC X(3).
               10  WS-FX-DATE              PIC X(8).
               10  WS-FX-RATE              PIC 9(5)V9(7).
       01  WS-FX-COUNT                     PIC 9(3) VALUE 0.
       01  WS-FX-SUB                       PIC 9(3).
       01  WS-FX-FOUND-SUB                 PIC 9(3).
       01  WS-FX-DROPPED                   PIC 9(5) VALUE 0.
       01  WS-BASE-AMOUNT                  PIC S9(9)V99.
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

      *  The FEESCHED schedule in force today, held as the
      *  single-pass job holds it.
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
       01  WS-FEE-CTR-SUB                  PIC 9(1).
       01  WS-FEE-AMOUNT                   PIC S9(11)V99.

      *  Staging for the RUNCTL run-control trail.
       01  WS-RUNC-EVENT                   PIC X(5).
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1200-LOAD-BUSINESS-DATE.
           MOVE "START" TO WS-RUNC-EVENT.
           PERFORM 9800-WRITE-RUN-CONTROL.
           PERFORM 1000-LOAD-FX-RATES.
           PERFORM 1100-LOAD-FEE-SCHEDULE.
           OPEN INPUT STREAM-FILE.
           IF WS-STREAM-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open STREAMIN, status "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Always opened, if only to stay empty, so TRNCONS1 can tell
      *    a stream with no back-dated activity from a missing one.
           OPEN OUTPUT PARTIAL-BACKDATED-FILE.
           PERFORM 2100-READ-STREAM-FILE.
           PERFORM 2000-COUNT-TRANSACTION UNTIL WS-EOF.
           CLOSE STREAM-FILE.
           CLOSE PARTIAL-BACKDATED-FILE.
           IF WS-BACKDATED-COUNT > 0
               DISPLAY "Back-dated record(s) passed to PARTBKDT: "
                   WS-BACKDATED-COUNT
           END-IF.
           PERFORM 8000-WRITE-PARTIAL-TOTALS.
           PERFORM 8100-WRITE-PARTIAL-CURRENCY.
           IF WS-RESET-SKIP-COUNT > 0
               DISPLAY "Warning: " WS-RESET-SKIP-COUNT
                   " reset record(s) skipped - resets need the "
                   " netting back-out(s) refused in this stream"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CURR-DROPPED > 0
               DISPLAY "Warning: " WS-CURR-DROPPED " record(s) over "
                   "30 currencies left out of PARTCUR"
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "END" TO WS-RUNC-EVENT.
           MOVE WS-READ-COUNT TO WS-RUNC-READ.
           MOVE 1 TO WS-RUNC-WRITTEN.
           PERFORM 9800-WRITE-RUN-CONTROL.
           STOP RUN.

      *  No FXRATES means no rates - a foreign-currency record then
      *  stops the pass in 2040, as it would the single-pass job.
       1000-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRT-STATUS = "00"
               PERFORM UNTIL WS-FXRT-EOF
                   READ FX-RATE-FILE
                       AT END
                           SET WS-FXRT-EOF TO TRUE
                       NOT AT END
                           IF FXRT-BASE-RATE IS NUMERIC
                               AND FXRT-BASE-RATE > 0
                               PERFORM 1010-STORE-FX-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.
           IF WS-FX-DROPPED > 0
               DISPLAY "Warning: " WS-FX-DROPPED " FX rate(s) over "
                   "500 not loaded"
           END-IF.

       1010-STORE-FX-RATE.
           IF WS-FX-COUNT < 500
               ADD 1 TO WS-FX-COUNT
               MOVE FXRT-CURRENCY-CODE TO WS-FX-CODE(WS-FX-COUNT)
               MOVE FXRT-RATE-DATE TO WS-FX-DATE(WS-FX-COUNT)
               MOVE FXRT-BASE-RATE TO WS-FX-RATE(WS-FX-COUNT)
           ELSE
               ADD 1 TO WS-FX-DROPPED
           END-IF.

      *  Same schedule, same rules as the single-pass job's 1250/1260:
      *  no FEESCHED is no fees, a future-dated record is skipped and
      *  the last applicable record per counter and branch wins.
       1100-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEES-STATUS = "00"
               PERFORM UNTIL WS-FEES-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET WS-FEES-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-APPLY-FEE-SCHEDULE
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF WS-FEES-DROPPED > 0
               DISPLAY "Warning: " WS-FEES-DROPPED " fee schedule(s) "
                   "over 500 not loaded - network-wide rate charged"
               MOVE 4 TO RETURN-CODE
           END-IF.

       1110-APPLY-FEE-SCHEDULE.
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

      *  Only the business date is taken from VDATPARM, and only when
      *  it is a usable date - the back-dating limit on it is
      *  TRNEDIT1's.  A split night that runs past midnight then
      *  still counts the business date's own items as tonight's.
       1200-LOAD-BUSINESS-DATE.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           OPEN INPUT VALUE-DATE-PARM-FILE.
           IF WS-VDPM-STATUS = "00"
               READ VALUE-DATE-PARM-FILE
                   NOT AT END
                       IF VDPM-BUSINESS-DATE IS NUMERIC
                           AND VDPM-BUSINESS-DATE(5:2) >= "01"
                           AND VDPM-BUSINESS-DATE(5:2) <= "12"
                           AND VDPM-BUSINESS-DATE(7:2) >= "01"
                           AND VDPM-BUSINESS-DATE(7:2) <= "31"
                           MOVE VDPM-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE VALUE-DATE-PARM-FILE
           END-IF.

       2000-COUNT-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN TRANS-TYPE = 'R'
                   ADD 1 TO WS-RESET-SKIP-COUNT
               WHEN TRANS-VALUE-DATE IS NUMERIC
                   AND TRANS-VALUE-DATE < WS-BUSINESS-DATE
                   AND TRANS-COUNTER-CODE >= 1
                   AND TRANS-COUNTER-CODE <= 4
                   PERFORM 2030-PASS-BACKDATED
               WHEN TRANS-TYPE = 'N'
                   IF TRANS-COUNTER-CODE = 4
                       AND TRANS-NET-COUNTER-CODE >= 1
                       AND TRANS-NET-COUNTER-CODE <= 3
                       SET WS-CTR-IDX TO TRANS-COUNTER-CODE
                       PERFORM 2040-CONVERT-TO-BASE
                       ADD 1 TO WS-COUNTER-VALUE(WS-CTR-IDX)
                       ADD WS-BASE-AMOUNT
                           TO WS-COUNTER-AMOUNT(WS-CTR-IDX)
                       PERFORM 2045-BUMP-CURRENCY-TOTALS
                       PERFORM 2065-CHARGE-FEE
                       PERFORM 2050-NET-ORIGINAL-COUNTER
                   END-IF
               WHEN OTHER
                   IF TRANS-COUNTER-CODE >= 1
                       AND TRANS-COUNTER-CODE <= 4
                       SET WS-CTR-IDX TO TRANS-COUNTER-CODE
                       PERFORM 2040-CONVERT-TO-BASE
                       ADD 1 TO WS-COUNTER-VALUE(WS-CTR-IDX)
                       ADD WS-BASE-AMOUNT
                           TO WS-COUNTER-AMOUNT(WS-CTR-IDX)
                       PERFORM 2045-BUMP-CURRENCY-TOTALS
                       PERFORM 2065-CHARGE-FEE
                   END-IF
           END-EVALUATE.
           PERFORM 2100-READ-STREAM-FILE.

      *  Kept out of the partial counts and currency totals, as the
      *  single-pass job keeps it out of its counters; the netting
      *  target travels with a netting reversal so TRNCONS1 backs the
      *  original out of the same original date.
       2030-PASS-BACKDATED.
           PERFORM 2040-CONVERT-TO-BASE.
           MOVE SPACES TO BACKDATED-RECORD.
           MOVE WS-TODAY-DATE TO BKDT-RUN-DATE.
           MOVE TRANS-VALUE-DATE TO BKDT-VALUE-DATE.
           MOVE TRANS-ACCOUNT-ID TO BKDT-ACCOUNT-ID.
           MOVE TRANS-COUNTER-CODE TO BKDT-COUNTER-CODE.
           MOVE TRANS-TYPE TO BKDT-TRANS-TYPE.
           IF TRANS-TYPE = 'N'
               AND TRANS-NET-COUNTER-CODE IS NUMERIC
               MOVE TRANS-NET-COUNTER-CODE TO BKDT-NET-COUNTER-CODE
           ELSE
               MOVE 0 TO BKDT-NET-COUNTER-CODE
           END-IF.
           MOVE TRANS-BRANCH-CODE TO BKDT-BRANCH-CODE.
           MOVE TRANS-CURRENCY-CODE TO BKDT-CURRENCY-CODE.
           MOVE TRANS-AMOUNT TO BKDT-ORIG-AMOUNT.
           MOVE WS-BASE-AMOUNT TO BKDT-BASE-AMOUNT.
           SET BKDT-SPLIT-NIGHT TO TRUE.
           MOVE "TRNCNT1" TO BKDT-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO BKDT-TIMESTAMP.
           WRITE BACKDATED-RECORD.
           ADD 1 TO WS-BACKDATED-COUNT.

      *  Same conversion as the single-pass job's 2040.
       2040-CONVERT-TO-BASE.
           IF TRANS-CURRENCY-CODE = SPACES
               MOVE TRANS-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM 2041-FIND-FX-RATE
               IF WS-FX-FOUND-SUB = 0
                   DISPLAY "FATAL: no FXRATES rate for currency "
                       TRANS-CURRENCY-CODE " on or before "
                       WS-BUSINESS-DATE " - account " TRANS-ACCOUNT-ID
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
                   AND WS-FX-DATE(WS-FX-SUB) NOT > WS-BUSINESS-DATE
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

       2045-BUMP-CURRENCY-TOTALS.
           IF TRANS-CURRENCY-CODE NOT = SPACES
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

       2046-FIND-OR-ADD-CURRENCY.
           MOVE 0 TO WS-CURR-FOUND-SUB.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
                   OR WS-CURR-FOUND-SUB > 0
               IF WS-CURR-CODE(WS-CURR-SUB) = TRANS-CURRENCY-CODE
                   MOVE WS-CURR-SUB TO WS-CURR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-CURR-FOUND-SUB = 0 AND WS-CURR-USED < 30
               ADD 1 TO WS-CURR-USED
               MOVE WS-CURR-USED TO WS-CURR-FOUND-SUB
               MOVE TRANS-CURRENCY-CODE
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

      *  Same guard as the single-pass job: a back-out that would
      *  drive this stream's partial negative is refused and counted
      *  for the consolidator's eyes via the return code - the
       2050-NET-ORIGINAL-COUNTER.
           SET WS-NET-IDX TO TRANS-NET-COUNTER-CODE.
           IF WS-COUNTER-VALUE(WS-NET-IDX) < 1
               OR WS-COUNTER-AMOUNT(WS-NET-IDX) < WS-BASE-AMOUNT
               ADD 1 TO WS-NET-REFUSED-COUNT
               DISPLAY "Netting refused in this stream for code "
                   TRANS-NET-COUNTER-CODE " account "
                   TRANS-ACCOUNT-ID
           ELSE
               SUBTRACT 1 FROM WS-COUNTER-VALUE(WS-NET-IDX)
               SUBTRACT WS-BASE-AMOUNT
                   FROM WS-COUNTER-AMOUNT(WS-NET-IDX)
               ADD 1 TO WS-NETTED-COUNT(WS-NET-IDX)
               ADD WS-BASE-AMOUNT TO WS-NETTED-AMOUNT(WS-NET-IDX)
               SET WS-FEE-CTR-SUB TO WS-NET-IDX
               PERFORM 2066-COMPUTE-FEE
               IF WS-FEE-AMOUNT NOT = 0
                   SUBTRACT 1 FROM WS-FEE-COUNT(WS-NET-IDX)
                   SUBTRACT WS-FEE-AMOUNT
                       FROM WS-FEE-INCOME(WS-NET-IDX)
               END-IF
               IF TRANS-CURRENCY-CODE NOT = SPACES
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

      *  Same pricing as the single-pass job's 2065-2069.
       2065-CHARGE-FEE.
           SET WS-FEE-CTR-SUB TO WS-CTR-IDX.
           PERFORM 2066-COMPUTE-FEE.
           IF WS-FEE-AMOUNT NOT = 0
               ADD 1 TO WS-FEE-COUNT(WS-CTR-IDX)
               ADD WS-FEE-AMOUNT TO WS-FEE-INCOME(WS-CTR-IDX)
           END-IF.

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

       2100-READ-STREAM-FILE.
           READ STREAM-FILE
               AT END
                   TO CKPT-NETTED-COUNT(WS-CTR-IDX)
               MOVE WS-NETTED-AMOUNT(WS-CTR-IDX)
                   TO CKPT-NETTED-AMOUNT(WS-CTR-IDX)
               MOVE WS-FEE-COUNT(WS-CTR-IDX)
                   TO CKPT-FEE-COUNT(WS-CTR-IDX)
               MOVE WS-FEE-INCOME(WS-CTR-IDX)
                   TO CKPT-FEE-AMOUNT(WS-CTR-IDX)
           END-PERFORM.
           WRITE CKPT-RECORD.
           CLOSE PARTIAL-TOTALS-FILE.

      *  Always written, if only empty, so TRNCONS1 can tell a
      *  stream with no foreign activity from a missing partial.
       8100-WRITE-PARTIAL-CURRENCY.
           OPEN OUTPUT PARTIAL-CURRENCY-FILE.
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
           CLOSE PARTIAL-CURRENCY-FILE.

      *  One START record as the pass begins and one END record with
      *  the stream records read and the single partial written -
      *  RUNSTAT1 sums the four passes' reads against the splitter's
