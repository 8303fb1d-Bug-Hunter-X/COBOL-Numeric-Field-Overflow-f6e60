      *  net movement, and the GLINTF posting interface with its
      *  control trailer.  Downstream jobs cannot tell a split night
      *  from a single-pass night.
      *  The streams' PARTCUR currency partials, concatenated under
      *  DD PARTCIN, are merged by currency into the same
      *  original-currency section on SUMRPT and the same GLINTF 'C'
      *  lines the single-pass job writes.  PARTCIN is optional - a
      *  night with no foreign activity may omit it.
      *  The streams' PARTBKDT back-dated records, concatenated under
      *  DD PARTBKIN (also optional), are appended to the permanent
      *  BKDTFILE trail and totalled by original date into the same
      *  SUMRPT prior-period section and GLINTF 'P' lines the
      *  single-pass job writes.
      *  The streams' fee income per counter (CKPT-FEE-COUNT/
      *  CKPT-FEE-AMOUNT on PARTIN) is summed into the same SUMRPT
      *  fee section and GLINTF 'F' lines the single-pass job writes.
      *  The split path keeps no branch table or account master, so
      *  the fee section has no branch breakdown on a split night.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTIN-STATUS.

           SELECT PARTIAL-CURRENCY-FILE ASSIGN TO "PARTCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCUR-STATUS.

           SELECT PARTIAL-BACKDATED-FILE ASSIGN TO "PARTBKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBKD-STATUS.

      *    Permanent back-dated activity trail, appended with the
      *    streams' back-dated records.
           SELECT BACKDATED-FILE ASSIGN TO "BKDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKDT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           RECORDING MODE IS F.
       COPY CKPTREC.

       FD  PARTIAL-CURRENCY-FILE
           RECORDING MODE IS F.
       COPY CCKPREC.

       FD  PARTIAL-BACKDATED-FILE
           RECORDING MODE IS F.
       COPY BKDTREC REPLACING ==BACKDATED-RECORD== BY ==PBKD-RECORD==
                    LEADING ==BKDT== BY ==PBKD==.

       FD  BACKDATED-FILE
           RECORDING MODE IS F.
       COPY BKDTREC.

      *    Sized to the CKPTREC layout exactly - this dataset is the
      *    one the split night hands back to the single-pass tooling,
      *    so the record length must match the copybook.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  MERGED-CKPT-RECORD              PIC X(336).

       FD  THRESHOLD-FILE
           RECORDING MODE IS F.
           05  WS-GLINTF-STATUS            PIC X(2) VALUE SPACES.
           05  WS-GLHLD-STATUS             PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS              PIC X(2) VALUE SPACES.
           05  WS-PCUR-STATUS              PIC X(2) VALUE SPACES.
           05  WS-PBKD-STATUS              PIC X(2) VALUE SPACES.
           05  WS-BKDT-STATUS              PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PARTIN-EOF-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-THRSH-EOF            VALUE 'Y'.
           05  WS-CTLCT-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-CTLCT-EOF            VALUE 'Y'.
           05  WS-PCUR-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-PCUR-EOF             VALUE 'Y'.
           05  WS-PBKD-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-PBKD-EOF             VALUE 'Y'.

      *  Merged counter table, same shape and index order as the
      *  single-pass job's WS-COUNTER-TABLE.
                                            VALUE 0.
               10  WS-NETTED-AMOUNT        PIC S9(11)V99 COMP-3
                                            VALUE 0.
               10  WS-FEE-COUNT            PIC S9(11) COMP-3
                                            VALUE 0.
               10  WS-FEE-INCOME           PIC S9(11)V99 COMP-3
                                            VALUE 0.

       01  WS-CTR-DEPOSITS                 PIC 9(1) VALUE 1.
       01  WS-CTR-WITHDRAWALS              PIC 9(1) VALUE 2.
       01  WS-NET-MOVEMENT                 PIC S9(11)V99 COMP-3.
       01  WS-RPT-GROSS-VALUE              PIC S9(11) COMP-3.
       01  WS-RPT-GROSS-AMOUNT             PIC S9(11)V99 COMP-3.
       01  WS-FEE-TOTAL                    PIC S9(11)V99 COMP-3.
       01  WS-FEE-ANY-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-FEE-ANY                  VALUE 'Y'.

       01  WS-GL-ORIENTATIONS              PIC X(4) VALUE "CDCD".
       01  WS-GL-ORIENTATION-TABLE REDEFINES WS-GL-ORIENTATIONS.
       01  WS-GL-HASH-TOTAL                PIC S9(13)V99 COMP-3.
       01  WS-RECON-BREAK-COUNT            PIC 9(5) VALUE 0.

      *  Merged original-currency totals, same shape as the
      *  single-pass job's currency table.
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
       01  WS-RPT-EDIT-BCOUNT              PIC Z(10)9-.
       01  WS-RPT-EDIT-ORIG                PIC Z(10)9.99-.

      *  Back-dated activity by original date, same shape and order
      *  as the single-pass job's prior-period table.
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

      *  Staging for the RUNCTL run-control trail.
       01  WS-RUNC-EVENT                   PIC X(5).
       01  WS-RUNC-READ                    PIC 9(9) VALUE 0.
           MOVE "TRANSFERS"   TO WS-COUNTER-NAME(3).
           MOVE "REVERSALS"   TO WS-COUNTER-NAME(4).
           PERFORM 1000-MERGE-PARTIALS.
           PERFORM 1300-MERGE-CURRENCY-PARTIALS.
           PERFORM 1400-MERGE-BACKDATED-PARTIALS.
           PERFORM 1200-LOAD-THRESHOLDS.
           PERFORM 8000-WRITE-MERGED-CHECKPOINT.
           PERFORM 9200-WRITE-SNAPSHOT.
                   TO WS-NETTED-COUNT(WS-CTR-IDX)
               ADD CKPT-NETTED-AMOUNT(WS-CTR-IDX)
                   TO WS-NETTED-AMOUNT(WS-CTR-IDX)
               ADD CKPT-FEE-COUNT(WS-CTR-IDX)
                   TO WS-FEE-COUNT(WS-CTR-IDX)
               ADD CKPT-FEE-AMOUNT(WS-CTR-IDX)
                   TO WS-FEE-INCOME(WS-CTR-IDX)
           END-PERFORM.

       1200-LOAD-THRESHOLDS.
               END-IF
           END-IF.

      *  Records dated other than today belong to a stale partial
      *  and are skipped, as a stale checkpoint would be.
       1300-MERGE-CURRENCY-PARTIALS.
           OPEN INPUT PARTIAL-CURRENCY-FILE.
           IF WS-PCUR-STATUS = "00"
               PERFORM UNTIL WS-PCUR-EOF
                   READ PARTIAL-CURRENCY-FILE
                       AT END
                           MOVE 'Y' TO WS-PCUR-EOF-SWITCH
                       NOT AT END
                           IF CCKP-BUSINESS-DATE = WS-TODAY-DATE
                               PERFORM 1310-ADD-CURRENCY-PARTIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTIAL-CURRENCY-FILE
           END-IF.

       1310-ADD-CURRENCY-PARTIAL.
           MOVE 0 TO WS-CURR-FOUND-SUB.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
                   OR WS-CURR-FOUND-SUB > 0
               IF WS-CURR-CODE(WS-CURR-SUB) = CCKP-CURRENCY-CODE
                   MOVE WS-CURR-SUB TO WS-CURR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-CURR-FOUND-SUB = 0 AND WS-CURR-USED < 30
               ADD 1 TO WS-CURR-USED
               MOVE WS-CURR-USED TO WS-CURR-FOUND-SUB
               MOVE CCKP-CURRENCY-CODE
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
           ELSE
               PERFORM VARYING WS-CURR-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CURR-CTR-SUB > 4
                   ADD CCKP-CTR-COUNT(WS-CURR-CTR-SUB)
                       TO WS-CURR-CTR-COUNT
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   ADD CCKP-CTR-ORIG-AMOUNT(WS-CURR-CTR-SUB)
                       TO WS-CURR-CTR-ORIG
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
                   ADD CCKP-CTR-BASE-AMOUNT(WS-CURR-CTR-SUB)
                       TO WS-CURR-CTR-BASE
                       (WS-CURR-FOUND-SUB, WS-CURR-CTR-SUB)
               END-PERFORM
           END-IF.

      *  Only records stamped today are taken, as with the currency
      *  partials; each goes on the trail and into the prior-period
      *  table.  A table overflow leaves dates off SUMRPT and GLINTF,
      *  so it drives RC=4.
       1400-MERGE-BACKDATED-PARTIALS.
           OPEN INPUT PARTIAL-BACKDATED-FILE.
           IF WS-PBKD-STATUS = "00"
               OPEN EXTEND BACKDATED-FILE
               IF WS-BKDT-STATUS NOT = "00"
                   OPEN OUTPUT BACKDATED-FILE
               END-IF
               IF WS-BKDT-STATUS NOT = "00"
                   DISPLAY "FATAL: unable to open BKDTFILE, status "
                       WS-BKDT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PBKD-EOF
                   READ PARTIAL-BACKDATED-FILE
                       AT END
                           MOVE 'Y' TO WS-PBKD-EOF-SWITCH
                       NOT AT END
                           IF PBKD-RUN-DATE = WS-TODAY-DATE
                               AND PBKD-COUNTER-CODE >= 1
                               AND PBKD-COUNTER-CODE <= 4
                               PERFORM 1410-ADD-BACKDATED-PARTIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKDATED-FILE
               CLOSE PARTIAL-BACKDATED-FILE
           END-IF.
           IF WS-BKDT-WRITTEN > 0
               DISPLAY "Back-dated items added to BKDTFILE: "
                   WS-BKDT-WRITTEN
           END-IF.
           IF WS-PRIOR-DROPPED > 0
               DISPLAY "Warning: " WS-PRIOR-DROPPED " back-dated "
                   "item(s) beyond the prior-period date table - "
                   "not on SUMRPT or GLINTF"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *  The item's own counter takes it; a netting reversal also
      *  backs its original out of the same date.
       1410-ADD-BACKDATED-PARTIAL.
           MOVE PBKD-RECORD TO BACKDATED-RECORD.
           WRITE BACKDATED-RECORD.
           ADD 1 TO WS-BKDT-WRITTEN.
           PERFORM 1420-FIND-OR-ADD-PRIOR-DATE.
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
       1420-FIND-OR-ADD-PRIOR-DATE.
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
                   PERFORM 1430-INSERT-PRIOR-DATE
               END-IF
           ELSE
               COMPUTE WS-PRIOR-FOUND-SUB = WS-PRIOR-USED + 1
               PERFORM 1430-INSERT-PRIOR-DATE
           END-IF.

      *  Opens a zeroed entry at WS-PRIOR-FOUND-SUB, or reports the
      *  table full and clears the subscript.
       1430-INSERT-PRIOR-DATE.
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

      *  The merged totals become the day's single checkpoint, so
      *  EXCPRPR1 and a single-pass restart see the same book of
      *  record they always have.  Warn/overflow fire counts are
                   TO MRGD-NETTED-COUNT(WS-CTR-IDX)
               MOVE WS-NETTED-AMOUNT(WS-CTR-IDX)
                   TO MRGD-NETTED-AMOUNT(WS-CTR-IDX)
               MOVE WS-FEE-COUNT(WS-CTR-IDX)
                   TO MRGD-FEE-COUNT(WS-CTR-IDX)
               MOVE WS-FEE-INCOME(WS-CTR-IDX)
                   TO MRGD-FEE-AMOUNT(WS-CTR-IDX)
           END-PERFORM.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE MRGD-RECORD TO MERGED-CKPT-RECORD.
               WS-RPT-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           PERFORM 9460-WRITE-CURRENCY-SECTION.
           PERFORM 9480-WRITE-PRIOR-PERIOD-SECTION.
           PERFORM 9485-WRITE-FEE-SECTION.
           CLOSE SUMMARY-REPORT-FILE.

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

      *  Fee income by counter with the day's total - the figures the
      *  'F' lines post.  No branch breakdown on a split night.
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

       9500-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           MOVE 0 TO WS-GL-LINE-COUNT.
               MOVE WS-COUNTER-VALUE(WS-CTR-IDX) TO GL-RECORD-COUNT
               MOVE WS-COUNTER-AMOUNT(WS-CTR-IDX) TO GL-AMOUNT
               MOVE 0 TO GL-BRANCH-COUNT
               MOVE 0 TO GL-ORIG-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
               ADD WS-COUNTER-AMOUNT(WS-CTR-IDX) TO WS-GL-HASH-TOTAL
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
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.

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

      *  'P' lines dated the original business date, as the
      *  single-pass job writes them.
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

      *  One 'F' line per counter with fee income, as the single-pass
      *  job writes them.
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

      *  Same gate as the single-pass job: a split night with
      *  RECONRPT breaks leaves the interface HELD for a GLRLSE1
      *  decision; a clean night is RELEASED on the spot.
