       IDENTIFICATION DIVISION.
       PROGRAM-ID. AHCONV1.
      *****************************************************************
      *  AHCONV1 - ACCOUNT HISTORY CONVERSION TO INDEXED
      *  One-time load of the permanent account history from its old
      *  line-sequential form (DD AHISTOLD, the ACCTHIST dataset as
      *  BUGJOB01 and EXCPRPR1 used to append it) into the new
      *  ACCTHIST indexed file keyed on AHIST-KEY - account id then
      *  activity date (AHISTREC.cpy).  The old file could hold more
      *  than one record for an account and date (a back-dated item
      *  or a repost landing on a day already rolled off); those are
      *  folded into the one record the key allows, bucket by bucket,
      *  so the day's totals are unchanged.
      *  Proof that nothing was lost goes to the AHCVRPT report: the
      *  record count and per-counter count and amount totals read
      *  from the old file (before) against the same figures read
      *  back from the loaded indexed file (after).  Records before
      *  must equal records after plus same-date records merged, and
      *  every counter's count and amount must agree.  An
      *  out-of-balance load, or a record the key cannot take, is
      *  fatal (RC=16) and the old dataset must stay in service.
      *  ACCTHIST is opened OUTPUT, so the load always starts from an
      *  empty file and can simply be rerun.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "AHISTOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS WS-AHIST-STATUS.

           SELECT CONVERSION-REPORT-FILE ASSIGN TO "AHCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as the indexed file, OHIST- prefixed so both
      *    record areas can be addressed side by side.
       FD  OLD-HISTORY-FILE
           RECORDING MODE IS F.
       COPY AHISTREC REPLACING
           ==ACCOUNT-HISTORY-RECORD== BY ==OLD-HISTORY-RECORD==
           LEADING ==AHIST== BY ==OHIST==.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

       FD  CONVERSION-REPORT-FILE
           RECORDING MODE IS F.
       01  CONVERSION-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OLD-STATUS               PIC X(2) VALUE SPACES.
           05  WS-AHIST-STATUS             PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-OLD-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-OLD-EOF              VALUE 'Y'.
           05  WS-AHIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-EOF            VALUE 'Y'.
           05  WS-AHIST-FOUND-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-AHIST-FOUND          VALUE 'Y'.
           05  WS-BALANCED-SWITCH          PIC X(1) VALUE 'Y'.
               88  WS-BALANCED             VALUE 'Y'.

       01  WS-COUNTER-NAMES.
           05  FILLER                    PIC X(12) VALUE "DEPOSITS".
           05  FILLER                    PIC X(12) VALUE "WITHDRAWALS".
           05  FILLER                    PIC X(12) VALUE "TRANSFERS".
           05  FILLER                    PIC X(12) VALUE "REVERSALS".
       01  WS-COUNTER-NAME-TABLE REDEFINES WS-COUNTER-NAMES.
           05  WS-COUNTER-NAME OCCURS 4 TIMES PIC X(12).

      *  Control totals per counter, read from the old file (BEFORE)
      *  and read back from the loaded file (AFTER).  Wider than the
      *  daily buckets they sum - they cover the whole history.
       01  WS-CONTROL-TOTALS.
           05  WS-CTL-ENTRY OCCURS 4 TIMES.
               10  WS-CTL-BEFORE-COUNT     PIC 9(13).
               10  WS-CTL-BEFORE-AMOUNT    PIC S9(15)V99.
               10  WS-CTL-AFTER-COUNT      PIC 9(13).
               10  WS-CTL-AFTER-AMOUNT     PIC S9(15)V99.

       01  WS-READ-COUNT                   PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT                PIC 9(9) VALUE 0.
       01  WS-MERGED-COUNT                 PIC 9(9) VALUE 0.
       01  WS-AFTER-COUNT                  PIC 9(9) VALUE 0.
       01  WS-EXPECTED-COUNT               PIC 9(9) VALUE 0.
       01  WS-CTR-SUB                      PIC 9(1).
       01  WS-EDIT-COUNT                   PIC Z(8)9.
       01  WS-EDIT-COUNT-2                 PIC Z(8)9.
       01  WS-EDIT-CTL-COUNT               PIC Z(12)9.
       01  WS-EDIT-CTL-COUNT-2             PIC Z(12)9.
       01  WS-EDIT-CTL-AMOUNT              PIC Z(14)9.99-.
       01  WS-EDIT-CTL-AMOUNT-2            PIC Z(14)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-LOAD-ONE-RECORD UNTIL WS-OLD-EOF.
           CLOSE OLD-HISTORY-FILE.
           PERFORM 3000-READ-BACK-LOADED-FILE.
           CLOSE ACCOUNT-HISTORY-FILE.
           PERFORM 4000-PROVE-BALANCE.
           PERFORM 9000-WRITE-CONVERSION-REPORT.
           DISPLAY "ACCTHIST conversion: " WS-READ-COUNT " read, "
               WS-WRITTEN-COUNT " written, " WS-MERGED-COUNT
               " same-date merged, " WS-AFTER-COUNT " on file".
           IF NOT WS-BALANCED
               DISPLAY "FATAL: ACCTHIST conversion out of balance - "
                   "see AHCVRPT, keep the old history in service"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT OLD-HISTORY-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open AHISTOLD, status "
                   WS-OLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Created empty, then reopened for update so a second record
      *    for a date already loaded can be read and added to.
           OPEN OUTPUT ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS NOT = "00"
               DISPLAY "FATAL: unable to create ACCTHIST, status "
                   WS-AHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACCOUNT-HISTORY-FILE.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               MOVE 0 TO WS-CTL-BEFORE-COUNT(WS-CTR-SUB)
               MOVE 0 TO WS-CTL-BEFORE-AMOUNT(WS-CTR-SUB)
               MOVE 0 TO WS-CTL-AFTER-COUNT(WS-CTR-SUB)
               MOVE 0 TO WS-CTL-AFTER-AMOUNT(WS-CTR-SUB)
           END-PERFORM.
           PERFORM 2100-READ-OLD-HISTORY.

      *  A record for an account and date already loaded is added to
      *  it; otherwise it is written as the day's record.
       2000-LOAD-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               ADD OHIST-DAILY-COUNT(WS-CTR-SUB)
                   TO WS-CTL-BEFORE-COUNT(WS-CTR-SUB)
               ADD OHIST-DAILY-AMOUNT(WS-CTR-SUB)
                   TO WS-CTL-BEFORE-AMOUNT(WS-CTR-SUB)
           END-PERFORM.
           MOVE OHIST-KEY TO AHIST-KEY.
           READ ACCOUNT-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AHIST-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AHIST-FOUND-SWITCH
           END-READ.
           IF WS-AHIST-FOUND
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > 4
                   ADD OHIST-DAILY-COUNT(WS-CTR-SUB)
                       TO AHIST-DAILY-COUNT(WS-CTR-SUB)
                   ADD OHIST-DAILY-AMOUNT(WS-CTR-SUB)
                       TO AHIST-DAILY-AMOUNT(WS-CTR-SUB)
               END-PERFORM
               REWRITE ACCOUNT-HISTORY-RECORD
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               MOVE OLD-HISTORY-RECORD TO ACCOUNT-HISTORY-RECORD
               WRITE ACCOUNT-HISTORY-RECORD
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           IF WS-AHIST-STATUS NOT = "00"
               DISPLAY "FATAL: ACCTHIST load failed for account "
                   OHIST-ACCOUNT-ID " date " OHIST-ACTIVITY-DATE
                   ", status " WS-AHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2100-READ-OLD-HISTORY.

       2100-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
           END-READ.

      *  The after figures come from reading the loaded file back end
      *  to end, not from what was written, so the proof covers the
      *  file as it now stands.
       3000-READ-BACK-LOADED-FILE.
           MOVE LOW-VALUES TO AHIST-KEY.
           START ACCOUNT-HISTORY-FILE KEY NOT < AHIST-KEY
               INVALID KEY
                   SET WS-AHIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-AHIST-EOF
               READ ACCOUNT-HISTORY-FILE NEXT
                   AT END
                       SET WS-AHIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TOTAL-LOADED-RECORD
               END-READ
           END-PERFORM.

       3100-TOTAL-LOADED-RECORD.
           ADD 1 TO WS-AFTER-COUNT.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               ADD AHIST-DAILY-COUNT(WS-CTR-SUB)
                   TO WS-CTL-AFTER-COUNT(WS-CTR-SUB)
               ADD AHIST-DAILY-AMOUNT(WS-CTR-SUB)
                   TO WS-CTL-AFTER-AMOUNT(WS-CTR-SUB)
           END-PERFORM.

       4000-PROVE-BALANCE.
           COMPUTE WS-EXPECTED-COUNT = WS-READ-COUNT - WS-MERGED-COUNT.
           IF WS-AFTER-COUNT NOT = WS-EXPECTED-COUNT
               MOVE 'N' TO WS-BALANCED-SWITCH
           END-IF.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               IF WS-CTL-AFTER-COUNT(WS-CTR-SUB) NOT =
                       WS-CTL-BEFORE-COUNT(WS-CTR-SUB)
                   OR WS-CTL-AFTER-AMOUNT(WS-CTR-SUB) NOT =
                       WS-CTL-BEFORE-AMOUNT(WS-CTR-SUB)
                   MOVE 'N' TO WS-BALANCED-SWITCH
               END-IF
           END-PERFORM.

       9000-WRITE-CONVERSION-REPORT.
           OPEN OUTPUT CONVERSION-REPORT-FILE.
           MOVE "ACCTHIST CONVERSION - LINE SEQUENTIAL TO INDEXED"
               TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           STRING "  RECORDS READ (BEFORE)      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE WS-MERGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           STRING "  SAME-DATE RECORDS MERGED   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE WS-EXPECTED-COUNT TO WS-EDIT-COUNT.
           MOVE WS-AFTER-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           STRING "  RECORDS EXPECTED           " WS-EDIT-COUNT
               "  ON FILE (AFTER) " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           STRING "  COUNTER         BEFORE COUNT    AFTER COUNT"
               "          BEFORE AMOUNT         AFTER AMOUNT"
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > 4
               PERFORM 9100-WRITE-COUNTER-LINE
           END-PERFORM.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           IF WS-BALANCED
               MOVE "  RESULT: BALANCED - NOTHING LOST"
                   TO CONVERSION-REPORT-LINE
           ELSE
               MOVE "  RESULT: OUT OF BALANCE - DO NOT CUT OVER"
                   TO CONVERSION-REPORT-LINE
           END-IF.
           WRITE CONVERSION-REPORT-LINE.
           CLOSE CONVERSION-REPORT-FILE.

       9100-WRITE-COUNTER-LINE.
           MOVE WS-CTL-BEFORE-COUNT(WS-CTR-SUB) TO WS-EDIT-CTL-COUNT.
           MOVE WS-CTL-AFTER-COUNT(WS-CTR-SUB) TO WS-EDIT-CTL-COUNT-2.
           MOVE WS-CTL-BEFORE-AMOUNT(WS-CTR-SUB)
               TO WS-EDIT-CTL-AMOUNT.
           MOVE WS-CTL-AFTER-AMOUNT(WS-CTR-SUB)
               TO WS-EDIT-CTL-AMOUNT-2.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           STRING "  " WS-COUNTER-NAME(WS-CTR-SUB)
               "  " WS-EDIT-CTL-COUNT
               "  " WS-EDIT-CTL-COUNT-2
               "  " WS-EDIT-CTL-AMOUNT
               "  " WS-EDIT-CTL-AMOUNT-2
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
