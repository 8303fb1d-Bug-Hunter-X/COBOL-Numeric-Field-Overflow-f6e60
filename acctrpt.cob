      *                   ACRQ-END-DATE), with range totals per
      *                   counter.  Reads the permanent ACCTHIST
      *                   history the nightly job rolls the master's
      *                   daily buckets off to - positioned by key
      *                   straight to the account's first day in the
      *                   range - plus the master's current-day
      *                   buckets when they fall in the range.  A
      *                   blank start date means from the beginning
      *                   of history.
      *  A blank request date means the current date.  Output goes to
      *  the ACCTRPT print file.
      *****************************************************************
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS WS-AHIST-STATUS.

           SELECT REQUEST-FILE ASSIGN TO "ACCTPARM"
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

       FD  REQUEST-FILE
               88  WS-ACCT-FOUND           VALUE 'Y'.
           05  WS-AHIST-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-EOF            VALUE 'Y'.
           05  WS-AHIST-OPEN-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-AHIST-OPEN           VALUE 'Y'.

       01  WS-COUNTER-NAMES.
           05  FILLER                    PIC X(12) VALUE "DEPOSITS".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    No history yet is not fatal - 'H' requests say so and
      *    still report the master's current day.
           OPEN INPUT ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS = "00"
               SET WS-AHIST-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT ACCOUNT-REPORT-FILE.
           MOVE "ACCOUNT ACTIVITY REPORT" TO ACCOUNT-REPORT-LINE.
           WRITE ACCOUNT-REPORT-LINE.
           PERFORM 2000-PROCESS-REQUEST UNTIL WS-RQST-EOF.
           CLOSE REQUEST-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           IF WS-AHIST-OPEN
               CLOSE ACCOUNT-HISTORY-FILE
           END-IF.
           CLOSE ACCOUNT-REPORT-FILE.
           STOP RUN.

      *  ACRQ-DATE through ACRQ-END-DATE, then the master's
      *  current-day buckets when today falls inside the range (the
      *  history only holds days already rolled off), then per-counter
      *  totals for the whole range.  The history is keyed by account
      *  and date, so each request starts at its account's first day
      *  in the range and reads forward only while still on the
      *  account and inside the range.
       5000-REPORT-ACCOUNT-HISTORY.
           MOVE ACRQ-DATE TO WS-START-DATE.
           IF ACRQ-END-DATE = SPACES

       5100-SCAN-HISTORY-FILE.
           MOVE 'N' TO WS-AHIST-EOF-SWITCH.
           IF WS-AHIST-OPEN
               MOVE ACRQ-ACCOUNT-ID TO AHIST-ACCOUNT-ID
               IF WS-START-DATE = SPACES
                   MOVE LOW-VALUES TO AHIST-ACTIVITY-DATE
               ELSE
                   MOVE WS-START-DATE TO AHIST-ACTIVITY-DATE
               END-IF
               START ACCOUNT-HISTORY-FILE KEY NOT < AHIST-KEY
                   INVALID KEY
                       SET WS-AHIST-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-AHIST-EOF
                   READ ACCOUNT-HISTORY-FILE NEXT
                       AT END
                           SET WS-AHIST-EOF TO TRUE
                       NOT AT END
                           IF AHIST-ACCOUNT-ID NOT = ACRQ-ACCOUNT-ID
                               OR AHIST-ACTIVITY-DATE > WS-END-DATE
                               SET WS-AHIST-EOF TO TRUE
                           ELSE
                               PERFORM 5110-CONSIDER-HISTORY-DAY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "  (NO HISTORY FILE ON ACCTHIST)"
                   TO ACCOUNT-REPORT-LINE
