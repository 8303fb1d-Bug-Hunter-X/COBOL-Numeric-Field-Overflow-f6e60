       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKDTRPT1.
      *****************************************************************
      *  BKDTRPT1 - BACK-DATED ACTIVITY REPORT
      *  Daily listing of the activity counted on the business date
      *  but value-dated to an earlier one: the BKDTFILE records the
      *  counter job (or, on a split night, TRNCONS1) appended with
      *  BKDT-RUN-DATE equal to the VDATPARM business date (today
      *  when blank).  BKDTRPT lists the items grouped by original
      *  value date, oldest first, and within a date in the order
      *  they were counted - account, counter, type, branch,
      *  currency, the original-currency and base amounts, and
      *  where the account's history took the item (master buckets,
      *  ACCTHIST or split night).  Each date closes with its item
      *  count and, counter by counter, the count and base amount
      *  the GL 'P' line for that counter and date carries - an item
      *  adds to its own counter, and a netting reversal also backs
      *  its original out of the counter it nets - so the report
      *  ties to GLINTF line for line.  The report closes with the
      *  same totals over every date.  A missing BKDTFILE means
      *  nothing was back-dated.  Items over the table size are
      *  counted in the grand totals but not listed, and drive RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKDATED-FILE ASSIGN TO "BKDTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKDT-STATUS.

           SELECT VALUE-DATE-PARM-FILE ASSIGN TO "VDATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BACKDATED-REPORT-FILE ASSIGN TO "BKDTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKDATED-FILE
           RECORDING MODE IS F.
       COPY BKDTREC.

       FD  VALUE-DATE-PARM-FILE
           RECORDING MODE IS F.
       01  VALUE-DATE-PARM-RECORD.
           05  VDPM-BACKDATE-DAYS          PIC 9(3).
           05  VDPM-BUSINESS-DATE          PIC X(8).

       FD  BACKDATED-REPORT-FILE
           RECORDING MODE IS F.
       01  BACKDATED-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BKDT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-BKDT-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BKDT-EOF             VALUE 'Y'.

       01  WS-REPORT-DATE                  PIC X(8).

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

      *  The night's items, kept in value-date order by insertion -
      *  a new item goes after every item already held for its date -
      *  so the report needs no sort.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITEM-VALUE-DATE      PIC X(8).
               10  WS-ITEM-ACCOUNT-ID      PIC X(10).
               10  WS-ITEM-COUNTER-CODE    PIC 9(1).
               10  WS-ITEM-TRANS-TYPE      PIC X(1).
               10  WS-ITEM-NET-CODE        PIC 9(1).
               10  WS-ITEM-BRANCH-CODE     PIC X(4).
               10  WS-ITEM-CURRENCY-CODE   PIC X(3).
               10  WS-ITEM-ORIG-AMOUNT     PIC S9(9)V99.
               10  WS-ITEM-BASE-AMOUNT     PIC S9(9)V99.
               10  WS-ITEM-ACTION          PIC X(1).
       01  WS-ITEM-USED                    PIC 9(4) VALUE 0.
       01  WS-ITEM-SUB                     PIC 9(4).
       01  WS-ITEM-FOUND-SUB               PIC 9(4).
       01  WS-ITEM-DROPPED                 PIC 9(7) VALUE 0.

      *  Per counter, the count and base amount as the GL 'P' lines
      *  carry them - for the date being listed and over all dates.
       01  WS-DATE-COUNTER-TABLE.
           05  WS-DATE-CTR-ENTRY OCCURS 4 TIMES.
               10  WS-DATE-CTR-COUNT       PIC S9(7).
               10  WS-DATE-CTR-AMOUNT      PIC S9(11)V99.
       01  WS-TOTAL-COUNTER-TABLE.
           05  WS-TOTAL-CTR-ENTRY OCCURS 4 TIMES.
               10  WS-TOTAL-CTR-COUNT      PIC S9(7).
               10  WS-TOTAL-CTR-AMOUNT     PIC S9(11)V99.
       01  WS-CTR-SUB                      PIC 9(1).
       01  WS-ITEM-COUNTER                 PIC 9(1).
       01  WS-ITEM-NET-COUNTER             PIC 9(1).
       01  WS-ITEM-TYPE                    PIC X(1).
       01  WS-ITEM-AMOUNT                  PIC S9(9)V99.

       01  WS-BREAK-DATE                   PIC X(8).
       01  WS-DATE-COUNT                   PIC 9(7) VALUE 0.
       01  WS-DATES-LISTED                 PIC 9(7) VALUE 0.
       01  WS-READ-COUNT                   PIC 9(7) VALUE 0.
       01  WS-TOTAL-COUNT                  PIC 9(7) VALUE 0.

       01  WS-COUNTER-TEXT                 PIC X(12).
       01  WS-ACTION-TEXT                  PIC X(12).
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-CTR-COUNT               PIC Z(6)9-.
       01  WS-EDIT-AMOUNT                  PIC Z(9)9.99-.
       01  WS-EDIT-AMOUNT-2                PIC Z(9)9.99-.
       01  WS-EDIT-TOTAL                   PIC Z(11)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           INITIALIZE WS-DATE-COUNTER-TABLE.
           INITIALIZE WS-TOTAL-COUNTER-TABLE.
           PERFORM 1000-LOAD-PARM.
           PERFORM 1100-OPEN-FILES.
           PERFORM 2000-READ-BACKDATED-FILE.
           PERFORM 3000-WRITE-BY-VALUE-DATE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *  Only the business date is taken from VDATPARM; the back-
      *  dating limit on it is TRNEDIT1's.  It is used only when it
      *  is a usable date, so a rerun for an earlier night can name
      *  that night.
       1000-LOAD-PARM.
           OPEN INPUT VALUE-DATE-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ VALUE-DATE-PARM-FILE
                   NOT AT END
                       IF VDPM-BUSINESS-DATE IS NUMERIC
                           AND VDPM-BUSINESS-DATE(5:2) >= "01"
                           AND VDPM-BUSINESS-DATE(5:2) <= "12"
                           AND VDPM-BUSINESS-DATE(7:2) >= "01"
                           AND VDPM-BUSINESS-DATE(7:2) <= "31"
                           MOVE VDPM-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE VALUE-DATE-PARM-FILE
           END-IF.

       1100-OPEN-FILES.
           OPEN OUTPUT BACKDATED-REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "FATAL: BKDTRPT open failed, status "
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           STRING "BACK-DATED ACTIVITY REPORT - BUSINESS DATE "
               WS-REPORT-DATE
               DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.

      *****************************************************************
      *  One pass over the BKDTFILE trail, taking the business date's
      *  records into the item table in value-date order.
      *****************************************************************
       2000-READ-BACKDATED-FILE.
           OPEN INPUT BACKDATED-FILE.
           IF WS-BKDT-STATUS = "00"
               PERFORM UNTIL WS-BKDT-EOF
                   READ BACKDATED-FILE
                       AT END
                           SET WS-BKDT-EOF TO TRUE
                       NOT AT END
                           IF BKDT-RUN-DATE = WS-REPORT-DATE
                               PERFORM 2100-TAKE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKDATED-FILE
           END-IF.

       2100-TAKE-ITEM.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           MOVE BKDT-COUNTER-CODE TO WS-ITEM-COUNTER.
           MOVE BKDT-NET-COUNTER-CODE TO WS-ITEM-NET-COUNTER.
           MOVE BKDT-TRANS-TYPE TO WS-ITEM-TYPE.
           IF BKDT-BASE-AMOUNT IS NUMERIC
               MOVE BKDT-BASE-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-AMOUNT
           END-IF.
           PERFORM 2120-ADD-TO-TOTAL-COUNTERS.
           MOVE 0 TO WS-ITEM-FOUND-SUB.
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-USED
                   OR WS-ITEM-FOUND-SUB > 0
               IF WS-ITEM-VALUE-DATE(WS-ITEM-SUB) > BKDT-VALUE-DATE
                   MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
               END-IF
           END-PERFORM.
           PERFORM 2110-INSERT-ITEM.

      *  The entries from the insertion point on move down one.
       2110-INSERT-ITEM.
           IF WS-ITEM-USED >= 2000
               ADD 1 TO WS-ITEM-DROPPED
           ELSE
               IF WS-ITEM-FOUND-SUB = 0
                   COMPUTE WS-ITEM-FOUND-SUB = WS-ITEM-USED + 1
               ELSE
                   PERFORM VARYING WS-ITEM-SUB FROM WS-ITEM-USED
                           BY -1
                           UNTIL WS-ITEM-SUB < WS-ITEM-FOUND-SUB
                       MOVE WS-ITEM-ENTRY(WS-ITEM-SUB)
                           TO WS-ITEM-ENTRY(WS-ITEM-SUB + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ITEM-USED
               MOVE WS-ITEM-FOUND-SUB TO WS-ITEM-SUB
               MOVE BKDT-VALUE-DATE TO WS-ITEM-VALUE-DATE(WS-ITEM-SUB)
               MOVE BKDT-ACCOUNT-ID TO WS-ITEM-ACCOUNT-ID(WS-ITEM-SUB)
               MOVE BKDT-COUNTER-CODE
                   TO WS-ITEM-COUNTER-CODE(WS-ITEM-SUB)
               MOVE BKDT-TRANS-TYPE TO WS-ITEM-TRANS-TYPE(WS-ITEM-SUB)
               MOVE BKDT-NET-COUNTER-CODE
                   TO WS-ITEM-NET-CODE(WS-ITEM-SUB)
               MOVE BKDT-BRANCH-CODE
                   TO WS-ITEM-BRANCH-CODE(WS-ITEM-SUB)
               MOVE BKDT-CURRENCY-CODE
                   TO WS-ITEM-CURRENCY-CODE(WS-ITEM-SUB)
               IF BKDT-ORIG-AMOUNT IS NUMERIC
                   MOVE BKDT-ORIG-AMOUNT
                       TO WS-ITEM-ORIG-AMOUNT(WS-ITEM-SUB)
               ELSE
                   MOVE 0 TO WS-ITEM-ORIG-AMOUNT(WS-ITEM-SUB)
               END-IF
               IF BKDT-BASE-AMOUNT IS NUMERIC
                   MOVE BKDT-BASE-AMOUNT
                       TO WS-ITEM-BASE-AMOUNT(WS-ITEM-SUB)
               ELSE
                   MOVE 0 TO WS-ITEM-BASE-AMOUNT(WS-ITEM-SUB)
               END-IF
               MOVE BKDT-HISTORY-ACTION
                   TO WS-ITEM-ACTION(WS-ITEM-SUB)
           END-IF.

      *  The item's own counter takes it; a netting reversal also
      *  backs its original out of the counter it nets, as BUGJOB01
      *  and TRNCONS1 do for the 'P' lines.
       2120-ADD-TO-TOTAL-COUNTERS.
           IF WS-ITEM-COUNTER >= 1 AND WS-ITEM-COUNTER <= 4
               MOVE WS-ITEM-COUNTER TO WS-CTR-SUB
               ADD 1 TO WS-TOTAL-CTR-COUNT(WS-CTR-SUB)
               ADD WS-ITEM-AMOUNT TO WS-TOTAL-CTR-AMOUNT(WS-CTR-SUB)
               IF WS-ITEM-TYPE = 'N'
                   AND WS-ITEM-NET-COUNTER >= 1
                   AND WS-ITEM-NET-COUNTER <= 3
                   MOVE WS-ITEM-NET-COUNTER TO WS-CTR-SUB
                   SUBTRACT 1 FROM WS-TOTAL-CTR-COUNT(WS-CTR-SUB)
                   SUBTRACT WS-ITEM-AMOUNT
                       FROM WS-TOTAL-CTR-AMOUNT(WS-CTR-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *  The items by original value date, with a total per date.
      *****************************************************************
       3000-WRITE-BY-VALUE-DATE.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           STRING "  VALUE DATE ACCOUNT    COUNTER      T BRCH CCY "
               "  ORIG AMOUNT     BASE AMOUNT  HISTORY"
               DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.
           IF WS-ITEM-USED = 0
               MOVE "  NONE" TO BACKDATED-REPORT-LINE
               WRITE BACKDATED-REPORT-LINE
           ELSE
               MOVE WS-ITEM-VALUE-DATE(1) TO WS-BREAK-DATE
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > WS-ITEM-USED
                   IF WS-ITEM-VALUE-DATE(WS-ITEM-SUB)
                           NOT = WS-BREAK-DATE
                       PERFORM 3200-WRITE-DATE-TOTAL
                       MOVE WS-ITEM-VALUE-DATE(WS-ITEM-SUB)
                           TO WS-BREAK-DATE
                   END-IF
                   PERFORM 3100-WRITE-ITEM-LINE
               END-PERFORM
               PERFORM 3200-WRITE-DATE-TOTAL
           END-IF.

       3100-WRITE-ITEM-LINE.
           IF WS-ITEM-COUNTER-CODE(WS-ITEM-SUB) >= 1
               AND WS-ITEM-COUNTER-CODE(WS-ITEM-SUB) <= 4
               MOVE WS-COUNTER-NAME(WS-ITEM-COUNTER-CODE(WS-ITEM-SUB))
                   TO WS-COUNTER-TEXT
           ELSE
               MOVE "UNKNOWN" TO WS-COUNTER-TEXT
           END-IF.
           EVALUATE WS-ITEM-ACTION(WS-ITEM-SUB)
               WHEN 'M'
                   MOVE "MASTER" TO WS-ACTION-TEXT
               WHEN 'H'
                   MOVE "ACCTHIST" TO WS-ACTION-TEXT
               WHEN 'S'
                   MOVE "SPLIT NIGHT" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE WS-ITEM-ORIG-AMOUNT(WS-ITEM-SUB) TO WS-EDIT-AMOUNT.
           MOVE WS-ITEM-BASE-AMOUNT(WS-ITEM-SUB) TO WS-EDIT-AMOUNT-2.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           STRING "  " WS-ITEM-VALUE-DATE(WS-ITEM-SUB) "   "
               WS-ITEM-ACCOUNT-ID(WS-ITEM-SUB) " "
               WS-COUNTER-TEXT " "
               WS-ITEM-TRANS-TYPE(WS-ITEM-SUB) " "
               WS-ITEM-BRANCH-CODE(WS-ITEM-SUB) " "
               WS-ITEM-CURRENCY-CODE(WS-ITEM-SUB) " "
               WS-EDIT-AMOUNT " " WS-EDIT-AMOUNT-2 "  "
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.
           ADD 1 TO WS-DATE-COUNT.
           PERFORM 3110-ADD-TO-DATE-COUNTERS.

      *  Same split as 2120-ADD-TO-TOTAL-COUNTERS, for the date.
       3110-ADD-TO-DATE-COUNTERS.
           MOVE WS-ITEM-COUNTER-CODE(WS-ITEM-SUB) TO WS-ITEM-COUNTER.
           IF WS-ITEM-COUNTER >= 1 AND WS-ITEM-COUNTER <= 4
               MOVE WS-ITEM-COUNTER TO WS-CTR-SUB
               ADD 1 TO WS-DATE-CTR-COUNT(WS-CTR-SUB)
               ADD WS-ITEM-BASE-AMOUNT(WS-ITEM-SUB)
                   TO WS-DATE-CTR-AMOUNT(WS-CTR-SUB)
               IF WS-ITEM-TRANS-TYPE(WS-ITEM-SUB) = 'N'
                   AND WS-ITEM-NET-CODE(WS-ITEM-SUB) >= 1
                   AND WS-ITEM-NET-CODE(WS-ITEM-SUB) <= 3
                   MOVE WS-ITEM-NET-CODE(WS-ITEM-SUB) TO WS-CTR-SUB
                   SUBTRACT 1 FROM WS-DATE-CTR-COUNT(WS-CTR-SUB)
                   SUBTRACT WS-ITEM-BASE-AMOUNT(WS-ITEM-SUB)
                       FROM WS-DATE-CTR-AMOUNT(WS-CTR-SUB)
               END-IF
           END-IF.

      *  One line per counter the date's 'P' lines carry - a counter
      *  netted back to zero count and amount has no 'P' line and no
      *  line here.
       3200-WRITE-DATE-TOTAL.
           MOVE WS-DATE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           STRING "  TOTAL " WS-BREAK-DATE "  ITEMS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1 UNTIL WS-CTR-SUB > 4
               IF WS-DATE-CTR-COUNT(WS-CTR-SUB) NOT = 0
                   OR WS-DATE-CTR-AMOUNT(WS-CTR-SUB) NOT = 0
                   MOVE WS-DATE-CTR-COUNT(WS-CTR-SUB)
                       TO WS-EDIT-CTR-COUNT
                   MOVE WS-DATE-CTR-AMOUNT(WS-CTR-SUB)
                       TO WS-EDIT-TOTAL
                   MOVE SPACES TO BACKDATED-REPORT-LINE
                   STRING "    GL 'P' " WS-COUNTER-NAME(WS-CTR-SUB)
                       " COUNT " WS-EDIT-CTR-COUNT
                       "  BASE AMOUNT " WS-EDIT-TOTAL
                       DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE
                   WRITE BACKDATED-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.
           ADD 1 TO WS-DATES-LISTED.
           MOVE 0 TO WS-DATE-COUNT.
           INITIALIZE WS-DATE-COUNTER-TABLE.

       9000-TERMINATE.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO BACKDATED-REPORT-LINE.
           STRING "GRAND TOTAL ITEMS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE.
           WRITE BACKDATED-REPORT-LINE.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1 UNTIL WS-CTR-SUB > 4
               IF WS-TOTAL-CTR-COUNT(WS-CTR-SUB) NOT = 0
                   OR WS-TOTAL-CTR-AMOUNT(WS-CTR-SUB) NOT = 0
                   MOVE WS-TOTAL-CTR-COUNT(WS-CTR-SUB)
                       TO WS-EDIT-CTR-COUNT
                   MOVE WS-TOTAL-CTR-AMOUNT(WS-CTR-SUB)
                       TO WS-EDIT-TOTAL
                   MOVE SPACES TO BACKDATED-REPORT-LINE
                   STRING "  GL 'P' " WS-COUNTER-NAME(WS-CTR-SUB)
                       " COUNT " WS-EDIT-CTR-COUNT
                       "  BASE AMOUNT " WS-EDIT-TOTAL
                       DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE
                   WRITE BACKDATED-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-ITEM-DROPPED > 0
               MOVE WS-ITEM-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO BACKDATED-REPORT-LINE
               WRITE BACKDATED-REPORT-LINE
               MOVE SPACES TO BACKDATED-REPORT-LINE
               STRING "WARNING: " WS-EDIT-COUNT
                   " ITEM(S) OVER 2000 NOT LISTED - GRAND TOTALS ARE "
                   "COMPLETE"
                   DELIMITED BY SIZE INTO BACKDATED-REPORT-LINE
               WRITE BACKDATED-REPORT-LINE
           END-IF.
           CLOSE BACKDATED-REPORT-FILE.
           DISPLAY "Back-dated activity report complete: "
               WS-READ-COUNT " item(s) over " WS-DATES-LISTED
               " value date(s)".
           IF WS-ITEM-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
