       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRPT1.
      *****************************************************************
      *  AUTHRPT1 - DUAL AUTHORIZATION REPORT
      *  Compliance report over the append-only AUTHPEND trail that
      *  AUTHMNT1 and the five owning programs (BUGJOB01, THRSHMT1,
      *  GLRLSE1, EXCPRPR1, REJRPR1) write.  The trail's records are
      *  folded into one line of history per request - a request
      *  starts with its PENDING entry (or with the HELD record of an
      *  action that arrived unrequested) and ends APPLIED or
      *  DECLINED - showing who asked and when, who approved or
      *  declined and when, when the action was applied, and how many
      *  times it was held and why (an approval another operator
      *  tried to use counts as a hold though it stays approved).
      *  Requests are grouped by action type.  A closing section
      *  lists every request still held or awaiting its second
      *  operator, however old.  Requests closed
      *  before the AUTHRPRM report date (default today) are left off
      *  the detail; open requests are always shown.  Any held or
      *  self-approved request drives RC=4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT REPORT-PARM-FILE ASSIGN TO "AUTHRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUTH-REPORT-FILE ASSIGN TO "AUTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       FD  REPORT-PARM-FILE
           RECORDING MODE IS F.
       01  REPORT-PARM-RECORD.
           05  ARPM-FROM-DATE              PIC X(8).

       FD  AUTH-REPORT-FILE
           RECORDING MODE IS F.
       01  AUTH-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-AUTH-EOF-SWITCH              PIC X(1) VALUE 'N'.
           88  WS-AUTH-EOF                 VALUE 'Y'.

      *  One entry per request cycle in trail order.  2000 cycles is
      *  months of maintenance activity; overflow is reported and
      *  forces RC=4, never silently dropped.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 2000 TIMES.
               10  WS-REQ-TYPE             PIC X(4).
               10  WS-REQ-KEY              PIC X(90).
               10  WS-REQ-STAT             PIC X(10).
               10  WS-REQ-MAKER            PIC X(8).
               10  WS-REQ-MAKER-TS         PIC X(26).
               10  WS-REQ-CHECKER          PIC X(8).
               10  WS-REQ-CHECKER-TS       PIC X(26).
               10  WS-REQ-APPLIED-TS       PIC X(26).
               10  WS-REQ-LAST-TS          PIC X(26).
               10  WS-REQ-HOLD-COUNT       PIC 9(3).
               10  WS-REQ-HOLD-REASON      PIC X(24).
       01  WS-REQ-COUNT                    PIC 9(4) VALUE 0.
       01  WS-REQ-SUB                      PIC 9(4).
       01  WS-REQ-FOUND-SUB                PIC 9(4).
       01  WS-REQ-DROPPED                  PIC 9(5) VALUE 0.

      *  The five action types in report order, with their headings.
       01  WS-TYPE-VALUES.
           05  FILLER                      PIC X(4) VALUE "RSET".
           05  FILLER                      PIC X(4) VALUE "THRS".
           05  FILLER                      PIC X(4) VALUE "GLRL".
           05  FILLER                      PIC X(4) VALUE "EXWO".
           05  FILLER                      PIC X(4) VALUE "RJWO".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  WS-TYPE-CODE OCCURS 5 TIMES PIC X(4).
       01  WS-TYPE-TITLES.
           05  FILLER                      PIC X(32)
                   VALUE "COUNTER RESETS (TRANFILE 'R')".
           05  FILLER                      PIC X(32)
                   VALUE "THRESHOLD CHANGES (THRSHTRN)".
           05  FILLER                      PIC X(32)
                   VALUE "GL HOLD DECISIONS (GLRLPARM)".
           05  FILLER                      PIC X(32)
                   VALUE "EXCEPTION WRITE-OFFS (REPRPARM)".
           05  FILLER                      PIC X(32)
                   VALUE "REJECT WRITE-OFFS (REJCORR 'W')".
       01  WS-TYPE-TITLE-TABLE REDEFINES WS-TYPE-TITLES.
           05  WS-TYPE-TITLE OCCURS 5 TIMES PIC X(32).
       01  WS-TYPE-SUB                     PIC 9(1).

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-FROM-DATE                    PIC X(8).
       01  WS-AUTH-READ-COUNT              PIC 9(9) VALUE 0.
       01  WS-PRINTED-SWITCH               PIC X(1).
           88  WS-PRINTED-SOMETHING        VALUE 'Y'.
       01  WS-OPEN-SWITCH                  PIC X(1).
           88  WS-REQUEST-OPEN             VALUE 'Y'.

       01  WS-APPLIED-COUNT                PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT               PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT                PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT               PIC 9(5) VALUE 0.
       01  WS-SELF-APPROVED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.
       01  WS-EDIT-HOLDS                   PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-FROM-DATE.
           PERFORM 1000-LOAD-REPORT-PARM.
           PERFORM 1100-LOAD-AUTH-TRAIL.
           OPEN OUTPUT AUTH-REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADER.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 5
               PERFORM 3000-REPORT-ACTION-TYPE
           END-PERFORM.
           PERFORM 4000-REPORT-OPEN-REQUESTS.
           PERFORM 5000-WRITE-TOTALS.
           CLOSE AUTH-REPORT-FILE.
           IF WS-HELD-COUNT > 0 OR WS-SELF-APPROVED-COUNT > 0
               OR WS-REQ-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-LOAD-REPORT-PARM.
           OPEN INPUT REPORT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ REPORT-PARM-FILE
                   NOT AT END
                       IF ARPM-FROM-DATE IS NUMERIC
                           MOVE ARPM-FROM-DATE TO WS-FROM-DATE
                       END-IF
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF.

       1100-LOAD-AUTH-TRAIL.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open AUTHPEND, status "
                   WS-AUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUTH-EOF
               READ AUTHORIZATION-FILE
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-ABSORB-AUTH-RECORD
               END-READ
           END-PERFORM.
           CLOSE AUTHORIZATION-FILE.

      *  The latest cycle for the type and key takes the record; a
      *  new request (or an unrequested hold) against a cycle that is
      *  already closed opens a new cycle.
       1110-ABSORB-AUTH-RECORD.
           ADD 1 TO WS-AUTH-READ-COUNT.
           PERFORM 1120-FIND-LATEST-CYCLE.
           IF WS-REQ-FOUND-SUB > 0
               IF (WS-REQ-STAT(WS-REQ-FOUND-SUB) = "APPLIED"
                   OR WS-REQ-STAT(WS-REQ-FOUND-SUB) = "DECLINED")
                   AND (AUTH-PENDING OR AUTH-HELD)
                   MOVE 0 TO WS-REQ-FOUND-SUB
               END-IF
           END-IF.
           IF WS-REQ-FOUND-SUB = 0
               IF WS-REQ-COUNT < 2000
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-REQ-FOUND-SUB
                   PERFORM 1130-START-CYCLE
               ELSE
                   ADD 1 TO WS-REQ-DROPPED
               END-IF
           END-IF.
           IF WS-REQ-FOUND-SUB > 0
               PERFORM 1140-APPLY-TO-CYCLE
           END-IF.

       1120-FIND-LATEST-CYCLE.
           MOVE 0 TO WS-REQ-FOUND-SUB.
           PERFORM VARYING WS-REQ-SUB FROM WS-REQ-COUNT BY -1
                   UNTIL WS-REQ-SUB < 1
                   OR WS-REQ-FOUND-SUB > 0
               IF WS-REQ-TYPE(WS-REQ-SUB) = AUTH-ACTION-TYPE
                   AND WS-REQ-KEY(WS-REQ-SUB) = AUTH-ACTION-KEY
                   MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
               END-IF
           END-PERFORM.

       1130-START-CYCLE.
           MOVE AUTH-ACTION-TYPE TO WS-REQ-TYPE(WS-REQ-FOUND-SUB).
           MOVE AUTH-ACTION-KEY TO WS-REQ-KEY(WS-REQ-FOUND-SUB).
           MOVE SPACES TO WS-REQ-CHECKER(WS-REQ-FOUND-SUB).
           MOVE SPACES TO WS-REQ-CHECKER-TS(WS-REQ-FOUND-SUB).
           MOVE SPACES TO WS-REQ-APPLIED-TS(WS-REQ-FOUND-SUB).
           MOVE SPACES TO WS-REQ-HOLD-REASON(WS-REQ-FOUND-SUB).
           MOVE 0 TO WS-REQ-HOLD-COUNT(WS-REQ-FOUND-SUB).

       1140-APPLY-TO-CYCLE.
           MOVE AUTH-STATUS TO WS-REQ-STAT(WS-REQ-FOUND-SUB).
           MOVE AUTH-MAKER-ID TO WS-REQ-MAKER(WS-REQ-FOUND-SUB).
           MOVE AUTH-MAKER-TIMESTAMP
               TO WS-REQ-MAKER-TS(WS-REQ-FOUND-SUB).
           MOVE AUTH-EVENT-TIMESTAMP
               TO WS-REQ-LAST-TS(WS-REQ-FOUND-SUB).
           IF AUTH-CHECKER-ID NOT = SPACES
               MOVE AUTH-CHECKER-ID TO WS-REQ-CHECKER(WS-REQ-FOUND-SUB)
               MOVE AUTH-CHECKER-TIMESTAMP
                   TO WS-REQ-CHECKER-TS(WS-REQ-FOUND-SUB)
           END-IF.
           IF AUTH-APPLIED
               MOVE AUTH-EVENT-TIMESTAMP
                   TO WS-REQ-APPLIED-TS(WS-REQ-FOUND-SUB)
           END-IF.
           IF AUTH-HELD OR AUTH-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-REQ-HOLD-COUNT(WS-REQ-FOUND-SUB)
               MOVE AUTH-HOLD-REASON
                   TO WS-REQ-HOLD-REASON(WS-REQ-FOUND-SUB)
           END-IF.

       2000-WRITE-REPORT-HEADER.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "DUAL AUTHORIZATION REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "REQUESTS ACTIVE SINCE " WS-FROM-DATE
               " PLUS EVERY REQUEST STILL OPEN"
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           IF WS-REQ-DROPPED > 0
               MOVE WS-REQ-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO AUTH-REPORT-LINE
               STRING "WARNING - " WS-EDIT-COUNT
                   " TRAIL RECORD(S) NOT LISTED (TABLE FULL)"
                   DELIMITED BY SIZE INTO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.

       3000-REPORT-ACTION-TYPE.
           MOVE SPACES TO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-TYPE-TITLE(WS-TYPE-SUB) TO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE 'N' TO WS-PRINTED-SWITCH.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-TYPE(WS-REQ-SUB) = WS-TYPE-CODE(WS-TYPE-SUB)
                   PERFORM 3050-CHECK-REQUEST-OPEN
                   IF WS-REQUEST-OPEN
                       OR WS-REQ-LAST-TS(WS-REQ-SUB)(1:8) NOT <
                           WS-FROM-DATE
                       PERFORM 3100-PRINT-REQUEST
                       MOVE 'Y' TO WS-PRINTED-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-PRINTED-SOMETHING
               MOVE "  NONE" TO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.

       3050-CHECK-REQUEST-OPEN.
           MOVE 'N' TO WS-OPEN-SWITCH.
           IF WS-REQ-STAT(WS-REQ-SUB) = "PENDING"
               OR WS-REQ-STAT(WS-REQ-SUB) = "HELD"
               OR WS-REQ-STAT(WS-REQ-SUB) = "APPROVED"
               MOVE 'Y' TO WS-OPEN-SWITCH
           END-IF.

      *  Two lines per request - what and where it stands, then who
      *  and when - plus a third for any hold history.
       3100-PRINT-REQUEST.
           EVALUATE WS-REQ-STAT(WS-REQ-SUB)
               WHEN "APPLIED"
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "APPROVED"
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
               WHEN "HELD"
                   ADD 1 TO WS-HELD-COUNT
               WHEN "DECLINED"
                   ADD 1 TO WS-DECLINED-COUNT
           END-EVALUATE.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "  " WS-REQ-STAT(WS-REQ-SUB)
               " KEY " WS-REQ-KEY(WS-REQ-SUB)
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "    REQUESTED BY " WS-REQ-MAKER(WS-REQ-SUB)
               " " WS-REQ-MAKER-TS(WS-REQ-SUB)(1:8)
               " " WS-REQ-MAKER-TS(WS-REQ-SUB)(9:6)
               "  DECIDED BY " WS-REQ-CHECKER(WS-REQ-SUB)
               " " WS-REQ-CHECKER-TS(WS-REQ-SUB)(1:8)
               " " WS-REQ-CHECKER-TS(WS-REQ-SUB)(9:6)
               "  APPLIED " WS-REQ-APPLIED-TS(WS-REQ-SUB)(1:8)
               " " WS-REQ-APPLIED-TS(WS-REQ-SUB)(9:6)
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           IF WS-REQ-CHECKER(WS-REQ-SUB) NOT = SPACES
               AND WS-REQ-CHECKER(WS-REQ-SUB) =
                   WS-REQ-MAKER(WS-REQ-SUB)
               ADD 1 TO WS-SELF-APPROVED-COUNT
               MOVE SPACES TO AUTH-REPORT-LINE
               STRING "    ** SELF-APPROVED - MAKER AND CHECKER ARE "
                   "THE SAME OPERATOR **"
                   DELIMITED BY SIZE INTO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.
           IF WS-REQ-HOLD-COUNT(WS-REQ-SUB) > 0
               MOVE WS-REQ-HOLD-COUNT(WS-REQ-SUB) TO WS-EDIT-HOLDS
               MOVE SPACES TO AUTH-REPORT-LINE
               STRING "    HELD " WS-EDIT-HOLDS " TIME(S) - LAST "
                   WS-REQ-HOLD-REASON(WS-REQ-SUB)
                   DELIMITED BY SIZE INTO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.

      *  Every request still waiting on somebody, whatever its age -
      *  the working list for the second operators.
       4000-REPORT-OPEN-REQUESTS.
           MOVE SPACES TO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE "HELD OR AWAITING SECOND APPROVAL" TO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE 'N' TO WS-PRINTED-SWITCH.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               IF WS-REQ-STAT(WS-REQ-SUB) = "PENDING"
                   OR WS-REQ-STAT(WS-REQ-SUB) = "HELD"
                   MOVE SPACES TO AUTH-REPORT-LINE
                   STRING "  " WS-REQ-TYPE(WS-REQ-SUB)
                       " " WS-REQ-STAT(WS-REQ-SUB)
                       " BY " WS-REQ-MAKER(WS-REQ-SUB)
                       " " WS-REQ-MAKER-TS(WS-REQ-SUB)(1:8)
                       " " WS-REQ-HOLD-REASON(WS-REQ-SUB)
                       " KEY " WS-REQ-KEY(WS-REQ-SUB)(1:40)
                       DELIMITED BY SIZE INTO AUTH-REPORT-LINE
                   WRITE AUTH-REPORT-LINE
                   MOVE 'Y' TO WS-PRINTED-SWITCH
               END-IF
           END-PERFORM.
           IF NOT WS-PRINTED-SOMETHING
               MOVE "  NONE" TO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.

       5000-WRITE-TOTALS.
           MOVE SPACES TO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "REQUESTS APPLIED        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "APPROVED, NOT YET USED  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "AWAITING APPROVAL       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "HELD, NOT APPLIED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "DECLINED                " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           DISPLAY "Authorization report: " WS-AUTH-READ-COUNT
               " trail records, " WS-HELD-COUNT " held, "
               WS-PENDING-COUNT " awaiting approval".
