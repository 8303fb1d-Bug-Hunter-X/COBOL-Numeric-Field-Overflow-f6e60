       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT1.
      *****************************************************************
      *  AUTHMNT1 - DUAL AUTHORIZATION REQUEST AND APPROVAL ENTRY
      *  The front door of the maker-checker control over the five
      *  sensitive operator actions - counter resets, threshold
      *  changes, GL hold decisions, exception write-offs and reject
      *  write-offs (AUTHREC.cpy lists the action types and keys).
      *  Reads operator entries from AUTHTRN: function 'M' records a
      *  maker's request, 'A' records a second operator's approval and
      *  'D' a second operator's decline.  Each entry is validated
      *  (function, action type, operator present, key shaped the way
      *  its action carries it) and checked against the state in force
      *  on the AUTHPEND trail - a request may not be opened twice,
      *  only an open (PENDING or HELD) request may be decided, and
      *  the maker may never decide their own request.  Accepted
      *  entries are appended to AUTHPEND with operator ids and
      *  timestamps; rejected entries are listed on AUTHMRPT and
      *  drive RC=4.  Nothing is applied here: the owning program
      *  checks the trail when the action reaches it and applies only
      *  an approval given by somebody other than the maker.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-ENTRY-FILE ASSIGN TO "AUTHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT AUTH-REPORT-FILE ASSIGN TO "AUTHMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-ENTRY-FILE
           RECORDING MODE IS F.
       01  AUTH-ENTRY-RECORD.
           05  AUTX-FUNCTION               PIC X(1).
               88  AUTX-REQUEST            VALUE 'M'.
               88  AUTX-APPROVE            VALUE 'A'.
               88  AUTX-DECLINE            VALUE 'D'.
           05  AUTX-ACTION-TYPE            PIC X(4).
           05  AUTX-OPERATOR-ID            PIC X(8).
           05  AUTX-ACTION-KEY             PIC X(90).

       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       FD  AUTH-REPORT-FILE
           RECORDING MODE IS F.
       01  AUTH-REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ENTRY-STATUS             PIC X(2) VALUE SPACES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ENTRY-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-ENTRY-EOF            VALUE 'Y'.
           05  WS-AUTH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-AUTH-EOF             VALUE 'Y'.

      *  State in force per request (latest trail record wins), so an
      *  entry is judged with a table probe.  1000 requests is far
      *  above anything a maintenance window produces; a request the
      *  table cannot hold is counted, and an entry against it is
      *  rejected as having no open request - the safe direction.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 1000 TIMES.
               10  WS-AUTH-TYPE            PIC X(4).
               10  WS-AUTH-KEY             PIC X(90).
               10  WS-AUTH-STAT            PIC X(10).
               10  WS-AUTH-MAKER           PIC X(8).
               10  WS-AUTH-MAKER-TS        PIC X(26).
       01  WS-AUTH-COUNT                   PIC 9(4) VALUE 0.
       01  WS-AUTH-SUB                     PIC 9(4).
       01  WS-AUTH-FOUND-SUB               PIC 9(4).
       01  WS-AUTH-DROPPED                 PIC 9(5) VALUE 0.
       01  WS-WORK-TYPE                    PIC X(4).
       01  WS-WORK-KEY                     PIC X(90).

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-NOW-TIMESTAMP                PIC X(26).
       01  WS-REJECT-TEXT                  PIC X(40).
           88  WS-ENTRY-CLEAN              VALUE SPACES.

       01  WS-ENTRY-COUNT                  PIC 9(5) VALUE 0.
       01  WS-REQUEST-COUNT                PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT               PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT               PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INITIALIZE.
           PERFORM 3000-PROCESS-ENTRY UNTIL WS-ENTRY-EOF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT AUTH-ENTRY-FILE.
           IF WS-ENTRY-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open AUTHTRN, status "
                   WS-ENTRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-AUTH-TRAIL.
           OPEN EXTEND AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT AUTHORIZATION-FILE
           END-IF.
           OPEN OUTPUT AUTH-REPORT-FILE.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "DUAL AUTHORIZATION ENTRY REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           IF WS-AUTH-DROPPED > 0
               MOVE WS-AUTH-DROPPED TO WS-EDIT-COUNT
               MOVE SPACES TO AUTH-REPORT-LINE
               STRING "WARNING - " WS-EDIT-COUNT
                   " REQUEST(S) ON AUTHPEND NOT TRACKED (TABLE FULL)"
                   DELIMITED BY SIZE INTO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.
           PERFORM 3100-READ-ENTRY-FILE.

      *  A first-ever run has no trail yet - every request is new.
       1100-LOAD-AUTH-TRAIL.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTHORIZATION-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-ABSORB-AUTH-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUTHORIZATION-FILE
           END-IF.

       1110-ABSORB-AUTH-RECORD.
           MOVE AUTH-ACTION-TYPE TO WS-WORK-TYPE.
           MOVE AUTH-ACTION-KEY TO WS-WORK-KEY.
           PERFORM 1120-FIND-REQUEST.
           IF WS-AUTH-FOUND-SUB = 0
               IF WS-AUTH-COUNT < 1000
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE WS-AUTH-COUNT TO WS-AUTH-FOUND-SUB
                   MOVE WS-WORK-TYPE TO WS-AUTH-TYPE(WS-AUTH-FOUND-SUB)
                   MOVE WS-WORK-KEY TO WS-AUTH-KEY(WS-AUTH-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-AUTH-DROPPED
               END-IF
           END-IF.
           IF WS-AUTH-FOUND-SUB > 0
               MOVE AUTH-STATUS TO WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
               MOVE AUTH-MAKER-ID TO WS-AUTH-MAKER(WS-AUTH-FOUND-SUB)
               MOVE AUTH-MAKER-TIMESTAMP
                   TO WS-AUTH-MAKER-TS(WS-AUTH-FOUND-SUB)
           END-IF.

       1120-FIND-REQUEST.
           MOVE 0 TO WS-AUTH-FOUND-SUB.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                   OR WS-AUTH-FOUND-SUB > 0
               IF WS-AUTH-TYPE(WS-AUTH-SUB) = WS-WORK-TYPE
                   AND WS-AUTH-KEY(WS-AUTH-SUB) = WS-WORK-KEY
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-PERFORM.

       3000-PROCESS-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM 3200-VALIDATE-ENTRY.
           IF WS-ENTRY-CLEAN
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
               IF AUTX-REQUEST
                   PERFORM 3300-WRITE-REQUEST
               ELSE
                   PERFORM 3400-WRITE-DECISION
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO AUTH-REPORT-LINE
               STRING "  REJECTED " AUTX-FUNCTION " "
                   AUTX-ACTION-TYPE " BY " AUTX-OPERATOR-ID
                   " KEY " AUTX-ACTION-KEY(1:40)
                   " - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO AUTH-REPORT-LINE
               WRITE AUTH-REPORT-LINE
           END-IF.
           PERFORM 3100-READ-ENTRY-FILE.

       3100-READ-ENTRY-FILE.
           READ AUTH-ENTRY-FILE
               AT END
                   SET WS-ENTRY-EOF TO TRUE
           END-READ.

      *  First failing check wins: the shape of the entry, then the
      *  shape of its key, then the state of the request it names.
       3200-VALIDATE-ENTRY.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF NOT AUTX-REQUEST AND NOT AUTX-APPROVE
               AND NOT AUTX-DECLINE
               MOVE "FUNCTION NOT M, A OR D" TO WS-REJECT-TEXT
           ELSE
               IF AUTX-ACTION-TYPE NOT = "RSET"
                   AND AUTX-ACTION-TYPE NOT = "THRS"
                   AND AUTX-ACTION-TYPE NOT = "GLRL"
                   AND AUTX-ACTION-TYPE NOT = "EXWO"
                   AND AUTX-ACTION-TYPE NOT = "RJWO"
                   MOVE "ACTION TYPE NOT RECOGNIZED" TO WS-REJECT-TEXT
               ELSE
                   IF AUTX-OPERATOR-ID = SPACES
                       MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
                   ELSE
                       PERFORM 3210-VALIDATE-KEY
                       IF WS-ENTRY-CLEAN
                           PERFORM 3220-VALIDATE-STATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  The key must be the image the owning program will build from
      *  the action itself, or the approval could never be matched.
       3210-VALIDATE-KEY.
           EVALUATE AUTX-ACTION-TYPE
               WHEN "RSET"
                   IF AUTX-ACTION-KEY(1:1) IS NOT NUMERIC
                       OR AUTX-ACTION-KEY(1:1) < "1"
                       OR AUTX-ACTION-KEY(1:1) > "4"
                       OR AUTX-ACTION-KEY(2:9) IS NOT NUMERIC
                       MOVE "RSET KEY NOT COUNTER + RESET VALUE"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN "THRS"
                   IF AUTX-ACTION-KEY(1:1) IS NOT NUMERIC
                       OR AUTX-ACTION-KEY(1:1) < "1"
                       OR AUTX-ACTION-KEY(1:1) > "4"
                       OR AUTX-ACTION-KEY(2:22) IS NOT NUMERIC
                       MOVE "THRS KEY NOT COUNTER + WARN + ERROR"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN "GLRL"
                   IF AUTX-ACTION-KEY(1:8) IS NOT NUMERIC
                       OR (AUTX-ACTION-KEY(9:1) NOT = "R"
                           AND AUTX-ACTION-KEY(9:1) NOT = "S")
                       MOVE "GLRL KEY NOT DATE + R/S DECISION"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN "EXWO"
                   IF AUTX-ACTION-KEY(1:8) IS NOT NUMERIC
                       MOVE "EXWO KEY NOT A BUSINESS DATE"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN "RJWO"
                   IF AUTX-ACTION-KEY(1:2) IS NOT NUMERIC
                       OR AUTX-ACTION-KEY(3:80) = SPACES
                       MOVE "RJWO KEY NOT REASON + RECORD"
                           TO WS-REJECT-TEXT
                   END-IF
           END-EVALUATE.

      *  A request may be opened again only once the last one was
      *  applied or declined; a decision needs an open request and a
      *  different operator from the one who asked.
       3220-VALIDATE-STATE.
           MOVE AUTX-ACTION-TYPE TO WS-WORK-TYPE.
           MOVE AUTX-ACTION-KEY TO WS-WORK-KEY.
           PERFORM 1120-FIND-REQUEST.
           IF AUTX-REQUEST
               IF WS-AUTH-FOUND-SUB > 0
                   AND (WS-AUTH-STAT(WS-AUTH-FOUND-SUB) = "PENDING"
                       OR WS-AUTH-STAT(WS-AUTH-FOUND-SUB) = "HELD"
                       OR WS-AUTH-STAT(WS-AUTH-FOUND-SUB) = "APPROVED")
                   MOVE "REQUEST ALREADY OPEN" TO WS-REJECT-TEXT
               END-IF
           ELSE
               IF WS-AUTH-FOUND-SUB = 0
                   MOVE "NO OPEN REQUEST TO DECIDE" TO WS-REJECT-TEXT
               ELSE
                   IF WS-AUTH-STAT(WS-AUTH-FOUND-SUB) NOT = "PENDING"
                       AND WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
                           NOT = "HELD"
                       MOVE "NO OPEN REQUEST TO DECIDE"
                           TO WS-REJECT-TEXT
                   ELSE
                       IF WS-AUTH-MAKER(WS-AUTH-FOUND-SUB) =
                               AUTX-OPERATOR-ID
                           MOVE "SELF-APPROVAL REFUSED"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3300-WRITE-REQUEST.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           MOVE AUTX-ACTION-TYPE TO AUTH-ACTION-TYPE.
           MOVE AUTX-ACTION-KEY TO AUTH-ACTION-KEY.
           SET AUTH-PENDING TO TRUE.
           MOVE AUTX-OPERATOR-ID TO AUTH-MAKER-ID.
           MOVE WS-NOW-TIMESTAMP TO AUTH-MAKER-TIMESTAMP.
           MOVE WS-NOW-TIMESTAMP TO AUTH-EVENT-TIMESTAMP.
           PERFORM 1110-ABSORB-AUTH-RECORD.
           WRITE AUTHORIZATION-RECORD.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "  REQUESTED " AUTX-ACTION-TYPE
               " BY " AUTX-OPERATOR-ID
               " KEY " AUTX-ACTION-KEY(1:40)
               " - AWAITING SECOND OPERATOR"
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.

      *  The decision record repeats the maker and request time so
      *  every trail record reads whole on its own.
       3400-WRITE-DECISION.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           MOVE AUTX-ACTION-TYPE TO AUTH-ACTION-TYPE.
           MOVE AUTX-ACTION-KEY TO AUTH-ACTION-KEY.
           IF AUTX-APPROVE
               SET AUTH-APPROVED TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               SET AUTH-DECLINED TO TRUE
               ADD 1 TO WS-DECLINED-COUNT
           END-IF.
           MOVE WS-AUTH-MAKER(WS-AUTH-FOUND-SUB) TO AUTH-MAKER-ID.
           MOVE WS-AUTH-MAKER-TS(WS-AUTH-FOUND-SUB)
               TO AUTH-MAKER-TIMESTAMP.
           MOVE AUTX-OPERATOR-ID TO AUTH-CHECKER-ID.
           MOVE WS-NOW-TIMESTAMP TO AUTH-CHECKER-TIMESTAMP.
           MOVE WS-NOW-TIMESTAMP TO AUTH-EVENT-TIMESTAMP.
           PERFORM 1110-ABSORB-AUTH-RECORD.
           WRITE AUTHORIZATION-RECORD.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "  " WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
               " " AUTX-ACTION-TYPE
               " BY " AUTX-OPERATOR-ID
               " KEY " AUTX-ACTION-KEY(1:40)
               " REQUESTED BY " WS-AUTH-MAKER(WS-AUTH-FOUND-SUB)
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "ENTRIES READ            " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-REQUEST-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "REQUESTS RECORDED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "APPROVALS RECORDED      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "DECLINES RECORDED       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO AUTH-REPORT-LINE.
           STRING "ENTRIES REJECTED        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO AUTH-REPORT-LINE.
           WRITE AUTH-REPORT-LINE.
           CLOSE AUTH-ENTRY-FILE.
           CLOSE AUTHORIZATION-FILE.
           CLOSE AUTH-REPORT-FILE.
           DISPLAY "Authorization entry: " WS-REQUEST-COUNT
               " requested, " WS-APPROVED-COUNT " approved, "
               WS-DECLINED-COUNT " declined, "
               WS-REJECTED-COUNT " rejected".
           IF WS-REJECTED-COUNT > 0 OR WS-AUTH-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
