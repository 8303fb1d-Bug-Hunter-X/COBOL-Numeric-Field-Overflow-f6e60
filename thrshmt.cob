      *  so AUDTRPT1-class compliance reporting covers threshold
      *  changes too.  Rejected changes are reported and drive RC=4;
      *  they never reach the new file.
      *  A change that passes validation is still applied only under
      *  dual authorization: the AUTHPEND trail must hold a THRS
      *  request for exactly this counter, warn, error and effective
      *  date, raised by the operator the change names and approved
      *  by a different operator through AUTHMNT1.  An unapproved or
      *  self-approved change is rejected as NOT APPROVED and a HELD
      *  record goes to the trail for AUTHRPT1; an applied change
      *  consumes its approval with an APPLIED record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THRESHOLD-FILE
           RECORDING MODE IS F.
       01  MAINT-REPORT-LINE               PIC X(132).

       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-THRSH-STATUS             PIC X(2) VALUE SPACES.
           05  WS-NEW-STATUS               PIC X(2) VALUE SPACES.
           05  WS-AUD-STATUS               PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-THRSH-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-THRSH-EOF            VALUE 'Y'.
           05  WS-CHG-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-CHG-EOF              VALUE 'Y'.
           05  WS-AUTH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-AUTH-EOF             VALUE 'Y'.

       01  WS-COUNTER-NAMES.
           05  FILLER                    PIC X(12) VALUE "DEPOSITS".
               10  WS-CURR-ERROR           PIC 9(11).
       01  WS-CURR-SUB                     PIC 9(1).

      *  State in force of every THRS request on the AUTHPEND trail
      *  (latest record per key wins).  A request beyond the 500 the
      *  table holds cannot be matched, so its change is refused -
      *  the safe failure direction.
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 500 TIMES.
               10  WS-AUTH-KEY             PIC X(90).
               10  WS-AUTH-STAT            PIC X(10).
               10  WS-AUTH-MAKER           PIC X(8).
               10  WS-AUTH-MAKER-TS        PIC X(26).
               10  WS-AUTH-CHECKER         PIC X(8).
               10  WS-AUTH-CHECKER-TS      PIC X(26).
       01  WS-AUTH-COUNT                   PIC 9(3) VALUE 0.
       01  WS-AUTH-SUB                     PIC 9(3).
       01  WS-AUTH-FOUND-SUB               PIC 9(3).
       01  WS-AUTH-DROPPED                 PIC 9(5) VALUE 0.
       01  WS-AUTH-WORK-KEY                PIC X(90).
       01  WS-AUTH-WORK-MAKER              PIC X(8).
       01  WS-AUTH-NOW                     PIC X(26).
       01  WS-AUTH-HOLD-REASON             PIC X(24).
           88  WS-AUTH-GRANTED             VALUE SPACES.
       01  WS-HELD-COUNT                   PIC 9(5) VALUE 0.

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-EFFECTIVE-DATE               PIC X(8).
       01  WS-REJECT-TEXT                  PIC X(40).
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT THRESHOLD-AUDIT-FILE
           END-IF.
           PERFORM 1100-LOAD-AUTHORIZATIONS.
           OPEN EXTEND AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT AUTHORIZATION-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           MOVE "THRESHOLD MAINTENANCE REPORT" TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           PERFORM 3100-READ-CHANGE-FILE.

      *  Only THRS requests concern this program; no trail at all
      *  means nothing is approved.
       1100-LOAD-AUTHORIZATIONS.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTHORIZATION-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF AUTH-TYPE-THRESHOLD
                               PERFORM 1110-ABSORB-AUTHORIZATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORIZATION-FILE
           END-IF.
           IF WS-AUTH-DROPPED > 0
               DISPLAY "Warning: " WS-AUTH-DROPPED " threshold "
                   "authorization(s) over 500 not loaded - their "
                   "changes will be held"
           END-IF.

       1110-ABSORB-AUTHORIZATION.
           MOVE AUTH-ACTION-KEY TO WS-AUTH-WORK-KEY.
           PERFORM 3230-FIND-AUTHORIZATION.
           IF WS-AUTH-FOUND-SUB = 0
               IF WS-AUTH-COUNT < 500
                   ADD 1 TO WS-AUTH-COUNT
                   MOVE WS-AUTH-COUNT TO WS-AUTH-FOUND-SUB
                   MOVE AUTH-ACTION-KEY
                       TO WS-AUTH-KEY(WS-AUTH-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-AUTH-DROPPED
               END-IF
           END-IF.
           IF WS-AUTH-FOUND-SUB > 0
               MOVE AUTH-STATUS TO WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
               MOVE AUTH-MAKER-ID TO WS-AUTH-MAKER(WS-AUTH-FOUND-SUB)
               MOVE AUTH-MAKER-TIMESTAMP
                   TO WS-AUTH-MAKER-TS(WS-AUTH-FOUND-SUB)
               MOVE AUTH-CHECKER-ID
                   TO WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB)
               MOVE AUTH-CHECKER-TIMESTAMP
                   TO WS-AUTH-CHECKER-TS(WS-AUTH-FOUND-SUB)
           END-IF.

      *  The live file passes through untouched - history stays on
      *  file and a clean abort leaves the real THRSHFIL unharmed.
      *  A first-ever run with no live file starts the new file

       3000-APPLY-CHANGE.
           PERFORM 3200-VALIDATE-CHANGE.
      *    Only a well-formed change is put to the authorization
      *    check - a malformed one is refused on its own merits and
      *    leaves the trail alone.
           IF WS-CHANGE-CLEAN
               PERFORM 3220-CHECK-AUTHORIZATION
               PERFORM 3240-WRITE-AUTH-TRAIL
               IF NOT WS-AUTH-GRANTED
                   ADD 1 TO WS-HELD-COUNT
                   STRING "NOT APPROVED - " WS-AUTH-HOLD-REASON
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-CHANGE-CLEAN
               PERFORM 3300-WRITE-NEW-THRESHOLD
               PERFORM 3400-WRITE-AUDIT-TRAIL
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
           END-IF.

      *  The change is keyed on the counter, warn, error and
      *  effective date exactly as keyed; the operator on the change
      *  is the maker, and only an approval by somebody else lets it
      *  through.
       3220-CHECK-AUTHORIZATION.
           MOVE SPACES TO WS-AUTH-WORK-KEY.
           STRING TCHG-COUNTER-CODE TCHG-WARN-VALUE TCHG-ERROR-VALUE
               TCHG-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-AUTH-WORK-KEY.
           MOVE TCHG-OPERATOR-ID TO WS-AUTH-WORK-MAKER.
           MOVE SPACES TO WS-AUTH-HOLD-REASON.
           PERFORM 3230-FIND-AUTHORIZATION.
           IF WS-AUTH-FOUND-SUB = 0
               MOVE "NO REQUEST ON FILE" TO WS-AUTH-HOLD-REASON
           ELSE
               EVALUATE WS-AUTH-STAT(WS-AUTH-FOUND-SUB)
                   WHEN "APPROVED"
                       IF WS-AUTH-MAKER(WS-AUTH-FOUND-SUB) NOT =
                               WS-AUTH-WORK-MAKER
                           MOVE "MAKER NOT THE REQUESTER"
                               TO WS-AUTH-HOLD-REASON
                       ELSE
                           IF WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB) =
                                   SPACES
                               OR WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB)
                                   = WS-AUTH-WORK-MAKER
                               MOVE "SELF-APPROVED"
                                   TO WS-AUTH-HOLD-REASON
                           END-IF
                       END-IF
                   WHEN "APPLIED"
                       MOVE "APPROVAL ALREADY USED"
                           TO WS-AUTH-HOLD-REASON
                   WHEN "DECLINED"
                       MOVE "REQUEST DECLINED" TO WS-AUTH-HOLD-REASON
                   WHEN OTHER
                       MOVE "AWAITING SECOND APPROVAL"
                           TO WS-AUTH-HOLD-REASON
               END-EVALUATE
           END-IF.

       3230-FIND-AUTHORIZATION.
           MOVE 0 TO WS-AUTH-FOUND-SUB.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
                   OR WS-AUTH-FOUND-SUB > 0
               IF WS-AUTH-KEY(WS-AUTH-SUB) = WS-AUTH-WORK-KEY
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-PERFORM.

      *  APPLIED consumes the approval so it can never be used twice;
      *  HELD records the refused attempt and leaves the request open
      *  for a second operator to approve.  Against an open request
      *  the record keeps that request's maker and checker, whoever
      *  is asking now, and an approval somebody else tries to use is
      *  logged with its status unchanged so its own maker still
      *  holds it.  A closed request (applied or declined) leaves the
      *  attempt as a new, unrequested action by the operator asking.
       3240-WRITE-AUTH-TRAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-NOW.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           SET AUTH-TYPE-THRESHOLD TO TRUE.
           MOVE WS-AUTH-WORK-KEY TO AUTH-ACTION-KEY.
           MOVE WS-AUTH-WORK-MAKER TO AUTH-MAKER-ID.
           MOVE WS-AUTH-NOW TO AUTH-MAKER-TIMESTAMP.
           MOVE WS-AUTH-NOW TO AUTH-EVENT-TIMESTAMP.
           IF WS-AUTH-FOUND-SUB > 0
               IF WS-AUTH-STAT(WS-AUTH-FOUND-SUB) NOT = "APPLIED"
                   AND WS-AUTH-STAT(WS-AUTH-FOUND-SUB) NOT = "DECLINED"
                   MOVE WS-AUTH-MAKER(WS-AUTH-FOUND-SUB)
                       TO AUTH-MAKER-ID
                   MOVE WS-AUTH-MAKER-TS(WS-AUTH-FOUND-SUB)
                       TO AUTH-MAKER-TIMESTAMP
                   MOVE WS-AUTH-CHECKER(WS-AUTH-FOUND-SUB)
                       TO AUTH-CHECKER-ID
                   MOVE WS-AUTH-CHECKER-TS(WS-AUTH-FOUND-SUB)
                       TO AUTH-CHECKER-TIMESTAMP
               END-IF
           END-IF.
           IF WS-AUTH-GRANTED
               SET AUTH-APPLIED TO TRUE
           ELSE
               MOVE WS-AUTH-HOLD-REASON TO AUTH-HOLD-REASON
               IF WS-AUTH-HOLD-REASON = "MAKER NOT THE REQUESTER"
                   MOVE WS-AUTH-STAT(WS-AUTH-FOUND-SUB) TO AUTH-STATUS
               ELSE
                   SET AUTH-HELD TO TRUE
               END-IF
           END-IF.
           PERFORM 1110-ABSORB-AUTHORIZATION.
           WRITE AUTHORIZATION-RECORD.

       3300-WRITE-NEW-THRESHOLD.
           MOVE TCHG-COUNTER-CODE TO NEWTH-COUNTER-CODE.
           MOVE TCHG-WARN-VALUE TO NEWTH-WARN-VALUE.
           STRING "CHANGES REJECTED        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "  OF WHICH NOT APPROVED " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE CHANGE-TRANS-FILE.
           CLOSE AUTHORIZATION-FILE.
           CLOSE NEW-THRESHOLD-FILE.
           CLOSE THRESHOLD-AUDIT-FILE.
           CLOSE MAINT-REPORT-FILE.
           DISPLAY "Threshold maintenance: " WS-APPLIED-COUNT
               " applied, " WS-REJECTED-COUNT " rejected".
           IF WS-REJECTED-COUNT > 0 OR WS-AUTH-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
