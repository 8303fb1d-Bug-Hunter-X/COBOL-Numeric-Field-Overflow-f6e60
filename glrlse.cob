      *  gives counter resets.  A date whose latest status is not HELD
      *  is refused: a released or suppressed night needs no second
      *  decision, and a clean night was never held.
      *  The decision is recorded only under dual authorization: the
      *  AUTHPEND trail must hold a GLRL request for the business date
      *  and decision, raised by the GLRLPARM operator and approved by
      *  a different operator through AUTHMNT1.  An unapproved or
      *  self-approved decision leaves the date HELD, appends a HELD
      *  record to the trail for AUTHRPT1 and ends RC=4; a recorded
      *  decision consumes its approval with an APPLIED record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-HOLD-FILE
               88  RLPM-SUPPRESS           VALUE 'S'.
           05  RLPM-BUSINESS-DATE          PIC X(8).

       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLHLD-STATUS             PIC X(2) VALUE SPACES.
           05  WS-PARM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-GLHLD-EOF-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-GLHLD-EOF            VALUE 'Y'.
           05  WS-DATE-FOUND-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-DATE-FOUND           VALUE 'Y'.
           05  WS-AUTH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-AUTH-EOF             VALUE 'Y'.
           05  WS-AUTH-FOUND-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-AUTH-FOUND           VALUE 'Y'.

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-TARGET-DATE                  PIC X(8).
       01  WS-LATEST-STATUS                PIC X(10) VALUE SPACES.
       01  WS-LATEST-BREAKS                PIC 9(5) VALUE 0.

      *  The latest AUTHPEND record for this decision's key, and the
      *  outcome of judging it - spaces means the decision may be
      *  recorded.
       01  WS-AUTH-WORK-KEY                PIC X(90).
       01  WS-AUTH-STAT                    PIC X(10).
       01  WS-AUTH-MAKER                   PIC X(8).
       01  WS-AUTH-MAKER-TS                PIC X(26).
       01  WS-AUTH-CHECKER                 PIC X(8).
       01  WS-AUTH-CHECKER-TS              PIC X(26).
       01  WS-AUTH-NOW                     PIC X(26).
       01  WS-AUTH-HOLD-REASON             PIC X(24).
           88  WS-AUTH-GRANTED             VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           END-PERFORM.
           CLOSE GL-HOLD-FILE.

      *  The decision is keyed on the resolved business date and the
      *  decision code; the GLRLPARM operator is the maker, and only
      *  an approval by somebody else lets the decision through.  The
      *  trail is append-only, so the last GLRL record for the key is
      *  the state in force.
       2500-CHECK-AUTHORIZATION.
           MOVE SPACES TO WS-AUTH-WORK-KEY.
           STRING WS-TARGET-DATE WS-DECISION
               DELIMITED BY SIZE INTO WS-AUTH-WORK-KEY.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTHORIZATION-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF AUTH-TYPE-GL-RELEASE
                               AND AUTH-ACTION-KEY = WS-AUTH-WORK-KEY
                               SET WS-AUTH-FOUND TO TRUE
                               MOVE AUTH-STATUS TO WS-AUTH-STAT
                               MOVE AUTH-MAKER-ID TO WS-AUTH-MAKER
                               MOVE AUTH-MAKER-TIMESTAMP
                                   TO WS-AUTH-MAKER-TS
                               MOVE AUTH-CHECKER-ID TO WS-AUTH-CHECKER
                               MOVE AUTH-CHECKER-TIMESTAMP
                                   TO WS-AUTH-CHECKER-TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORIZATION-FILE
           END-IF.
           MOVE SPACES TO WS-AUTH-HOLD-REASON.
           IF NOT WS-AUTH-FOUND
               MOVE "NO REQUEST ON FILE" TO WS-AUTH-HOLD-REASON
           ELSE
               EVALUATE WS-AUTH-STAT
                   WHEN "APPROVED"
                       IF WS-AUTH-MAKER NOT = WS-OPERATOR-ID
                           MOVE "MAKER NOT THE REQUESTER"
                               TO WS-AUTH-HOLD-REASON
                       ELSE
                           IF WS-AUTH-CHECKER = SPACES
                               OR WS-AUTH-CHECKER = WS-OPERATOR-ID
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

      *  APPLIED consumes the approval so it can never be used twice;
      *  HELD records the refused attempt and leaves the request open
      *  for a second operator to approve.  Against an open request
      *  the record keeps that request's maker and checker, whoever
      *  is asking now, and an approval somebody else tries to use is
      *  logged with its status unchanged so its own maker still
      *  holds it.  A closed request (applied or declined) leaves the
      *  attempt as a new, unrequested action by the operator asking.
       2600-WRITE-AUTH-TRAIL.
           OPEN EXTEND AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT AUTHORIZATION-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-NOW.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           SET AUTH-TYPE-GL-RELEASE TO TRUE.
           MOVE WS-AUTH-WORK-KEY TO AUTH-ACTION-KEY.
           MOVE WS-OPERATOR-ID TO AUTH-MAKER-ID.
           MOVE WS-AUTH-NOW TO AUTH-MAKER-TIMESTAMP.
           MOVE WS-AUTH-NOW TO AUTH-EVENT-TIMESTAMP.
           IF WS-AUTH-FOUND
               IF WS-AUTH-STAT NOT = "APPLIED"
                   AND WS-AUTH-STAT NOT = "DECLINED"
                   MOVE WS-AUTH-MAKER TO AUTH-MAKER-ID
                   MOVE WS-AUTH-MAKER-TS TO AUTH-MAKER-TIMESTAMP
                   MOVE WS-AUTH-CHECKER TO AUTH-CHECKER-ID
                   MOVE WS-AUTH-CHECKER-TS TO AUTH-CHECKER-TIMESTAMP
               END-IF
           END-IF.
           IF WS-AUTH-GRANTED
               SET AUTH-APPLIED TO TRUE
           ELSE
               MOVE WS-AUTH-HOLD-REASON TO AUTH-HOLD-REASON
               IF WS-AUTH-HOLD-REASON = "MAKER NOT THE REQUESTER"
                   MOVE WS-AUTH-STAT TO AUTH-STATUS
               ELSE
                   SET AUTH-HELD TO TRUE
               END-IF
           END-IF.
           WRITE AUTHORIZATION-RECORD.
           CLOSE AUTHORIZATION-FILE.

       3000-APPLY-DECISION.
           IF NOT WS-DATE-FOUND
               DISPLAY "No GLHOLD status for business date "
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2500-CHECK-AUTHORIZATION.
           PERFORM 2600-WRITE-AUTH-TRAIL.
           IF NOT WS-AUTH-GRANTED
               DISPLAY "Decision " WS-DECISION " for business date "
                   WS-TARGET-DATE " by " WS-OPERATOR-ID
                   " HELD for dual authorization - "
                   WS-AUTH-HOLD-REASON
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND GL-HOLD-FILE.
           MOVE WS-TARGET-DATE TO GLHD-BUSINESS-DATE.
           MOVE WS-LATEST-BREAKS TO GLHD-BREAK-COUNT.
