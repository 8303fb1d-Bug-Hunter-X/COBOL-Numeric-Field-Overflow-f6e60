      *  that file (point its EXCPFILE DD at the carry-forward), so
      *  records already reposted into the checkpoint can never be
      *  read and re-applied a second time.
      *  The close switch is honoured only under dual authorization:
      *  the AUTHPEND trail must hold an EXWO request for the
      *  checkpoint's business date, raised by the REPRPARM operator
      *  and approved by a different operator through AUTHMNT1.  An
      *  unapproved or self-approved switch is ignored - the records
      *  stay STILL-OVER and carry forward - and a HELD record goes to
      *  the trail for AUTHRPT1; an honoured switch consumes its
      *  approval with an APPLIED record.
      *  A reposted exception is counted but not charged a fee: the
      *  exception record does not carry the branch the FEESCHED
      *  schedule is priced by, so the checkpoint's fee income and
      *  the account's ACCT-FEE-TO-DATE pass through unchanged.
      *  A stale day rolled off the master goes to the account's
      *  ACCTHIST record for that date - added to it when the date is
      *  already on the indexed history, written new when it is not.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-STATUS.

      *    Permanent per-account daily history, keyed by account and
      *    date, posted when a repost rolls a stale day's buckets off
      *    the master.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS WS-AHIST-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
       FD  ACCOUNT-MASTER-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-HISTORY-FILE.
       COPY AHISTREC.

       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCREC.
           05  WS-ACCT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AHIST-STATUS             PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EXCP-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-ACCT-FOUND           VALUE 'Y'.
           05  WS-AHIST-ANY-SWITCH         PIC X(1) VALUE 'N'.
               88  WS-AHIST-ANY            VALUE 'Y'.
           05  WS-AHIST-FOUND-SWITCH       PIC X(1) VALUE 'N'.
               88  WS-AHIST-FOUND          VALUE 'Y'.
           05  WS-AUTH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-AUTH-EOF             VALUE 'Y'.
           05  WS-AUTH-FOUND-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-AUTH-FOUND           VALUE 'Y'.

      *  Working copy of the nightly counter totals, loaded from the
      *  checkpoint, updated as exceptions repost, written back at
      *  pass through to the rewrite unchanged.  Sized past the
      *  current CKPTREC length so a record extension cannot silently
      *  truncate the pass-through image.
       01  WS-SAVED-CKPT-RECORD            PIC X(400).

       01  WS-THRSH-CODE-NUM               PIC 9(1).
       01  WS-MATCH-IDX                    PIC 9(1).
           88  WS-REPOST-OK                VALUE 'Y'.
       01  WS-EXCP-READ-COUNT              PIC 9(9) VALUE 0.

      *  The latest AUTHPEND record for the close switch's key, and
      *  the outcome of judging it - spaces means the switch may be
      *  honoured.
       01  WS-AUTH-WORK-KEY                PIC X(90).
       01  WS-AUTH-STAT                    PIC X(10).
       01  WS-AUTH-MAKER                   PIC X(8).
       01  WS-AUTH-MAKER-TS                PIC X(26).
       01  WS-AUTH-CHECKER                 PIC X(8).
       01  WS-AUTH-CHECKER-TS              PIC X(26).
       01  WS-AUTH-NOW                     PIC X(26).
       01  WS-AUTH-HOLD-REASON             PIC X(24).
           88  WS-AUTH-GRANTED             VALUE SPACES.

      *  Staging for the RUNCTL run-control trail.
       01  WS-RUNC-EVENT                   PIC X(5).
       01  WS-RUNC-READ                    PIC 9(9) VALUE 0.
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           IF WS-AHIST-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNT-HISTORY-FILE
               CLOSE ACCOUNT-HISTORY-FILE
               OPEN I-O ACCOUNT-HISTORY-FILE
           END-IF.
           PERFORM 2100-READ-EXCEPTION-FILE.

               END-READ
               CLOSE REPROCESS-PARM-FILE
           END-IF.
           IF WS-CLOSE-STILL-OVER
               PERFORM 1400-CHECK-AUTHORIZATION
               PERFORM 1500-WRITE-AUTH-TRAIL
               IF NOT WS-AUTH-GRANTED
                   MOVE 'N' TO WS-CLOSE-SWITCH
                   DISPLAY "Close switch by " WS-OPERATOR-ID
                       " HELD for dual authorization - "
                       WS-AUTH-HOLD-REASON
                       " - unresolved records carry forward"
               END-IF
           END-IF.

      *  The write-off is keyed on the checkpoint's business date -
      *  one approval covers that day's still-over records.  The
      *  REPRPARM operator is the maker, and only an approval by
      *  somebody else lets the switch through.  The trail is
      *  append-only, so the last EXWO record for the key is the
      *  state in force.
       1400-CHECK-AUTHORIZATION.
           MOVE SPACES TO WS-AUTH-WORK-KEY.
           MOVE WS-CKPT-DATE TO WS-AUTH-WORK-KEY.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTHORIZATION-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF AUTH-TYPE-EXCP-WRITEOFF
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
       1500-WRITE-AUTH-TRAIL.
           OPEN EXTEND AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT AUTHORIZATION-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-NOW.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           SET AUTH-TYPE-EXCP-WRITEOFF TO TRUE.
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

       2000-REPROCESS-EXCEPTION.
           ADD 1 TO WS-EXCP-READ-COUNT.
           END-READ.
           IF NOT WS-ACCT-FOUND
               MOVE EXCP-TRANS-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               MOVE SPACES TO ACCT-BRANCH-CODE
               MOVE 0 TO ACCT-FEE-TO-DATE
               PERFORM 2028-CLEAR-DAILY-BUCKETS
           ELSE
               IF ACCT-LAST-ACTIVITY-DATE NOT = WS-CKPT-DATE
               END-IF
           END-PERFORM.
           IF WS-AHIST-ANY
               PERFORM 2027-POST-HISTORY-RECORD
           END-IF.

      *  One history record per account and date: the buckets are
      *  added to the record on file for the date, or written as the
      *  day's first record.
       2027-POST-HISTORY-RECORD.
           MOVE ACCT-ACCOUNT-ID TO AHIST-ACCOUNT-ID.
           MOVE ACCT-LAST-ACTIVITY-DATE TO AHIST-ACTIVITY-DATE.
           READ ACCOUNT-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AHIST-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AHIST-FOUND-SWITCH
           END-READ.
           IF NOT WS-AHIST-FOUND
               MOVE ACCT-ACCOUNT-ID TO AHIST-ACCOUNT-ID
               MOVE ACCT-LAST-ACTIVITY-DATE TO AHIST-ACTIVITY-DATE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > 4
                   MOVE 0 TO AHIST-DAILY-COUNT(WS-ACCT-SUB)
                   MOVE 0 TO AHIST-DAILY-AMOUNT(WS-ACCT-SUB)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 4
               ADD ACCT-DAILY-COUNT(WS-ACCT-SUB)
                   TO AHIST-DAILY-COUNT(WS-ACCT-SUB)
               ADD ACCT-DAILY-AMOUNT(WS-ACCT-SUB)
                   TO AHIST-DAILY-AMOUNT(WS-ACCT-SUB)
           END-PERFORM.
           IF WS-AHIST-FOUND
               REWRITE ACCOUNT-HISTORY-RECORD
           ELSE
               WRITE ACCOUNT-HISTORY-RECORD
           END-IF.

