      *  later pass runs against that file (point its REJFILE DD at
      *  the carry-forward), so a reject already resubmitted can never
      *  be resubmitted a second time.
      *  The branch edit checks the corrected record against the
      *  BRCHMSTR branch master exactly as TRNEDIT1 does, judging a
      *  branch closure against the business date the record was
      *  first rejected on (today for an undated reject).  The
      *  currency edit likewise wants an FXRATES rate dated that
      *  same business date.
      *  The value-date edit is judged against today instead - the
      *  night the repaired record will actually be counted - with
      *  the same VDATPARM back-dating limit TRNEDIT1 uses, so a
      *  repair cannot reach further back than a fresh extract could.
      *  A 'W' write-off is honoured only under dual authorization:
      *  the AUTHPEND trail must hold an RJWO request for the reject
      *  (reason code plus original record), raised by the operator
      *  on the correction and approved by a different operator
      *  through AUTHMNT1.  An unapproved or self-approved write-off
      *  is dispositioned WRITE-OFF-HELD, carried forward, drives RC=4
      *  and appends a HELD record to the trail for AUTHRPT1; an
      *  honoured write-off consumes its approval with an APPLIED
      *  record.
      *  For the data-quality history each run appends one 'R' record
      *  per reject date (REJ-REJECT-DATE - the night TRNEDIT1 first
      *  rejected it) to DQHIST (DQHREC.cpy): the rejects of that
      *  night this pass corrected, wrote off, and left open.  RDSPFILE
      *  is rewritten every run, so DQHIST is where DQTRND1 finds how
      *  each night's rejects were finally settled.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARR-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "BRCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.

           SELECT VALUE-DATE-PARM-FILE ASSIGN TO "VDATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VDPM-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT DQ-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
       COPY REJREC REPLACING ==REJECT-RECORD== BY ==CARR-RECORD==
                    LEADING ==REJ== BY ==CARR==.

       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRCHREC.

       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       COPY FXRTREC.

       FD  VALUE-DATE-PARM-FILE
           RECORDING MODE IS F.
       01  VALUE-DATE-PARM-RECORD.
           05  VDPM-BACKDATE-DAYS          PIC 9(3).
           05  VDPM-BUSINESS-DATE          PIC X(8).

       FD  AUTHORIZATION-FILE
           RECORDING MODE IS F.
       COPY AUTHREC.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCREC.

       FD  DQ-HISTORY-FILE
           RECORDING MODE IS F.
       COPY DQHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REJ-STATUS               PIC X(2) VALUE SPACES.
           05  WS-RDSP-STATUS              PIC X(2) VALUE SPACES.
           05  WS-CARR-STATUS              PIC X(2) VALUE SPACES.
           05  WS-RUNC-STATUS              PIC X(2) VALUE SPACES.
           05  WS-AUTH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-BRCH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-FXRT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-VDPM-STATUS              PIC X(2) VALUE SPACES.
           05  WS-DQH-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-REJ-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-CORR-EOF             VALUE 'Y'.
           05  WS-CORR-MATCH-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-CORR-MATCHED         VALUE 'Y'.
           05  WS-AUTH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-AUTH-EOF             VALUE 'Y'.
           05  WS-BRCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BRCH-EOF             VALUE 'Y'.
           05  WS-FXRT-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-FXRT-EOF             VALUE 'Y'.

      *  Corrections loaded up front so each reject is a table probe,
      *  not a file pass.  200 is far above the worst reject night on
       01  WS-CORR-SUB                     PIC 9(3).
       01  WS-MATCH-SUB                    PIC 9(3).

      *  State in force of every RJWO request on the AUTHPEND trail
      *  (latest record per key wins).  A request beyond the 500 the
      *  table holds cannot be matched, so its write-off is held -
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

      *  Branch codes from BRCHMSTR for the reason 09 re-edit, held
      *  exactly as TRNEDIT1 holds them.
       01  WS-BRANCH-TABLE.
           05  WS-BRCH-ENTRY OCCURS 500 TIMES.
               10  WS-BRCH-CODE            PIC X(4).
               10  WS-BRCH-STAT            PIC X(1).
               10  WS-BRCH-CLOSE-DATE      PIC X(8).
       01  WS-BRCH-COUNT                   PIC 9(3) VALUE 0.
       01  WS-BRCH-SUB                     PIC 9(3).
       01  WS-BRCH-FOUND-SUB               PIC 9(3).
       01  WS-BRCH-DROPPED                 PIC 9(5) VALUE 0.

      *  Currency and rate date of every usable FXRATES record for
      *  the reason 10 re-edit, held exactly as TRNEDIT1 holds them.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 500 TIMES.
               10  WS-FX-CODE              PIC X(3).
               10  WS-FX-DATE              PIC X(8).
       01  WS-FX-COUNT                     PIC 9(3) VALUE 0.
       01  WS-FX-SUB                       PIC 9(3).
       01  WS-FX-FOUND-SUB                 PIC 9(3).
       01  WS-FX-DROPPED                   PIC 9(5) VALUE 0.
       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-BUSINESS-DATE                PIC X(8).

      *  Back-dating limit and date arithmetic for the reason 11
      *  re-edit, as TRNEDIT1 holds them.
       01  WS-BACKDATE-DAYS                PIC 9(3) VALUE 10.
       01  WS-VALUE-DATE-NUM               PIC 9(8).
       01  WS-TODAY-DATE-NUM               PIC 9(8).
       01  WS-VALUE-DATE-AGE               PIC S9(7).

      *  This run's outcomes by the night each reject was first
      *  rejected, for the DQHIST 'R' records.  A carry-forward pass
      *  rarely spans more than a few nights; rejects of a date past
      *  the 100 held are left out of the history and reported.
       01  WS-DQ-DATE-TABLE.
           05  WS-DQ-DATE-ENTRY OCCURS 100 TIMES.
               10  WS-DQ-REJECT-DATE       PIC X(8).
               10  WS-DQ-CORRECTED         PIC 9(9).
               10  WS-DQ-WRITTEN-OFF       PIC 9(9).
               10  WS-DQ-STILL-OPEN        PIC 9(9).
       01  WS-DQ-COUNT                     PIC 9(3) VALUE 0.
       01  WS-DQ-SUB                       PIC 9(3).
       01  WS-DQ-FOUND-SUB                 PIC 9(3).
       01  WS-DQ-DROPPED                   PIC 9(5) VALUE 0.

      *  The corrected record laid out in TRANFILE shape so the
      *  re-edit below sees the same fields TRNEDIT1 edits.
       COPY TRANFILE.
       01  WS-WRITTEN-OFF-COUNT            PIC 9(9) VALUE 0.
       01  WS-UNCORRECTED-COUNT            PIC 9(9) VALUE 0.
       01  WS-UNUSED-CORR-COUNT            PIC 9(9) VALUE 0.
       01  WS-WO-HELD-COUNT                PIC 9(9) VALUE 0.

      *  Staging for the RUNCTL run-control trail.
       01  WS-RUNC-EVENT                   PIC X(5).
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1100-LOAD-CORRECTIONS.
           PERFORM 1300-LOAD-BRANCH-MASTER.
           PERFORM 1400-LOAD-FX-RATES.
           PERFORM 1500-LOAD-VALUE-DATE-PARM.
           PERFORM 1200-LOAD-AUTHORIZATIONS.
           OPEN EXTEND AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               OPEN OUTPUT AUTHORIZATION-FILE
           END-IF.
           OPEN INPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open REJFILE, status "
                   "excess ignored, their rejects carry forward"
           END-IF.

      *  Only RJWO requests concern this program; no trail at all
      *  means nothing is approved, so every write-off is held.
       1200-LOAD-AUTHORIZATIONS.
           OPEN INPUT AUTHORIZATION-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-AUTH-EOF
                   READ AUTHORIZATION-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF AUTH-TYPE-REJ-WRITEOFF
                               PERFORM 1210-ABSORB-AUTHORIZATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHORIZATION-FILE
           END-IF.
           IF WS-AUTH-DROPPED > 0
               DISPLAY "Warning: " WS-AUTH-DROPPED " write-off "
                   "authorization(s) over 500 not loaded - their "
                   "write-offs will be held"
           END-IF.

       1210-ABSORB-AUTHORIZATION.
           MOVE AUTH-ACTION-KEY TO WS-AUTH-WORK-KEY.
           PERFORM 2035-FIND-AUTHORIZATION.
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

      *  Without the master every branched correction would be
      *  refused, so a missing BRCHMSTR stops the run instead.
       1300-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRCH-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open BRCHMSTR, status "
                   WS-BRCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BRCH-EOF
               READ BRANCH-FILE
                   AT END
                       SET WS-BRCH-EOF TO TRUE
                   NOT AT END
                       IF WS-BRCH-COUNT < 500
                           ADD 1 TO WS-BRCH-COUNT
                           MOVE BRCH-BRANCH-CODE
                               TO WS-BRCH-CODE(WS-BRCH-COUNT)
                           MOVE BRCH-STATUS
                               TO WS-BRCH-STAT(WS-BRCH-COUNT)
                           MOVE BRCH-CLOSE-DATE
                               TO WS-BRCH-CLOSE-DATE(WS-BRCH-COUNT)
                       ELSE
                           ADD 1 TO WS-BRCH-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.
           IF WS-BRCH-DROPPED > 0
               DISPLAY "Warning: " WS-BRCH-DROPPED " branch(es) over "
                   "500 not loaded - their corrections will be refused"
           END-IF.

      *  A missing FXRATES leaves no rates, as in TRNEDIT1: corrected
      *  base-currency records still pass, foreign ones are refused.
       1400-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FXRT-STATUS NOT = "00"
               DISPLAY "Warning: FXRATES not available, status "
                   WS-FXRT-STATUS " - foreign-currency corrections "
                   "will be refused"
           ELSE
               PERFORM UNTIL WS-FXRT-EOF
                   READ FX-RATE-FILE
                       AT END
                           SET WS-FXRT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1410-STORE-FX-RATE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.
           IF WS-FX-DROPPED > 0
               DISPLAY "Warning: " WS-FX-DROPPED " FX rate(s) over "
                   "500 not loaded - their corrections will be refused"
           END-IF.

       1410-STORE-FX-RATE.
           IF FXRT-BASE-RATE IS NUMERIC
               AND FXRT-BASE-RATE > 0
               IF WS-FX-COUNT < 500
                   ADD 1 TO WS-FX-COUNT
                   MOVE FXRT-CURRENCY-CODE TO WS-FX-CODE(WS-FX-COUNT)
                   MOVE FXRT-RATE-DATE TO WS-FX-DATE(WS-FX-COUNT)
               ELSE
                   ADD 1 TO WS-FX-DROPPED
               END-IF
           END-IF.

      *  As TRNEDIT1: no VDATPARM, or an unusable limit on it, leaves
      *  the default in force.
       1500-LOAD-VALUE-DATE-PARM.
           OPEN INPUT VALUE-DATE-PARM-FILE.
           IF WS-VDPM-STATUS = "00"
               READ VALUE-DATE-PARM-FILE
                   NOT AT END
                       IF VDPM-BACKDATE-DAYS IS NUMERIC
                           MOVE VDPM-BACKDATE-DAYS TO WS-BACKDATE-DAYS
                       END-IF
               END-READ
               CLOSE VALUE-DATE-PARM-FILE
           END-IF.

       2000-REPAIR-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2300-FIND-CORRECTION.
               SET WS-CORR-USED(WS-MATCH-SUB) TO TRUE
               EVALUATE WS-CORR-ACT(WS-MATCH-SUB)
                   WHEN 'W'
                       PERFORM 2020-WRITE-OFF-REJECT
                   WHEN 'C'
                       PERFORM 2010-RESUBMIT-CORRECTED
                   WHEN OTHER
               PERFORM 2500-CARRY-FORWARD-REJECT
           END-IF.

      *  A write-off closes the reject for good, so it needs a second
      *  operator's approval; without one the reject is held and
      *  carried forward exactly like an uncorrected one.
       2020-WRITE-OFF-REJECT.
           PERFORM 2030-CHECK-AUTHORIZATION.
           PERFORM 2040-WRITE-AUTH-TRAIL.
           MOVE WS-CORR-OPER(WS-MATCH-SUB) TO RDSP-OPERATOR-ID.
           IF WS-AUTH-GRANTED
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               MOVE "WRITTEN-OFF" TO RDSP-STATUS
               PERFORM 2400-WRITE-DISPOSITION
           ELSE
               DISPLAY "Write-off by " WS-CORR-OPER(WS-MATCH-SUB)
                   " for reject reason " REJ-REASON-CODE
                   " HELD for dual authorization - "
                   WS-AUTH-HOLD-REASON
               ADD 1 TO WS-WO-HELD-COUNT
               MOVE "WRITE-OFF-HELD" TO RDSP-STATUS
               PERFORM 2400-WRITE-DISPOSITION
               PERFORM 2500-CARRY-FORWARD-REJECT
           END-IF.

      *  The write-off is keyed on the reject's identity - reason code
      *  plus original record; the correction's operator is the
      *  maker, and only an approval by somebody else lets it
      *  through.
       2030-CHECK-AUTHORIZATION.
           MOVE SPACES TO WS-AUTH-WORK-KEY.
           STRING REJ-REASON-CODE REJ-TRANS-RECORD
               DELIMITED BY SIZE INTO WS-AUTH-WORK-KEY.
           MOVE WS-CORR-OPER(WS-MATCH-SUB) TO WS-AUTH-WORK-MAKER.
           MOVE SPACES TO WS-AUTH-HOLD-REASON.
           PERFORM 2035-FIND-AUTHORIZATION.
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

       2035-FIND-AUTHORIZATION.
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
       2040-WRITE-AUTH-TRAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-AUTH-NOW.
           MOVE SPACES TO AUTHORIZATION-RECORD.
           SET AUTH-TYPE-REJ-WRITEOFF TO TRUE.
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
           PERFORM 1210-ABSORB-AUTHORIZATION.
           WRITE AUTHORIZATION-RECORD.

      *  Same edits, same reason codes, same first-failure-wins order
      *  as 2010-EDIT-TRANSACTION in TRNEDIT1 - any change there must
      *  be mirrored here or a repaired record could slip past an
                           IF WS-RECORD-CLEAN
                               PERFORM 2230-EDIT-BRANCH-CODE
                           END-IF
                           IF WS-RECORD-CLEAN
                               PERFORM 2240-EDIT-CURRENCY-CODE
                           END-IF
                           IF WS-RECORD-CLEAN
                               PERFORM 2250-EDIT-VALUE-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2230-EDIT-BRANCH-CODE.
           IF REJ-REJECT-DATE IS NUMERIC
               MOVE REJ-REJECT-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-BRANCH-CODE NOT = SPACES
               IF TRANS-BRANCH-CODE IS NOT NUMERIC
                   MOVE "08" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2235-FIND-BRANCH
                   IF WS-BRCH-FOUND-SUB = 0
                       MOVE "09" TO WS-REJECT-REASON
                   ELSE
                       IF WS-BRCH-STAT(WS-BRCH-FOUND-SUB) = 'C'
                           AND WS-BRCH-CLOSE-DATE(WS-BRCH-FOUND-SUB)
                               < WS-BUSINESS-DATE
                           MOVE "09" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2235-FIND-BRANCH.
           MOVE 0 TO WS-BRCH-FOUND-SUB.
           PERFORM VARYING WS-BRCH-SUB FROM 1 BY 1
                   UNTIL WS-BRCH-SUB > WS-BRCH-COUNT
                   OR WS-BRCH-FOUND-SUB > 0
               IF WS-BRCH-CODE(WS-BRCH-SUB) = TRANS-BRANCH-CODE
                   MOVE WS-BRCH-SUB TO WS-BRCH-FOUND-SUB
               END-IF
           END-PERFORM.

      *  WS-BUSINESS-DATE was set from the reject date by
      *  2230-EDIT-BRANCH-CODE, which always runs first.
       2240-EDIT-CURRENCY-CODE.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-CURRENCY-CODE NOT = SPACES
               PERFORM 2245-FIND-FX-RATE
               IF WS-FX-FOUND-SUB = 0
                   MOVE "10" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2245-FIND-FX-RATE.
           MOVE 0 TO WS-FX-FOUND-SUB.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
                   OR WS-FX-FOUND-SUB > 0
               IF WS-FX-CODE(WS-FX-SUB) = TRANS-CURRENCY-CODE
                   AND WS-FX-DATE(WS-FX-SUB) = WS-BUSINESS-DATE
                   MOVE WS-FX-SUB TO WS-FX-FOUND-SUB
               END-IF
           END-PERFORM.

      *  Today, not the reject date: the repair is counted tonight,
      *  and the back-dating limit runs back from the night it posts.
       2250-EDIT-VALUE-DATE.
           IF TRANS-TYPE NOT = 'R'
               AND TRANS-VALUE-DATE NOT = SPACES
               IF TRANS-VALUE-DATE IS NOT NUMERIC
                   OR TRANS-VALUE-DATE(5:2) < "01"
                   OR TRANS-VALUE-DATE(5:2) > "12"
                   OR TRANS-VALUE-DATE(7:2) < "01"
                   OR TRANS-VALUE-DATE(7:2) > "31"
                   OR TRANS-VALUE-DATE > WS-TODAY-DATE
                   MOVE "11" TO WS-REJECT-REASON
               ELSE
                   MOVE TRANS-VALUE-DATE TO WS-VALUE-DATE-NUM
                   MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
                   COMPUTE WS-VALUE-DATE-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE-NUM)
                   IF WS-VALUE-DATE-AGE > WS-BACKDATE-DAYS
                       MOVE "11" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       2100-READ-REJECT-FILE.
           MOVE REJ-TRANS-RECORD(1:10) TO RDSP-ACCOUNT-ID.
           MOVE FUNCTION CURRENT-DATE TO RDSP-TIMESTAMP.
           WRITE REJECT-DISPOSITION-RECORD.
           PERFORM 2410-TALLY-REJECT-DATE.

      *  Every disposition lands in exactly one column: refused,
      *  uncorrected and held rejects are all still open.
       2410-TALLY-REJECT-DATE.
           MOVE 0 TO WS-DQ-FOUND-SUB.
           PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
                   UNTIL WS-DQ-SUB > WS-DQ-COUNT
                   OR WS-DQ-FOUND-SUB > 0
               IF WS-DQ-REJECT-DATE(WS-DQ-SUB) = REJ-REJECT-DATE
                   MOVE WS-DQ-SUB TO WS-DQ-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-DQ-FOUND-SUB = 0
               IF WS-DQ-COUNT < 100
                   ADD 1 TO WS-DQ-COUNT
                   MOVE WS-DQ-COUNT TO WS-DQ-FOUND-SUB
                   MOVE REJ-REJECT-DATE
                       TO WS-DQ-REJECT-DATE(WS-DQ-FOUND-SUB)
                   MOVE 0 TO WS-DQ-CORRECTED(WS-DQ-FOUND-SUB)
                   MOVE 0 TO WS-DQ-WRITTEN-OFF(WS-DQ-FOUND-SUB)
                   MOVE 0 TO WS-DQ-STILL-OPEN(WS-DQ-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-DQ-DROPPED
               END-IF
           END-IF.
           IF WS-DQ-FOUND-SUB > 0
               EVALUATE RDSP-STATUS
                   WHEN "CORRECTED"
                       ADD 1 TO WS-DQ-CORRECTED(WS-DQ-FOUND-SUB)
                   WHEN "WRITTEN-OFF"
                       ADD 1 TO WS-DQ-WRITTEN-OFF(WS-DQ-FOUND-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-DQ-STILL-OPEN(WS-DQ-FOUND-SUB)
               END-EVALUATE
           END-IF.

       2500-CARRY-FORWARD-REJECT.
           MOVE REJECT-RECORD TO CARR-RECORD.
           CLOSE VALID-TRANS-FILE.
           CLOSE REJECT-DISP-FILE.
           CLOSE CARRY-FORWARD-FILE.
           CLOSE AUTHORIZATION-FILE.
           PERFORM 9100-WRITE-DQ-HISTORY.
           PERFORM VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-COUNT
               IF NOT WS-CORR-USED(WS-CORR-SUB)
               WS-CORRECTED-COUNT " corrected, "
               WS-REFUSED-COUNT " refused, "
               WS-WRITTEN-OFF-COUNT " written off, "
               WS-WO-HELD-COUNT " write-off(s) held, "
               WS-UNCORRECTED-COUNT " uncorrected".
           IF WS-REFUSED-COUNT > 0 OR WS-UNCORRECTED-COUNT > 0
               OR WS-UNUSED-CORR-COUNT > 0 OR WS-WO-HELD-COUNT > 0
               OR WS-DQ-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9100-WRITE-DQ-HISTORY.
           IF WS-DQ-COUNT > 0
               OPEN EXTEND DQ-HISTORY-FILE
               IF WS-DQH-STATUS NOT = "00"
                   OPEN OUTPUT DQ-HISTORY-FILE
               END-IF
               PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
                       UNTIL WS-DQ-SUB > WS-DQ-COUNT
                   MOVE SPACES TO DQ-HISTORY-RECORD
                   SET DQH-REPAIR-RUN TO TRUE
                   MOVE WS-DQ-REJECT-DATE(WS-DQ-SUB) TO DQH-RUN-DATE
                   MOVE FUNCTION CURRENT-DATE TO DQH-TIMESTAMP
                   MOVE WS-DQ-CORRECTED(WS-DQ-SUB)
                       TO DQH-CORRECTED-COUNT
                   MOVE WS-DQ-WRITTEN-OFF(WS-DQ-SUB)
                       TO DQH-WRITTEN-OFF-COUNT
                   MOVE WS-DQ-STILL-OPEN(WS-DQ-SUB)
                       TO DQH-STILL-OPEN-COUNT
                   WRITE DQ-HISTORY-RECORD
               END-PERFORM
               CLOSE DQ-HISTORY-FILE
           END-IF.
           IF WS-DQ-DROPPED > 0
               DISPLAY "Warning: " WS-DQ-DROPPED " reject(s) of "
                   "reject dates over 100 left out of DQHIST"
           END-IF.

      *  One START record as the leg begins and one END record with
      *  rejects read and corrected records appended to VALIDTRN -
      *  RUNSTAT1 folds the written figure into TRNEDIT1's when it
