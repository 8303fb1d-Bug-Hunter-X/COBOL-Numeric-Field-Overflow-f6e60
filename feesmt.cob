       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESMT1.
      *****************************************************************
      *  FEESMT1 - TRANSACTION FEE SCHEDULE MAINTENANCE
      *  The only sanctioned way to change FEESCHED, the fee schedule
      *  BUGJOB01 and TRNCNT1 charge every counted transaction from.
      *  Reads operator change transactions from FEESTRN, validates
      *  each one (counter code 1-4, branch code spaces for the
      *  network-wide schedule or a branch on BRCHMSTR, flat amount,
      *  percentage, minimum and maximum numeric, percentage not
      *  above 100, maximum zero or not below the minimum, effective
      *  date a valid-looking business date or blank for immediate,
      *  operator id present, and no new counter/branch schedule past
      *  the 500 the counter jobs hold), copies the current FEESCHED
      *  unchanged to FEESNEW and appends one effective-dated
      *  FEE-SCHEDULE-RECORD per accepted change - readers skip
      *  future-dated records and take the last applicable one, so
      *  history stays in the file exactly as it does on THRSHFIL.
      *  The JCL catalogs FEESNEW as the new live file only when this
      *  step ends clean.
      *  Every accepted change logs one FEAUDREC record to the
      *  FEESAUD trail with the operator id, timestamp, effective
      *  date and the schedule record in force before the change
      *  beside the one that replaces it.  Rejected changes are
      *  reported and drive RC=4; they never reach the new file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEES-STATUS.

           SELECT CHANGE-TRANS-FILE ASSIGN TO "FEESTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT NEW-FEE-SCHEDULE-FILE ASSIGN TO "FEESNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT FEE-AUDIT-FILE ASSIGN TO "FEESAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "FEESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

      *    Branch reference master - a branch-specific schedule must
      *    name a branch it lists.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY FEESREC.

       FD  CHANGE-TRANS-FILE
           RECORDING MODE IS F.
       01  CHANGE-TRANS-RECORD.
           05  FCHG-COUNTER-CODE           PIC 9(1).
      *        Spaces for the network-wide schedule.
           05  FCHG-BRANCH-CODE            PIC X(4).
           05  FCHG-FLAT-AMOUNT            PIC 9(5)V99.
           05  FCHG-PERCENT                PIC 9(3)V9(4).
           05  FCHG-MINIMUM-AMOUNT         PIC 9(5)V99.
           05  FCHG-MAXIMUM-AMOUNT         PIC 9(5)V99.
           05  FCHG-EFFECTIVE-DATE         PIC X(8).
           05  FCHG-OPERATOR-ID            PIC X(8).

       FD  NEW-FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       COPY FEESREC REPLACING
            ==FEE-SCHEDULE-RECORD== BY ==NEW-FEE-SCHEDULE-RECORD==
            LEADING ==FEE== BY ==NEWFE==.

       FD  FEE-AUDIT-FILE
           RECORDING MODE IS F.
       COPY FEAUDREC.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-REPORT-LINE               PIC X(132).

       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
       COPY BRCHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-FEES-STATUS              PIC X(2) VALUE SPACES.
           05  WS-CHG-STATUS               PIC X(2) VALUE SPACES.
           05  WS-NEW-STATUS               PIC X(2) VALUE SPACES.
           05  WS-AUD-STATUS               PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.
           05  WS-BRCH-STATUS              PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FEES-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-FEES-EOF             VALUE 'Y'.
           05  WS-CHG-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-CHG-EOF              VALUE 'Y'.
           05  WS-BRCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BRCH-EOF             VALUE 'Y'.

       01  WS-COUNTER-NAMES.
           05  FILLER                    PIC X(12) VALUE "DEPOSITS".
           05  FILLER                    PIC X(12) VALUE "WITHDRAWALS".
           05  FILLER                    PIC X(12) VALUE "TRANSFERS".
           05  FILLER                    PIC X(12) VALUE "REVERSALS".
       01  WS-COUNTER-NAME-TABLE REDEFINES WS-COUNTER-NAMES.
           05  WS-COUNTER-NAME OCCURS 4 TIMES PIC X(12).
       01  WS-CTR-SUB                      PIC 9(1).

      *  The schedule currently in force per counter and branch
      *  (effective date today or earlier, last record wins), tracked
      *  while copying the live file so the audit trail can show
      *  what each change replaced.  500 is the size of the fee
      *  tables BUGJOB01 and TRNCNT1 charge from, so a change that
      *  would add a counter/branch schedule past it is refused.  A
      *  schedule already on file past the table is still copied
      *  forward - only its before image on the trail is lost, and
      *  that is reported.
       01  WS-CURRENT-TABLE.
           05  WS-CURR-ENTRY OCCURS 500 TIMES.
               10  WS-CURR-COUNTER         PIC 9(1).
               10  WS-CURR-BRANCH          PIC X(4).
               10  WS-CURR-IMAGE           PIC X(41).
       01  WS-CURR-USED                    PIC 9(3) VALUE 0.
       01  WS-CURR-SUB                     PIC 9(3).
       01  WS-CURR-FOUND-SUB               PIC 9(3).
       01  WS-CURR-DROPPED                 PIC 9(5) VALUE 0.
       01  WS-WORK-COUNTER                 PIC 9(1).
       01  WS-WORK-BRANCH                  PIC X(4).

      *  Branch codes from BRCHMSTR.  500 is ten times the network; a
      *  branch past the table cannot be given its own schedule until
      *  the table grows, and that is reported.
       01  WS-BRMS-TABLE.
           05  WS-BRMS-CODE OCCURS 500 TIMES PIC X(4).
       01  WS-BRMS-COUNT                   PIC 9(3) VALUE 0.
       01  WS-BRMS-SUB                     PIC 9(3).
       01  WS-BRMS-FOUND-SUB               PIC 9(3).
       01  WS-BRMS-DROPPED                 PIC 9(5) VALUE 0.

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-EFFECTIVE-DATE               PIC X(8).
       01  WS-REJECT-TEXT                  PIC X(40).
           88  WS-CHANGE-CLEAN             VALUE SPACES.
       01  WS-RPT-BRANCH                   PIC X(4).

       01  WS-COPIED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.
       01  WS-EDIT-FLAT                    PIC ZZZZ9.99.
       01  WS-EDIT-PERCENT                 PIC ZZ9.9999.
       01  WS-EDIT-MINIMUM                 PIC ZZZZ9.99.
       01  WS-EDIT-MAXIMUM                 PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-COPY-CURRENT-FILE.
           PERFORM 3000-APPLY-CHANGE UNTIL WS-CHG-EOF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CHANGE-TRANS-FILE.
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open FEESTRN, status "
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-LOAD-BRANCH-MASTER.
           OPEN OUTPUT NEW-FEE-SCHEDULE-FILE.
           OPEN EXTEND FEE-AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT FEE-AUDIT-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           MOVE "FEE SCHEDULE MAINTENANCE REPORT" TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           PERFORM 3100-READ-CHANGE-FILE.

      *  No BRCHMSTR leaves the branch list empty: network-wide
      *  changes still go through, branch-specific ones are refused.
       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRCH-STATUS = "00"
               PERFORM UNTIL WS-BRCH-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           SET WS-BRCH-EOF TO TRUE
                       NOT AT END
                           IF WS-BRMS-COUNT < 500
                               ADD 1 TO WS-BRMS-COUNT
                               MOVE BRCH-BRANCH-CODE
                                   TO WS-BRMS-CODE(WS-BRMS-COUNT)
                           ELSE
                               ADD 1 TO WS-BRMS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           ELSE
               DISPLAY "Warning: BRCHMSTR not available, status "
                   WS-BRCH-STATUS " - branch schedules refused"
           END-IF.
           IF WS-BRMS-DROPPED > 0
               DISPLAY "Warning: " WS-BRMS-DROPPED " branch(es) over "
                   "500 not loaded - their schedules refused"
           END-IF.

      *  The live file passes through untouched - history stays on
      *  file and a clean abort leaves the real FEESCHED unharmed.
      *  A first-ever run with no live file starts the new file
      *  empty, which charges nothing anywhere.
       2000-COPY-CURRENT-FILE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEES-STATUS = "00"
               PERFORM UNTIL WS-FEES-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET WS-FEES-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF WS-CURR-DROPPED > 0
               DISPLAY "Warning: " WS-CURR-DROPPED " schedule(s) "
                   "over 500 not tracked - before images left blank"
           END-IF.

       2100-COPY-ONE-RECORD.
           ADD 1 TO WS-COPIED-COUNT.
           MOVE FEE-SCHEDULE-RECORD TO NEW-FEE-SCHEDULE-RECORD.
           WRITE NEW-FEE-SCHEDULE-RECORD.
           IF FEE-COUNTER-CODE IS NUMERIC
               AND FEE-COUNTER-CODE >= 1
               AND FEE-COUNTER-CODE <= 4
               AND (FEE-EFFECTIVE-DATE IS NOT NUMERIC
                   OR FEE-EFFECTIVE-DATE NOT > WS-TODAY-DATE)
               MOVE FEE-COUNTER-CODE TO WS-WORK-COUNTER
               MOVE FEE-BRANCH-CODE TO WS-WORK-BRANCH
               PERFORM 2200-FIND-OR-ADD-CURRENT
               IF WS-CURR-FOUND-SUB > 0
                   MOVE FEE-SCHEDULE-RECORD
                       TO WS-CURR-IMAGE(WS-CURR-FOUND-SUB)
               END-IF
           END-IF.

       2200-FIND-OR-ADD-CURRENT.
           PERFORM 2210-FIND-CURRENT.
           IF WS-CURR-FOUND-SUB = 0
               IF WS-CURR-USED < 500
                   ADD 1 TO WS-CURR-USED
                   MOVE WS-CURR-USED TO WS-CURR-FOUND-SUB
                   MOVE WS-WORK-COUNTER
                       TO WS-CURR-COUNTER(WS-CURR-FOUND-SUB)
                   MOVE WS-WORK-BRANCH
                       TO WS-CURR-BRANCH(WS-CURR-FOUND-SUB)
                   MOVE SPACES TO WS-CURR-IMAGE(WS-CURR-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-CURR-DROPPED
               END-IF
           END-IF.

       2210-FIND-CURRENT.
           MOVE 0 TO WS-CURR-FOUND-SUB.
           PERFORM VARYING WS-CURR-SUB FROM 1 BY 1
                   UNTIL WS-CURR-SUB > WS-CURR-USED
                   OR WS-CURR-FOUND-SUB > 0
               IF WS-CURR-COUNTER(WS-CURR-SUB) = WS-WORK-COUNTER
                   AND WS-CURR-BRANCH(WS-CURR-SUB) = WS-WORK-BRANCH
                   MOVE WS-CURR-SUB TO WS-CURR-FOUND-SUB
               END-IF
           END-PERFORM.

       3000-APPLY-CHANGE.
           PERFORM 3200-VALIDATE-CHANGE.
           IF WS-CHANGE-CLEAN
               PERFORM 3300-WRITE-NEW-SCHEDULE
               PERFORM 3400-WRITE-AUDIT-TRAIL
               PERFORM 3500-REPORT-APPLIED
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "  REJECTED COUNTER '" FCHG-COUNTER-CODE
                   "' BRANCH '" FCHG-BRANCH-CODE
                   "' OPERATOR " FCHG-OPERATOR-ID
                   " - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.
           PERFORM 3100-READ-CHANGE-FILE.

       3100-READ-CHANGE-FILE.
           READ CHANGE-TRANS-FILE
               AT END
                   SET WS-CHG-EOF TO TRUE
           END-READ.

      *  First failing check wins, in the order the fields matter: a
      *  bad counter code means nothing else can be judged.
       3200-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF FCHG-COUNTER-CODE IS NOT NUMERIC
               OR FCHG-COUNTER-CODE < 1 OR FCHG-COUNTER-CODE > 4
               MOVE "COUNTER CODE NOT 1-4" TO WS-REJECT-TEXT
           ELSE
               PERFORM 3205-VALIDATE-BRANCH
           END-IF.
           IF WS-CHANGE-CLEAN
               IF FCHG-FLAT-AMOUNT IS NOT NUMERIC
                   OR FCHG-PERCENT IS NOT NUMERIC
                   OR FCHG-MINIMUM-AMOUNT IS NOT NUMERIC
                   OR FCHG-MAXIMUM-AMOUNT IS NOT NUMERIC
                   MOVE "FEE AMOUNTS NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
                   IF FCHG-PERCENT > 100
                       MOVE "PERCENTAGE ABOVE 100" TO WS-REJECT-TEXT
                   ELSE
                       IF FCHG-MAXIMUM-AMOUNT > 0
                           AND FCHG-MAXIMUM-AMOUNT <
                               FCHG-MINIMUM-AMOUNT
                           MOVE "MAXIMUM BELOW MINIMUM"
                               TO WS-REJECT-TEXT
                       ELSE
                           PERFORM 3210-VALIDATE-DATE-OPERATOR
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CHANGE-CLEAN
               PERFORM 3220-CHECK-SCHEDULE-ROOM
           END-IF.

      *  Spaces is the network-wide schedule; anything else must be
      *  a branch the master lists.
       3205-VALIDATE-BRANCH.
           IF FCHG-BRANCH-CODE NOT = SPACES
               MOVE 0 TO WS-BRMS-FOUND-SUB
               PERFORM VARYING WS-BRMS-SUB FROM 1 BY 1
                       UNTIL WS-BRMS-SUB > WS-BRMS-COUNT
                       OR WS-BRMS-FOUND-SUB > 0
                   IF WS-BRMS-CODE(WS-BRMS-SUB) = FCHG-BRANCH-CODE
                       MOVE WS-BRMS-SUB TO WS-BRMS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-BRMS-FOUND-SUB = 0
                   MOVE "BRANCH NOT ON BRCHMSTR" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       3210-VALIDATE-DATE-OPERATOR.
           IF FCHG-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF FCHG-EFFECTIVE-DATE IS NOT NUMERIC
                   OR FCHG-EFFECTIVE-DATE(5:2) < "01"
                   OR FCHG-EFFECTIVE-DATE(5:2) > "12"
                   OR FCHG-EFFECTIVE-DATE(7:2) < "01"
                   OR FCHG-EFFECTIVE-DATE(7:2) > "31"
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE FCHG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.
           IF WS-CHANGE-CLEAN AND FCHG-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
           END-IF.

      *  A counter and branch with no schedule yet needs a free entry
      *  in the counter jobs' 500-entry fee tables; this run's
      *  accepted changes already hold theirs.
       3220-CHECK-SCHEDULE-ROOM.
           MOVE FCHG-COUNTER-CODE TO WS-WORK-COUNTER.
           MOVE FCHG-BRANCH-CODE TO WS-WORK-BRANCH.
           PERFORM 2210-FIND-CURRENT.
           IF WS-CURR-FOUND-SUB = 0 AND WS-CURR-USED >= 500
               MOVE "500 FEE SCHEDULES ALREADY ON FILE"
                   TO WS-REJECT-TEXT
           END-IF.

       3300-WRITE-NEW-SCHEDULE.
           MOVE FCHG-COUNTER-CODE TO NEWFE-COUNTER-CODE.
           MOVE FCHG-BRANCH-CODE TO NEWFE-BRANCH-CODE.
           MOVE FCHG-FLAT-AMOUNT TO NEWFE-FLAT-AMOUNT.
           MOVE FCHG-PERCENT TO NEWFE-PERCENT.
           MOVE FCHG-MINIMUM-AMOUNT TO NEWFE-MINIMUM-AMOUNT.
           MOVE FCHG-MAXIMUM-AMOUNT TO NEWFE-MAXIMUM-AMOUNT.
           MOVE WS-EFFECTIVE-DATE TO NEWFE-EFFECTIVE-DATE.
           WRITE NEW-FEE-SCHEDULE-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.

      *  One trail record per change, with the schedule it replaces
      *  for the same counter and branch as the before image.
       3400-WRITE-AUDIT-TRAIL.
           MOVE FCHG-COUNTER-CODE TO WS-WORK-COUNTER.
           MOVE FCHG-BRANCH-CODE TO WS-WORK-BRANCH.
           PERFORM 2200-FIND-OR-ADD-CURRENT.
           MOVE SPACES TO FEE-AUDIT-RECORD.
           MOVE FCHG-COUNTER-CODE TO FAUD-COUNTER-CODE.
           MOVE FCHG-BRANCH-CODE TO FAUD-BRANCH-CODE.
           MOVE FCHG-OPERATOR-ID TO FAUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO FAUD-TIMESTAMP.
           MOVE WS-EFFECTIVE-DATE TO FAUD-EFFECTIVE-DATE.
           IF WS-CURR-FOUND-SUB > 0
               MOVE WS-CURR-IMAGE(WS-CURR-FOUND-SUB)
                   TO FAUD-BEFORE-IMAGE
           END-IF.
           MOVE NEW-FEE-SCHEDULE-RECORD TO FAUD-AFTER-IMAGE.
           WRITE FEE-AUDIT-RECORD.
      *    A change effective today becomes the in-force schedule a
      *    later change on the same run is audited against.
           IF WS-EFFECTIVE-DATE NOT > WS-TODAY-DATE
               AND WS-CURR-FOUND-SUB > 0
               MOVE NEW-FEE-SCHEDULE-RECORD
                   TO WS-CURR-IMAGE(WS-CURR-FOUND-SUB)
           END-IF.

       3500-REPORT-APPLIED.
           MOVE FCHG-COUNTER-CODE TO WS-CTR-SUB.
           IF FCHG-BRANCH-CODE = SPACES
               MOVE "ALL " TO WS-RPT-BRANCH
           ELSE
               MOVE FCHG-BRANCH-CODE TO WS-RPT-BRANCH
           END-IF.
           MOVE FCHG-FLAT-AMOUNT TO WS-EDIT-FLAT.
           MOVE FCHG-PERCENT TO WS-EDIT-PERCENT.
           MOVE FCHG-MINIMUM-AMOUNT TO WS-EDIT-MINIMUM.
           MOVE FCHG-MAXIMUM-AMOUNT TO WS-EDIT-MAXIMUM.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "  APPLIED " WS-COUNTER-NAME(WS-CTR-SUB)
               " BRANCH " WS-RPT-BRANCH
               " FLAT " WS-EDIT-FLAT
               " PCT " WS-EDIT-PERCENT
               " MIN " WS-EDIT-MINIMUM
               " MAX " WS-EDIT-MAXIMUM
               " EFFECTIVE " WS-EFFECTIVE-DATE
               " BY " FCHG-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-COPIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "RECORDS CARRIED FORWARD " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "CHANGES APPLIED         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "CHANGES REJECTED        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE CHANGE-TRANS-FILE.
           CLOSE NEW-FEE-SCHEDULE-FILE.
           CLOSE FEE-AUDIT-FILE.
           CLOSE MAINT-REPORT-FILE.
           DISPLAY "Fee schedule maintenance: " WS-APPLIED-COUNT
               " applied, " WS-REJECTED-COUNT " rejected".
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
