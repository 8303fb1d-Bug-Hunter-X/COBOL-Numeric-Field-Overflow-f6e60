       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHMT1.
      *****************************************************************
      *  BRCHMT1 - BRANCH REFERENCE MASTER MAINTENANCE
      *  The only sanctioned way to change BRCHMSTR, the branch list
      *  TRNEDIT1 and REJRPR1 validate TRANS-BRANCH-CODE against and
      *  BUGJOB01 takes each branch's region and GL cost center from.
      *  Reads operator change transactions from BRCHTRN - A adds a
      *  branch, C changes its name, region, cost center or open
      *  date, X closes it as of a business date, R reopens a closed
      *  branch - and validates each one (function known, branch
      *  code the four-digit branch number, operator id present,
      *  date a valid-looking business date or blank for today, and
      *  the change making sense against the branch as it stands).
      *  The current BRCHMSTR is loaded whole, accepted changes are
      *  applied to it in file order, and the result is written to
      *  BRCHNEW; the JCL catalogs BRCHNEW as the new live file only
      *  when this step ends clean.  Closed branches are never
      *  deleted, so old activity still resolves to a region.
      *  Every accepted change logs one BRAUDREC record to the
      *  BRCHAUD trail with the action, operator id, timestamp and
      *  the whole branch record before and after the change.
      *  Rejected changes are reported and drive RC=4; they never
      *  reach the new file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRCHMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRCH-STATUS.

           SELECT CHANGE-TRANS-FILE ASSIGN TO "BRCHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT NEW-BRANCH-FILE ASSIGN TO "BRCHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT BRANCH-AUDIT-FILE ASSIGN TO "BRCHAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "BRCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRCHREC.

       FD  CHANGE-TRANS-FILE
           RECORDING MODE IS F.
       01  CHANGE-TRANS-RECORD.
           05  BTRN-FUNCTION               PIC X(1).
               88  BTRN-ADD                VALUE 'A'.
               88  BTRN-CHANGE             VALUE 'C'.
               88  BTRN-CLOSE              VALUE 'X'.
               88  BTRN-REOPEN             VALUE 'R'.
           05  BTRN-BRANCH-CODE            PIC X(4).
           05  BTRN-BRANCH-NAME            PIC X(30).
           05  BTRN-REGION-CODE            PIC X(4).
           05  BTRN-COST-CENTER            PIC X(8).
      *        Open date on A and C, close date on X, reopen date on
      *        R; blank means today.
           05  BTRN-EFFECTIVE-DATE         PIC X(8).
           05  BTRN-OPERATOR-ID            PIC X(8).

       FD  NEW-BRANCH-FILE
           RECORDING MODE IS F.
       COPY BRCHREC REPLACING
            ==BRANCH-RECORD== BY ==NEW-BRANCH-RECORD==
            LEADING ==BRCH== BY ==NEWBR==.

       FD  BRANCH-AUDIT-FILE
           RECORDING MODE IS F.
       COPY BRAUDREC.

       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       01  MAINT-REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BRCH-STATUS              PIC X(2) VALUE SPACES.
           05  WS-CHG-STATUS               PIC X(2) VALUE SPACES.
           05  WS-NEW-STATUS               PIC X(2) VALUE SPACES.
           05  WS-AUD-STATUS               PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS               PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-BRCH-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  WS-BRCH-EOF             VALUE 'Y'.
           05  WS-CHG-EOF-SWITCH           PIC X(1) VALUE 'N'.
               88  WS-CHG-EOF              VALUE 'Y'.

      *  The whole live master, held in file order so the new file
      *  comes out in the same order with adds at the end.  Each
      *  entry is laid out exactly as BRANCH-RECORD so an entry moves
      *  to and from the record, and into the audit images, as a
      *  group.  Rewriting the master from a table that could not
      *  hold it would silently delete branches, so a master over
      *  500 branches stops the run instead.
       01  WS-BRANCH-TABLE.
           05  WS-BRCH-ENTRY OCCURS 500 TIMES.
               10  WS-BRCH-CODE            PIC X(4).
               10  WS-BRCH-NAME            PIC X(30).
               10  WS-BRCH-REGION          PIC X(4).
               10  WS-BRCH-COST-CENTER     PIC X(8).
               10  WS-BRCH-STAT            PIC X(1).
               10  WS-BRCH-OPEN-DATE       PIC X(8).
               10  WS-BRCH-CLOSE-DATE      PIC X(8).
       01  WS-BRCH-COUNT                   PIC 9(3) VALUE 0.
       01  WS-BRCH-SUB                     PIC 9(3).
       01  WS-BRCH-FOUND-SUB               PIC 9(3).

       01  WS-TODAY-DATE                   PIC X(8).
       01  WS-EFFECTIVE-DATE               PIC X(8).
       01  WS-BEFORE-IMAGE                 PIC X(63).
       01  WS-ACTION-TEXT                  PIC X(9).
       01  WS-REJECT-TEXT                  PIC X(40).
           88  WS-CHANGE-CLEAN             VALUE SPACES.

       01  WS-LOADED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-CURRENT-FILE.
           PERFORM 3000-APPLY-CHANGE UNTIL WS-CHG-EOF.
           PERFORM 8000-WRITE-NEW-FILE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CHANGE-TRANS-FILE.
           IF WS-CHG-STATUS NOT = "00"
               DISPLAY "FATAL: unable to open BRCHTRN, status "
                   WS-CHG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND BRANCH-AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               OPEN OUTPUT BRANCH-AUDIT-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           MOVE "BRANCH MASTER MAINTENANCE REPORT"
               TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           PERFORM 3100-READ-CHANGE-FILE.

      *  A first-ever run with no live file starts the master empty
      *  and builds it from adds.
       2000-LOAD-CURRENT-FILE.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRCH-STATUS = "00"
               PERFORM UNTIL WS-BRCH-EOF
                   READ BRANCH-FILE
                       AT END
                           SET WS-BRCH-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-LOAD-ONE-BRANCH
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       2100-LOAD-ONE-BRANCH.
           IF WS-BRCH-COUNT NOT < 500
               DISPLAY "FATAL: BRCHMSTR holds more than 500 branches"
                   " - master not rewritten"
               CLOSE BRANCH-FILE
               CLOSE CHANGE-TRANS-FILE
               CLOSE BRANCH-AUDIT-FILE
               CLOSE MAINT-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BRCH-COUNT.
           ADD 1 TO WS-LOADED-COUNT.
           MOVE BRANCH-RECORD TO WS-BRCH-ENTRY(WS-BRCH-COUNT).

       3000-APPLY-CHANGE.
           PERFORM 3200-VALIDATE-CHANGE.
           IF WS-CHANGE-CLEAN
               PERFORM 3400-UPDATE-BRANCH
               PERFORM 3500-WRITE-AUDIT-TRAIL
               PERFORM 3600-REPORT-APPLIED
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "  REJECTED BRANCH '" BTRN-BRANCH-CODE
                   "' FUNCTION '" BTRN-FUNCTION
                   "' OPERATOR " BTRN-OPERATOR-ID
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

      *  First failing check wins: the shape of the transaction
      *  first, then whether it makes sense against the branch as it
      *  stands after every change already applied this run.
       3200-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF NOT BTRN-ADD AND NOT BTRN-CHANGE
               AND NOT BTRN-CLOSE AND NOT BTRN-REOPEN
               MOVE "FUNCTION NOT A/C/X/R" TO WS-REJECT-TEXT
           ELSE
               IF BTRN-BRANCH-CODE IS NOT NUMERIC
                   MOVE "BRANCH CODE NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
                   IF BTRN-OPERATOR-ID = SPACES
                       MOVE "OPERATOR ID MISSING" TO WS-REJECT-TEXT
                   ELSE
                       PERFORM 3210-VALIDATE-DATE
                   END-IF
               END-IF
           END-IF.
           IF WS-CHANGE-CLEAN
               PERFORM 3300-FIND-BRANCH
               EVALUATE TRUE
                   WHEN BTRN-ADD
                       PERFORM 3220-VALIDATE-ADD
                   WHEN BTRN-CHANGE
                       PERFORM 3230-VALIDATE-CHANGE-FIELDS
                   WHEN BTRN-CLOSE
                       PERFORM 3240-VALIDATE-CLOSE
                   WHEN BTRN-REOPEN
                       PERFORM 3250-VALIDATE-REOPEN
               END-EVALUATE
           END-IF.

       3210-VALIDATE-DATE.
           IF BTRN-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           ELSE
               IF BTRN-EFFECTIVE-DATE IS NOT NUMERIC
                   OR BTRN-EFFECTIVE-DATE(5:2) < "01"
                   OR BTRN-EFFECTIVE-DATE(5:2) > "12"
                   OR BTRN-EFFECTIVE-DATE(7:2) < "01"
                   OR BTRN-EFFECTIVE-DATE(7:2) > "31"
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE BTRN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.

       3220-VALIDATE-ADD.
           IF WS-BRCH-FOUND-SUB > 0
               MOVE "BRANCH ALREADY ON FILE" TO WS-REJECT-TEXT
           ELSE
               IF BTRN-BRANCH-NAME = SPACES
                   OR BTRN-REGION-CODE = SPACES
                   OR BTRN-COST-CENTER = SPACES
                   MOVE "NAME, REGION OR COST CENTER MISSING"
                       TO WS-REJECT-TEXT
               ELSE
                   IF WS-BRCH-COUNT NOT < 500
                       MOVE "BRANCH MASTER FULL" TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

      *  Blank fields on a change are left as they stand; a date on
      *  a change moves the open date.
       3230-VALIDATE-CHANGE-FIELDS.
           IF WS-BRCH-FOUND-SUB = 0
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
               IF BTRN-BRANCH-NAME = SPACES
                   AND BTRN-REGION-CODE = SPACES
                   AND BTRN-COST-CENTER = SPACES
                   AND BTRN-EFFECTIVE-DATE = SPACES
                   MOVE "NOTHING TO CHANGE" TO WS-REJECT-TEXT
               ELSE
                   IF BTRN-EFFECTIVE-DATE NOT = SPACES
                       AND WS-BRCH-STAT(WS-BRCH-FOUND-SUB) = 'C'
                       AND WS-EFFECTIVE-DATE >
                           WS-BRCH-CLOSE-DATE(WS-BRCH-FOUND-SUB)
                       MOVE "OPEN DATE AFTER CLOSE DATE"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       3240-VALIDATE-CLOSE.
           IF WS-BRCH-FOUND-SUB = 0
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
               IF WS-BRCH-STAT(WS-BRCH-FOUND-SUB) = 'C'
                   MOVE "BRANCH ALREADY CLOSED" TO WS-REJECT-TEXT
               ELSE
                   IF WS-EFFECTIVE-DATE <
                           WS-BRCH-OPEN-DATE(WS-BRCH-FOUND-SUB)
                       MOVE "CLOSE DATE BEFORE OPEN DATE"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       3250-VALIDATE-REOPEN.
           IF WS-BRCH-FOUND-SUB = 0
               MOVE "BRANCH NOT ON FILE" TO WS-REJECT-TEXT
           ELSE
               IF WS-BRCH-STAT(WS-BRCH-FOUND-SUB) NOT = 'C'
                   MOVE "BRANCH NOT CLOSED" TO WS-REJECT-TEXT
               END-IF
           END-IF.

       3300-FIND-BRANCH.
           MOVE 0 TO WS-BRCH-FOUND-SUB.
           PERFORM VARYING WS-BRCH-SUB FROM 1 BY 1
                   UNTIL WS-BRCH-SUB > WS-BRCH-COUNT
                   OR WS-BRCH-FOUND-SUB > 0
               IF WS-BRCH-CODE(WS-BRCH-SUB) = BTRN-BRANCH-CODE
                   MOVE WS-BRCH-SUB TO WS-BRCH-FOUND-SUB
               END-IF
           END-PERFORM.

       3400-UPDATE-BRANCH.
           IF BTRN-ADD
               MOVE SPACES TO WS-BEFORE-IMAGE
               ADD 1 TO WS-BRCH-COUNT
               MOVE WS-BRCH-COUNT TO WS-BRCH-FOUND-SUB
               MOVE SPACES TO WS-BRCH-ENTRY(WS-BRCH-FOUND-SUB)
               MOVE BTRN-BRANCH-CODE
                   TO WS-BRCH-CODE(WS-BRCH-FOUND-SUB)
               MOVE BTRN-BRANCH-NAME
                   TO WS-BRCH-NAME(WS-BRCH-FOUND-SUB)
               MOVE BTRN-REGION-CODE
                   TO WS-BRCH-REGION(WS-BRCH-FOUND-SUB)
               MOVE BTRN-COST-CENTER
                   TO WS-BRCH-COST-CENTER(WS-BRCH-FOUND-SUB)
               MOVE 'O' TO WS-BRCH-STAT(WS-BRCH-FOUND-SUB)
               MOVE WS-EFFECTIVE-DATE
                   TO WS-BRCH-OPEN-DATE(WS-BRCH-FOUND-SUB)
               MOVE "ADDED" TO WS-ACTION-TEXT
           ELSE
               MOVE WS-BRCH-ENTRY(WS-BRCH-FOUND-SUB)
                   TO WS-BEFORE-IMAGE
           END-IF.
           IF BTRN-CHANGE
               IF BTRN-BRANCH-NAME NOT = SPACES
                   MOVE BTRN-BRANCH-NAME
                       TO WS-BRCH-NAME(WS-BRCH-FOUND-SUB)
               END-IF
               IF BTRN-REGION-CODE NOT = SPACES
                   MOVE BTRN-REGION-CODE
                       TO WS-BRCH-REGION(WS-BRCH-FOUND-SUB)
               END-IF
               IF BTRN-COST-CENTER NOT = SPACES
                   MOVE BTRN-COST-CENTER
                       TO WS-BRCH-COST-CENTER(WS-BRCH-FOUND-SUB)
               END-IF
               IF BTRN-EFFECTIVE-DATE NOT = SPACES
                   MOVE WS-EFFECTIVE-DATE
                       TO WS-BRCH-OPEN-DATE(WS-BRCH-FOUND-SUB)
               END-IF
               MOVE "CHANGED" TO WS-ACTION-TEXT
           END-IF.
           IF BTRN-CLOSE
               MOVE 'C' TO WS-BRCH-STAT(WS-BRCH-FOUND-SUB)
               MOVE WS-EFFECTIVE-DATE
                   TO WS-BRCH-CLOSE-DATE(WS-BRCH-FOUND-SUB)
               MOVE "CLOSED" TO WS-ACTION-TEXT
           END-IF.
      *    A reopen keeps the original open date - the branch's
      *    history runs on - and clears the close date.
           IF BTRN-REOPEN
               MOVE 'O' TO WS-BRCH-STAT(WS-BRCH-FOUND-SUB)
               MOVE SPACES TO WS-BRCH-CLOSE-DATE(WS-BRCH-FOUND-SUB)
               MOVE "REOPENED" TO WS-ACTION-TEXT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.

       3500-WRITE-AUDIT-TRAIL.
           MOVE BTRN-BRANCH-CODE TO BAUD-BRANCH-CODE.
           MOVE BTRN-FUNCTION TO BAUD-ACTION.
           MOVE BTRN-OPERATOR-ID TO BAUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO BAUD-TIMESTAMP.
           MOVE WS-BEFORE-IMAGE TO BAUD-BEFORE-IMAGE.
           MOVE WS-BRCH-ENTRY(WS-BRCH-FOUND-SUB) TO BAUD-AFTER-IMAGE.
           WRITE BRANCH-AUDIT-RECORD.

       3600-REPORT-APPLIED.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "  " WS-ACTION-TEXT " "
               WS-BRCH-CODE(WS-BRCH-FOUND-SUB) " "
               WS-BRCH-NAME(WS-BRCH-FOUND-SUB)
               " REGION " WS-BRCH-REGION(WS-BRCH-FOUND-SUB)
               " CC " WS-BRCH-COST-CENTER(WS-BRCH-FOUND-SUB)
               " STATUS " WS-BRCH-STAT(WS-BRCH-FOUND-SUB)
               " OPENED " WS-BRCH-OPEN-DATE(WS-BRCH-FOUND-SUB)
               " CLOSED " WS-BRCH-CLOSE-DATE(WS-BRCH-FOUND-SUB)
               " BY " BTRN-OPERATOR-ID
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       8000-WRITE-NEW-FILE.
           OPEN OUTPUT NEW-BRANCH-FILE.
           PERFORM VARYING WS-BRCH-SUB FROM 1 BY 1
                   UNTIL WS-BRCH-SUB > WS-BRCH-COUNT
               MOVE WS-BRCH-ENTRY(WS-BRCH-SUB) TO NEW-BRANCH-RECORD
               WRITE NEW-BRANCH-RECORD
           END-PERFORM.
           CLOSE NEW-BRANCH-FILE.

       9000-TERMINATE.
           MOVE SPACES TO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-LOADED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "BRANCHES ON OLD MASTER  " WS-EDIT-COUNT
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
           MOVE WS-BRCH-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "BRANCHES ON NEW MASTER  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE CHANGE-TRANS-FILE.
           CLOSE BRANCH-AUDIT-FILE.
           CLOSE MAINT-REPORT-FILE.
           DISPLAY "Branch maintenance: " WS-APPLIED-COUNT
               " applied, " WS-REJECTED-COUNT " rejected".
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
