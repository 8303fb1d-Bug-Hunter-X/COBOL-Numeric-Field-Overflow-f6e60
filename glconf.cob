      *  Morning companion to the GLINTF interface the nightly counter
      *  job (or TRNCONS1 on a split night) writes fire-and-forget.
      *  Reads the prior night's GL-INTERFACE-RECORD journal lines -
      *  the whole-bank 'D' details, the 'B' branch breakdowns, the
      *  'P' prior-period adjustments and the 'F' fee income lines
      *  alike - and the posting-confirmation file the GL load
      *  returns (GLCONF, GLCFREC.cpy), matches each confirmation
      *  back to its journal line by line type plus business date
      *  (the original date on a 'P' line) plus GL-COUNTER-CODE plus
      *  branch code (spaces means a whole-bank line), and reports
      *  every line as POSTED, REJECTED
      *  (with the GL's reason), or MISSING (no confirmation came
      *  back) on GLCONRPT.  A line's verdict is final: a second
      *  confirmation landing on an already-confirmed line is
           05  WS-LINE-MATCH-SWITCH        PIC X(1) VALUE 'N'.
               88  WS-LINE-MATCHED         VALUE 'Y'.

      *  The night's journal lines - 'D', 'B', 'P' and 'F' alike -
      *  loaded up front, each carrying its confirmation status -
      *  MISSING until a confirmation lands on it.  Spaces in the
      *  branch is a whole-bank line.  500 covers the four 'D' lines,
      *  a 'B' line per counter for the full 50-branch network, the
      *  four 'F' lines and the 'P' lines of a back-dating window
      *  well past the VDATPARM limit.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 500 TIMES.
               10  WS-LINE-TYPE            PIC X(1).
               10  WS-LINE-DATE            PIC X(8).
               10  WS-LINE-CODE            PIC 9(1).
               10  WS-LINE-BRANCH          PIC X(4).
       01  WS-LINE-TOTAL                   PIC 9(3) VALUE 0.
       01  WS-LINE-SUB                     PIC 9(3).
       01  WS-MATCH-SUB                    PIC 9(3).
       01  WS-CONF-LINE-TYPE               PIC X(1).

       01  WS-POSTED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(5) VALUE 0.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *  'D', 'B', 'P' and 'F' lines are all postings the GL
      *  confirms.  'C' lines are the original-currency memo of
      *  activity the 'D' lines already post, and the trailer proves
      *  the file, not a journal entry.
       1000-LOAD-JOURNAL-LINES.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GLINTF-STATUS NOT = "00"
                       SET WS-GLINTF-EOF TO TRUE
                   NOT AT END
                       IF GL-DETAIL-LINE OR GL-BRANCH-LINE
                           OR GL-PRIOR-PERIOD-LINE
                           OR GL-FEE-INCOME-LINE
                           PERFORM 1100-STORE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-INTERFACE-FILE.

      *  'B', 'P' and 'F' lines carry their count in the signed
      *  GL-BRANCH-COUNT; the whole-bank 'D' line uses
      *  GL-RECORD-COUNT and spaces in the branch.
       1100-STORE-JOURNAL-LINE.
           IF WS-LINE-TOTAL < 500
               ADD 1 TO WS-LINE-TOTAL
               MOVE GL-RECORD-TYPE TO WS-LINE-TYPE(WS-LINE-TOTAL)
               MOVE GL-BUSINESS-DATE TO WS-LINE-DATE(WS-LINE-TOTAL)
               MOVE GL-COUNTER-CODE TO WS-LINE-CODE(WS-LINE-TOTAL)
               MOVE GL-BRANCH-CODE TO WS-LINE-BRANCH(WS-LINE-TOTAL)
               MOVE GL-COUNTER-NAME TO WS-LINE-NAME(WS-LINE-TOTAL)
               IF GL-DETAIL-LINE
                   MOVE GL-RECORD-COUNT TO WS-LINE-COUNT(WS-LINE-TOTAL)
               ELSE
                   MOVE GL-BRANCH-COUNT TO WS-LINE-COUNT(WS-LINE-TOTAL)
               END-IF
               MOVE GL-AMOUNT TO WS-LINE-AMOUNT(WS-LINE-TOTAL)
               MOVE "MISSING" TO WS-LINE-STATUS(WS-LINE-TOTAL)
               MOVE SPACES TO WS-LINE-REASON(WS-LINE-TOTAL)
           ELSE
               DISPLAY "Warning: more than 500 journal lines - "
                   "excess unmatched"
           END-IF.

      *  POSTED and lose the very rejection this job exists to
      *  surface.
       2100-APPLY-CONFIRMATION.
           IF GLCF-LINE-TYPE = SPACES
               IF GLCF-BRANCH-CODE = SPACES
                   MOVE 'D' TO WS-CONF-LINE-TYPE
               ELSE
                   MOVE 'B' TO WS-CONF-LINE-TYPE
               END-IF
           ELSE
               MOVE GLCF-LINE-TYPE TO WS-CONF-LINE-TYPE
           END-IF.
           MOVE 'N' TO WS-LINE-MATCH-SWITCH.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-TOTAL
                   OR WS-LINE-MATCHED
               IF WS-LINE-TYPE(WS-LINE-SUB) = WS-CONF-LINE-TYPE
                   AND WS-LINE-DATE(WS-LINE-SUB) = GLCF-BUSINESS-DATE
                   AND WS-LINE-CODE(WS-LINE-SUB) = GLCF-COUNTER-CODE
                   AND WS-LINE-BRANCH(WS-LINE-SUB) = GLCF-BRANCH-CODE
                   SET WS-LINE-MATCHED TO TRUE
           END-PERFORM.
           IF NOT WS-LINE-MATCHED
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY "Confirmation matches no journal line: type "
                   WS-CONF-LINE-TYPE " date " GLCF-BUSINESS-DATE
                   " counter " GLCF-COUNTER-CODE
                   " branch " GLCF-BRANCH-CODE
           ELSE
               IF WS-LINE-STATUS(WS-MATCH-SUB) NOT = "MISSING"
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "Duplicate confirmation ignored: type "
                       WS-CONF-LINE-TYPE " date "
                       GLCF-BUSINESS-DATE " counter "
                       GLCF-COUNTER-CODE " branch " GLCF-BRANCH-CODE
                       " already " WS-LINE-STATUS(WS-MATCH-SUB)
           MOVE WS-LINE-AMOUNT(WS-LINE-SUB) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CONFIRM-REPORT-LINE.
           STRING "  " WS-LINE-STATUS(WS-LINE-SUB)
               " " WS-LINE-TYPE(WS-LINE-SUB)
               " " WS-LINE-DATE(WS-LINE-SUB)
               " " WS-LINE-NAME(WS-LINE-SUB)
               " " WS-LINE-BRANCH(WS-LINE-SUB)
