      *****************************************************************
      *  DQHREC.CPY - FRONT-END DATA-QUALITY HISTORY RECORD
      *  Permanent, append-only DQHIST file - the extract-quality
      *  evidence EDITRPT cannot keep, since it is rewritten nightly.
      *  Two record types, both keyed by DQH-RUN-DATE, the date
      *  TRNEDIT1 ran and stamped on its rejects as REJ-REJECT-DATE:
      *    E - one per TRNEDIT1 run: the EXTHDR extract id and
      *        business date (spaces when the extract had no header),
      *        records read, passed and rejected, rejects by REJREC
      *        reason code (slot n is reason 0n/nn - room is left past
      *        the codes in use so a new reason needs no new layout),
      *        the trailer-check result, and the dollar total of the
      *        rejects whose amount was numeric;
      *    R - one per reject date per REJRPR1 run: how many of that
      *        night's rejects this pass closed as CORRECTED or
      *        WRITTEN-OFF, and how many it carried forward still
      *        open.  A night's rejects are eventually accounted for
      *        by the sum of its R records.
      *  DQTRND1 reads the file for the reject-rate trend report.
      *****************************************************************
       01  DQ-HISTORY-RECORD.
           05  DQH-RECORD-TYPE             PIC X(1).
               88  DQH-EDIT-RUN            VALUE 'E'.
               88  DQH-REPAIR-RUN          VALUE 'R'.
           05  DQH-RUN-DATE                PIC X(8).
           05  DQH-TIMESTAMP               PIC X(26).
           05  DQH-EDIT-DATA.
               10  DQH-EXTRACT-ID          PIC X(12).
               10  DQH-BUSINESS-DATE       PIC X(8).
               10  DQH-READ-COUNT          PIC 9(9).
               10  DQH-PASSED-COUNT        PIC 9(9).
               10  DQH-REJECT-COUNT        PIC 9(9).
               10  DQH-REASON-COUNT OCCURS 15 TIMES    PIC 9(9).
      *        P - trailer count proven; M - trailer count mismatch
      *        (or unreadable); T - header but no trailer; N - no
      *        control records at all.
               10  DQH-TRAILER-RESULT      PIC X(1).
                   88  DQH-TRAILER-PROVEN  VALUE 'P'.
                   88  DQH-TRAILER-MISMATCH VALUE 'M'.
                   88  DQH-TRAILER-MISSING VALUE 'T'.
                   88  DQH-NO-CONTROLS     VALUE 'N'.
               10  DQH-TRAILER-COUNT       PIC 9(9).
               10  DQH-REJECT-AMOUNT       PIC S9(11)V99.
           05  DQH-REPAIR-DATA REDEFINES DQH-EDIT-DATA.
               10  DQH-CORRECTED-COUNT     PIC 9(9).
               10  DQH-WRITTEN-OFF-COUNT   PIC 9(9).
               10  DQH-STILL-OPEN-COUNT    PIC 9(9).
               10  FILLER                  PIC X(178).
