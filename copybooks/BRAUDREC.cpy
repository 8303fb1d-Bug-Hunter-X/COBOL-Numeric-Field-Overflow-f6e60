      *****************************************************************
      *  BRAUDREC.CPY - BRANCH MASTER MAINTENANCE AUDIT RECORD
      *  One record on the append-only BRCHAUD trail per change
      *  BRCHMT1 applies to BRCHMSTR: the action (A-add, C-change,
      *  X-close, R-reopen), who keyed it and when, and the whole
      *  branch record before and after the change.  The before image
      *  is spaces on an add.
      *****************************************************************
       01  BRANCH-AUDIT-RECORD.
           05  BAUD-BRANCH-CODE            PIC X(4).
           05  BAUD-ACTION                 PIC X(1).
           05  BAUD-OPERATOR-ID            PIC X(8).
           05  BAUD-TIMESTAMP              PIC X(26).
           05  BAUD-BEFORE-IMAGE           PIC X(63).
           05  BAUD-AFTER-IMAGE            PIC X(63).
