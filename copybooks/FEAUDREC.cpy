      *****************************************************************
      *  FEAUDREC.CPY - FEE SCHEDULE MAINTENANCE AUDIT RECORD
      *  One record on the append-only FEESAUD trail per change
      *  FEESMT1 applies to FEESCHED: the counter and branch the
      *  schedule is for, who keyed it and when, the date it takes
      *  effect, and the whole schedule record before and after the
      *  change.  The before image is the schedule in force for that
      *  counter and branch when the change was applied - spaces
      *  when there was none (the branch was on the network-wide
      *  schedule, or the counter was free).
      *****************************************************************
       01  FEE-AUDIT-RECORD.
           05  FAUD-COUNTER-CODE           PIC 9(1).
           05  FAUD-BRANCH-CODE            PIC X(4).
           05  FAUD-OPERATOR-ID            PIC X(8).
           05  FAUD-TIMESTAMP              PIC X(26).
           05  FAUD-EFFECTIVE-DATE         PIC X(8).
           05  FAUD-BEFORE-IMAGE           PIC X(41).
           05  FAUD-AFTER-IMAGE            PIC X(41).
