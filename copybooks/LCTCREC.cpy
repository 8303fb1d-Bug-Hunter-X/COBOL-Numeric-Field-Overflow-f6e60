      *****************************************************************
      *  LCTCREC.CPY - STRUCTURING WATCH CASE RECORD
      *  Appended to the permanent LCTCASE case file by LCTRPT1, one
      *  per account whose cash activity (deposits plus withdrawals)
      *  sat just under the reporting limit on too many days of the
      *  rolling window - the pattern of deposits or withdrawals kept
      *  deliberately below the filing threshold.
      *  LCTC-WINDOW-START through LCTC-BUSINESS-DATE is the window
      *  examined; LCTC-NEAR-DAYS is how many of its days fell in the
      *  near-limit band (LCTC-BAND-FLOOR up to LCTC-REPORT-LIMIT),
      *  LCTC-FIRST-DATE/LCTC-LAST-DATE the first and last of them,
      *  and LCTC-NEAR-TOTAL their combined cash activity - the
      *  figure that would have been reported had it arrived on one
      *  day.  LCTC-CASE-TIMESTAMP matches the ALERTFIL entry raised
      *  for the same case, so the compliance team can tie the case
      *  back to the alert ALRTMGR1 escalates.
      *****************************************************************
       01  STRUCTURING-CASE-RECORD.
           05  LCTC-ACCOUNT-ID             PIC X(10).
           05  LCTC-BUSINESS-DATE          PIC X(8).
           05  LCTC-WINDOW-START           PIC X(8).
           05  LCTC-NEAR-DAYS              PIC 9(3).
           05  LCTC-FIRST-DATE             PIC X(8).
           05  LCTC-LAST-DATE              PIC X(8).
           05  LCTC-NEAR-TOTAL             PIC S9(13)V99.
           05  LCTC-BAND-FLOOR             PIC 9(9)V99.
           05  LCTC-REPORT-LIMIT           PIC 9(9)V99.
           05  LCTC-CASE-TIMESTAMP         PIC X(26).
