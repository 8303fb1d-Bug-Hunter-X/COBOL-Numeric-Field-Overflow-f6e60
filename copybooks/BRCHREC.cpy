      *****************************************************************
      *  BRCHREC.CPY - BRANCH REFERENCE MASTER RECORD
      *  One record per branch on BRCHMSTR, the reference list the
      *  front-end edit validates TRANS-BRANCH-CODE against and the
      *  counter job takes each branch's region and GL cost center
      *  from for the SUMRPT branch section and the GLINTF 'B' lines.
      *  BRCH-STATUS is 'O' while the branch trades and 'C' once it
      *  has closed; BRCH-CLOSE-DATE is the last business date the
      *  branch may originate activity (spaces while open).  A closed
      *  branch stays on file so old activity still resolves to a
      *  region.  BRCHMSTR is maintained through BRCHMT1, which
      *  validates each change and logs before/after images to the
      *  BRCHAUD trail - it is not hand-edited.
      *****************************************************************
       01  BRANCH-RECORD.
           05  BRCH-BRANCH-CODE            PIC X(4).
           05  BRCH-BRANCH-NAME            PIC X(30).
           05  BRCH-REGION-CODE            PIC X(4).
           05  BRCH-COST-CENTER            PIC X(8).
           05  BRCH-STATUS                 PIC X(1).
               88  BRCH-OPEN               VALUE 'O'.
               88  BRCH-CLOSED             VALUE 'C'.
           05  BRCH-OPEN-DATE              PIC X(8).
           05  BRCH-CLOSE-DATE             PIC X(8).
