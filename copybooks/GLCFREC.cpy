      *  prior night's GL-INTERFACE-RECORD journal lines so a failed
      *  posting surfaces the morning after instead of days later
      *  from the accountants.
      *  GLCF-LINE-TYPE is the GL-RECORD-TYPE of the line answered -
      *  'D', 'B', 'P' prior-period or 'F' fee income - and is part
      *  of the match key, since an 'F' line shares its 'D' line's
      *  date, counter and blank branch.  On a 'P' line the business
      *  date is the original date the line was posted to.  A blank
      *  type (a load that predates the 'P' and 'F' lines) is read as
      *  'D' when the branch is spaces and 'B' otherwise.
      *****************************************************************
       01  GL-CONFIRMATION-RECORD.
           05  GLCF-BUSINESS-DATE          PIC X(8).
               88  GLCF-POSTED             VALUE 'P'.
               88  GLCF-REJECTED           VALUE 'R'.
           05  GLCF-REJECT-REASON          PIC X(30).
           05  GLCF-LINE-TYPE              PIC X(1).
