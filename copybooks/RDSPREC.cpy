      *    RESUBMIT-REFUSED - the corrected record failed the edits,
      *                       reject carried forward for another try;
      *    WRITTEN-OFF      - closed by the operator named in
      *                       RDSP-OPERATOR-ID under a second
      *                       operator's approval, nothing
      *                       resubmitted;
      *    WRITE-OFF-HELD   - the operator asked to write it off but
      *                       no second operator had approved it on
      *                       AUTHPEND - carried forward untouched;
      *    UNCORRECTED      - no correction matched this reject,
      *                       carried forward untouched.
      *****************************************************************
