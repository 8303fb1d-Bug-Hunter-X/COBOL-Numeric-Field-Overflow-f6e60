      *****************************************************************
      *  AUTHREC.CPY - DUAL AUTHORIZATION (MAKER-CHECKER) RECORD
      *  One record on the append-only AUTHPEND trail per event in the
      *  life of a sensitive operator action.  The action type plus
      *  the action key are the request's identity; the trail is read
      *  front to back and the LATEST record for a type and key is the
      *  state in force, the same discipline GLHOLD uses:
      *    PENDING  - a maker entered the request through AUTHMNT1;
      *    APPROVED - a second, different operator approved it;
      *    DECLINED - a second operator turned it down;
      *    HELD     - the action reached its program without a usable
      *               approval and was not applied (AUTH-HOLD-REASON
      *               says why); a held request may still be approved;
      *    APPLIED  - the program consumed the approval and carried
      *               the action out - an approval is good exactly
      *               once.
      *  Action types and the key each one is matched on (the image of
      *  the fields the action itself carries, left-justified):
      *    RSET - 'R' counter reset on TRANFILE (BUGJOB01): counter
      *           code 9(1) + reset value 9(9);
      *    THRS - THRSHTRN threshold change (THRSHMT1): counter code
      *           9(1) + warn 9(11) + error 9(11) + effective date
      *           X(8) exactly as keyed;
      *    GLRL - GLRLPARM hold decision (GLRLSE1): business date
      *           X(8) + decision X(1);
      *    EXWO - REPRPARM close-switch write-off (EXCPRPR1): the
      *           checkpoint business date X(8);
      *    RJWO - REJCORR 'W' write-off (REJRPR1): reject reason code
      *           X(2) + original 80-byte record.
      *  The maker on the approval must be the operator the action
      *  names, and the checker must be somebody else - anything less
      *  is held, never applied.  A held record keeps the maker and
      *  checker of the open request it was held against.  When some
      *  other operator tries to use an APPROVED request, the attempt
      *  is logged with AUTH-HOLD-REASON filled in and the status,
      *  maker and checker left as they were, so the approval is
      *  still there for its own maker.
      *****************************************************************
       01  AUTHORIZATION-RECORD.
           05  AUTH-ACTION-TYPE            PIC X(4).
               88  AUTH-TYPE-RESET         VALUE "RSET".
               88  AUTH-TYPE-THRESHOLD     VALUE "THRS".
               88  AUTH-TYPE-GL-RELEASE    VALUE "GLRL".
               88  AUTH-TYPE-EXCP-WRITEOFF VALUE "EXWO".
               88  AUTH-TYPE-REJ-WRITEOFF  VALUE "RJWO".
           05  AUTH-ACTION-KEY             PIC X(90).
           05  AUTH-STATUS                 PIC X(10).
               88  AUTH-PENDING            VALUE "PENDING".
               88  AUTH-APPROVED           VALUE "APPROVED".
               88  AUTH-DECLINED           VALUE "DECLINED".
               88  AUTH-HELD               VALUE "HELD".
               88  AUTH-APPLIED            VALUE "APPLIED".
           05  AUTH-MAKER-ID               PIC X(8).
           05  AUTH-MAKER-TIMESTAMP        PIC X(26).
           05  AUTH-CHECKER-ID             PIC X(8).
           05  AUTH-CHECKER-TIMESTAMP      PIC X(26).
           05  AUTH-EVENT-TIMESTAMP        PIC X(26).
           05  AUTH-HOLD-REASON            PIC X(24).
