      *****************************************************************
      *  RELMREQ
      *  Request/answer area for C1URELMU, the one routine that
      *  changes the DD RELMSTR release register (COPY RELMSTR). The
      *  batch maintenance C1URELMT fills it from one input card, the
      *  C1UISPF dialog from its release panel, and both CALL
      *  'C1URELMU' USING WS-RELMREQ-REQUEST. RLQ-FUNCTION:
      *    DEFINE   new release - target date (YYYYMMDD) and owner
      *             required; hold flag Y/N (blank N); description
      *    CHANGE   replace whichever of target date, owner, hold
      *             flag and description are non-blank
      *    DELETE   the release and every member record
      *    ADD      package RLQ-PACKAGE-ID joins the release - one
      *             release per package
      *    REMOVE   package RLQ-PACKAGE-ID leaves the release
      *  RLQ-USER is recorded as who made the change. On return
      *  RLQ-RETURN-CODE is 0 done, 4 refused (RLQ-MESSAGE says why -
      *  nothing was changed), 12 the register is not usable.
      *****************************************************************
       01  WS-RELMREQ-REQUEST.
           03  RLQ-FUNCTION                 PIC X(08).
           03  RLQ-RELEASE-ID               PIC X(16).
           03  RLQ-PACKAGE-ID               PIC X(16).
           03  RLQ-TARGET-DATE              PIC X(08).
           03  RLQ-OWNER                    PIC X(08).
           03  RLQ-HOLD-FLAG                PIC X(01).
           03  RLQ-DESCRIPTION              PIC X(34).
           03  RLQ-USER                     PIC X(08).
           03  RLQ-RETURN-CODE              PIC 9(02).
               88  RLQ-DONE                         VALUE 0.
               88  RLQ-REFUSED                      VALUE 4.
               88  RLQ-REGISTER-UNUSABLE            VALUE 12.
           03  RLQ-MESSAGE                  PIC X(60).
