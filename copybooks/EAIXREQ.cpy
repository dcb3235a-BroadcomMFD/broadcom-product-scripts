      *****************************************************************
      *  EAIXREQ
      *  Request/answer area for C1UEAIXU, the one routine that reads
      *  and maintains the DD ELMACTIX element-activity index (COPY
      *  ELMACTIX):
      *    CALL 'C1UEAIXU' USING WS-EAIX-REQUEST
      *  EAX-FUNCTION:
      *    'E' record one ELMACTLG element action - date, time,
      *        system, subsystem, element, user, CCID, action
      *    'R' record one RSNCLOG reason code - date, time, CCID,
      *        message code
      *    'O' record one emergency override - date, time, and the
      *        ServiceNow object in EAX-CCID
      *    'F' find the most recent action on the element (system,
      *        subsystem, element) on or after EAX-CUTOFF-DATE by a
      *        user other than EAX-USER under a CCID other than
      *        EAX-CCID; EAX-HIT-FOUND 'Y' with who, which CCID and
      *        when. Actions with no user recorded are not counted.
      *    'T' tally the CCIDs whose leading 10 characters are
      *        EAX-CCID's: EAX-FAIL-COUNT reason codes other than
      *        0000, EAX-OVERRIDE-COUNT emergency overrides
      *  EAX-RESULT 'Y' the index answered (or took the record); 'U'
      *  the index is not usable - a lookup caller reads the flat log
      *  itself instead, and a record simply goes unindexed until
      *  C1UEAIXB is next run.
      *****************************************************************
       01  WS-EAIX-REQUEST.
           03  EAX-FUNCTION                 PIC X(01).
           03  EAX-DATE                     PIC 9(08).
           03  EAX-TIME                     PIC 9(06).
           03  EAX-SYSTEM                   PIC X(08).
           03  EAX-SUBSYSTEM                PIC X(08).
           03  EAX-ELEMENT                  PIC X(10).
           03  EAX-USER                     PIC X(08).
           03  EAX-CCID                     PIC X(12).
           03  EAX-ACTION                   PIC X(10).
           03  EAX-MESSAGE-CODE             PIC X(04).
           03  EAX-CUTOFF-DATE              PIC 9(08).
           03  EAX-RESULT                   PIC X(01).
               88  EAX-INDEX-USED                   VALUE 'Y'.
               88  EAX-INDEX-UNUSABLE               VALUE 'U'.
           03  EAX-HIT-FOUND                PIC X(01).
               88  EAX-CONCURRENT-HIT               VALUE 'Y'.
           03  EAX-HIT-USER                 PIC X(08).
           03  EAX-HIT-CCID                 PIC X(12).
           03  EAX-HIT-DATE                 PIC 9(08).
           03  EAX-FAIL-COUNT               PIC 9(07).
           03  EAX-OVERRIDE-COUNT           PIC 9(07).
