      *        a verification - re-confirm it against the ENA$NDVR
      *        documentation before relying on it for a new caller.
               88  APDEF-FUNC-EXECUTE                VALUE 'E'.
      *        'N' deny - record an approver's denial against the
      *        package (used by the C1UISPF approver inbox, the twin
      *        of 'A'). Like the other non-'C'/'M' codes above this is
      *        a desk check against the vendor-supplied ENA$NDVR, not
      *        a verification - re-confirm it against the ENA$NDVR
      *        documentation before relying on it for a new caller.
               88  APDEF-FUNC-DENY                   VALUE 'N'.
      *        'B' backout - back an executed package out (used by
      *        the C1UPIVER post-implementation verification when a
      *        check marked backout-on-failure fails). Like the other
      *        non-'C'/'M' codes above this is a desk check against
      *        the vendor-supplied ENA$NDVR, not a verification -
      *        re-confirm it against the ENA$NDVR documentation
      *        before relying on it for a new caller.
               88  APDEF-FUNC-BACKOUT                VALUE 'B'.
      *        'T' reset - return an approved package to in-edit,
      *        clearing the approvals cast into it (used by the
      *        C1UAPEXP approval expiry for packages approved long
      *        ago and never executed). Like the other non-'C'/'M'
      *        codes above this is a desk check against the
      *        vendor-supplied ENA$NDVR, not a verification -
      *        re-confirm it against the ENA$NDVR documentation
      *        before relying on it for a new caller.
               88  APDEF-FUNC-RESET                  VALUE 'T'.
           03  APDEF-RQ-APPEND              PIC X(01).
           03  APDEF-RQ-IMPORT-DDN          PIC X(08).
           03  APDEF-RQ-DESC                PIC X(50).
           03  APDEF-RQ-EWT-DATE            PIC X(07).
           03  APDEF-RQ-EWT-TIME            PIC X(05).
           03  APDEF-RQ-UPDT-NOTES          PIC X(01).
      *        NOTES1-8 carry the notes to set on a 'C'/'M' and are
      *        read back on an 'I' inquire (the C1UPKGRV notes gate) -
      *        the read-back, like the status fields below, is a desk
      *        check against the vendor-supplied ENA$NDVR.
           03  APDEF-RQ-NOTES1              PIC X(60).
           03  APDEF-RQ-NOTES2              PIC X(60).
           03  APDEF-RQ-NOTES3              PIC X(60).
