      *****************************************************************
      *  SNOWSCHQ
      *  Request/answer area for the SNOWSCHD scheduled-change query.
      *  Where SNOWBULK is handed object numbers and answers their
      *  states, SNOWSCHD is handed a selection and answers the
      *  change requests that meet it. The caller fills in
      *    SCQ-STATE              change_request state value
      *    SCQ-GROUP(1..COUNT)    assignment group names (any of)
      *    SCQ-FROM / SCQ-TO      planned-start range, inclusive,
      *                           ServiceNow form 'YYYY-MM-DD HH:MM:SS'
      *  then CALLs 'SNOWSCHD' USING WS-SNOWSCHQ-REQUEST. On return
      *  SCQ-CHG-COUNT changes are listed in change-number order, each
      *  with its planned start and its short description (the first
      *  50 characters). SCQ-MORE 'Y' means more changes met the
      *  selection than the table holds - run again after the first
      *  batch is worked off. RETURN-CODE is 0 when ServiceNow
      *  answered every page, the not-found RC (SNOWFOPN) when it
      *  refused the query, else the connectivity RC; the changes
      *  listed before a failed page stand.
      *****************************************************************
       01  WS-SNOWSCHQ-REQUEST.
           03  SCQ-STATE                    PIC X(15).
           03  SCQ-GROUP-COUNT              PIC 9(02).
           03  SCQ-GROUP                    PIC X(40) OCCURS 16.
           03  SCQ-FROM                     PIC X(19).
           03  SCQ-TO                       PIC X(19).
           03  SCQ-MORE                     PIC X(01).
               88  SCQ-MORE-CHANGES                 VALUE 'Y'.
           03  SCQ-CHG-COUNT                PIC 9(03).
           03  SCQ-CHG-ENTRY OCCURS 200.
               05  SCQ-NUMBER               PIC X(10).
               05  SCQ-START                PIC X(19).
               05  SCQ-SHORT-DESC           PIC X(50).
