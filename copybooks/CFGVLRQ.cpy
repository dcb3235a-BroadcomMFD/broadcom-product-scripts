      *****************************************************************
      *  CFGVLRQ
      *  Request/answer area for CFGVLCHK, the DD EXITCFG section
      *  inventory and line checks shared by the batch validator
      *  C1UCFGVL and the C1UISPF configuration dialog - a line the
      *  dialog accepts is a line the validator accepts. The caller
      *  sets CVQ-FUNCTION and CALLs 'CFGVLCHK' USING
      *  WS-CFGVL-REQUEST:
      *    'S'  CVQ-SECTION-NAME  look the section up
      *    'N'  CVQ-SECTION-INX   the n-th section of the inventory
      *                           (1 to CVQ-SECTION-COUNT, which
      *                           every call returns)
      *    'L'  CVQ-SECTION-NAME  check one entry or ENABLED= line
      *         and CVQ-LINE      of that section; CVQ-LINE-RESULT
      *                           'Y' it passes, 'N' it does not and
      *                           CVQ-ERROR-TEXT says why
      *  Every function answers CVQ-SECTION-FOUND, and for a known
      *  section its name, rule code, entry capacity and the labelled
      *  fields of its entry layout (start column and length of each,
      *  CVQ-FIELD-COUNT 0 for a section of KEYWORD= settings only).
      *  The entry-count-against-capacity check is the caller's - it
      *  needs the whole section.
      *****************************************************************
       01  WS-CFGVL-REQUEST.
           03  CVQ-FUNCTION                 PIC X(01).
               88  CVQ-FIND-SECTION                 VALUE 'S'.
               88  CVQ-NTH-SECTION                  VALUE 'N'.
               88  CVQ-CHECK-LINE                   VALUE 'L'.
           03  CVQ-SECTION-NAME             PIC X(16).
           03  CVQ-SECTION-INX              PIC 9(02).
           03  CVQ-SECTION-COUNT            PIC 9(02).
           03  CVQ-SECTION-FOUND            PIC X(01).
               88  CVQ-SECTION-KNOWN                VALUE 'Y'.
           03  CVQ-RULE                     PIC X(03).
           03  CVQ-CAPACITY                 PIC 9(04).
           03  CVQ-FIELD-COUNT              PIC 9(01).
           03  CVQ-FIELD                    OCCURS 6 TIMES.
               05  CVQ-FIELD-LABEL          PIC X(14).
               05  CVQ-FIELD-START          PIC 9(02).
               05  CVQ-FIELD-LENGTH         PIC 9(02).
           03  CVQ-LINE                     PIC X(80).
           03  CVQ-LINE-RESULT              PIC X(01).
               88  CVQ-LINE-VALID                   VALUE 'Y'.
               88  CVQ-LINE-IN-ERROR                VALUE 'N'.
           03  CVQ-ERROR-TEXT               PIC X(60).
