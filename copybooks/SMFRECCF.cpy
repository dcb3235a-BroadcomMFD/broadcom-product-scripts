      *****************************************************************
      *  SMFRECCF
      *  Settings for C1USMFRC, the nightly check that every Endevor
      *  action SMF saw was also seen by the exits.
      *    WS-SMFREC-TYPE       the SMF record type Endevor writes
      *                         (its C1DEFLTS setting)
      *    WS-SMFREC-TOLERANCE  minutes an element action's SMF record
      *                         may follow the ELMACTLG record exit 2
      *                         wrote when the action began - the
      *                         longest-running generate should fit
      *    WS-SMFREC-CTL-LPAR   the LPAR label this system's EXITCTL
      *                         changes are logged under in CTLCHGLG
      *                         (C1UCTLDF PARM cols 19-26), blank for
      *                         every label
      *    WS-SMFREC-ELM-EXIT / WS-SMFREC-PKG-EXIT
      *                         the exit programs EXITCTL rules name
      *                         for element and for package actions
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %SMFRECON exists in the DD EXITCFG runtime config dataset,
      *  its TYPE=nnn, TOLERANCE=nnn and CTLLPAR=name (from col 9)
      *  lines replace them - see CFGLOAD.
       01  WS-SMFREC-TYPE                PIC 9(03) VALUE 230.
       01  WS-SMFREC-TOLERANCE           PIC 9(03) VALUE 30.
       01  WS-SMFREC-CTL-LPAR            PIC X(08) VALUE 'LPARA'.
       01  WS-SMFREC-EXIT-NAMES.
           03  FILLER                    PIC X(16)
               VALUE 'C1UEXT02C1X2CUST'.
           03  FILLER                    PIC X(16)
               VALUE 'C1UEXT07C1X7CUST'.
       01  WS-SMFREC-EXIT-NAMES-RE REDEFINES WS-SMFREC-EXIT-NAMES.
           03  WS-SMFREC-ELM-EXIT        PIC X(08) OCCURS 2 TIMES.
           03  WS-SMFREC-PKG-EXIT        PIC X(08) OCCURS 2 TIMES.
       01  WS-SMFREC-CFG-LINES           PIC 9(02) VALUE 8.
