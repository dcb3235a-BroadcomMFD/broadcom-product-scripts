      *****************************************************************
      *  CCIDMSTR
      *  The keyed DD CCIDMSTR CCID master (VSAM KSDS, 128-byte
      *  records, key CM-KEY = CCID + record type + subkey, 47 bytes
      *  at offset 0) that C1UCCDMU maintains from C1UEXT02's element
      *  activity and the C1UCCDMR inquiry/report reads. "Where has
      *  CCID X been, what did it touch, which packages carried it and
      *  is its ticket still open" is a keyed read of this store, not
      *  a scan of every ELMACTLG generation. Per CCID:
      *    'C' one lifecycle header - first and last use, the tied
      *        ServiceNow object (the CCID's leading 10 characters
      *        when it carries an INC/CHG prefix), counts of element
      *        actions, distinct elements and packages, and the
      *        highest environment/stage the CCID has reached
      *    'E' one record per distinct element (system, subsystem,
      *        type, element) ever acted on under the CCID
      *    'P' one record per package that carried those elements
      *        (the element's last-processed package)
      *  The type codes sort the header ahead of its detail records.
      *
      *  "Highest" follows the promotion order in the DD EXITCFG
      *  section %CCIDENVR (CFGLOAD grammar): one line per map
      *  position, lowest first - environment cols 1-8, optional
      *  stage ID col 10 (blank = any stage of that environment). An
      *  environment not listed never displaces a listed one. With no
      *  %CCIDENVR section the header carries the environment the
      *  CCID last reached instead.
      *****************************************************************
       01  WS-CCIDMAST-RECORD.
           03  CM-KEY.
               05  CM-CCID                  PIC X(12).
               05  CM-REC-TYPE              PIC X(01).
                   88  CM-HEADER-REC                VALUE 'C'.
                   88  CM-ELEMENT-REC               VALUE 'E'.
                   88  CM-PACKAGE-REC               VALUE 'P'.
               05  CM-SUBKEY                PIC X(34).
               05  CM-SUBKEY-ELEMENT REDEFINES CM-SUBKEY.
                   07  CM-SYSTEM            PIC X(08).
                   07  CM-SUBSYSTEM         PIC X(08).
                   07  CM-TYPE              PIC X(08).
                   07  CM-ELEMENT           PIC X(10).
               05  CM-SUBKEY-PACKAGE REDEFINES CM-SUBKEY.
                   07  CM-PACKAGE-ID        PIC X(16).
                   07  FILLER               PIC X(18).
           03  CM-DATA                      PIC X(81).
           03  CM-HEADER-DATA REDEFINES CM-DATA.
               05  CMH-FIRST-DATE           PIC 9(08).
               05  CMH-FIRST-TIME           PIC 9(06).
               05  CMH-LAST-DATE            PIC 9(08).
               05  CMH-LAST-TIME            PIC 9(06).
               05  CMH-SNOW-OBJECT          PIC X(10).
               05  CMH-ACTION-COUNT         PIC 9(07).
               05  CMH-ELEMENT-COUNT        PIC 9(05).
               05  CMH-PACKAGE-COUNT        PIC 9(05).
               05  CMH-HIGH-ENV             PIC X(08).
               05  CMH-HIGH-STGID           PIC X(01).
               05  CMH-HIGH-RANK            PIC 9(02).
               05  CMH-LAST-USER            PIC X(08).
               05  FILLER                   PIC X(07).
           03  CM-ELEMENT-DATA REDEFINES CM-DATA.
               05  CME-FIRST-DATE           PIC 9(08).
               05  CME-LAST-DATE            PIC 9(08).
               05  CME-LAST-TIME            PIC 9(06).
               05  CME-ACTION-COUNT         PIC 9(05).
               05  CME-LAST-ACTION          PIC X(10).
               05  CME-LAST-ENV             PIC X(08).
               05  CME-LAST-STGID           PIC X(01).
               05  CME-LAST-USER            PIC X(08).
               05  FILLER                   PIC X(27).
           03  CM-PACKAGE-DATA REDEFINES CM-DATA.
               05  CMP-FIRST-DATE           PIC 9(08).
               05  CMP-LAST-DATE            PIC 9(08).
               05  CMP-LAST-TIME            PIC 9(06).
               05  CMP-ELEMENT-ACTIONS      PIC 9(05).
               05  FILLER                   PIC X(54).
