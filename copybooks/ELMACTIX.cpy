      *****************************************************************
      *  ELMACTIX
      *  The keyed DD ELMACTIX element-activity index (VSAM KSDS,
      *  defined REUSE, 100-byte records, key EAI-KEY = record type +
      *  subkey, 47 bytes at offset 0). C1UEAIXU keeps it current from
      *  the same calls that append to the flat ELMACTLG and RSNCLOG
      *  logs (C1UEXT02) and the SNOWLG2 emergency override line
      *  (C1X2CUST), and answers the exits' history lookups from it by
      *  key, so the lookups no longer read the flat logs front to
      *  back. C1UEAIXB rebuilds it from the flat logs. Record types:
      *    'E' one record per element/system/subsystem, user and CCID
      *        that ever acted on it - first and last use, actions
      *    'O' one record per ServiceNow object (the emergency CCID's
      *        leading 10 characters) an emergency override went
      *        through - override count
      *    'R' one record per CCID on RSNCLOG - actions, and those the
      *        REXX left a reason code other than 0000 on
      *  The 'E' subkey leads with the element's location, so every
      *  user/CCID that touched one element is a START and a short
      *  READ NEXT run; the 'R' subkey leads with the CCID, so every
      *  CCID sharing a ServiceNow object is one run too.
      *****************************************************************
       01  WS-ELMACTIX-RECORD.
           03  EAI-KEY.
               05  EAI-REC-TYPE             PIC X(01).
                   88  EAI-ELEMENT-REC              VALUE 'E'.
                   88  EAI-OVERRIDE-REC             VALUE 'O'.
                   88  EAI-REASON-REC               VALUE 'R'.
               05  EAI-SUBKEY               PIC X(46).
               05  EAI-SUBKEY-ELEMENT REDEFINES EAI-SUBKEY.
                   07  EAI-LOCATION.
                       09  EAI-SYSTEM       PIC X(08).
                       09  EAI-SUBSYSTEM    PIC X(08).
                       09  EAI-ELEMENT      PIC X(10).
                   07  EAI-USER             PIC X(08).
                   07  EAI-CCID             PIC X(12).
               05  EAI-SUBKEY-CCID REDEFINES EAI-SUBKEY.
                   07  EAI-KEY-CCID         PIC X(12).
                   07  FILLER               PIC X(34).
           03  EAI-DATA                     PIC X(53).
           03  EAI-ELEMENT-DATA REDEFINES EAI-DATA.
               05  EAE-FIRST-DATE           PIC 9(08).
               05  EAE-LAST-DATE            PIC 9(08).
               05  EAE-LAST-TIME            PIC 9(06).
               05  EAE-ACTION-COUNT         PIC 9(05).
               05  EAE-LAST-ACTION          PIC X(10).
               05  FILLER                   PIC X(16).
           03  EAI-CCID-DATA REDEFINES EAI-DATA.
               05  EAC-FIRST-DATE           PIC 9(08).
               05  EAC-LAST-DATE            PIC 9(08).
               05  EAC-LAST-TIME            PIC 9(06).
               05  EAC-EVENT-COUNT          PIC 9(07).
               05  EAC-FAIL-COUNT           PIC 9(07).
               05  FILLER                   PIC X(17).
