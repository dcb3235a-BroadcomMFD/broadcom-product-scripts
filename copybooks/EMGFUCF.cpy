      *****************************************************************
      *  EMGFUCF
      *  Emergency-override follow-up controls for C1UEMGFU. Every
      *  element action C1X2CUST lets through on the CCIDOVR emergency
      *  prefix is appended to DD EMGFUPQ; the override must be tied
      *  to a retroactive ServiceNow incident or change within
      *  WS-EMGFU-DEADLINE-DAYS business days (counted through
      *  APIMONTH, weekends and DD HOLCAL holidays excluded). From
      *  WS-EMGFU-REMIND-DAYS business days on, the user who made the
      *  override and their manager (DD MGRMAP) are chased daily by
      *  email; once the deadline has passed the chase also goes to
      *  every change-manager recipient listed below and the override
      *  is listed on the overdue section of DD EMGFURPT.
      *****************************************************************
       01  WS-EMGFU-DEADLINE-DAYS        PIC 9(02) VALUE 2.
       01  WS-EMGFU-REMIND-DAYS          PIC 9(02) VALUE 1.
       01  WS-EMGFU-CHGMGR-TABLE.
           03 FILLER                          PIC X(08)
              VALUE 'CHGMGR  '.
           03 FILLER                          PIC X(56)
              VALUE SPACES.
       01  WS-EMGFU-CHGMGR-TABLE-RE
                               REDEFINES WS-EMGFU-CHGMGR-TABLE.
           03 WS-EMGFU-CHGMGR-ID             PIC X(08)
                                              OCCURS 8 TIMES.
       01  WS-EMGFU-CHGMGR-COUNT             PIC 9(02) VALUE 1.
