      *****************************************************************
      *  RELMSTR
      *  The keyed DD RELMSTR release register (VSAM KSDS, 128-byte
      *  records, key RM-KEY = release ID + record type + subkey, 33
      *  bytes at offset 0) that C1URELMU maintains for the batch
      *  C1URELMT and the C1UISPF dialog, and that the release
      *  status (C1URELST), readiness (C1URELRD) and bulletin
      *  (C1URELBL) runs and the C1USCHED scheduler read. A release
      *  is the set of packages that must go together - "which
      *  packages make up the quarterly release and how far along
      *  are they" is a keyed read of this store, not a spreadsheet.
      *  Per release:
      *    'H' one header - target date, owner, hold-together switch,
      *        description, member count, who defined it and when
      *    'M' one record per member package ID
      *  The type codes sort the header ahead of its members.
      *
      *  RMH-HOLD-FLAG 'Y' asks C1USCHED to hold every member's
      *  execute until all members are approved (or already past
      *  approval).
      *****************************************************************
       01  WS-RELMAST-RECORD.
           03  RM-KEY.
               05  RM-RELEASE-ID            PIC X(16).
               05  RM-REC-TYPE              PIC X(01).
                   88  RM-HEADER-REC                VALUE 'H'.
                   88  RM-MEMBER-REC                VALUE 'M'.
               05  RM-SUBKEY                PIC X(16).
               05  RM-SUBKEY-MEMBER REDEFINES RM-SUBKEY.
                   07  RM-PACKAGE-ID        PIC X(16).
           03  RM-DATA                      PIC X(95).
           03  RM-HEADER-DATA REDEFINES RM-DATA.
               05  RMH-TARGET-DATE          PIC 9(08).
               05  RMH-OWNER                PIC X(08).
               05  RMH-HOLD-FLAG            PIC X(01).
                   88  RMH-HOLD-TOGETHER            VALUE 'Y'.
               05  RMH-DESCRIPTION          PIC X(34).
               05  RMH-MEMBER-COUNT         PIC 9(03).
               05  RMH-CREATE-DATE          PIC 9(08).
               05  RMH-CREATE-USER          PIC X(08).
               05  RMH-UPDATE-DATE          PIC 9(08).
               05  RMH-UPDATE-USER          PIC X(08).
               05  FILLER                   PIC X(09).
           03  RM-MEMBER-DATA REDEFINES RM-DATA.
               05  RMM-ADD-DATE             PIC 9(08).
               05  RMM-ADD-USER             PIC X(08).
               05  FILLER                   PIC X(79).
