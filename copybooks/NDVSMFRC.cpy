      *****************************************************************
      *  NDVSMFRC
      *  One Endevor SMF record as it comes off the SMF dump (IFASMFDP
      *  output - the record descriptor word is not part of it). Only
      *  the fields C1USMFRC reconciles against the exit logs are
      *  named: the standard SMF header, the record subtype, and the
      *  action section - who ran which action against what, and how
      *  it ended. Element and package actions share the section; a
      *  package action names the package where an element action
      *  names the element. Keep the offsets and the subtype values
      *  in step with the Endevor SMF mapping installed at this site
      *  when Endevor is upgraded.
      *    NSM-TIME     end of the action, hundredths of a second
      *                 since midnight, local time
      *    NSM-DATE     0CYYDDDF - C is 0 for 19xx, 1 for 20xx
      *    NSM-SID      SMF system ID of the system that ran it
      *****************************************************************
       01  WS-NDVSMF-RECORD.
           03  NSM-HEADER.
               05  NSM-FLAG                 PIC X(01).
               05  NSM-RECORD-TYPE          PIC X(01).
               05  NSM-TIME                 PIC 9(08) COMP.
               05  NSM-DATE                 PIC S9(07) COMP-3.
               05  NSM-SID                  PIC X(04).
           03  NSM-SUBTYPE                  PIC 9(04) COMP.
               88  NSM-ELEMENT-ACTION               VALUE 2.
               88  NSM-PACKAGE-ACTION               VALUE 4.
           03  NSM-ACTION-SECTION.
               05  NSM-USER                 PIC X(08).
               05  NSM-ACTION               PIC X(08).
               05  NSM-ACTION-RC            PIC 9(04) COMP.
               05  NSM-ENV                  PIC X(08).
               05  NSM-STGID                PIC X(01).
               05  NSM-SYSTEM               PIC X(08).
               05  NSM-SUBSYSTEM            PIC X(08).
               05  NSM-ELEMENT              PIC X(10).
               05  NSM-TYPE                 PIC X(08).
               05  NSM-CCID                 PIC X(12).
           03  NSM-PACKAGE-SECTION REDEFINES NSM-ACTION-SECTION.
               05  FILLER                   PIC X(35).
               05  NSM-PACKAGE-ID           PIC X(16).
               05  FILLER                   PIC X(22).
           03  FILLER                       PIC X(183).
