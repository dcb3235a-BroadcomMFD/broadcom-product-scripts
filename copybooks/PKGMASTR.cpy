      *  inquiry/report. "What state is every in-flight package in
      *  right now" is a read of this store, not a fleet of ad-hoc
      *  Endevor API inquiries.
      *
      *  PM-REQUEST-CODE selects what C1UPKGMU does with the record:
      *  blank (every existing caller's MOVE SPACES) upserts it; 'R'
      *  reads the stored record for PM-PACKAGE-ID back into this
      *  area, PM-REQUEST-RESULT answering 'Y' found or 'N' not on
      *  the master. Both bytes are blanked before the record is
      *  stored.
      *****************************************************************
       01  WS-PKGMAST-RECORD.
           03  PM-PACKAGE-ID                PIC X(16).
           03  PM-LAST-EVENT                PIC X(12).
           03  PM-LAST-DATE                 PIC 9(08).
           03  PM-LAST-TIME                 PIC 9(06).
           03  PM-REQUEST-CODE              PIC X(01).
               88  PM-REQUEST-READ                  VALUE 'R'.
           03  PM-REQUEST-RESULT            PIC X(01).
               88  PM-RECORD-FOUND                  VALUE 'Y'.
           03  FILLER                       PIC X(07).
