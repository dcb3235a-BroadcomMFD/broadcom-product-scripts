      *****************************************************************
      *  DORMCF
      *  Dormant-element report controls for C1UDORMT. An element on
      *  the C1UINVSN inventory snapshot with no recorded action -
      *  neither a DD ELMACTLG record for the environment nor a newer
      *  Endevor last-action date on the snapshot itself - in the last
      *  WS-DORM-MONTHS months is reported as dormant (the PARM can
      *  override the months for one run). Retirement SCL generated
      *  from an owner-confirmed DD DORMRET list carries the CCID
      *  below unless the list line names its own, and ARCHIVE
      *  statements write to the archive file DDname below.
      *****************************************************************
       01  WS-DORM-MONTHS                PIC 9(03) VALUE 24.
       01  WS-DORM-RETIRE-CCID           PIC X(12) VALUE 'RETIREMENT'.
       01  WS-DORM-ARCHIVE-DDN           PIC X(08) VALUE 'ARCHOUT'.
