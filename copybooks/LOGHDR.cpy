      *****************************************************************
      *  LOGHDR
      *  Common header carried in the first 64 bytes of every record
      *  of the durable exit logs AUDIT7, SHPSTAT, ELMACTLG, RSNCLOG,
      *  PKGAGE, BKWAIVER, CMTWAIVR, DEPLOYLG, SHPFPVER, CFGCHLOG,
      *  ELMOUTLG, ELMOPTLG, SCANFIND, EXBUDLOG, CTLCHGLG, PIVRSLT
      *  and PKGIMPCT, ahead of that log's own layout (the record
      *  "body"). Whatever the log, the header answers what
      *  the record is, which layout wrote it, when, on which system,
      *  from which job, and about which package or element:
      *    LGH-EYECATCHER      'LH=' - a record without it predates
      *                        the header (see C1ULOGCV)
      *    LGH-RECORD-TYPE     the log's DD name, e.g. 'AUDIT7'
      *    LGH-LAYOUT-VERSION  the body layout the writer was compiled
      *                        with. 00 = a pre-header record upgraded
      *                        by C1ULOGCV/LOGUPGRD (fields the log
      *                        gained late in its headerless life may
      *                        be blank); 01 = the layout each writer
      *                        carried when the header was introduced
      *    LGH-DATE/LGH-TIME   when the record was written, YYYYMMDD
      *                        and HHMMSS on the writing system's clock
      *    LGH-SYSTEM          SMF system name of the writer
      *    LGH-JOB-NAME        job (or TSO user) that wrote it
      *    LGH-KEY             package ID, or element name and type,
      *                        or CCID - whatever the log is about
      *
      *  Layout rule for every one of these logs: a new field is only
      *  ever ADDED, in trailing filler, and the writer's version goes
      *  up by one. A field is never moved, resized or reused. So a
      *  reader compiled for version n reads a record of any version:
      *  a newer record still has every field the reader knows where
      *  the reader expects it, and an older record simply does not
      *  carry the fields added after its version - the reader treats
      *  those as absent. That is what lets a layout change roll out
      *  one program at a time, and lets a merged file (C1ULOGMG)
      *  hold records of mixed versions from different systems.
      *
      *  Writers fill LGH-RECORD-TYPE, LGH-LAYOUT-VERSION and LGH-KEY
      *  (and LGH-DATE/LGH-TIME from the body when the body carries
      *  its own, zero otherwise) and CALL 'LOGSTAMP' USING
      *  WS-LOG-HEADER for the rest, then move WS-LOG-HEADER into the
      *  record's -HEADER.
      *****************************************************************
       01  WS-LOG-HEADER.
           03  LGH-EYECATCHER               PIC X(03).
               88  LGH-HEADED-RECORD                VALUE 'LH='.
           03  LGH-RECORD-TYPE              PIC X(08).
           03  LGH-LAYOUT-VERSION           PIC 9(02).
           03  LGH-DATE                     PIC 9(08).
           03  LGH-TIME                     PIC 9(06).
           03  LGH-SYSTEM                   PIC X(08).
           03  LGH-JOB-NAME                 PIC X(08).
           03  LGH-KEY                      PIC X(20).
           03  FILLER                       PIC X(01).
      *****************************************************************
      *  Reader side. After each READ the reader moves the record's
      *  -HEADER to WS-LOG-HEADER, sets the log it expects and the
      *  layout version it was compiled for, and CALLs 'LOGVERCK'
      *  USING WS-LOG-HEADER WS-LOG-READ-CHECK:
      *    LGR-SAME-VERSION    written with the reader's own layout
      *    LGR-OLDER-RECORD    an older layout - fields added after
      *                        LGH-LAYOUT-VERSION are absent
      *    LGR-NEWER-RECORD    a newer layout - every field the reader
      *                        knows is in place; the rest is ignored
      *    LGR-NOT-USABLE      no header, or another log's record
      *                        (a DD pointed at the wrong dataset) -
      *                        the reader skips it; LOGVERCK names it
      *                        on the job log
      *****************************************************************
       01  WS-LOG-READ-CHECK.
           03  LGR-EXPECT-TYPE              PIC X(08).
           03  LGR-READER-VERSION           PIC 9(02).
           03  LGR-VERDICT                  PIC X(01).
               88  LGR-SAME-VERSION                 VALUE 'S'.
               88  LGR-OLDER-RECORD                 VALUE 'O'.
               88  LGR-NEWER-RECORD                 VALUE 'N'.
               88  LGR-NOT-USABLE                   VALUE 'X'.
               88  LGR-RECORD-USABLE                VALUE 'S' 'O' 'N'.
