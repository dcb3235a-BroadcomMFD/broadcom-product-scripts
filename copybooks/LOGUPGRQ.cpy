      *****************************************************************
      *  LOGUPGRQ
      *  Request/answer area for LOGUPGRD, which puts the common log
      *  header (copybook LOGHDR) in front of a record written before
      *  the header existed. The caller fills in
      *    LGU-RECORD-TYPE   the log the record belongs to: AUDIT7,
      *                      SHPSTAT, ELMACTLG, RSNCLOG, PKGAGE,
      *                      BKWAIVER or CMTWAIVR
      *    LGU-SYSTEM        the system the record was written on, if
      *                      known (spaces - left blank in the header)
      *    LGU-OLD-IMAGE     the record as read
      *  then CALLs 'LOGUPGRD' USING WS-LOG-UPGRADE. LGU-NEW-IMAGE
      *  comes back holding LGU-NEW-LENGTH bytes - the headed record,
      *  version 00, its date, time and key taken from the body:
      *    00  upgraded
      *    04  the record already carries a header - copied through
      *        unchanged (a generation converted twice, or a mixed
      *        fallback queue)
      *    08  LGU-RECORD-TYPE is not one of the logs above
      *****************************************************************
       01  WS-LOG-UPGRADE.
           03  LGU-RECORD-TYPE              PIC X(08).
           03  LGU-SYSTEM                   PIC X(08).
           03  LGU-OLD-IMAGE                PIC X(200).
           03  LGU-NEW-IMAGE                PIC X(200).
           03  LGU-NEW-LENGTH               PIC 9(03).
           03  LGU-RETURN-CODE              PIC 9(02).
               88  LGU-UPGRADED                     VALUE 0.
               88  LGU-ALREADY-HEADED               VALUE 4.
               88  LGU-UNKNOWN-TYPE                 VALUE 8.
