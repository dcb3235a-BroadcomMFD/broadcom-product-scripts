       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: Apply one change (COPY RELMREQ) to the keyed DD  *
      *              RELMSTR release register (COPY RELMSTR) - define,*
      *              change or delete a release, add a package to it  *
      *              or remove one. The batch C1URELMT and the        *
      *              C1UISPF release panel both come through here, so *
      *              the register's rules live in one place:          *
      *                - a release needs a target date and an owner;  *
      *                - a package belongs to one release at most;    *
      *                - the header's member count always matches     *
      *                  its member records;                          *
      *                - a refused request changes nothing and says   *
      *                  why in RLQ-MESSAGE.                          *
      *                                                               *
      *              The file stays open across calls within one      *
      *              program load; an unusable DD RELMSTR answers     *
      *              every request with RLQ-RETURN-CODE 12.           *
      *                                                               *
      *              Called as:                                       *
      *                CALL 'C1URELMU' USING WS-RELMREQ-REQUEST       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1URELMU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELMSTR ASSIGN TO RELMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMF-KEY
               FILE STATUS IS WS-RELMSTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELMSTR
           RECORD CONTAINS 128 CHARACTERS.
       01  RELMSTR-REC.
           03  RMF-KEY                      PIC X(33).
           03  RMF-DATA                     PIC X(95).

       WORKING-STORAGE SECTION.

       01  WS-RELMSTR-FILE-STATUS           PIC X(02).

       01  WS-OPEN-STATE                    PIC X(01) VALUE 'N'.
           88  REGISTER-FILE-OPEN                   VALUE 'Y'.
           88  REGISTER-FILE-UNUSABLE               VALUE 'U'.

       01  WS-RECORD-FOUND                  PIC X(01).
           88  REGISTER-RECORD-FOUND                VALUE 'Y'.
       01  WS-SCAN-DONE                     PIC X(01).
           88  REGISTER-SCAN-DONE                   VALUE 'Y'.
       01  WS-OTHER-RELEASE                 PIC X(16).
       01  WS-DELETED-COUNT                 PIC 9(03).
       01  WS-TODAY                         PIC 9(08).

       01  WS-DATE-CHECK                    PIC X(08).
       01  WS-DATE-CHECK-RE REDEFINES WS-DATE-CHECK.
           03  WS-DC-YEAR                   PIC 9(04).
           03  WS-DC-MONTH                  PIC 9(02).
           03  WS-DC-DAY                    PIC 9(02).
       01  WS-DATE-VALID                    PIC X(01).
           88  TARGET-DATE-VALID                    VALUE 'Y'.

       COPY RELMSTR.

       LINKAGE SECTION.
         COPY RELMREQ.

       PROCEDURE DIVISION USING WS-RELMREQ-REQUEST.
       MAIN-LINE.

      *    A brand-new, never-loaded KSDS answers the first OPEN I-O
      *    with file status 35 - load-mode it once with OPEN OUTPUT /
      *    CLOSE and retry, the same first-deployment priming C1UPKGMU
      *    does for PKGMASTR.
           IF WS-OPEN-STATE = 'N'
              OPEN I-O RELMSTR
              IF WS-RELMSTR-FILE-STATUS = '35'
                 OPEN OUTPUT RELMSTR
                 IF WS-RELMSTR-FILE-STATUS = '00'
                    CLOSE RELMSTR
                    OPEN I-O RELMSTR
                 END-IF
              END-IF
              IF WS-RELMSTR-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-OPEN-STATE
              ELSE
                 DISPLAY 'C1URELMU: RELMSTR UNUSABLE - FILE STATUS '
                         WS-RELMSTR-FILE-STATUS
                         ' - RELEASE REGISTER NOT MAINTAINED'
                 MOVE 'U' TO WS-OPEN-STATE
              END-IF
           END-IF.
           IF REGISTER-FILE-UNUSABLE
              MOVE 12 TO RLQ-RETURN-CODE
              MOVE 'RELEASE REGISTER (DD RELMSTR) NOT AVAILABLE'
                   TO RLQ-MESSAGE
              GOBACK
           END-IF.

           MOVE 0      TO RLQ-RETURN-CODE.
           MOVE SPACES TO RLQ-MESSAGE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF RLQ-RELEASE-ID = SPACES
              MOVE 'RELEASE ID IS REQUIRED' TO RLQ-MESSAGE
              MOVE 4 TO RLQ-RETURN-CODE
              GOBACK
           END-IF.

           EVALUATE RLQ-FUNCTION
             WHEN 'DEFINE'
               PERFORM 1000-DEFINE-RELEASE THRU 1000-EXIT
             WHEN 'CHANGE'
               PERFORM 2000-CHANGE-RELEASE THRU 2000-EXIT
             WHEN 'DELETE'
               PERFORM 3000-DELETE-RELEASE THRU 3000-EXIT
             WHEN 'ADD'
               PERFORM 4000-ADD-MEMBER THRU 4000-EXIT
             WHEN 'REMOVE'
               PERFORM 5000-REMOVE-MEMBER THRU 5000-EXIT
             WHEN OTHER
               MOVE 4 TO RLQ-RETURN-CODE
               MOVE 'FUNCTION MUST BE DEFINE, CHANGE, DELETE, ADD OR '
                    & 'REMOVE' TO RLQ-MESSAGE
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      *  Keyed read of the record whose key is in RM-KEY; the record
      *  lands in WS-RELMAST-RECORD when found.
      *-----------------------------------------------------------------
       0300-READ-REGISTER-RECORD.

           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE RM-KEY TO RMF-KEY.
           READ RELMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RELMSTR-REC TO WS-RELMAST-RECORD
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.

       0310-READ-HEADER-RECORD.

           MOVE SPACES         TO WS-RELMAST-RECORD.
           MOVE RLQ-RELEASE-ID TO RM-RELEASE-ID.
           MOVE 'H'            TO RM-REC-TYPE.
           PERFORM 0300-READ-REGISTER-RECORD.

       0400-WRITE-REGISTER-RECORD.

           MOVE WS-RELMAST-RECORD TO RELMSTR-REC.
           WRITE RELMSTR-REC
               INVALID KEY
                   DISPLAY 'C1URELMU: WRITE FAILED - FILE STATUS '
                           WS-RELMSTR-FILE-STATUS ' FOR ' RMF-KEY
                   MOVE 12 TO RLQ-RETURN-CODE
                   MOVE 'REGISTER WRITE FAILED - SEE JOB LOG'
                        TO RLQ-MESSAGE
           END-WRITE.

       0410-REWRITE-REGISTER-RECORD.

           MOVE WS-RELMAST-RECORD TO RELMSTR-REC.
           REWRITE RELMSTR-REC
               INVALID KEY
                   DISPLAY 'C1URELMU: REWRITE FAILED - FILE STATUS '
                           WS-RELMSTR-FILE-STATUS ' FOR ' RMF-KEY
                   MOVE 12 TO RLQ-RETURN-CODE
                   MOVE 'REGISTER REWRITE FAILED - SEE JOB LOG'
                        TO RLQ-MESSAGE
           END-REWRITE.

      *-----------------------------------------------------------------
      *  A target date must at least look like a calendar date.
      *-----------------------------------------------------------------
       0500-CHECK-TARGET-DATE.

           MOVE 'N' TO WS-DATE-VALID.
           MOVE RLQ-TARGET-DATE TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NUMERIC
              IF WS-DC-YEAR > 1999
                 AND WS-DC-MONTH > 0 AND WS-DC-MONTH < 13
                 AND WS-DC-DAY > 0 AND WS-DC-DAY < 32
                 MOVE 'Y' TO WS-DATE-VALID
              END-IF
           END-IF.

       1000-DEFINE-RELEASE.

           PERFORM 0500-CHECK-TARGET-DATE.
           IF NOT TARGET-DATE-VALID
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'TARGET DATE MUST BE YYYYMMDD' TO RLQ-MESSAGE
              GO TO 1000-EXIT
           END-IF.
           IF RLQ-OWNER = SPACES
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'OWNER IS REQUIRED' TO RLQ-MESSAGE
              GO TO 1000-EXIT
           END-IF.
           IF RLQ-HOLD-FLAG NOT = 'Y' AND NOT = 'N'
                        AND NOT = SPACE
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'HOLD FLAG MUST BE Y OR N' TO RLQ-MESSAGE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 0310-READ-HEADER-RECORD.
           IF REGISTER-RECORD-FOUND
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'RELEASE ALREADY DEFINED - USE CHANGE'
                   TO RLQ-MESSAGE
              GO TO 1000-EXIT
           END-IF.

           MOVE SPACES          TO WS-RELMAST-RECORD.
           MOVE RLQ-RELEASE-ID  TO RM-RELEASE-ID.
           MOVE 'H'             TO RM-REC-TYPE.
           MOVE RLQ-TARGET-DATE TO RMH-TARGET-DATE.
           MOVE RLQ-OWNER       TO RMH-OWNER.
           MOVE 'N'             TO RMH-HOLD-FLAG.
           IF RLQ-HOLD-FLAG = 'Y'
              MOVE 'Y'          TO RMH-HOLD-FLAG
           END-IF.
           MOVE RLQ-DESCRIPTION TO RMH-DESCRIPTION.
           MOVE 0               TO RMH-MEMBER-COUNT.
           MOVE WS-TODAY        TO RMH-CREATE-DATE RMH-UPDATE-DATE.
           MOVE RLQ-USER        TO RMH-CREATE-USER RMH-UPDATE-USER.
           PERFORM 0400-WRITE-REGISTER-RECORD.
           IF RLQ-DONE
              MOVE 'RELEASE DEFINED' TO RLQ-MESSAGE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-CHANGE-RELEASE.

           IF RLQ-TARGET-DATE NOT = SPACES
              PERFORM 0500-CHECK-TARGET-DATE
              IF NOT TARGET-DATE-VALID
                 MOVE 4 TO RLQ-RETURN-CODE
                 MOVE 'TARGET DATE MUST BE YYYYMMDD' TO RLQ-MESSAGE
                 GO TO 2000-EXIT
              END-IF
           END-IF.
           IF RLQ-HOLD-FLAG NOT = 'Y' AND NOT = 'N'
                        AND NOT = SPACE
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'HOLD FLAG MUST BE Y OR N' TO RLQ-MESSAGE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 0310-READ-HEADER-RECORD.
           IF NOT REGISTER-RECORD-FOUND
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'RELEASE NOT DEFINED' TO RLQ-MESSAGE
              GO TO 2000-EXIT
           END-IF.

           IF RLQ-TARGET-DATE NOT = SPACES
              MOVE RLQ-TARGET-DATE TO RMH-TARGET-DATE
           END-IF.
           IF RLQ-OWNER NOT = SPACES
              MOVE RLQ-OWNER       TO RMH-OWNER
           END-IF.
           IF RLQ-HOLD-FLAG NOT = SPACE
              MOVE RLQ-HOLD-FLAG   TO RMH-HOLD-FLAG
           END-IF.
           IF RLQ-DESCRIPTION NOT = SPACES
              MOVE RLQ-DESCRIPTION TO RMH-DESCRIPTION
           END-IF.
           MOVE WS-TODAY TO RMH-UPDATE-DATE.
           MOVE RLQ-USER TO RMH-UPDATE-USER.
           PERFORM 0410-REWRITE-REGISTER-RECORD.
           IF RLQ-DONE
              MOVE 'RELEASE CHANGED' TO RLQ-MESSAGE
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The members first (they key after the header), then the
      *  header itself.
      *-----------------------------------------------------------------
       3000-DELETE-RELEASE.

           PERFORM 0310-READ-HEADER-RECORD.
           IF NOT REGISTER-RECORD-FOUND
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'RELEASE NOT DEFINED' TO RLQ-MESSAGE
              GO TO 3000-EXIT
           END-IF.

           MOVE 0 TO WS-DELETED-COUNT.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE SPACES         TO WS-RELMAST-RECORD.
           MOVE RLQ-RELEASE-ID TO RM-RELEASE-ID.
           MOVE 'M'            TO RM-REC-TYPE.
           MOVE LOW-VALUES     TO RM-SUBKEY.
           MOVE RM-KEY         TO RMF-KEY.
           START RELMSTR KEY IS NOT LESS THAN RMF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM 3100-DELETE-NEXT-MEMBER UNTIL REGISTER-SCAN-DONE.

           MOVE SPACES         TO WS-RELMAST-RECORD.
           MOVE RLQ-RELEASE-ID TO RM-RELEASE-ID.
           MOVE 'H'            TO RM-REC-TYPE.
           MOVE RM-KEY         TO RMF-KEY.
           DELETE RELMSTR RECORD
               INVALID KEY
                   DISPLAY 'C1URELMU: DELETE FAILED - FILE STATUS '
                           WS-RELMSTR-FILE-STATUS ' FOR ' RMF-KEY
                   MOVE 12 TO RLQ-RETURN-CODE
                   MOVE 'REGISTER DELETE FAILED - SEE JOB LOG'
                        TO RLQ-MESSAGE
           END-DELETE.
           IF RLQ-DONE
              STRING 'RELEASE DELETED WITH ' WS-DELETED-COUNT
                     ' MEMBER(S)'
                 DELIMITED BY SIZE INTO RLQ-MESSAGE
              END-STRING
           END-IF.
       3000-EXIT.
           EXIT.

       3100-DELETE-NEXT-MEMBER.

           READ RELMSTR NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE
           END-READ.
           IF NOT REGISTER-SCAN-DONE
              IF RMF-KEY(1:16) NOT = RLQ-RELEASE-ID
                 OR RMF-KEY(17:1) NOT = 'M'
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 DELETE RELMSTR RECORD
                     INVALID KEY
                         DISPLAY 'C1URELMU: DELETE FAILED - FILE '
                                 'STATUS ' WS-RELMSTR-FILE-STATUS
                                 ' FOR ' RMF-KEY
                     NOT INVALID KEY
                         ADD 1 TO WS-DELETED-COUNT
                 END-DELETE
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  A package joins one release at most - the whole register is
      *  small enough to scan for it under another release ID.
      *-----------------------------------------------------------------
       4000-ADD-MEMBER.

           IF RLQ-PACKAGE-ID = SPACES
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'PACKAGE ID IS REQUIRED' TO RLQ-MESSAGE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 0310-READ-HEADER-RECORD.
           IF NOT REGISTER-RECORD-FOUND
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'RELEASE NOT DEFINED' TO RLQ-MESSAGE
              GO TO 4000-EXIT
           END-IF.
           IF RMH-MEMBER-COUNT NOT < 999
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'RELEASE ALREADY HAS 999 MEMBERS' TO RLQ-MESSAGE
              GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-FIND-OWNING-RELEASE.
           IF WS-OTHER-RELEASE NOT = SPACES
              MOVE 4 TO RLQ-RETURN-CODE
              IF WS-OTHER-RELEASE = RLQ-RELEASE-ID
                 MOVE 'PACKAGE IS ALREADY A MEMBER' TO RLQ-MESSAGE
              ELSE
                 STRING 'PACKAGE ALREADY BELONGS TO RELEASE '
                        WS-OTHER-RELEASE
                    DELIMITED BY SIZE INTO RLQ-MESSAGE
                 END-STRING
              END-IF
              GO TO 4000-EXIT
           END-IF.

           MOVE SPACES         TO WS-RELMAST-RECORD.
           MOVE RLQ-RELEASE-ID TO RM-RELEASE-ID.
           MOVE 'M'            TO RM-REC-TYPE.
           MOVE RLQ-PACKAGE-ID TO RM-PACKAGE-ID.
           MOVE WS-TODAY       TO RMM-ADD-DATE.
           MOVE RLQ-USER       TO RMM-ADD-USER.
           PERFORM 0400-WRITE-REGISTER-RECORD.
           IF RLQ-DONE
              PERFORM 0310-READ-HEADER-RECORD
              ADD 1 TO RMH-MEMBER-COUNT
              MOVE WS-TODAY TO RMH-UPDATE-DATE
              MOVE RLQ-USER TO RMH-UPDATE-USER
              PERFORM 0410-REWRITE-REGISTER-RECORD
              MOVE 'PACKAGE ADDED TO RELEASE' TO RLQ-MESSAGE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-FIND-OWNING-RELEASE.

           MOVE SPACES TO WS-OTHER-RELEASE.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO RMF-KEY.
           START RELMSTR KEY IS NOT LESS THAN RMF-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL REGISTER-SCAN-DONE
              READ RELMSTR NEXT RECORD
                  AT END MOVE 'Y' TO WS-SCAN-DONE
              END-READ
              IF NOT REGISTER-SCAN-DONE
                 AND RMF-KEY(17:1) = 'M'
                 AND RMF-KEY(18:16) = RLQ-PACKAGE-ID
                 MOVE RMF-KEY(1:16) TO WS-OTHER-RELEASE
                 MOVE 'Y' TO WS-SCAN-DONE
              END-IF
           END-PERFORM.

       5000-REMOVE-MEMBER.

           IF RLQ-PACKAGE-ID = SPACES
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'PACKAGE ID IS REQUIRED' TO RLQ-MESSAGE
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES         TO WS-RELMAST-RECORD.
           MOVE RLQ-RELEASE-ID TO RM-RELEASE-ID.
           MOVE 'M'            TO RM-REC-TYPE.
           MOVE RLQ-PACKAGE-ID TO RM-PACKAGE-ID.
           PERFORM 0300-READ-REGISTER-RECORD.
           IF NOT REGISTER-RECORD-FOUND
              MOVE 4 TO RLQ-RETURN-CODE
              MOVE 'PACKAGE IS NOT A MEMBER OF THE RELEASE'
                   TO RLQ-MESSAGE
              GO TO 5000-EXIT
           END-IF.
           DELETE RELMSTR RECORD
               INVALID KEY
                   DISPLAY 'C1URELMU: DELETE FAILED - FILE STATUS '
                           WS-RELMSTR-FILE-STATUS ' FOR ' RMF-KEY
                   MOVE 12 TO RLQ-RETURN-CODE
                   MOVE 'REGISTER DELETE FAILED - SEE JOB LOG'
                        TO RLQ-MESSAGE
           END-DELETE.
           IF RLQ-DONE
              PERFORM 0310-READ-HEADER-RECORD
              IF REGISTER-RECORD-FOUND
                 IF RMH-MEMBER-COUNT > 0
                    SUBTRACT 1 FROM RMH-MEMBER-COUNT
                 END-IF
                 MOVE WS-TODAY TO RMH-UPDATE-DATE
                 MOVE RLQ-USER TO RMH-UPDATE-USER
                 PERFORM 0410-REWRITE-REGISTER-RECORD
              END-IF
              MOVE 'PACKAGE REMOVED FROM RELEASE' TO RLQ-MESSAGE
           END-IF.
       5000-EXIT.
           EXIT.
