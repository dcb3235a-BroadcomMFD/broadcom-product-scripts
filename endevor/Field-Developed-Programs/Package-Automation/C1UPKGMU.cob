      *                                                               *
      *              Called as:                                       *
      *                CALL 'C1UPKGMU' USING WS-PKGMAST-RECORD        *
      *              PM-REQUEST-CODE 'R' reads the stored record back *
      *              instead (PM-REQUEST-RESULT 'Y'/'N') - the exits' *
      *              keyed lookup, through the same open file.        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UPKGMU.
              END-IF
           END-IF.
           IF MASTER-FILE-UNUSABLE
              IF PM-REQUEST-READ
                 MOVE 'N' TO PM-REQUEST-RESULT
              END-IF
              GOBACK
           END-IF.

           IF PM-REQUEST-READ
              MOVE 'N' TO PM-REQUEST-RESULT
              MOVE PM-PACKAGE-ID TO PMF-PACKAGE-ID
              READ PKGMASTR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE PKGMASTR-REC TO WS-PKGMAST-RECORD
                      MOVE 'R' TO PM-REQUEST-CODE
                      MOVE 'Y' TO PM-REQUEST-RESULT
              END-READ
              GOBACK
           END-IF.

           MOVE SPACES TO PM-REQUEST-CODE PM-REQUEST-RESULT.
           MOVE WS-PKGMAST-RECORD TO PKGMASTR-REC.
           REWRITE PKGMASTR-REC
               INVALID KEY
