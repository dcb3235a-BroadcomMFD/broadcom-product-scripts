       PROCESS DYNAM OUTDD(DISPLAYS)
      *****************************************************************
      * DESCRIPTION: THIS PGM IS CALLED after Element processing      *
      *              (exit point 3). C1UEXT02 logs every element      *
      *              action to DD ELMACTLG before it runs - what was  *
      *              attempted. This exit logs how it came out: one   *
      *              record per action to DD ELMOUTLG, keyed the same *
      *              way as ELMACTLG (date, time, environments,       *
      *              system, subsystem, element, type, action, CCID,  *
      *              user) and carrying ECB-HIGH-RC and the element's *
      *              processor return code. C1UELORP pairs the two    *
      *              logs: failed generates per CCID and per user,    *
      *              and attempts that never got an outcome (abends). *
      *                                                               *
      *              Nothing here changes the action's outcome - the  *
      *              return code handed back is always 0, and a lost  *
      *              ELMOUTLG record is only reported.                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UEXA03.
       DATE-COMPILED.
       DATE-WRITTEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELMOUTLG ASSIGN TO ELMOUTLG
               FILE STATUS IS WS-ELMOUTLG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.

      *= Element outcome log ==========================================
      *  The common log header (copybook LOGHDR, record type ELMOUTLG,
      *  layout version 01, element and type as its key) comes first.
      *  After it, body columns 1-123 are laid out exactly as the
      *  ELMACTLG body (C1UEXT02), so the two logs line up column for
      *  column behind the header; the outcome follows.
      *  ELU-RESULT is 'FAIL' when ECB-HIGH-RC or the processor return
      *  code is above 4 (the element action failed), else 'OK'.
       FD  ELMOUTLG
           RECORD CONTAINS 224 CHARACTERS.
       01  ELMOUTLG-REC.
           03  ELMOUTLG-HEADER          PIC X(64).
           03  ELMOUTLG-BODY.
              05  ELU-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELU-TIME              PIC 9(08).
              05  FILLER                PIC X(01).
              05  ELU-SRC-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-TGT-ENV           PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-SYSTEM            PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-SUBSYSTEM         PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-ELEMENT           PIC X(10).
              05  FILLER                PIC X(01).
              05  ELU-TYPE              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-PROC-GROUP        PIC X(16).
              05  FILLER                PIC X(01).
              05  ELU-ACTION            PIC X(10).
              05  FILLER                PIC X(01).
              05  ELU-CCID              PIC X(12).
              05  FILLER                PIC X(01).
              05  ELU-USER              PIC X(08).
              05  FILLER                PIC X(01).
              05  ELU-HIGH-RC           PIC 9(04).
              05  FILLER                PIC X(01).
              05  ELU-PROC-RC           PIC 9(04).
              05  FILLER                PIC X(01).
              05  ELU-RESULT            PIC X(04).
              05  FILLER                PIC X(01).
              05  ELU-JOB-NAME          PIC X(08).
              05  FILLER                PIC X(13).

      *****************************************************************
      * W O R K I N G  S T O R A G E                                  *
      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-ELMOUTLG-FILE-STATUS      PIC X(02).

      *= Runtime exit enable/disable (EXITENAB / DD EXITCTL) ==========
       01  WS-EXITENAB-NAME             PIC X(08) VALUE 'C1UEXA03'.
       01  WS-EXITENAB-ENV              PIC X(08).
       01  WS-EXITENAB-LPAR             PIC X(08).
       01  WS-EXITENAB-DISABLED         PIC X(01).
           88  THIS-EXIT-DISABLED                 VALUE 'Y'.

      *= Job context (GETJOBNM) ========================================
       01  WS-GETJOBNM-OUTPUT.
           03  GJN-JOB-NAME             PIC X(08).
           03  GJN-PROGRAM-NAME         PIC X(08).
           03  GJN-JOB-NUMBER           PIC X(08).
           03  GJN-PROGRAMMER-NAME      PIC X(20).
           03  GJN-SYSTEM-NAME          PIC X(08).

       01  WS-OUT-PROC-RC               PIC S9(04) COMP.
       01  WS-OUT-HIGH-RC               PIC S9(04) COMP.

      *= Common durable-log header (LOGSTAMP) =========================
       COPY LOGHDR.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
      *-----------------------------------------------------------------
       COPY EXITBLKS.

       PROCEDURE DIVISION USING
                          EXIT-CONTROL-BLOCK
                          REQUEST-INFO-BLOCK
                          SRC-ENVIRONMENT-BLOCK
                          SRC-ELEMENT-MASTER-INFO-BLOCK
                          SRC-FILE-CONTROL-BLOCK
                          TGT-ENVIRONMENT-BLOCK
                          TGT-ELEMENT-MASTER-INFO-BLOCK
                          TGT-FILE-CONTROL-BLOCK.

           IF PACKAGE-INSPECT THEN GOBACK.

           CALL 'GETJOBNM' USING WS-GETJOBNM-OUTPUT.
           PERFORM 0030-CHECK-EXIT-DISABLED.
           IF NOT THIS-EXIT-DISABLED
              PERFORM 8150-WRITE-ELMOUT-ENTRY
           END-IF.

           MOVE 0 TO ECB-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------------
      *  Same EXITENAB/EXITCTL switch as the other exits: the target
      *  environment (source when there is none) and this LPAR.
      *-----------------------------------------------------------------
       0030-CHECK-EXIT-DISABLED.
           MOVE GJN-SYSTEM-NAME TO WS-EXITENAB-LPAR.
           IF TGT-ENV-LENGTH GREATER THAN ZERO
              MOVE TGT-ENV-ENVIRONMENT-NAME TO WS-EXITENAB-ENV
           ELSE
              MOVE SRC-ENV-ENVIRONMENT-NAME TO WS-EXITENAB-ENV
           END-IF.
           MOVE 'N' TO WS-EXITENAB-DISABLED.
           CALL 'EXITENAB' USING WS-EXITENAB-NAME
                                 WS-EXITENAB-ENV
                                 WS-EXITENAB-LPAR
                                 WS-EXITENAB-DISABLED.
           IF THIS-EXIT-DISABLED
              DISPLAY 'C1UEXA03: DISABLED BY DD EXITCTL - ENV='
                      WS-EXITENAB-ENV ' LPAR=' WS-EXITENAB-LPAR
                      ' - EXIT NOT PROCESSED'
           END-IF.

      *-----------------------------------------------------------------
      *  Append the outcome record (see the ELMOUTLG FD banner above).
      *  The element's identity and processor return code come from
      *  the target block when one is present, otherwise the source
      *  block - the same rule C1UEXT02 uses for ELMACTLG, so the
      *  attempt and its outcome carry the same key.
      *-----------------------------------------------------------------
       8150-WRITE-ELMOUT-ENTRY.
           MOVE SPACES TO ELMOUTLG-REC.
           MOVE 0      TO WS-OUT-PROC-RC.
           ACCEPT ELU-DATE FROM DATE YYYYMMDD.
           ACCEPT ELU-TIME FROM TIME.
           IF SRC-ENV-LENGTH GREATER THAN ZERO
              MOVE SRC-ENV-ENVIRONMENT-NAME TO ELU-SRC-ENV
           END-IF.
           IF TGT-ENV-LENGTH GREATER THAN ZERO
              MOVE TGT-ENV-ENVIRONMENT-NAME TO ELU-TGT-ENV
              MOVE TGT-ENV-SYSTEM-NAME      TO ELU-SYSTEM
              MOVE TGT-ENV-SUBSYSTEM-NAME   TO ELU-SUBSYSTEM
              MOVE TGT-ENV-ELEMENT-NAME     TO ELU-ELEMENT
              MOVE TGT-ENV-TYPE-NAME        TO ELU-TYPE
              MOVE TGT-ELM-PROCESSOR-GROUP  TO ELU-PROC-GROUP
              MOVE TGT-ELM-PROCESSOR-RC     TO WS-OUT-PROC-RC
           ELSE
              IF SRC-ENV-LENGTH GREATER THAN ZERO
                 MOVE SRC-ENV-SYSTEM-NAME      TO ELU-SYSTEM
                 MOVE SRC-ENV-SUBSYSTEM-NAME   TO ELU-SUBSYSTEM
                 MOVE SRC-ENV-ELEMENT-NAME     TO ELU-ELEMENT
                 MOVE SRC-ENV-TYPE-NAME        TO ELU-TYPE
                 MOVE SRC-ELM-PROCESSOR-GROUP  TO ELU-PROC-GROUP
                 MOVE SRC-ELM-PROCESSOR-RC     TO WS-OUT-PROC-RC
              END-IF
           END-IF.
           MOVE ECB-ACTION-NAME    TO ELU-ACTION.
           MOVE REQ-CCID            TO ELU-CCID.
           MOVE ECB-USER-ID        TO ELU-USER.
           MOVE ECB-HIGH-RC        TO WS-OUT-HIGH-RC.
           IF WS-OUT-HIGH-RC < 0
              MOVE 0 TO WS-OUT-HIGH-RC
           END-IF.
           IF WS-OUT-PROC-RC < 0
              MOVE 0 TO WS-OUT-PROC-RC
           END-IF.
           MOVE WS-OUT-HIGH-RC     TO ELU-HIGH-RC.
           MOVE WS-OUT-PROC-RC     TO ELU-PROC-RC.
           IF WS-OUT-HIGH-RC > 4 OR WS-OUT-PROC-RC > 4
              MOVE 'FAIL'          TO ELU-RESULT
           ELSE
              MOVE 'OK'            TO ELU-RESULT
           END-IF.
           MOVE GJN-JOB-NAME       TO ELU-JOB-NAME.
           MOVE SPACES             TO WS-LOG-HEADER.
           MOVE 'ELMOUTLG'         TO LGH-RECORD-TYPE.
           MOVE 01                 TO LGH-LAYOUT-VERSION.
           MOVE ELU-DATE           TO LGH-DATE.
           MOVE ELU-TIME(1:6)      TO LGH-TIME.
           MOVE ELU-ELEMENT        TO LGH-KEY(1:10).
           MOVE ELU-TYPE           TO LGH-KEY(12:8).
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER      TO ELMOUTLG-HEADER.
           OPEN EXTEND ELMOUTLG.
           IF WS-ELMOUTLG-FILE-STATUS = '00'
              WRITE ELMOUTLG-REC
              CLOSE ELMOUTLG
           ELSE
              DISPLAY 'C1UEXA03: DD ELMOUTLG NOT WRITTEN - STATUS '
                      WS-ELMOUTLG-FILE-STATUS ' - ' ELMOUTLG-BODY(1:60)
           END-IF.
