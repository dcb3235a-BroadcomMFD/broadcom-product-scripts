      *****************************************************************
      *  CRITELCF
      *  Critical elements and high-risk SCL actions in C1UEXT07 at
      *  Before-CAST. Some elements are crown jewels (the GL posting
      *  program, the security exits) and some SCL actions are
      *  dangerous in themselves (DELETE, ARCHIVE, TRANSFER with
      *  DELETE in production). With the toggle ON, every SCL
      *  statement captured into PKGMANIF is judged at its closing
      *  period against
      *    - the critical-element register: element/type/system
      *      masks, each naming the approver group it pulls in;
      *    - the high-risk actions of the package's environment: the
      *      statement's action, optionally only when a second word
      *      (such as DELETE) is also in the statement.
      *  A hit adds the named group to the package's approvers the
      *  way the ECAB group joins an emergency change (CHGRTCF): its
      *  members below get the approver notification at the cast,
      *  audited as NOTIFY records marked CRITGR, and the body of
      *  every approver's notification says which group was added
      *  and why. Each hit is written to AUDIT7 - event CRITEL (an
      *  element on the register, recipient = the element) or HRACT
      *  (a high-risk action, recipient = the action) under the added
      *  group, flag 'A'. Leave the toggle at 'N' to add nobody, as
      *  before.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. C1UEXT07
      *  loads the DD EXITCFG runtime config sections over them at
      *  the first call - see CFGLOAD. One entry per line:
      *    %CRITELEM  (optional ENABLED= line) the register
      *               element mask  cols 1-10
      *               type mask     cols 12-19
      *               system mask   cols 21-28
      *               added group   cols 30-41
      *    %CRITACT   high-risk actions
      *               environment   cols 1-8  ('*' = any)
      *               SCL action    cols 10-17
      *               also needs    cols 19-26 (blank = nothing more)
      *               added group   cols 28-39
      *    %CRITGRP   added-group members
      *               group         cols 1-12
      *               member userid cols 14-21
      *  A mask is a name, a prefix ending in '*', or '*' (or blank)
      *  for any.
       01  WS-CRITEL-ENABLED             PIC X(01) VALUE 'N'.
           88  CRITEL-CHECK-ENABLED                VALUE 'Y'.
       01  WS-CRITEL-TABLE               VALUE SPACES.
           03 WS-CRITEL-ENTRY                 OCCURS 16 TIMES.
              05 WS-CRITEL-ELEMENT            PIC X(10).
              05 FILLER                       PIC X(01).
              05 WS-CRITEL-TYPE               PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-CRITEL-SYSTEM             PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-CRITEL-GROUP              PIC X(12).
       01  WS-CRITEL-COUNT               PIC 9(02) VALUE 0.
       01  WS-CRITEL-MAX                 PIC 9(02) VALUE 16.
       01  WS-CRITACT-TABLE.
           03 FILLER                          PIC X(39)
              VALUE 'PROD     DELETE            SECURITY'.
           03 FILLER                          PIC X(39)
              VALUE 'PROD     ARCHIVE           SECURITY'.
           03 FILLER                          PIC X(39)
              VALUE 'PROD     TRANSFER DELETE   SECURITY'.
           03 FILLER                          PIC X(507)
              VALUE SPACES.
       01  WS-CRITACT-TABLE-RE REDEFINES WS-CRITACT-TABLE.
           03 WS-CRITACT-ENTRY                OCCURS 16 TIMES.
              05 WS-CRITACT-ENV               PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-CRITACT-ACTION            PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-CRITACT-ALSO              PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-CRITACT-GROUP             PIC X(12).
       01  WS-CRITACT-COUNT              PIC 9(02) VALUE 3.
       01  WS-CRITACT-MAX                PIC 9(02) VALUE 16.
       01  WS-CRITGRP-TABLE              VALUE SPACES.
           03 WS-CRITGRP-ENTRY                OCCURS 32 TIMES.
              05 WS-CRITGRP-GROUP             PIC X(12).
              05 FILLER                       PIC X(01).
              05 WS-CRITGRP-MEMBER            PIC X(08).
       01  WS-CRITGRP-COUNT              PIC 9(02) VALUE 0.
       01  WS-CRITGRP-MAX                PIC 9(02) VALUE 32.
