      *                3  SHPSTAT         (shipment failures)         *
      *                4  package history (C1UPKGLN inquiry)          *
      *                5  package status board (PKGMASTR)             *
      *                6  element lineage (C1UELMLN inquiry)          *
      *                7  approver inbox (AUDIT7 + DELEGATE)          *
      *                8  execution listing (C1UEXRPT inquiry)        *
      *                9  release register (C1URELMU maintenance)     *
      *                A  exit configuration (EXITCFG maintenance)    *
      *              Options 1-3 load the file into an ISPF table and *
      *              TBDISPL it on panel C1UPNLLQ. On each list:      *
      *                - the ACTION primary command still SELECTs the *
      *              event per row, FILTER narrowing on any of them - *
      *              and any row selection drills into the C1UPKGLN   *
      *              history for that package.                        *
      *              Option 6 prompts for an element (optionally its  *
      *              system and type) and SELECTs C1UELMLN for every  *
      *              stage, package, ticket and shipment it has seen. *
      *              Option 7 is the approver inbox: every package    *
      *              still waiting on the logged-on user, or on an    *
      *              approver whose active DD DELEGATE entry hands    *
      *              their slot to the user, by the C1UAPCHS          *
      *              outstanding-approver rule over DD AUDIT7 (latest *
      *              GROUP record per package/group/approver not 'A') *
      *              narrowed to packages PKGMASTR still shows        *
      *              IN-APPROVAL. Each row carries environment, age,  *
      *              the latest DD RISKSCOR score and the tied        *
      *              ticket. Line commands: M the cast manifest (DD   *
      *              PKGMANIF), T the C1UPKGTL timeline, A approve    *
      *              and D deny through ENA$NDVR. Every inbox action  *
      *              is appended to AUDIT7 as an INBOX event (flag    *
      *              A/D/M/T, acting user, approver acted for) as     *
      *              well as to DD C1UDISP.                           *
      *              Option 8 takes the same package ID as option 4   *
      *              and SELECTs C1UEXRPT for every execution listing *
      *              archived for it on DD EXRPTARC.                  *
      *              Option 9 maintains the DD RELMSTR release        *
      *              register on panel C1UPNLRL: DEFINE, CHANGE or    *
      *              DELETE a release, ADD or REMOVE a member package *
      *              - each through C1URELMU under the logged-on user *
      *              ID, its answer shown on the panel - and STATUS   *
      *              SELECTs C1URELST for the release.                *
      *              Option A maintains the DD EXITCFG runtime        *
      *              configuration without its column positions: the  *
      *              list panel shows every section CFGVLCHK knows    *
      *              (entry count, capacity, ENABLED= switch) and any *
      *              unknown header in the member; S on a section     *
      *              shows its entries on panel C1UPNLCE, split into  *
      *              labelled columns. A user listed in %CFGEDIT (see *
      *              COPY CFGEDTCF) may add (A, or the ADD command),  *
      *              change (C) or delete (D) an entry on the         *
      *              labelled fields of panel C1UPNLCF. The entry is  *
      *              checked by CFGVLCHK - the C1UCFGVL checks -      *
      *              and against the section's capacity, the member   *
      *              is re-read to be sure nobody changed it since it *
      *              was listed, and only then rewritten, with a      *
      *              record of user, section, entry before and after  *
      *              appended to DD CFGCHLOG. ACTION on the section   *
      *              list SELECTs C1UCFGVL over the whole member.     *
      *                                                               *
      * SETUP:       Run under ISPF (SELECT PGM(C1UISPF)) with the    *
      *              panel library holding C1UPNL0M/C1UPNLLQ in       *
      *              ISPPLIB and the queue DDs allocated. Row         *
      *              re-ships also need the REXX library (see COPY    *
      *              REXXLIB) reachable for PKGESHIP. The inbox needs *
      *              AUDIT7, DELEGATE, RISKSCOR, PKGMANIF and         *
      *              PKGMASTR; any but AUDIT7 may be DUMMY. Option 8  *
      *              needs EXRPTARC and EXRPTPRT, option 9 RELMSTR    *
      *              (and PKGMASTR and RELSTRPT for STATUS), with     *
      *              C1UPNLRL in ISPPLIB. Option A needs EXITCFG      *
      *              (the member itself, DISP=SHR) and CFGCHLOG       *
      *              (DISP=MOD), with C1UPNLCE and C1UPNLCF in        *
      *              ISPPLIB.                                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. C1UISPF.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMF-PACKAGE-ID
               FILE STATUS IS WS-PKGMASTR-FILE-STATUS.
           SELECT AUDIT7 ASSIGN TO AUDIT7
               FILE STATUS IS WS-AUDIT7-FILE-STATUS.
           SELECT DELEGATE ASSIGN TO DELEGATE
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT RISKSCOR ASSIGN TO RISKSCOR
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT PKGMANIF ASSIGN TO PKGMANIF
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT EXITCFG ASSIGN TO EXITCFG
               FILE STATUS IS WS-EXITCFG-FILE-STATUS.
           SELECT CFGCHLOG ASSIGN TO CFGCHLOG
               FILE STATUS IS WS-CFGCHLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHPSTAT
           RECORDING MODE IS F
                 BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 145 CHARACTERS
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHPSTAT-REC.
       01  SHPSTAT-REC.
           03  SHPSTAT-HEADER           PIC X(64).
           03  SHPSTAT-BODY.
              05  SHP-DATE              PIC 9(08).
              05  FILLER                PIC X(01).
              05  SHP-TIME              PIC 9(06).
              05  FILLER                PIC X(01).
              05  SHP-PACKAGE-ID        PIC X(16).
              05  FILLER                PIC X(01).
              05  SHP-ENV               PIC X(08).
              05  FILLER                PIC X(01).
              05  SHP-STGID             PIC X(01).
              05  FILLER                PIC X(01).
              05  SHP-DIRECTION         PIC X(03).
              05  FILLER                PIC X(01).
              05  SHP-RETRIES           PIC 9(02).
              05  FILLER                PIC X(01).
              05  SHP-RC                PIC -9(08).
              05  FILLER                PIC X(01).
              05  SHP-STATUS            PIC X(07).
              05  FILLER                PIC X(13).

      *-----------------------------------------------------------------
      *  DD C1UDISP - one durable record per row action taken from
           03  PMF-LAST-TIME                PIC 9(06).
           03  FILLER                       PIC X(09).

      *-----------------------------------------------------------------
      *  DD AUDIT7 - the approval audit trail C1UEXT07 keeps; the
      *  inbox reads its GROUP records and appends one INBOX record
      *  per action taken from the inbox. On an INBOX record the
      *  flag is the line command (A approve, D deny, M manifest, T
      *  timeline), the recipient is the logged-on user, and
      *  AUD7-INBOX-FOR names the approver whose slot a delegate
      *  acted in (blank when the user acted for themself).
      *-----------------------------------------------------------------
       FD  AUDIT7
           RECORD CONTAINS 160 CHARACTERS.
       01  AUDIT7-REC.
           03  AUDIT7-HEADER                PIC X(64).
           03  AUDIT7-BODY.
              05  AUD7-PACKAGE-ID           PIC X(16).
              05  AUD7-DATE                 PIC X(08).
              05  AUD7-TIME                 PIC X(06).
              05  AUD7-EVENT                PIC X(06).
              05  AUD7-GROUP-NAME           PIC X(12).
              05  AUD7-APPROVAL-FLAG        PIC X(01).
              05  AUD7-RECIPIENT            PIC X(09).
              05  AUD7-ENV                  PIC X(08).
              05  AUD7-INBOX-FOR            PIC X(08).
              05  AUD7-INBOX-OUTCOME        PIC X(04).
              05  FILLER                    PIC X(02).
              05  AUD7-CHAIN-HASH           PIC X(12).
              05  FILLER                    PIC X(04).

      *-----------------------------------------------------------------
      *  DD DELEGATE - approver delegations, as C1UEXT07 reads them
      *  ('*' comments): cols 1-8 approver, 10-17 delegate, 19-26
      *  from date, 28-35 to date (YYYYMMDD).
      *-----------------------------------------------------------------
       FD  DELEGATE
           RECORD CONTAINS 80 CHARACTERS.
       01  DELEGATE-REC.
           03  DLG-APPROVER                  PIC X(08).
           03  FILLER                        PIC X(01).
           03  DLG-DELEGATE                  PIC X(08).
           03  FILLER                        PIC X(01).
           03  DLG-FROM-DATE                 PIC X(08).
           03  FILLER                        PIC X(01).
           03  DLG-TO-DATE                   PIC X(08).
           03  FILLER                        PIC X(45).

       FD  RISKSCOR
           RECORD CONTAINS 80 CHARACTERS.
       01  RISKSCOR-REC.
           03  RSK-DATE                 PIC 9(08).
           03  FILLER                   PIC X(01).
           03  RSK-TIME                 PIC 9(06).
           03  FILLER                   PIC X(01).
           03  RSK-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  RSK-SCORE                PIC 9(05).
           03  FILLER                   PIC X(42).

       FD  PKGMANIF
           RECORD CONTAINS 120 CHARACTERS.
       01  PKGMANIF-REC.
           03  MAN-PACKAGE-ID           PIC X(16).
           03  FILLER                   PIC X(01).
           03  MAN-CAST-DATE            PIC 9(08).
           03  FILLER                   PIC X(01).
           03  MAN-SCL-RECORD           PIC X(80).
           03  FILLER                   PIC X(14).

       FD  EXITCFG
           RECORD CONTAINS 80 CHARACTERS.
       01  EXITCFG-REC                  PIC X(80).

      *-----------------------------------------------------------------
      *  DD CFGCHLOG - one record per EXITCFG entry added, changed or
      *  deleted from option A: who, which section, the action (A/C/
      *  D), the member line it landed on, and the entry before and
      *  after (blank before for an add, blank after for a delete).
      *-----------------------------------------------------------------
       FD  CFGCHLOG
           RECORD CONTAINS 264 CHARACTERS.
       01  CFGCHLOG-REC.
           03  CFGCHLOG-HEADER              PIC X(64).
           03  CFGCHLOG-BODY.
              05  CCL-DATE                  PIC 9(08).
              05  FILLER                    PIC X(01).
              05  CCL-TIME                  PIC 9(06).
              05  FILLER                    PIC X(01).
              05  CCL-USER                  PIC X(08).
              05  FILLER                    PIC X(01).
              05  CCL-SECTION               PIC X(16).
              05  FILLER                    PIC X(01).
              05  CCL-ACTION                PIC X(01).
              05  FILLER                    PIC X(01).
              05  CCL-LINE-NUMBER           PIC 9(05).
              05  FILLER                    PIC X(01).
              05  CCL-BEFORE                PIC X(72).
              05  FILLER                    PIC X(01).
              05  CCL-AFTER                 PIC X(72).
              05  FILLER                    PIC X(05).

       WORKING-STORAGE SECTION.

       01  WS-PKGMASTR-FILE-STATUS      PIC X(02).
           88  SHPSTAT-ATEND                    VALUE '10'.
           88  SHPSTAT-NOT-AVAILABLE            VALUE '30' '35'.
       01  WS-C1UDISP-FILE-STATUS       PIC X(02).
       01  WS-AUDIT7-FILE-STATUS        PIC X(02).
           88  AUDIT7-ATEND                     VALUE '10'.
           88  AUDIT7-NOT-AVAILABLE             VALUE '30' '35'.
       01  WS-EXITCFG-FILE-STATUS       PIC X(02).
           88  EXITCFG-ATEND                    VALUE '10'.
       01  WS-CFGCHLOG-FILE-STATUS      PIC X(02).

       01  WS-ISPLINK                   PIC X(08) VALUE 'ISPLINK '.
       01  WS-ISPF-RC                   PIC S9(08) COMP VALUE 0.
       01  WS-SVC-TBEND                 PIC X(08) VALUE 'TBEND   '.
       01  WS-SVC-TBTOP                 PIC X(08) VALUE 'TBTOP   '.
       01  WS-SVC-TBSKIP                PIC X(08) VALUE 'TBSKIP  '.
       01  WS-SVC-TBDELETE              PIC X(08) VALUE 'TBDELETE'.
       01  WS-SVC-VGET                  PIC X(08) VALUE 'VGET    '.
       01  WS-OPT-SHARED                PIC X(08) VALUE 'SHARED  '.
       01  WS-SVC-VDEFINE               PIC X(08) VALUE 'VDEFINE '.
       01  WS-SVC-VDELETE               PIC X(08) VALUE 'VDELETE '.
       01  WS-SVC-SELECT                PIC X(08) VALUE 'SELECT  '.
       01  WS-PNL-MENU                  PIC X(08) VALUE 'C1UPNL0M'.
       01  WS-PNL-LIST                  PIC X(08) VALUE 'C1UPNLLQ'.
       01  WS-PNL-RELEASE               PIC X(08) VALUE 'C1UPNLRL'.
       01  WS-PNL-CFGLIST               PIC X(08) VALUE 'C1UPNLCE'.
       01  WS-PNL-CFGFORM               PIC X(08) VALUE 'C1UPNLCF'.
       01  WS-TBL-NAME                  PIC X(08) VALUE 'C1UQTBL '.
       01  WS-TBL-MANIF                 PIC X(08) VALUE 'C1UMTBL '.
       01  WS-TBL-CONFIG                PIC X(08) VALUE 'C1UCTBL '.
      *    No key columns - MAILDLQ, SHPSTAT and SNOWHOLD routinely
      *    carry several records for the same package, and a keyed
      *    TBADD would drop every duplicate (RC 8) so each list
       01  WS-TBL-KEYS                  PIC X(08) VALUE '( )     '.
       01  WS-TBL-NAMES                 PIC X(44) VALUE
           '(XKEY XLINE XSEL XRCP XDAT XTIM XSUB XENV)  '.
      *    Option A entry rows: member line number, the entry split
      *    into columns, and the entry as it stands (hidden).
       01  WS-TBL-CF-NAMES              PIC X(44) VALUE
           '(XCFNUM XLINE XSEL XCFRAW)'.
       01  WS-OPT-NOWRITE               PIC X(08) VALUE 'NOWRITE '.
       01  WS-VAR-FORMAT                PIC X(08) VALUE 'CHAR    '.

           03  WS-XENV-DIR              PIC X(03).
       01  WS-XTITLE                    PIC X(40).
       01  WS-XPKGID                    PIC X(16).
       01  WS-XELMNM                    PIC X(10).
       01  WS-XELMSY                    PIC X(08).
       01  WS-XELMTY                    PIC X(08).
       01  WS-ZUSER                     PIC X(08).
       01  WS-XRLFUN                    PIC X(08).
       01  WS-XRLID                     PIC X(16).
       01  WS-XRLTGT                    PIC X(08).
       01  WS-XRLOWN                    PIC X(08).
       01  WS-XRLHLD                    PIC X(01).
       01  WS-XRLDSC                    PIC X(34).
       01  WS-XRLMSG                    PIC X(60).
       01  WS-XCFNUM                    PIC X(05).
       01  WS-XCFNUM-N REDEFINES WS-XCFNUM
                                        PIC 9(05).
       01  WS-XCFRAW                    PIC X(72).
       01  WS-XCFHDR                    PIC X(70).
       01  WS-XCFMSG                    PIC X(60).
       01  WS-XCFSEC                    PIC X(16).
       01  WS-XCFFUN                    PIC X(08).
       01  WS-XCFSET                    PIC X(72).
      *    The six labelled fields of the entry panel - each group is
      *    VDEFINEd as one name list over consecutive storage.
       01  WS-XCFL-GROUP.
           03  WS-XCFL                  PIC X(14) OCCURS 6 TIMES.
       01  WS-XCFV-GROUP.
           03  WS-XCFV                  PIC X(63) OCCURS 6 TIMES.
       01  WS-ZCMD-NAME                 PIC X(08) VALUE '(ZCMD)  '.
       01  WS-ZSEL-NAME                 PIC X(08) VALUE '(ZSEL)  '.
       01  WS-XKEY-NAME                 PIC X(08) VALUE '(XKEY)  '.
       01  WS-XENV-NAME-V               PIC X(08) VALUE '(XENV)  '.
       01  WS-XTITLE-NAME               PIC X(08) VALUE '(XTITLE)'.
       01  WS-XPKGID-NAME               PIC X(08) VALUE '(XPKGID)'.
       01  WS-XELMNM-NAME               PIC X(08) VALUE '(XELMNM)'.
       01  WS-XELMSY-NAME               PIC X(08) VALUE '(XELMSY)'.
       01  WS-XELMTY-NAME               PIC X(08) VALUE '(XELMTY)'.
       01  WS-ZUSER-NAME                PIC X(08) VALUE '(ZUSER) '.
       01  WS-XRLFUN-NAME               PIC X(08) VALUE '(XRLFUN)'.
       01  WS-XRLID-NAME                PIC X(08) VALUE '(XRLID) '.
       01  WS-XRLTGT-NAME               PIC X(08) VALUE '(XRLTGT)'.
       01  WS-XRLOWN-NAME               PIC X(08) VALUE '(XRLOWN)'.
       01  WS-XRLHLD-NAME               PIC X(08) VALUE '(XRLHLD)'.
       01  WS-XRLDSC-NAME               PIC X(08) VALUE '(XRLDSC)'.
       01  WS-XRLMSG-NAME               PIC X(08) VALUE '(XRLMSG)'.
       01  WS-XCFNUM-NAME               PIC X(08) VALUE '(XCFNUM)'.
       01  WS-XCFRAW-NAME               PIC X(08) VALUE '(XCFRAW)'.
       01  WS-XCFHDR-NAME               PIC X(08) VALUE '(XCFHDR)'.
       01  WS-XCFMSG-NAME               PIC X(08) VALUE '(XCFMSG)'.
       01  WS-XCFSEC-NAME               PIC X(08) VALUE '(XCFSEC)'.
       01  WS-XCFFUN-NAME               PIC X(08) VALUE '(XCFFUN)'.
       01  WS-XCFSET-NAME               PIC X(08) VALUE '(XCFSET)'.
       01  WS-XCFL-NAMES                PIC X(40) VALUE
           '(XCFL1 XCFL2 XCFL3 XCFL4 XCFL5 XCFL6)'.
       01  WS-XCFV-NAMES                PIC X(40) VALUE
           '(XCFV1 XCFV2 XCFV3 XCFV4 XCFV5 XCFV6)'.
       01  WS-VLEN-1                    PIC S9(08) COMP VALUE 1.
       01  WS-VLEN-5                    PIC S9(08) COMP VALUE 5.
       01  WS-VLEN-6                    PIC S9(08) COMP VALUE 6.
       01  WS-VLEN-8                    PIC S9(08) COMP VALUE 8.
       01  WS-VLEN-10                   PIC S9(08) COMP VALUE 10.
       01  WS-VLEN-12                   PIC S9(08) COMP VALUE 12.
       01  WS-VLEN-14                   PIC S9(08) COMP VALUE 14.
       01  WS-VLEN-16                   PIC S9(08) COMP VALUE 16.
       01  WS-VLEN-34                   PIC S9(08) COMP VALUE 34.
       01  WS-VLEN-40                   PIC S9(08) COMP VALUE 40.
       01  WS-VLEN-50                   PIC S9(08) COMP VALUE 50.
       01  WS-VLEN-60                   PIC S9(08) COMP VALUE 60.
       01  WS-VLEN-63                   PIC S9(08) COMP VALUE 63.
       01  WS-VLEN-70                   PIC S9(08) COMP VALUE 70.
       01  WS-VLEN-72                   PIC S9(08) COMP VALUE 72.

       01  WS-SELECT-STRING             PIC X(60).
       01  WS-SELECT-LEN                PIC S9(08) COMP VALUE 60.
       01  WS-ACTION-UTILITY            PIC X(08).
       01  WS-RELEASE-DONE              PIC X(01).
           88  RELEASE-PANEL-DONE               VALUE 'Y'.
       01  WS-MENU-DONE                 PIC X(01) VALUE 'N'.
           88  MENU-DONE                        VALUE 'Y'.
       01  WS-LIST-DONE                 PIC X(01).
           88  LIST-IS-MAILDLQ                  VALUE '2'.
           88  LIST-IS-SHPSTAT                  VALUE '3'.
           88  LIST-IS-PKGBOARD                 VALUE '5'.
           88  LIST-IS-INBOX                    VALUE '7'.
           88  LIST-IS-EXITCFG                  VALUE 'A'.

      *= Approver inbox (option 7) ====================================
      *    Approvers the logged-on user answers for - themself first,
      *    then everyone whose active DELEGATE entry names them.
       01  WS-IV-MAX                    PIC 9(02) VALUE 33.
       01  WS-IV-COUNT                  PIC 9(02) VALUE 0.
       01  WS-IV-INX                    PIC 9(02).
       01  WS-IV-HIT-INX                PIC 9(02).
       01  WS-IV-TABLE.
           03  WS-IV-APPROVER           PIC X(08) OCCURS 33 TIMES.
      *    Latest GROUP state per package/group/approver, kept only
      *    for the approvers above.
       01  WS-IB-MAX                    PIC 9(03) VALUE 300.
       01  WS-IB-COUNT                  PIC 9(03) VALUE 0.
       01  WS-IB-DROPPED                PIC 9(05) VALUE 0.
       01  WS-IB-INX                    PIC 9(03).
       01  WS-IB-HIT-INX                PIC 9(03).
       01  WS-IB-TABLE.
           03  WS-IB-ENTRY OCCURS 300 TIMES.
               05  WS-IB-PACKAGE-ID     PIC X(16).
               05  WS-IB-GROUP-NAME     PIC X(12).
               05  WS-IB-RECIPIENT      PIC X(08).
               05  WS-IB-ENV            PIC X(08).
               05  WS-IB-FLAG           PIC X(01).
               05  WS-IB-DATE           PIC X(08).
               05  WS-IB-TIME           PIC X(06).
               05  WS-IB-RISK-FOUND     PIC X(01).
               05  WS-IB-RISK-SCORE     PIC 9(05).
       01  WS-IB-TODAY                  PIC 9(08).
       01  WS-IB-NOW-TIME               PIC 9(08).
       01  WS-IB-NOW-SECS               PIC 9(09).
       01  WS-IB-REC-SECS               PIC 9(09).
       01  WS-IB-REC-DATE               PIC 9(08).
       01  WS-IB-AGE-HOURS              PIC S9(07).
       01  WS-IB-HHMMSS                 PIC 9(06).
       01  WS-IB-HHMMSS-RE REDEFINES WS-IB-HHMMSS.
           03  WS-IB-HH                 PIC 99.
           03  WS-IB-MM                 PIC 99.
           03  WS-IB-SS                 PIC 99.
       01  WS-IB-MASTER-OPEN            PIC X(01).
           88  IB-MASTER-AVAILABLE              VALUE 'Y'.
       01  WS-IB-SHOW-ROW               PIC X(01).
           88  IB-ROW-WAITING                   VALUE 'Y'.
       01  WS-IB-LINE.
           03  IBL-ENV                  PIC X(08).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  IBL-GROUP-NAME           PIC X(12).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  IBL-AGE-HOURS            PIC ZZZZ9.
           03  FILLER                   PIC X(07) VALUE 'H RISK '.
           03  IBL-RISK                 PIC X(05).
           03  FILLER                   PIC X(01) VALUE SPACES.
           03  IBL-TICKET               PIC X(10).
           03  IBL-FOR-TAG              PIC X(05).
           03  IBL-FOR-APPROVER         PIC X(08).
           03  FILLER                   PIC X(07) VALUE SPACES.
       01  WS-IB-RISK-DISPLAY           PIC ZZZZ9.
      *    The selected row, held across the nested manifest display
      *    (which reuses the row variables).
       01  WS-IB-SAVE-XKEY              PIC X(16).
       01  WS-IB-SAVE-XRCP              PIC X(08).
       01  WS-IB-SAVE-XSUB              PIC X(50).
       01  WS-IB-SAVE-XENV              PIC X(12).
       01  WS-IB-SAVE-XSEL              PIC X(01).
       01  WS-IB-SAVE-XTITLE            PIC X(40).
       01  WS-MANIF-DONE                PIC X(01).
           88  MANIF-DONE                       VALUE 'Y'.
       01  WS-MANIF-ROWS                PIC 9(05).
       01  WS-IB-ENA-FUNC               PIC X(01).
       01  WS-IB-ENA-RC                 PIC S9(04).
       01  WS-IB-AUDIT-OUTCOME          PIC X(04).

      *= Exit configuration (option A) ================================
      *    The member as it stands, re-read before every save.
       01  WS-CF-MAX                    PIC 9(04) VALUE 2000.
       01  WS-CF-LINES                  PIC 9(04) VALUE 0.
       01  WS-CF-IMAGE-TABLE.
           03  WS-CF-IMAGE              PIC X(80) OCCURS 2000 TIMES.
       01  WS-CF-MEMBER-OPEN            PIC X(01).
           88  CF-MEMBER-AVAILABLE              VALUE 'Y'.
       01  WS-CF-IMAGE-FULL             PIC X(01).
           88  CF-IMAGE-TRUNCATED               VALUE 'Y'.
       01  WS-CF-INX                    PIC 9(04).
       01  WS-CF-TO-INX                 PIC 9(04).
       01  WS-CF-SI-INX                 PIC 9(02).
       01  WS-CF-SI-COUNT               PIC 9(02).
      *    One section of the image: header line (0 = not in the
      *    member), last line before the next header, last entry or
      *    ENABLED= line, entry count and switch (space = no line).
       01  WS-CF-SECTION                PIC X(16).
       01  WS-CF-HDR-LINE               PIC 9(04).
       01  WS-CF-END-LINE               PIC 9(04).
       01  WS-CF-LAST-ENTRY             PIC 9(04).
       01  WS-CF-ENTRY-COUNT            PIC 9(04).
       01  WS-CF-ENABLED                PIC X(01).
       01  WS-CF-SCAN-STATE             PIC X(01).
           88  CF-SCAN-IN-SECTION               VALUE 'Y'.
           88  CF-SCAN-PAST-SECTION             VALUE 'P'.
       01  WS-CF-CAPACITY               PIC 9(04).
       01  WS-CF-COUNT-ED               PIC ZZZ9.
       01  WS-CF-CAPACITY-ED            PIC ZZZ9.
       01  WS-CF-LINE-ED                PIC ZZZZ9.
      *    The section's entry layout from CFGVLCHK, with the width
      *    each field takes in the entry list.
       01  WS-CF-FIELD-COUNT            PIC 9(01).
       01  WS-CF-FLD-INX                PIC 9(01).
       01  WS-CF-FIELD-TABLE.
           03  WS-CF-FIELD OCCURS 6 TIMES.
               05  WS-CF-FLD-LABEL      PIC X(14).
               05  WS-CF-FLD-START      PIC 9(02).
               05  WS-CF-FLD-LENGTH     PIC 9(02).
               05  WS-CF-FLD-WIDTH      PIC 9(02).
       01  WS-CF-CELL                   PIC X(63).
       01  WS-CF-PTR                    PIC 9(03).
       01  WS-CF-TEST-LINE              PIC X(72).
       01  WS-CF-EQ-TALLY               PIC 9(02).
       01  WS-CF-KEYWORD                PIC X(01).
           88  CF-KEYWORD-LINE                  VALUE 'Y'.
      *    The change in hand.
       01  WS-CF-AUTHORIZED             PIC X(01) VALUE 'N'.
           88  CF-USER-MAY-CHANGE               VALUE 'Y'.
       01  WS-CF-ACTION                 PIC X(01).
           88  CF-ADD                           VALUE 'A'.
           88  CF-CHANGE                        VALUE 'C'.
           88  CF-DELETE                        VALUE 'D'.
       01  WS-CF-AT-LINE                PIC 9(04).
       01  WS-CF-INSERT-AT              PIC 9(04).
       01  WS-CF-LOG-LINE               PIC 9(05).
       01  WS-CF-ROW-RAW                PIC X(72).
       01  WS-CF-BEFORE                 PIC X(72).
       01  WS-CF-NEW-LINE               PIC X(80).
       01  WS-CF-FORM-DONE              PIC X(01).
           88  CF-FORM-DONE                     VALUE 'Y'.
       01  WS-CF-SAVED                  PIC X(01).
           88  CF-CHANGE-SAVED                  VALUE 'Y'.
       01  WS-CF-ENTRIES-DONE           PIC X(01).
           88  CF-ENTRIES-DONE                  VALUE 'Y'.
       01  WS-CF-SAVE-XTITLE            PIC X(40).

      *= FILTER/LOCATE work fields ====================================
       01  WS-FILTER-STRING             PIC X(20) VALUE SPACES.
         COPY ECHAACTL.
         COPY ECHAPDEF.

         COPY RELMREQ.

       COPY LOGHDR.
       COPY LOGCHRQ.
       COPY EXITCFG.
       COPY CFGVLRQ.
       COPY CFGEDTCF.

       PROCEDURE DIVISION.
       MAIN-LINE.

                WS-XTITLE WS-VAR-FORMAT WS-VLEN-40.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XPKGID-NAME
                WS-XPKGID WS-VAR-FORMAT WS-VLEN-16.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XELMNM-NAME
                WS-XELMNM WS-VAR-FORMAT WS-VLEN-10.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XELMSY-NAME
                WS-XELMSY WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XELMTY-NAME
                WS-XELMTY WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-ZUSER-NAME
                WS-ZUSER WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLFUN-NAME
                WS-XRLFUN WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLID-NAME
                WS-XRLID WS-VAR-FORMAT WS-VLEN-16.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLTGT-NAME
                WS-XRLTGT WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLOWN-NAME
                WS-XRLOWN WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLHLD-NAME
                WS-XRLHLD WS-VAR-FORMAT WS-VLEN-1.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLDSC-NAME
                WS-XRLDSC WS-VAR-FORMAT WS-VLEN-34.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XRLMSG-NAME
                WS-XRLMSG WS-VAR-FORMAT WS-VLEN-60.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFNUM-NAME
                WS-XCFNUM WS-VAR-FORMAT WS-VLEN-5.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFRAW-NAME
                WS-XCFRAW WS-VAR-FORMAT WS-VLEN-72.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFHDR-NAME
                WS-XCFHDR WS-VAR-FORMAT WS-VLEN-70.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFMSG-NAME
                WS-XCFMSG WS-VAR-FORMAT WS-VLEN-60.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFSEC-NAME
                WS-XCFSEC WS-VAR-FORMAT WS-VLEN-16.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFFUN-NAME
                WS-XCFFUN WS-VAR-FORMAT WS-VLEN-8.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFSET-NAME
                WS-XCFSET WS-VAR-FORMAT WS-VLEN-72.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFL-NAMES
                WS-XCFL-GROUP WS-VAR-FORMAT WS-VLEN-14.
           CALL WS-ISPLINK USING WS-SVC-VDEFINE WS-XCFV-NAMES
                WS-XCFV-GROUP WS-VAR-FORMAT WS-VLEN-63.
           MOVE SPACES TO WS-ZUSER.
           CALL WS-ISPLINK USING WS-SVC-VGET WS-ZUSER-NAME
                WS-OPT-SHARED.
           MOVE 0 TO RETURN-CODE.

       0900-VDELETE-VARIABLES.

           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XENV-NAME-V.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XTITLE-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XPKGID-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XELMNM-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XELMSY-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XELMTY-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-ZUSER-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLFUN-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLID-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLTGT-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLOWN-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLHLD-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLDSC-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XRLMSG-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFNUM-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFRAW-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFHDR-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFMSG-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFSEC-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFFUN-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFSET-NAME.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFL-NAMES.
           CALL WS-ISPLINK USING WS-SVC-VDELETE WS-XCFV-NAMES.

      *-----------------------------------------------------------------
      *  Menu loop - END/RETURN (non-zero DISPLAY RC) leaves the
       0200-DRIVE-MENU.

           MOVE SPACES TO WS-ZCMD WS-ZSEL WS-XPKGID.
           MOVE SPACES TO WS-XELMNM WS-XELMSY WS-XELMTY.
           CALL WS-ISPLINK USING WS-SVC-DISPLAY WS-PNL-MENU.
           MOVE RETURN-CODE TO WS-ISPF-RC.
           IF WS-ISPF-RC NOT = 0
                WHEN '5'
                  MOVE '5' TO WS-CUR-LIST
                  PERFORM 5000-LIST-PKGMASTR
                WHEN '6'
                  PERFORM 6000-ELEMENT-LINEAGE
                WHEN '7'
                  MOVE '7' TO WS-CUR-LIST
                  PERFORM 7000-LIST-INBOX
                WHEN '8'
                  PERFORM 8000-EXECUTION-LISTING
                WHEN '9'
                  PERFORM 9000-RELEASE-REGISTER
                WHEN 'A'
                  MOVE 'A' TO WS-CUR-LIST
                  PERFORM 9500-LIST-EXITCFG
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
      *-----------------------------------------------------------------
       0400-SELECT-ACTION-UTILITY.

      *    The approver inbox has no whole-queue utility - every
      *    decision on it is one approver's, row by row.
           IF WS-ACTION-UTILITY = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-SELECT-STRING
              STRING 'PGM(' DELIMITED BY SIZE
                     WS-ACTION-UTILITY DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                 INTO WS-SELECT-STRING
              END-STRING
              CALL WS-ISPLINK USING WS-SVC-SELECT WS-SELECT-LEN
                                    WS-SELECT-STRING
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
               PERFORM 2100-LOAD-MAILDLQ-TABLE
             WHEN LIST-IS-PKGBOARD
               PERFORM 5100-LOAD-PKGMASTR-TABLE
             WHEN LIST-IS-INBOX
               PERFORM 7100-LOAD-INBOX-TABLE
             WHEN LIST-IS-EXITCFG
               PERFORM 9510-LOAD-SECTION-TABLE
             WHEN OTHER
               PERFORM 3100-LOAD-SHPSTAT-TABLE
           END-EVALUATE.
           END-IF.

       3150-READ-SHPSTAT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-SHPSTAT-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ SHPSTAT
                  AT END MOVE '10' TO WS-SHPSTAT-FILE-STATUS
              END-READ
              IF WS-SHPSTAT-FILE-STATUS(1:1) = '0'
                 MOVE 'SHPSTAT'   TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE SHPSTAT-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One row action: R is the surgical form of the list's batch
              MOVE 0 TO RETURN-CODE
              GO TO 0700-EXIT
           END-IF.
           IF LIST-IS-INBOX
              PERFORM 7500-PROCESS-INBOX-ACTION
              MOVE SPACE TO WS-XSEL
              MOVE 0 TO RETURN-CODE
              GO TO 0700-EXIT
           END-IF.
      *    A configuration section row opens its entries.
           IF LIST-IS-EXITCFG
              PERFORM 9600-EDIT-SECTION
              MOVE SPACE TO WS-XSEL
              MOVE 0 TO RETURN-CODE
              GO TO 0700-EXIT
           END-IF.
           EVALUATE WS-XSEL
             WHEN 'R'
               EVALUATE TRUE
           ELSE
              MOVE 'FAILED ' TO SHP-STATUS
           END-IF.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'SHPSTAT'       TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE SHP-DATE        TO LGH-DATE.
           MOVE SHP-TIME        TO LGH-TIME.
           MOVE SHP-PACKAGE-ID  TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO SHPSTAT-HEADER.
           OPEN EXTEND SHPSTAT.
           IF WS-SHPSTAT-FILE-STATUS = '00'
              WRITE SHPSTAT-REC
           EVALUATE TRUE
             WHEN LIST-IS-SNOWHOLD MOVE 'SNOWHOLD' TO DSP-LIST
             WHEN LIST-IS-MAILDLQ  MOVE 'MAILDLQ ' TO DSP-LIST
             WHEN LIST-IS-INBOX    MOVE 'INBOX   ' TO DSP-LIST
             WHEN OTHER            MOVE 'SHPSTAT ' TO DSP-LIST
           END-EVALUATE.
           MOVE WS-XSEL           TO DSP-ACTION.
                                    WS-SELECT-STRING
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  Option 8 - the archived execution listings for one package
      *  through C1UEXRPT; the same XPKGID field as option 4.
      *-----------------------------------------------------------------
       8000-EXECUTION-LISTING.

           IF WS-XPKGID = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-SELECT-STRING
              STRING 'PGM(C1UEXRPT) PARM(' DELIMITED BY SIZE
                     WS-XPKGID DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                 INTO WS-SELECT-STRING
              END-STRING
              CALL WS-ISPLINK USING WS-SVC-SELECT WS-SELECT-LEN
                                    WS-SELECT-STRING
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  Option 9 - release register maintenance. Every change goes
      *  through C1URELMU, the routine the batch C1URELMT uses, so the
      *  dialog and the batch apply the same rules; its answer is put
      *  back on the panel. The release ID stays filled in between
      *  functions so a release can be defined and loaded in one
      *  sitting.
      *-----------------------------------------------------------------
       9000-RELEASE-REGISTER.

           MOVE SPACES TO WS-XRLFUN WS-XRLID WS-XRLTGT WS-XRLOWN
                          WS-XRLHLD WS-XRLDSC WS-XRLMSG WS-XPKGID.
           MOVE 'N' TO WS-RELEASE-DONE.
           PERFORM UNTIL RELEASE-PANEL-DONE
               CALL WS-ISPLINK USING WS-SVC-DISPLAY WS-PNL-RELEASE
               MOVE RETURN-CODE TO WS-ISPF-RC
               IF WS-ISPF-RC NOT = 0
                  MOVE 'Y' TO WS-RELEASE-DONE
               ELSE
                  EVALUATE WS-XRLFUN
                    WHEN SPACES
                      MOVE 'ENTER A FUNCTION' TO WS-XRLMSG
                    WHEN 'STATUS'
                      PERFORM 9100-RELEASE-STATUS
                    WHEN OTHER
                      PERFORM 9200-APPLY-RELEASE-CHANGE
                  END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

       9100-RELEASE-STATUS.

           IF WS-XRLID = SPACES
              MOVE 'RELEASE ID IS REQUIRED' TO WS-XRLMSG
           ELSE
              MOVE SPACES TO WS-SELECT-STRING
              STRING 'PGM(C1URELST) PARM(' DELIMITED BY SIZE
                     WS-XRLID DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                 INTO WS-SELECT-STRING
              END-STRING
              CALL WS-ISPLINK USING WS-SVC-SELECT WS-SELECT-LEN
                                    WS-SELECT-STRING
              MOVE SPACES TO WS-XRLMSG
              MOVE 0 TO RETURN-CODE
           END-IF.

       9200-APPLY-RELEASE-CHANGE.

           INITIALIZE WS-RELMREQ-REQUEST.
           MOVE WS-XRLFUN  TO RLQ-FUNCTION.
           MOVE WS-XRLID   TO RLQ-RELEASE-ID.
           MOVE WS-XPKGID  TO RLQ-PACKAGE-ID.
           MOVE WS-XRLTGT  TO RLQ-TARGET-DATE.
           MOVE WS-XRLOWN  TO RLQ-OWNER.
           MOVE WS-XRLHLD  TO RLQ-HOLD-FLAG.
           MOVE WS-XRLDSC  TO RLQ-DESCRIPTION.
           MOVE WS-ZUSER   TO RLQ-USER.
           CALL 'C1URELMU' USING WS-RELMREQ-REQUEST.
           MOVE RLQ-MESSAGE TO WS-XRLMSG.
           IF RLQ-DONE
              MOVE SPACES TO WS-XRLFUN WS-XPKGID
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  Option 6 - one element's lineage through the C1UELMLN
      *  inquiry. Its PARM is positional (element 1-10, system 12-19,
      *  type 21-28) so the blanks are passed through as they stand.
      *-----------------------------------------------------------------
       6000-ELEMENT-LINEAGE.

           IF WS-XELMNM = SPACES
              CONTINUE
           ELSE
              MOVE SPACES TO WS-SELECT-STRING
              STRING 'PGM(C1UELMLN) PARM(' DELIMITED BY SIZE
                     WS-XELMNM DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-XELMSY DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     WS-XELMTY DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                 INTO WS-SELECT-STRING
              END-STRING
              CALL WS-ISPLINK USING WS-SVC-SELECT WS-SELECT-LEN
                                    WS-SELECT-STRING
              MOVE 0 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      *  Option 7 - the approver inbox: what is waiting on the
      *  logged-on user (ZUSER), directly or through a delegation.
      *  There is no whole-queue ACTION on this list.
      *-----------------------------------------------------------------
       7000-LIST-INBOX.

           MOVE SPACES TO WS-XTITLE.
           STRING 'APPROVER INBOX FOR ' WS-ZUSER
              DELIMITED BY SIZE INTO WS-XTITLE
           END-STRING.
           MOVE SPACES TO WS-ACTION-UTILITY.
           PERFORM 0500-CREATE-LIST-TABLE.
           PERFORM 7100-LOAD-INBOX-TABLE.
           PERFORM 0300-DRIVE-LIST-PANEL.

       7100-LOAD-INBOX-TABLE.

           ACCEPT WS-IB-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-IB-NOW-TIME FROM TIME.
           MOVE WS-IB-NOW-TIME(1:6) TO WS-IB-HHMMSS.
           COMPUTE WS-IB-NOW-SECS =
              (WS-IB-HH * 3600) + (WS-IB-MM * 60) + WS-IB-SS.
           PERFORM 7110-LOAD-COVERED-APPROVERS.
           PERFORM 7120-LOAD-OUTSTANDING-APPROVALS.
           PERFORM 7140-LOAD-RISK-SCORES.
           MOVE 'N' TO WS-IB-MASTER-OPEN.
           OPEN INPUT PKGMASTR.
           IF WS-PKGMASTR-FILE-STATUS = '00'
              MOVE 'Y' TO WS-IB-MASTER-OPEN
           ELSE
              DISPLAY 'C1UISPF: PKGMASTR OPEN FAILED - FILE STATUS '
                      WS-PKGMASTR-FILE-STATUS
                      ' - INBOX NOT NARROWED TO IN-APPROVAL'
           END-IF.
           PERFORM 7160-ADD-INBOX-ROW
                   VARYING WS-IB-INX FROM 1 BY 1
                   UNTIL WS-IB-INX > WS-IB-COUNT.
           IF IB-MASTER-AVAILABLE
              CLOSE PKGMASTR
           END-IF.
           IF WS-IB-DROPPED > 0
              DISPLAY 'C1UISPF: WARNING - ' WS-IB-DROPPED
                      ' INBOX ENTRIES DROPPED, TABLE FULL'
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  The user answers for themself and for every approver whose
      *  DELEGATE entry names them as delegate for today - the same
      *  test C1UEXT07 makes before redirecting a notification.
      *-----------------------------------------------------------------
       7110-LOAD-COVERED-APPROVERS.

           MOVE 1        TO WS-IV-COUNT.
           MOVE WS-ZUSER TO WS-IV-APPROVER(1).
           OPEN INPUT DELEGATE.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 7115-READ-DELEGATE
              PERFORM UNTIL IN-FILE-ATEND
                  IF DLG-APPROVER NOT = SPACES
                     AND DLG-APPROVER(1:1) NOT = '*'
                     AND DLG-DELEGATE = WS-ZUSER
                     AND DLG-FROM-DATE IS NUMERIC
                     AND DLG-TO-DATE IS NUMERIC
                     AND WS-IB-TODAY NOT < DLG-FROM-DATE
                     AND WS-IB-TODAY NOT > DLG-TO-DATE
                     AND WS-IV-COUNT < WS-IV-MAX
                     ADD 1 TO WS-IV-COUNT
                     MOVE DLG-APPROVER TO WS-IV-APPROVER(WS-IV-COUNT)
                  END-IF
                  PERFORM 7115-READ-DELEGATE
              END-PERFORM
              CLOSE DELEGATE
           END-IF.

       7115-READ-DELEGATE.
           READ DELEGATE
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  The C1UAPCHS rule: AUDIT7 is appended in time order, so the
      *  last GROUP record for a package/group/approver is that
      *  approver's current state.
      *-----------------------------------------------------------------
       7120-LOAD-OUTSTANDING-APPROVALS.

           MOVE 0 TO WS-IB-COUNT WS-IB-DROPPED.
           IF WS-ZUSER NOT = SPACES
              OPEN INPUT AUDIT7
              IF AUDIT7-NOT-AVAILABLE
                 DISPLAY 'C1UISPF: AUDIT7 NOT AVAILABLE - INBOX EMPTY'
              ELSE
                 PERFORM 7125-READ-AUDIT7
                 PERFORM UNTIL AUDIT7-ATEND
                     IF AUD7-EVENT = 'GROUP'
                        PERFORM 7130-TRACK-GROUP-RECORD
                     END-IF
                     PERFORM 7125-READ-AUDIT7
                 END-PERFORM
                 CLOSE AUDIT7
              END-IF
           END-IF.

       7125-READ-AUDIT7.
           PERFORM WITH TEST AFTER
                   UNTIL WS-AUDIT7-FILE-STATUS(1:1) NOT = '0'
                      OR LGR-RECORD-USABLE
              READ AUDIT7
                  AT END MOVE '10' TO WS-AUDIT7-FILE-STATUS
              END-READ
              IF WS-AUDIT7-FILE-STATUS(1:1) = '0'
                 MOVE 'AUDIT7'    TO LGR-EXPECT-TYPE
                 MOVE 01          TO LGR-READER-VERSION
                 MOVE AUDIT7-HEADER TO WS-LOG-HEADER
                 CALL 'LOGVERCK' USING WS-LOG-HEADER
                                       WS-LOG-READ-CHECK
              END-IF
           END-PERFORM.

       7130-TRACK-GROUP-RECORD.

           MOVE 0 TO WS-IV-HIT-INX.
           PERFORM VARYING WS-IV-INX FROM 1 BY 1
                   UNTIL WS-IV-INX > WS-IV-COUNT OR WS-IV-HIT-INX > 0
              IF AUD7-RECIPIENT(1:8) = WS-IV-APPROVER(WS-IV-INX)
                 MOVE WS-IV-INX TO WS-IV-HIT-INX
              END-IF
           END-PERFORM.
           IF WS-IV-HIT-INX > 0
              MOVE 0 TO WS-IB-HIT-INX
              PERFORM VARYING WS-IB-INX FROM 1 BY 1
                      UNTIL WS-IB-INX > WS-IB-COUNT
                         OR WS-IB-HIT-INX > 0
                 IF AUD7-PACKAGE-ID = WS-IB-PACKAGE-ID(WS-IB-INX)
                    AND AUD7-GROUP-NAME = WS-IB-GROUP-NAME(WS-IB-INX)
                    AND AUD7-RECIPIENT(1:8) =
                        WS-IB-RECIPIENT(WS-IB-INX)
                    MOVE WS-IB-INX TO WS-IB-HIT-INX
                 END-IF
              END-PERFORM
              IF WS-IB-HIT-INX = 0
                 IF WS-IB-COUNT < WS-IB-MAX
                    ADD 1 TO WS-IB-COUNT
                    MOVE WS-IB-COUNT TO WS-IB-HIT-INX
                    MOVE AUD7-PACKAGE-ID
                      TO WS-IB-PACKAGE-ID(WS-IB-HIT-INX)
                    MOVE AUD7-GROUP-NAME
                      TO WS-IB-GROUP-NAME(WS-IB-HIT-INX)
                    MOVE AUD7-RECIPIENT(1:8)
                      TO WS-IB-RECIPIENT(WS-IB-HIT-INX)
                    MOVE 'N' TO WS-IB-RISK-FOUND(WS-IB-HIT-INX)
                    MOVE 0   TO WS-IB-RISK-SCORE(WS-IB-HIT-INX)
                 ELSE
                    ADD 1 TO WS-IB-DROPPED
                 END-IF
              END-IF
              IF WS-IB-HIT-INX > 0
                 MOVE AUD7-ENV  TO WS-IB-ENV(WS-IB-HIT-INX)
                 MOVE AUD7-APPROVAL-FLAG
                   TO WS-IB-FLAG(WS-IB-HIT-INX)
                 MOVE AUD7-DATE TO WS-IB-DATE(WS-IB-HIT-INX)
                 MOVE AUD7-TIME TO WS-IB-TIME(WS-IB-HIT-INX)
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  Latest RISKSCOR score per package (one record per scored
      *  cast, appended in time order - a recast's score wins).
      *-----------------------------------------------------------------
       7140-LOAD-RISK-SCORES.

           IF WS-IB-COUNT > 0
              OPEN INPUT RISKSCOR
              IF NOT IN-FILE-NOT-AVAILABLE
                 PERFORM 7145-READ-RISKSCOR
                 PERFORM UNTIL IN-FILE-ATEND
                     PERFORM VARYING WS-IB-INX FROM 1 BY 1
                             UNTIL WS-IB-INX > WS-IB-COUNT
                        IF RSK-PACKAGE-ID =
                              WS-IB-PACKAGE-ID(WS-IB-INX)
                           AND RSK-SCORE IS NUMERIC
                           MOVE 'Y' TO WS-IB-RISK-FOUND(WS-IB-INX)
                           MOVE RSK-SCORE
                             TO WS-IB-RISK-SCORE(WS-IB-INX)
                        END-IF
                     END-PERFORM
                     PERFORM 7145-READ-RISKSCOR
                 END-PERFORM
                 CLOSE RISKSCOR
              END-IF
           END-IF.

       7145-READ-RISKSCOR.
           READ RISKSCOR
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  One row per approver slot still open: not yet approved, and
      *  the package still IN-APPROVAL on PKGMASTR (a package the
      *  master has not caught up with is shown rather than hidden).
      *  Hidden columns: XRCP the approver the slot belongs to, XSUB
      *  the approver group, XENV the package's environment.
      *-----------------------------------------------------------------
       7160-ADD-INBOX-ROW.

           MOVE 'Y' TO WS-IB-SHOW-ROW.
           IF WS-IB-FLAG(WS-IB-INX) = 'A'
              MOVE 'N' TO WS-IB-SHOW-ROW
           END-IF.
           IF IB-ROW-WAITING AND IB-MASTER-AVAILABLE
              MOVE WS-IB-PACKAGE-ID(WS-IB-INX) TO PMF-PACKAGE-ID
              READ PKGMASTR
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF PMF-PACKAGE-STATUS NOT = 'IN-APPROVAL'
                         MOVE 'N' TO WS-IB-SHOW-ROW
                      END-IF
              END-READ
           END-IF.
           IF IB-ROW-WAITING
              MOVE 0 TO WS-IB-AGE-HOURS
              IF WS-IB-DATE(WS-IB-INX) IS NUMERIC
                 AND WS-IB-TIME(WS-IB-INX) IS NUMERIC
                 MOVE WS-IB-DATE(WS-IB-INX) TO WS-IB-REC-DATE
                 MOVE WS-IB-TIME(WS-IB-INX) TO WS-IB-HHMMSS
                 COMPUTE WS-IB-REC-SECS =
                    (WS-IB-HH * 3600) + (WS-IB-MM * 60) + WS-IB-SS
                 COMPUTE WS-IB-AGE-HOURS =
                     ((FUNCTION INTEGER-OF-DATE(WS-IB-TODAY)
                     - FUNCTION INTEGER-OF-DATE(WS-IB-REC-DATE))
                     * 86400 + WS-IB-NOW-SECS - WS-IB-REC-SECS) / 3600
                 IF WS-IB-AGE-HOURS < 0
                    MOVE 0 TO WS-IB-AGE-HOURS
                 END-IF
              END-IF
              MOVE WS-IB-ENV(WS-IB-INX)        TO IBL-ENV
              MOVE WS-IB-GROUP-NAME(WS-IB-INX) TO IBL-GROUP-NAME
              MOVE WS-IB-AGE-HOURS             TO IBL-AGE-HOURS
              IF WS-IB-RISK-FOUND(WS-IB-INX) = 'Y'
                 MOVE WS-IB-RISK-SCORE(WS-IB-INX)
                   TO WS-IB-RISK-DISPLAY
                 MOVE WS-IB-RISK-DISPLAY TO IBL-RISK
              ELSE
                 MOVE '  N/A' TO IBL-RISK
              END-IF
              MOVE SPACES TO IBL-TICKET
              IF WS-IB-PACKAGE-ID(WS-IB-INX)(1:3) = 'INC'
                 OR WS-IB-PACKAGE-ID(WS-IB-INX)(1:3) = 'CHG'
                 MOVE WS-IB-PACKAGE-ID(WS-IB-INX)(1:10) TO IBL-TICKET
              END-IF
              IF WS-IB-RECIPIENT(WS-IB-INX) = WS-ZUSER
                 MOVE SPACES TO IBL-FOR-TAG IBL-FOR-APPROVER
              ELSE
                 MOVE ' FOR '  TO IBL-FOR-TAG
                 MOVE WS-IB-RECIPIENT(WS-IB-INX) TO IBL-FOR-APPROVER
              END-IF
              MOVE WS-IB-PACKAGE-ID(WS-IB-INX) TO WS-XKEY
              MOVE WS-IB-LINE                  TO WS-XLINE
              MOVE WS-IB-RECIPIENT(WS-IB-INX)  TO WS-XRCP
              MOVE WS-IB-DATE(WS-IB-INX)       TO WS-XDAT
              MOVE WS-IB-TIME(WS-IB-INX)       TO WS-XTIM
              MOVE WS-IB-GROUP-NAME(WS-IB-INX) TO WS-XSUB
              MOVE SPACES                      TO WS-XENV
              MOVE WS-IB-ENV(WS-IB-INX)        TO WS-XENV-NAME
              PERFORM 0600-ADD-LIST-ROW
           END-IF.

      *-----------------------------------------------------------------
      *  One inbox line command. M and T are inquiries, A and D the
      *  decision itself through ENA$NDVR; all four are appended to
      *  AUDIT7 as INBOX events and to C1UDISP. A decided row leaves
      *  the list at once (TBDELETE of the selected row).
      *-----------------------------------------------------------------
       7500-PROCESS-INBOX-ACTION.

           MOVE WS-XKEY   TO WS-IB-SAVE-XKEY.
           MOVE WS-XRCP   TO WS-IB-SAVE-XRCP.
           MOVE WS-XSUB   TO WS-IB-SAVE-XSUB.
           MOVE WS-XENV   TO WS-IB-SAVE-XENV.
           MOVE WS-XSEL   TO WS-IB-SAVE-XSEL.
           MOVE SPACES    TO WS-IB-AUDIT-OUTCOME.
           MOVE 'NOACTION' TO WS-DISP-OUTCOME.
           EVALUATE WS-XSEL
             WHEN 'M'
               PERFORM 7600-VIEW-MANIFEST
               MOVE 'VIEWED  ' TO WS-DISP-OUTCOME
             WHEN 'T'
               PERFORM 7700-VIEW-TIMELINE
               MOVE 'VIEWED  ' TO WS-DISP-OUTCOME
             WHEN 'A'
               MOVE 'A' TO WS-IB-ENA-FUNC
               PERFORM 7800-RECORD-DECISION
               IF WS-IB-ENA-RC = 0
                  MOVE 'APPROVED' TO WS-DISP-OUTCOME
               ELSE
                  MOVE 'APPRFAIL' TO WS-DISP-OUTCOME
               END-IF
             WHEN 'D'
               MOVE 'N' TO WS-IB-ENA-FUNC
               PERFORM 7800-RECORD-DECISION
               IF WS-IB-ENA-RC = 0
                  MOVE 'DENIED  ' TO WS-DISP-OUTCOME
               ELSE
                  MOVE 'DENYFAIL' TO WS-DISP-OUTCOME
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-DISP-OUTCOME NOT = 'NOACTION'
              MOVE WS-IB-SAVE-XKEY TO WS-XKEY
              MOVE WS-IB-SAVE-XRCP TO WS-XRCP
              MOVE WS-IB-SAVE-XSUB TO WS-XSUB
              MOVE WS-IB-SAVE-XENV TO WS-XENV
              MOVE WS-IB-SAVE-XSEL TO WS-XSEL
              PERFORM 7900-WRITE-INBOX-AUDIT-RECORD
              PERFORM 0800-WRITE-DISPOSITION-RECORD
           END-IF.
           IF WS-DISP-OUTCOME = 'APPROVED' OR WS-DISP-OUTCOME = 'DENIED'
              CALL WS-ISPLINK USING WS-SVC-TBDELETE WS-TBL-NAME
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  M - the package's cast SCL off DD PKGMANIF, shown on the
      *  same list panel from a second table; END returns to the
      *  inbox. Columns 1-70 of each SCL record are shown.
      *-----------------------------------------------------------------
       7600-VIEW-MANIFEST.

           MOVE WS-XTITLE TO WS-IB-SAVE-XTITLE.
           MOVE SPACES TO WS-XTITLE.
           STRING 'CAST MANIFEST ' WS-IB-SAVE-XKEY
              DELIMITED BY SIZE INTO WS-XTITLE
           END-STRING.
           CALL WS-ISPLINK USING WS-SVC-TBCREATE WS-TBL-MANIF
                WS-TBL-KEYS WS-TBL-NAMES WS-OPT-NOWRITE.
           MOVE 0 TO WS-MANIF-ROWS.
           MOVE SPACES TO WS-XRCP WS-XDAT WS-XTIM WS-XSUB WS-XENV.
           OPEN INPUT PKGMANIF.
           IF NOT IN-FILE-NOT-AVAILABLE
              PERFORM 7610-READ-PKGMANIF
              PERFORM UNTIL IN-FILE-ATEND
                  IF MAN-PACKAGE-ID = WS-IB-SAVE-XKEY
                     ADD 1 TO WS-MANIF-ROWS
                     MOVE MAN-PACKAGE-ID          TO WS-XKEY
                     MOVE MAN-SCL-RECORD(1:70)    TO WS-XLINE
                     MOVE MAN-CAST-DATE           TO WS-XDAT
                     MOVE SPACE                   TO WS-XSEL
                     CALL WS-ISPLINK USING WS-SVC-TBADD WS-TBL-MANIF
                  END-IF
                  PERFORM 7610-READ-PKGMANIF
              END-PERFORM
              CLOSE PKGMANIF
           END-IF.
           IF WS-MANIF-ROWS = 0
              MOVE WS-IB-SAVE-XKEY TO WS-XKEY
              MOVE 'NO CAST MANIFEST ON FILE FOR THIS PACKAGE'
                TO WS-XLINE
              MOVE SPACE TO WS-XSEL
              CALL WS-ISPLINK USING WS-SVC-TBADD WS-TBL-MANIF
           END-IF.
           CALL WS-ISPLINK USING WS-SVC-TBTOP WS-TBL-MANIF.
           MOVE 'N' TO WS-MANIF-DONE.
           PERFORM UNTIL MANIF-DONE
               MOVE SPACES TO WS-ZCMD
               MOVE SPACE  TO WS-XSEL
               CALL WS-ISPLINK USING WS-SVC-TBDISPL WS-TBL-MANIF
                    WS-PNL-LIST
               IF RETURN-CODE > 4
                  MOVE 'Y' TO WS-MANIF-DONE
               END-IF
           END-PERFORM.
           CALL WS-ISPLINK USING WS-SVC-TBEND WS-TBL-MANIF.
           MOVE WS-IB-SAVE-XTITLE TO WS-XTITLE.
           MOVE 0 TO RETURN-CODE.

       7610-READ-PKGMANIF.
           READ PKGMANIF
               AT END MOVE '10' TO WS-IN-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  T - the package's C1UPKGTL timeline, SELECTed as option 4
      *  SELECTs C1UPKGLN.
      *-----------------------------------------------------------------
       7700-VIEW-TIMELINE.

           MOVE SPACES TO WS-SELECT-STRING.
           STRING 'PGM(C1UPKGTL) PARM(' DELIMITED BY SIZE
                  WS-IB-SAVE-XKEY DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
              INTO WS-SELECT-STRING
           END-STRING.
           CALL WS-ISPLINK USING WS-SVC-SELECT WS-SELECT-LEN
                                 WS-SELECT-STRING.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  A / D - the decision goes into Endevor through ENA$NDVR
      *  ('A' approve, as SNOWAPPL casts a ServiceNow approval; 'N'
      *  deny) under the logged-on user. Endevor itself decides
      *  whether a delegate may act in the group; a refusal comes
      *  back as a non-zero AACTL return code and the row stays.
      *-----------------------------------------------------------------
       7800-RECORD-DECISION.

           INITIALIZE         AACTL-DATAAREA.
           MOVE 'Y'                  TO AACTL-SHUTDOWN.
           MOVE 'APPMSG'             TO AACTL-MSG-DDN.
           MOVE 'APPLST'             TO AACTL-LIST-DDN.
           INITIALIZE         APDEF-RQ-DATAAREA.
           MOVE WS-IB-SAVE-XKEY      TO APDEF-RQ-PKGID.
           MOVE WS-IB-ENA-FUNC       TO APDEF-RQ-FUNC.
           CALL 'ENA$NDVR' USING AACTL
                                 APDEF-RQ.
           MOVE AACTL-RTNCODE TO WS-IB-ENA-RC.
           IF WS-IB-ENA-RC = 0
              MOVE 'OK  ' TO WS-IB-AUDIT-OUTCOME
           ELSE
              MOVE 'FAIL' TO WS-IB-AUDIT-OUTCOME
           END-IF.

       7900-WRITE-INBOX-AUDIT-RECORD.

           ACCEPT WS-DISP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DISP-TIME FROM TIME.
           MOVE SPACES               TO AUDIT7-REC.
           MOVE WS-IB-SAVE-XKEY      TO AUD7-PACKAGE-ID.
           MOVE WS-DISP-DATE         TO AUD7-DATE.
           MOVE WS-DISP-TIME(1:6)    TO AUD7-TIME.
           MOVE 'INBOX'              TO AUD7-EVENT.
           MOVE WS-IB-SAVE-XSUB(1:12) TO AUD7-GROUP-NAME.
           MOVE WS-IB-SAVE-XSEL      TO AUD7-APPROVAL-FLAG.
           MOVE WS-ZUSER             TO AUD7-RECIPIENT.
           MOVE WS-IB-SAVE-XENV(1:8) TO AUD7-ENV.
           IF WS-IB-SAVE-XRCP NOT = WS-ZUSER
              MOVE WS-IB-SAVE-XRCP   TO AUD7-INBOX-FOR
           END-IF.
           MOVE WS-IB-AUDIT-OUTCOME  TO AUD7-INBOX-OUTCOME.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'AUDIT7'        TO LGH-RECORD-TYPE.
           MOVE 02              TO LGH-LAYOUT-VERSION.
           MOVE AUD7-DATE       TO LGH-DATE.
           MOVE AUD7-TIME       TO LGH-TIME.
           MOVE AUD7-PACKAGE-ID TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO AUDIT7-HEADER.
           OPEN EXTEND AUDIT7.
           IF WS-AUDIT7-FILE-STATUS = '00'
              MOVE 'H'          TO LCQ-FUNCTION
              MOVE 'AUDIT7'     TO LCQ-LOG-NAME
              MOVE LGH-SYSTEM   TO LCQ-CHAIN-ID
              MOVE 160          TO LCQ-RECORD-LENGTH
              MOVE AUDIT7-REC   TO LCQ-RECORD-IMAGE
              CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              MOVE LCQ-HASH     TO AUD7-CHAIN-HASH
              WRITE AUDIT7-REC
              IF WS-AUDIT7-FILE-STATUS = '00' AND LCQ-CHAINED
                 MOVE 'C'       TO LCQ-FUNCTION
                 CALL 'LOGCHAIN' USING WS-LOG-CHAIN-REQUEST
              END-IF
              CLOSE AUDIT7
           ELSE
              DISPLAY 'C1UISPF: AUDIT7 OPEN FAILED - FILE STATUS '
                      WS-AUDIT7-FILE-STATUS
                      ' - INBOX ACTION NOT AUDITED'
           END-IF.

      *-----------------------------------------------------------------
      *  Option A - the DD EXITCFG runtime configuration, one row per
      *  section. ACTION runs the C1UCFGVL validator over the whole
      *  member; any row selection opens the section's entries.
      *-----------------------------------------------------------------
       9500-LIST-EXITCFG.

           MOVE 'EXIT RUNTIME CONFIGURATION (EXITCFG)' TO WS-XTITLE.
           MOVE 'C1UCFGVL' TO WS-ACTION-UTILITY.
           PERFORM 9505-LOAD-CHANGE-AUTHORITY.
           PERFORM 0500-CREATE-LIST-TABLE.
           PERFORM 9510-LOAD-SECTION-TABLE.
           PERFORM 0300-DRIVE-LIST-PANEL.

      *-----------------------------------------------------------------
      *  May the logged-on user change entries? Only if %CFGEDIT
      *  lists them - see COPY CFGEDTCF.
      *-----------------------------------------------------------------
       9505-LOAD-CHANGE-AUTHORITY.

           MOVE 'N' TO WS-CF-AUTHORIZED.
           MOVE SPACES             TO WS-EXITCFG-REQUEST.
           MOVE 'CFGEDIT'          TO CFG-SECTION-NAME.
           MOVE WS-CFGEDT-MAX      TO CFG-MAX-ENTRIES.
           CALL 'CFGLOAD' USING WS-EXITCFG-REQUEST.
           IF CFG-SECTION-LOADED
              IF CFG-ENABLE-FLAG NOT = SPACE
                 MOVE CFG-ENABLE-FLAG TO WS-CFGEDT-ENABLED
              END-IF
              IF CFG-ENTRY-COUNT > 0
                 MOVE CFG-ENTRY-COUNT TO WS-CFGEDT-COUNT
                 PERFORM VARYING WS-CF-INX FROM 1 BY 1 UNTIL
                     WS-CF-INX > WS-CFGEDT-COUNT
                     MOVE CFG-ENTRY-LINE(WS-CF-INX)(1:8)
                          TO WS-CFGEDT-USERID(WS-CF-INX)
                 END-PERFORM
              END-IF
           END-IF.
           IF CFGEDT-CHANGES-ALLOWED AND WS-ZUSER NOT = SPACES
              PERFORM VARYING WS-CF-INX FROM 1 BY 1 UNTIL
                  WS-CF-INX > WS-CFGEDT-COUNT OR CF-USER-MAY-CHANGE
                  IF WS-CFGEDT-USERID(WS-CF-INX) = WS-ZUSER
                     MOVE 'Y' TO WS-CF-AUTHORIZED
                  END-IF
              END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      *  Every section of the CFGVLCHK inventory, in inventory order,
      *  then any header in the member the inventory does not know
      *  (CFGLOAD never loads those - usually a misspelling).
      *-----------------------------------------------------------------
       9510-LOAD-SECTION-TABLE.

           PERFORM 9520-LOAD-MEMBER-IMAGE.
           MOVE SPACES TO WS-XRCP WS-XDAT WS-XTIM WS-XSUB WS-XENV.
           MOVE 1 TO WS-CF-SI-COUNT.
           PERFORM VARYING WS-CF-SI-INX FROM 1 BY 1
                   UNTIL WS-CF-SI-INX > WS-CF-SI-COUNT
              MOVE 'N'          TO CVQ-FUNCTION
              MOVE WS-CF-SI-INX TO CVQ-SECTION-INX
              CALL 'CFGVLCHK' USING WS-CFGVL-REQUEST
              MOVE CVQ-SECTION-COUNT TO WS-CF-SI-COUNT
              IF CVQ-SECTION-KNOWN
                 PERFORM 9515-ADD-SECTION-ROW
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CF-INX FROM 1 BY 1
                   UNTIL WS-CF-INX > WS-CF-LINES
              IF WS-CF-IMAGE(WS-CF-INX)(1:1) = '%'
                 MOVE 'S' TO CVQ-FUNCTION
                 MOVE WS-CF-IMAGE(WS-CF-INX)(2:16) TO CVQ-SECTION-NAME
                 CALL 'CFGVLCHK' USING WS-CFGVL-REQUEST
                 IF NOT CVQ-SECTION-KNOWN
                    MOVE WS-CF-IMAGE(WS-CF-INX)(2:16) TO WS-XKEY
                    MOVE WS-CF-INX TO WS-CF-LINE-ED
                    MOVE SPACES TO WS-XLINE
                    STRING 'UNKNOWN SECTION AT LINE ' WS-CF-LINE-ED
                           ' - NOT LOADED BY ANY EXIT'
                       DELIMITED BY SIZE INTO WS-XLINE
                    END-STRING
                    PERFORM 0600-ADD-LIST-ROW
                 END-IF
              END-IF
           END-PERFORM.

       9515-ADD-SECTION-ROW.

           MOVE CVQ-SECTION-NAME TO WS-CF-SECTION WS-XKEY.
           MOVE CVQ-CAPACITY     TO WS-CF-CAPACITY-ED.
           PERFORM 9530-SCAN-SECTION.
           MOVE SPACES TO WS-XLINE.
           IF WS-CF-HDR-LINE = 0
              STRING 'NOT IN THE MEMBER - COMPILED-IN DEFAULTS, '
                     'CAPACITY ' WS-CF-CAPACITY-ED
                 DELIMITED BY SIZE INTO WS-XLINE
              END-STRING
           ELSE
              MOVE WS-CF-ENTRY-COUNT TO WS-CF-COUNT-ED
              MOVE WS-CF-HDR-LINE    TO WS-CF-LINE-ED
              IF WS-CF-ENABLED = SPACE
                 MOVE '-' TO WS-CF-ENABLED
              END-IF
              STRING WS-CF-COUNT-ED ' OF ' WS-CF-CAPACITY-ED
                     ' ENTRIES  ENABLED=' WS-CF-ENABLED
                     '  AT LINE ' WS-CF-LINE-ED
                 DELIMITED BY SIZE INTO WS-XLINE
              END-STRING
           END-IF.
           PERFORM 0600-ADD-LIST-ROW.

      *-----------------------------------------------------------------
      *  The member into WS-CF-IMAGE. A member longer than the image
      *  is flagged and never rewritten from here.
      *-----------------------------------------------------------------
       9520-LOAD-MEMBER-IMAGE.

           MOVE 0   TO WS-CF-LINES.
           MOVE 'N' TO WS-CF-IMAGE-FULL.
           OPEN INPUT EXITCFG.
           IF WS-EXITCFG-FILE-STATUS NOT = '00'
              MOVE 'N' TO WS-CF-MEMBER-OPEN
           ELSE
              MOVE 'Y' TO WS-CF-MEMBER-OPEN
              PERFORM 9525-READ-EXITCFG
              PERFORM UNTIL EXITCFG-ATEND
                  IF WS-CF-LINES < WS-CF-MAX
                     ADD 1 TO WS-CF-LINES
                     MOVE EXITCFG-REC TO WS-CF-IMAGE(WS-CF-LINES)
                  ELSE
                     MOVE 'Y' TO WS-CF-IMAGE-FULL
                  END-IF
                  PERFORM 9525-READ-EXITCFG
              END-PERFORM
              CLOSE EXITCFG
           END-IF.

       9525-READ-EXITCFG.
           READ EXITCFG
               AT END MOVE '10' TO WS-EXITCFG-FILE-STATUS
           END-READ.

      *-----------------------------------------------------------------
      *  Locate WS-CF-SECTION in the image the way CFGLOAD does - the
      *  first header of that name, up to the next header.
      *-----------------------------------------------------------------
       9530-SCAN-SECTION.

           MOVE 0     TO WS-CF-HDR-LINE WS-CF-END-LINE.
           MOVE 0     TO WS-CF-LAST-ENTRY WS-CF-ENTRY-COUNT.
           MOVE SPACE TO WS-CF-ENABLED.
           MOVE 'N'   TO WS-CF-SCAN-STATE.
           PERFORM VARYING WS-CF-INX FROM 1 BY 1
                   UNTIL WS-CF-INX > WS-CF-LINES
                      OR CF-SCAN-PAST-SECTION
              EVALUATE TRUE
                WHEN WS-CF-IMAGE(WS-CF-INX)(1:1) = '%'
                  IF CF-SCAN-IN-SECTION
                     MOVE 'P' TO WS-CF-SCAN-STATE
                  ELSE
                     IF WS-CF-IMAGE(WS-CF-INX)(2:16) = WS-CF-SECTION
                        MOVE 'Y' TO WS-CF-SCAN-STATE
                        MOVE WS-CF-INX TO WS-CF-HDR-LINE
                                          WS-CF-END-LINE
                     END-IF
                  END-IF
                WHEN NOT CF-SCAN-IN-SECTION
                  CONTINUE
                WHEN OTHER
                  MOVE WS-CF-INX TO WS-CF-END-LINE
                  IF WS-CF-IMAGE(WS-CF-INX)(1:1) = '*'
                     OR WS-CF-IMAGE(WS-CF-INX) = SPACES
                     CONTINUE
                  ELSE
                     MOVE WS-CF-INX TO WS-CF-LAST-ENTRY
                     IF WS-CF-IMAGE(WS-CF-INX)(1:8) = 'ENABLED='
                        MOVE WS-CF-IMAGE(WS-CF-INX)(9:1)
                          TO WS-CF-ENABLED
                     ELSE
                        ADD 1 TO WS-CF-ENTRY-COUNT
                     END-IF
                  END-IF
              END-EVALUATE
           END-PERFORM.

      *-----------------------------------------------------------------
      *  One section's entries on panel C1UPNLCE, until END. A saved
      *  change reloads the entries from the rewritten member, and on
      *  the way out the section list is reloaded for the new counts.
      *-----------------------------------------------------------------
       9600-EDIT-SECTION.

           MOVE 'S'     TO CVQ-FUNCTION.
           MOVE WS-XKEY TO CVQ-SECTION-NAME.
           CALL 'CFGVLCHK' USING WS-CFGVL-REQUEST.
           IF CVQ-SECTION-KNOWN
              MOVE CVQ-SECTION-NAME TO WS-CF-SECTION
              MOVE WS-XTITLE TO WS-CF-SAVE-XTITLE
              MOVE SPACES TO WS-XTITLE
              STRING 'EXITCFG SECTION %' WS-CF-SECTION
                 DELIMITED BY SIZE INTO WS-XTITLE
              END-STRING
              PERFORM 9610-BUILD-ENTRY-HEADING
              MOVE SPACES TO WS-XCFMSG
              IF NOT CF-USER-MAY-CHANGE
                 MOVE 'BROWSE ONLY - YOUR USER ID IS NOT IN %CFGEDIT'
                   TO WS-XCFMSG
              END-IF
              PERFORM 9620-LOAD-ENTRY-TABLE
              MOVE 'N' TO WS-CF-ENTRIES-DONE
              PERFORM UNTIL CF-ENTRIES-DONE
                  MOVE SPACES TO WS-ZCMD
                  MOVE SPACE  TO WS-XSEL
                  MOVE 'N'    TO WS-CF-SAVED
                  CALL WS-ISPLINK USING WS-SVC-TBDISPL WS-TBL-CONFIG
                       WS-PNL-CFGLIST
                  IF RETURN-CODE > 4
                     MOVE 'Y' TO WS-CF-ENTRIES-DONE
                  ELSE
                     MOVE SPACES TO WS-XCFMSG
                     EVALUATE TRUE
                       WHEN WS-XSEL NOT = SPACE
                         MOVE WS-XSEL     TO WS-CF-ACTION
                         MOVE WS-XCFNUM-N TO WS-CF-AT-LINE
                         MOVE WS-XCFRAW   TO WS-CF-ROW-RAW
                         PERFORM 9700-CHANGE-ENTRY THRU 9700-EXIT
                       WHEN WS-ZCMD(1:4) = 'ADD '
                         MOVE 'A'    TO WS-CF-ACTION
                         MOVE 0      TO WS-CF-AT-LINE
                         MOVE SPACES TO WS-CF-ROW-RAW
                         PERFORM 9700-CHANGE-ENTRY THRU 9700-EXIT
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                     IF CF-CHANGE-SAVED
                        CALL WS-ISPLINK USING WS-SVC-TBEND
                             WS-TBL-CONFIG
                        PERFORM 9620-LOAD-ENTRY-TABLE
                     END-IF
                  END-IF
              END-PERFORM
              CALL WS-ISPLINK USING WS-SVC-TBEND WS-TBL-CONFIG
              MOVE WS-CF-SAVE-XTITLE TO WS-XTITLE
              CALL WS-ISPLINK USING WS-SVC-TBEND WS-TBL-NAME
              PERFORM 0500-CREATE-LIST-TABLE
              PERFORM 9510-LOAD-SECTION-TABLE
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *-----------------------------------------------------------------
      *  The layout CFGVLCHK answered, and the column heading over the
      *  entry rows: each field gets its length, at least 8 and at
      *  most 20 positions, and a blank between.
      *-----------------------------------------------------------------
       9610-BUILD-ENTRY-HEADING.

           MOVE CVQ-CAPACITY    TO WS-CF-CAPACITY.
           MOVE CVQ-FIELD-COUNT TO WS-CF-FIELD-COUNT.
           MOVE SPACES TO WS-XCFHDR.
           MOVE 1      TO WS-CF-PTR.
           IF WS-CF-FIELD-COUNT = 0
              MOVE 'SETTING' TO WS-XCFHDR
           END-IF.
           PERFORM VARYING WS-CF-FLD-INX FROM 1 BY 1
                   UNTIL WS-CF-FLD-INX > WS-CF-FIELD-COUNT
              MOVE CVQ-FIELD-LABEL(WS-CF-FLD-INX)
                TO WS-CF-FLD-LABEL(WS-CF-FLD-INX)
              MOVE CVQ-FIELD-START(WS-CF-FLD-INX)
                TO WS-CF-FLD-START(WS-CF-FLD-INX)
              MOVE CVQ-FIELD-LENGTH(WS-CF-FLD-INX)
                TO WS-CF-FLD-LENGTH(WS-CF-FLD-INX)
                   WS-CF-FLD-WIDTH(WS-CF-FLD-INX)
              IF WS-CF-FLD-WIDTH(WS-CF-FLD-INX) < 8
                 MOVE 8 TO WS-CF-FLD-WIDTH(WS-CF-FLD-INX)
              END-IF
              IF WS-CF-FLD-WIDTH(WS-CF-FLD-INX) > 20
                 MOVE 20 TO WS-CF-FLD-WIDTH(WS-CF-FLD-INX)
              END-IF
              MOVE WS-CF-FLD-LABEL(WS-CF-FLD-INX) TO WS-CF-CELL
              STRING WS-CF-CELL(1:WS-CF-FLD-WIDTH(WS-CF-FLD-INX))
                     ' ' DELIMITED BY SIZE
                 INTO WS-XCFHDR WITH POINTER WS-CF-PTR
                 ON OVERFLOW CONTINUE
              END-STRING
           END-PERFORM.

      *-----------------------------------------------------------------
      *  The section's entries and ENABLED= line from a fresh image,
      *  one row each; comment and blank lines stay in the member but
      *  are not shown.
      *-----------------------------------------------------------------
       9620-LOAD-ENTRY-TABLE.

           CALL WS-ISPLINK USING WS-SVC-TBCREATE WS-TBL-CONFIG
                WS-TBL-KEYS WS-TBL-CF-NAMES WS-OPT-NOWRITE.
           PERFORM 9520-LOAD-MEMBER-IMAGE.
           PERFORM 9530-SCAN-SECTION.
           IF WS-CF-HDR-LINE = 0 AND WS-XCFMSG = SPACES
              MOVE 'SECTION NOT IN THE MEMBER YET - ADD CREATES IT'
                TO WS-XCFMSG
           END-IF.
           IF WS-CF-HDR-LINE > 0
              COMPUTE WS-CF-TO-INX = WS-CF-HDR-LINE + 1
              PERFORM VARYING WS-CF-INX FROM WS-CF-TO-INX BY 1
                      UNTIL WS-CF-INX > WS-CF-END-LINE
                 IF WS-CF-IMAGE(WS-CF-INX)(1:1) NOT = '*'
                    AND WS-CF-IMAGE(WS-CF-INX) NOT = SPACES
                    PERFORM 9625-ADD-ENTRY-ROW
                 END-IF
              END-PERFORM
           END-IF.
           CALL WS-ISPLINK USING WS-SVC-TBTOP WS-TBL-CONFIG.

      *-----------------------------------------------------------------
      *  A KEYWORD= line, or any line of a section with no field
      *  layout, is shown whole; an entry is split into its fields at
      *  the heading's widths.
      *-----------------------------------------------------------------
       9625-ADD-ENTRY-ROW.

           MOVE WS-CF-INX TO WS-XCFNUM-N.
           MOVE WS-CF-IMAGE(WS-CF-INX)(1:72) TO WS-XCFRAW
                                                WS-CF-TEST-LINE.
           PERFORM 9630-TEST-KEYWORD-LINE.
           IF CF-KEYWORD-LINE OR WS-CF-FIELD-COUNT = 0
              MOVE WS-XCFRAW TO WS-XLINE
           ELSE
              MOVE SPACES TO WS-XLINE
              MOVE 1      TO WS-CF-PTR
              PERFORM VARYING WS-CF-FLD-INX FROM 1 BY 1
                      UNTIL WS-CF-FLD-INX > WS-CF-FIELD-COUNT
                 MOVE WS-XCFRAW(WS-CF-FLD-START(WS-CF-FLD-INX):
                                WS-CF-FLD-LENGTH(WS-CF-FLD-INX))
                   TO WS-CF-CELL
                 STRING WS-CF-CELL(1:WS-CF-FLD-WIDTH(WS-CF-FLD-INX))
                        ' ' DELIMITED BY SIZE
                    INTO WS-XLINE WITH POINTER WS-CF-PTR
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-PERFORM
           END-IF.
           MOVE SPACE TO WS-XSEL.
           CALL WS-ISPLINK USING WS-SVC-TBADD WS-TBL-CONFIG.

      *-----------------------------------------------------------------
      *  KEYWORD= line: an '=' ahead of the first blank.
      *-----------------------------------------------------------------
       9630-TEST-KEYWORD-LINE.

           MOVE 0 TO WS-CF-EQ-TALLY.
           INSPECT WS-CF-TEST-LINE TALLYING WS-CF-EQ-TALLY
               FOR ALL '=' BEFORE INITIAL SPACE.
           IF WS-CF-EQ-TALLY > 0
              MOVE 'Y' TO WS-CF-KEYWORD
           ELSE
              MOVE 'N' TO WS-CF-KEYWORD
           END-IF.

      *-----------------------------------------------------------------
      *  A (add after the row, or ADD at the end of the section), C
      *  or D on panel C1UPNLCF. The form is shown until the entry
      *  passes and is saved, or the user ENDs out of it.
      *-----------------------------------------------------------------
       9700-CHANGE-ENTRY.

           MOVE 'N' TO WS-CF-SAVED.
           IF NOT CF-USER-MAY-CHANGE
              MOVE 'NOT AUTHORIZED - YOUR USER ID IS NOT IN %CFGEDIT'
                TO WS-XCFMSG
              GO TO 9700-EXIT
           END-IF.
           MOVE WS-CF-SECTION TO WS-XCFSEC.
           MOVE SPACES TO WS-XCFL-GROUP WS-XCFV-GROUP WS-XCFSET.
           MOVE SPACES TO WS-XCFMSG.
           EVALUATE TRUE
             WHEN CF-ADD
               MOVE 'ADD'    TO WS-XCFFUN
             WHEN CF-CHANGE
               MOVE 'CHANGE' TO WS-XCFFUN
             WHEN OTHER
               MOVE 'D'      TO WS-CF-ACTION
               MOVE 'DELETE' TO WS-XCFFUN
               MOVE 'ENTER DELETES THIS ENTRY - END KEEPS IT'
                 TO WS-XCFMSG
           END-EVALUATE.
           PERFORM VARYING WS-CF-FLD-INX FROM 1 BY 1
                   UNTIL WS-CF-FLD-INX > WS-CF-FIELD-COUNT
              MOVE WS-CF-FLD-LABEL(WS-CF-FLD-INX)
                TO WS-XCFL(WS-CF-FLD-INX)
           END-PERFORM.
           IF CF-ADD
              MOVE SPACES TO WS-CF-BEFORE
           ELSE
              MOVE WS-CF-ROW-RAW TO WS-CF-BEFORE WS-CF-TEST-LINE
              PERFORM 9630-TEST-KEYWORD-LINE
              IF CF-KEYWORD-LINE OR WS-CF-FIELD-COUNT = 0
                 MOVE WS-CF-BEFORE TO WS-XCFSET
              ELSE
                 PERFORM VARYING WS-CF-FLD-INX FROM 1 BY 1
                         UNTIL WS-CF-FLD-INX > WS-CF-FIELD-COUNT
                    MOVE WS-CF-BEFORE(WS-CF-FLD-START(WS-CF-FLD-INX):
                                   WS-CF-FLD-LENGTH(WS-CF-FLD-INX))
                      TO WS-XCFV(WS-CF-FLD-INX)
                 END-PERFORM
              END-IF
           END-IF.
           MOVE 'N' TO WS-CF-FORM-DONE.
           PERFORM UNTIL CF-FORM-DONE
               CALL WS-ISPLINK USING WS-SVC-DISPLAY WS-PNL-CFGFORM
               IF RETURN-CODE NOT = 0
                  MOVE 'Y' TO WS-CF-FORM-DONE
                  MOVE 'NOTHING CHANGED' TO WS-XCFMSG
               ELSE
                  PERFORM 9710-BUILD-AND-CHECK-LINE THRU 9710-EXIT
                  IF WS-XCFMSG = SPACES
                     PERFORM 9750-SAVE-CHANGE THRU 9750-EXIT
                     IF CF-CHANGE-SAVED
                        MOVE 'Y' TO WS-CF-FORM-DONE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
       9700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  The new line: the setting line when one was typed, else the
      *  labelled fields laid into their columns - over the entry as
      *  it stood for a change, so columns no field describes are
      *  kept. Then the same checks C1UCFGVL applies.
      *-----------------------------------------------------------------
       9710-BUILD-AND-CHECK-LINE.

           MOVE SPACES TO WS-XCFMSG WS-CF-NEW-LINE.
           IF CF-DELETE
              GO TO 9710-EXIT
           END-IF.
           IF WS-XCFSET NOT = SPACES
              MOVE WS-XCFSET TO WS-CF-NEW-LINE
           ELSE
              MOVE WS-CF-BEFORE TO WS-CF-TEST-LINE
              PERFORM 9630-TEST-KEYWORD-LINE
              IF CF-CHANGE AND NOT CF-KEYWORD-LINE
                 MOVE WS-CF-BEFORE TO WS-CF-NEW-LINE
              END-IF
              PERFORM VARYING WS-CF-FLD-INX FROM 1 BY 1
                      UNTIL WS-CF-FLD-INX > WS-CF-FIELD-COUNT
                 MOVE WS-XCFV(WS-CF-FLD-INX)
                   TO WS-CF-NEW-LINE(WS-CF-FLD-START(WS-CF-FLD-INX):
                                     WS-CF-FLD-LENGTH(WS-CF-FLD-INX))
              END-PERFORM
           END-IF.
           IF WS-CF-NEW-LINE = SPACES
              MOVE 'ENTER THE FIELDS, OR A WHOLE SETTING LINE'
                TO WS-XCFMSG
              GO TO 9710-EXIT
           END-IF.
           IF WS-CF-NEW-LINE(1:1) = '%' OR WS-CF-NEW-LINE(1:1) = '*'
              MOVE 'AN ENTRY CANNOT START WITH % OR *' TO WS-XCFMSG
              GO TO 9710-EXIT
           END-IF.
           IF CF-CHANGE AND WS-CF-NEW-LINE(1:72) = WS-CF-BEFORE
              MOVE 'NOTHING CHANGED ON THE ENTRY - END TO LEAVE IT'
                TO WS-XCFMSG
              GO TO 9710-EXIT
           END-IF.
           MOVE 'L'            TO CVQ-FUNCTION.
           MOVE WS-CF-SECTION  TO CVQ-SECTION-NAME.
           MOVE WS-CF-NEW-LINE TO CVQ-LINE.
           CALL 'CFGVLCHK' USING WS-CFGVL-REQUEST.
           IF CVQ-LINE-IN-ERROR
              MOVE CVQ-ERROR-TEXT TO WS-XCFMSG
           END-IF.
       9710-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  Save: re-read the member, make sure the entry acted on is
      *  still where and what it was when listed, hold the section
      *  to its capacity and to one ENABLED= line, apply the change
      *  and rewrite the member - with DD CFGCHLOG open first, so no
      *  change is ever saved without its change record.
      *-----------------------------------------------------------------
       9750-SAVE-CHANGE.

           PERFORM 9520-LOAD-MEMBER-IMAGE.
           IF NOT CF-MEMBER-AVAILABLE
              MOVE 'DD EXITCFG IS NOT AVAILABLE - NOTHING SAVED'
                TO WS-XCFMSG
              GO TO 9750-EXIT
           END-IF.
           IF CF-IMAGE-TRUNCATED
              MOVE 'EXITCFG IS TOO LONG FOR THIS DIALOG - NOTHING SAVED'
                TO WS-XCFMSG
              GO TO 9750-EXIT
           END-IF.
           PERFORM 9530-SCAN-SECTION.
           IF WS-CF-AT-LINE > 0
              IF WS-CF-AT-LINE NOT > WS-CF-HDR-LINE
                 OR WS-CF-AT-LINE > WS-CF-END-LINE
                 OR WS-CF-IMAGE(WS-CF-AT-LINE)(1:72)
                    NOT = WS-CF-ROW-RAW
                 MOVE 'EXITCFG CHANGED SINCE LISTED - END AND RESELECT'
                   TO WS-XCFMSG
                 GO TO 9750-EXIT
              END-IF
           END-IF.
           IF NOT CF-DELETE
              IF WS-CF-NEW-LINE(1:8) = 'ENABLED='
                 IF WS-CF-ENABLED NOT = SPACE
                    AND WS-CF-BEFORE(1:8) NOT = 'ENABLED='
                    MOVE 'THE SECTION ALREADY HAS AN ENABLED= LINE'
                      TO WS-XCFMSG
                    GO TO 9750-EXIT
                 END-IF
              ELSE
                 IF (CF-ADD OR WS-CF-BEFORE(1:8) = 'ENABLED=')
                    AND WS-CF-ENTRY-COUNT NOT < WS-CF-CAPACITY
                    MOVE WS-CF-CAPACITY TO WS-CF-CAPACITY-ED
                    STRING 'THE SECTION IS FULL - ITS CAPACITY IS '
                           WS-CF-CAPACITY-ED ' ENTRIES'
                       DELIMITED BY SIZE INTO WS-XCFMSG
                    END-STRING
                    GO TO 9750-EXIT
                 END-IF
              END-IF
           END-IF.
           IF CF-ADD AND WS-CF-LINES + 2 > WS-CF-MAX
              MOVE 'EXITCFG IS TOO LONG FOR THIS DIALOG - NOTHING SAVED'
                TO WS-XCFMSG
              GO TO 9750-EXIT
           END-IF.
           OPEN EXTEND CFGCHLOG.
           IF WS-CFGCHLOG-FILE-STATUS NOT = '00'
              DISPLAY 'C1UISPF: CFGCHLOG OPEN FAILED - FILE STATUS '
                      WS-CFGCHLOG-FILE-STATUS
                      ' - EXITCFG NOT CHANGED'
              MOVE 'DD CFGCHLOG IS NOT AVAILABLE - NOTHING SAVED'
                TO WS-XCFMSG
              GO TO 9750-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN CF-CHANGE
               MOVE WS-CF-NEW-LINE(1:72)
                 TO WS-CF-IMAGE(WS-CF-AT-LINE)(1:72)
               MOVE WS-CF-AT-LINE TO WS-CF-LOG-LINE
             WHEN CF-DELETE
               MOVE WS-CF-AT-LINE TO WS-CF-LOG-LINE
               PERFORM 9760-REMOVE-IMAGE-LINE
             WHEN WS-CF-HDR-LINE = 0
               ADD 1 TO WS-CF-LINES
               MOVE SPACES TO WS-CF-IMAGE(WS-CF-LINES)
               MOVE '%'    TO WS-CF-IMAGE(WS-CF-LINES)(1:1)
               MOVE WS-CF-SECTION TO WS-CF-IMAGE(WS-CF-LINES)(2:16)
               ADD 1 TO WS-CF-LINES
               MOVE WS-CF-NEW-LINE TO WS-CF-IMAGE(WS-CF-LINES)
               MOVE WS-CF-LINES TO WS-CF-LOG-LINE
             WHEN OTHER
               EVALUATE TRUE
                 WHEN WS-CF-AT-LINE > 0
                   COMPUTE WS-CF-INSERT-AT = WS-CF-AT-LINE + 1
                 WHEN WS-CF-LAST-ENTRY > 0
                   COMPUTE WS-CF-INSERT-AT = WS-CF-LAST-ENTRY + 1
                 WHEN OTHER
                   COMPUTE WS-CF-INSERT-AT = WS-CF-HDR-LINE + 1
               END-EVALUATE
               MOVE WS-CF-INSERT-AT TO WS-CF-LOG-LINE
               PERFORM 9770-INSERT-IMAGE-LINE
           END-EVALUATE.
           OPEN OUTPUT EXITCFG.
           IF WS-EXITCFG-FILE-STATUS NOT = '00'
              CLOSE CFGCHLOG
              MOVE SPACES TO WS-XCFMSG
              STRING 'EXITCFG NOT OPENED FOR OUTPUT - STATUS '
                     WS-EXITCFG-FILE-STATUS ' - NOTHING SAVED'
                 DELIMITED BY SIZE INTO WS-XCFMSG
              END-STRING
              GO TO 9750-EXIT
           END-IF.
           PERFORM VARYING WS-CF-INX FROM 1 BY 1
                   UNTIL WS-CF-INX > WS-CF-LINES
              WRITE EXITCFG-REC FROM WS-CF-IMAGE(WS-CF-INX)
           END-PERFORM.
           CLOSE EXITCFG.
           PERFORM 9790-WRITE-CHANGE-RECORD.
           CLOSE CFGCHLOG.
           MOVE 'Y' TO WS-CF-SAVED.
           MOVE 'SAVED - THE CHANGE IS RECORDED ON CFGCHLOG'
             TO WS-XCFMSG.
       9750-EXIT.
           EXIT.

       9760-REMOVE-IMAGE-LINE.

           PERFORM VARYING WS-CF-INX FROM WS-CF-AT-LINE BY 1
                   UNTIL WS-CF-INX NOT < WS-CF-LINES
              COMPUTE WS-CF-TO-INX = WS-CF-INX + 1
              MOVE WS-CF-IMAGE(WS-CF-TO-INX) TO WS-CF-IMAGE(WS-CF-INX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CF-LINES.

       9770-INSERT-IMAGE-LINE.

           ADD 1 TO WS-CF-LINES.
           PERFORM VARYING WS-CF-INX FROM WS-CF-LINES BY -1
                   UNTIL WS-CF-INX NOT > WS-CF-INSERT-AT
              COMPUTE WS-CF-TO-INX = WS-CF-INX - 1
              MOVE WS-CF-IMAGE(WS-CF-TO-INX) TO WS-CF-IMAGE(WS-CF-INX)
           END-PERFORM.
           MOVE WS-CF-NEW-LINE TO WS-CF-IMAGE(WS-CF-INSERT-AT).

       9790-WRITE-CHANGE-RECORD.

           ACCEPT WS-DISP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DISP-TIME FROM TIME.
           MOVE SPACES               TO CFGCHLOG-REC.
           MOVE WS-DISP-DATE         TO CCL-DATE.
           MOVE WS-DISP-TIME(1:6)    TO CCL-TIME.
           MOVE WS-ZUSER             TO CCL-USER.
           MOVE WS-CF-SECTION        TO CCL-SECTION.
           MOVE WS-CF-ACTION         TO CCL-ACTION.
           MOVE WS-CF-LOG-LINE       TO CCL-LINE-NUMBER.
           MOVE WS-CF-BEFORE         TO CCL-BEFORE.
           MOVE WS-CF-NEW-LINE(1:72) TO CCL-AFTER.
           MOVE SPACES          TO WS-LOG-HEADER.
           MOVE 'CFGCHLOG'      TO LGH-RECORD-TYPE.
           MOVE 01              TO LGH-LAYOUT-VERSION.
           MOVE CCL-DATE        TO LGH-DATE.
           MOVE CCL-TIME        TO LGH-TIME.
           MOVE CCL-SECTION     TO LGH-KEY.
           CALL 'LOGSTAMP' USING WS-LOG-HEADER.
           MOVE WS-LOG-HEADER   TO CFGCHLOG-HEADER.
           WRITE CFGCHLOG-REC.
