      *****************************************************************
      *  GITMIRCF
      *  Settings for the Git mirror of production: C1UGITMR, the
      *  post-execute step that lays out and retrieves an executed
      *  package's elements, and C1UGITPS, which commits and pushes
      *  them. The Git work itself is done by the site's REXX exec
      *  WS-GITMIR-EXEC in the REXXLIB library, run through IRXJCL
      *  with a function (PREP, COMMIT or PUSH) and its request on
      *  DD GITREQ; it answers on DD GITRSLT.
      *    WS-GITMIR-WORKDIR    the USS Git work tree - elements land
      *                         under system/subsystem/type below it.
      *                         At most 36 characters, so the
      *                         deepest retrieve path still fits one
      *                         SCL line
      *    WS-GITMIR-REMOTE /   the remote and branch C1UGITPS pushes
      *    WS-GITMIR-BRANCH     to
      *    WS-GITMIR-PROD-ENV / the production environment and stage
      *    WS-GITMIR-PROD-STG   number the source is retrieved from
      *    WS-GITMIR-ALERT-AFTER
      *                         failed attempts after which a queued
      *                         commit or push raises a WTOALERT on
      *                         every run - it is never dropped
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %GITMIRR exists in the DD EXITCFG runtime config dataset, its
      *  ENABLED= line and its WORKDIR= (from col 9), REMOTE= and
      *  BRANCH= (from col 8), PRODENV= and PRODSTG= (from col 9),
      *  EXEC= (from col 6) and ALERT=nn lines replace them - see
      *  CFGLOAD.
       01  WS-GITMIR-ENABLED             PIC X(01) VALUE 'N'.
           88  GIT-MIRROR-ENABLED                  VALUE 'Y'.
       01  WS-GITMIR-EXEC                PIC X(08) VALUE 'GITMIRR'.
       01  WS-GITMIR-WORKDIR             PIC X(36)
           VALUE '/u/endevor/gitmirror'.
       01  WS-GITMIR-REMOTE              PIC X(20) VALUE 'origin'.
       01  WS-GITMIR-BRANCH              PIC X(20) VALUE 'main'.
       01  WS-GITMIR-PROD-ENV            PIC X(08) VALUE 'PRD'.
       01  WS-GITMIR-PROD-STG            PIC X(01) VALUE '2'.
       01  WS-GITMIR-ALERT-AFTER         PIC 9(02) VALUE 3.
       01  WS-GITMIR-CFG-LINES           PIC 9(02) VALUE 12.
