      *****************************************************************
      *  APPPARCF
      *  Thresholds for the C1UAPPAR approver-participation report.
      *    WS-APPPAR-IDLE-MIN  an approver eligible (on the cast-time
      *                        roster snapshot) for at least this many
      *                        packages in the quarter who approved
      *                        none of them is flagged NEVER APPROVES
      *    WS-APPPAR-KEY-PCT   a system whose approved packages were
      *                        approved by one person more than this
      *                        percentage of the time is flagged as a
      *                        key-person risk ...
      *    WS-APPPAR-MIN-PKGS  ... provided it had at least this many
      *                        approved packages in the quarter, so a
      *                        system with one package is not flagged
      *                        at 100%
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %APPRPART exists in the DD EXITCFG runtime config dataset,
      *  its IDLEMIN=nnnn, KEYPCT=nnn and MINPKGS=nnnn lines replace
      *  them - see CFGLOAD.
       01  WS-APPPAR-IDLE-MIN            PIC 9(04) VALUE 5.
       01  WS-APPPAR-KEY-PCT             PIC 9(03) VALUE 60.
       01  WS-APPPAR-MIN-PKGS            PIC 9(04) VALUE 5.
       01  WS-APPPAR-MAX                 PIC 9(02) VALUE 4.
