      *****************************************************************
      *  QGATECF
      *  External quality-gate results in C1UEXT07 at Before-CAST.
      *  The site's static-analysis and unit-test tooling loads one
      *  result per element level onto the keyed DD QGRSLT store
      *  (copybook QGRSLT). With the toggle ON, when PHDR-PKG-ENV is
      *  one of the controlled environments below, each element an
      *  SCL statement captured into PKGMANIF names (ELEMENT, TYPE and
      *  SYSTEM clauses, read up to the statement's closing period) is
      *  looked up through C1UQGRLU - the highest level on record for
      *  that element, type and system is the result that counts. An
      *  element with no result on record, or whose result is a fail,
      *  is flagged. The environment's switch decides what follows -
      *    W  warn: the cast proceeds; the flagged elements ride the
      *       approver notification, one body line each
      *    R  reject: the cast is refused, return code 8, message id
      *       0796 naming the element and what is wrong with it
      *  Environments not listed are not checked. C1UPKGRV reports the
      *  same verdict as a line of its readiness checklist.
      *****************************************************************
      *  The values below are the compiled-in DEFAULTS. When section
      *  %QUALGATE exists in the DD EXITCFG runtime config dataset
      *  (one entry per line: controlled environment cols 1-8, W or R
      *  col 10; optional ENABLED= line), C1UEXT07 and C1UPKGRV load
      *  it over this table at the first call - see CFGLOAD.
       01  WS-QGATE-ENABLED              PIC X(01) VALUE 'N'.
           88  QGATE-CHECK-ENABLED                 VALUE 'Y'.
       01  WS-QGATE-TABLE.
           03 FILLER                          PIC X(10)
              VALUE 'PROD     R'.
           03 FILLER                          PIC X(150)
              VALUE SPACES.
       01  WS-QGATE-TABLE-RE REDEFINES WS-QGATE-TABLE.
           03 WS-QGATE-ENTRY                  OCCURS 16 TIMES.
              05 WS-QGATE-ENV                 PIC X(08).
              05 FILLER                       PIC X(01).
              05 WS-QGATE-MODE                PIC X(01).
       01  WS-QGATE-COUNT                PIC 9(02) VALUE 1.
       01  WS-QGATE-MAX                  PIC 9(02) VALUE 16.
