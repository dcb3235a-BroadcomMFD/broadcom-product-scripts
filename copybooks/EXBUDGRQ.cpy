      *****************************************************************
      *  EXBUDGRQ
      *  Request/answer area for EXBUDGET, the per-invocation time
      *  budget of the exits. One C1UEXT07 cast can make a REXX call,
      *  several ServiceNow HTTP calls, a freeze-calendar check, risk
      *  scoring and BC1PMLIF sends; when ServiceNow is slow they add
      *  up until the TSO session looks hung. Every timed external
      *  call adds its elapsed hundredths to WS-MT-SPENT-HUND (COPY
      *  CALLMTRC, see EXTMTRCS). Before an optional step or a gate
      *  the exit fills in
      *    XBG-EXIT-NAME   the exit whose budget applies
      *    XBG-STEP        what is about to run (RISKSCOR, OWNRNTFY,
      *                    WRITBACK, FREEZE, CHGROUTE, CHGWIN ...)
      *    XBG-KEY         package ID / element, for the log
      *    XBG-STEP-CLASS  'O' optional work that can wait,
      *                    'G' a gate the action must pass
      *    XBG-SPENT-HUND  WS-MT-SPENT-HUND as it stands
      *  and CALLs 'EXBUDGET' USING WS-EXBUDGET-REQUEST. Within the
      *  budget (or with no budget for the exit) XBG-VERDICT comes
      *  back 'W' and the step runs as it always has. Once the budget
      *  is spent:
      *    'D'  optional step - the exit queues it on DD EXDEFERQ
      *         (COPY EXDEFERQ) for the C1UEXDFR catch-up step, or
      *         skips it where it has nothing to catch up
      *    'O'  gate, SNOWFOPN fail-open - the gate is not run and
      *         the action goes through
      *    'R'  gate, SNOWFOPN fail-closed - the action is refused
      *         (message id 0797)
      *  Every answer other than 'W' is one line on DD EXBUDLOG.
      *  XBG-BUDGET-HUND returns the budget that was applied.
      *****************************************************************
       01  WS-EXBUDGET-REQUEST.
           03  XBG-EXIT-NAME                PIC X(08).
           03  XBG-STEP                     PIC X(08).
           03  XBG-KEY                      PIC X(16).
           03  XBG-STEP-CLASS               PIC X(01).
               88  XBG-OPTIONAL-STEP                VALUE 'O'.
               88  XBG-MANDATORY-GATE               VALUE 'G'.
           03  XBG-SPENT-HUND               PIC 9(07).
           03  XBG-BUDGET-HUND              PIC 9(07).
           03  XBG-VERDICT                  PIC X(01).
               88  XBG-WITHIN-BUDGET                VALUE 'W'.
               88  XBG-DEFER-STEP                   VALUE 'D'.
               88  XBG-GATE-PASSED-OPEN             VALUE 'O'.
               88  XBG-GATE-REFUSED                 VALUE 'R'.
