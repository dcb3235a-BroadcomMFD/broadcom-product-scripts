      *                52-58 elapsed hundredths                       *
      *                60-68 return code (signed)                     *
      *              C1UMTRRP summarizes the file per target per day. *
      *              The elapsed hundredths also go back to the       *
      *              caller and onto its per-invocation running total *
      *              (WS-MT-SPENT-HUND), which the time-budget check  *
      *              EXBUDGET judges.                                 *
      *              A missing DD CALLMTRC means no metrics - never   *
      *              a failure back to the caller.                    *
      *****************************************************************
              ADD 8640000 TO WS-ELAPSED
           END-IF.

      *    The running total is kept whether or not the metrics DD is
      *    there - the budget must not depend on it. A total the
      *    caller never zeroed starts from nothing; one that would
      *    overflow stays at its ceiling.
           MOVE WS-ELAPSED TO WS-MT-ELAPSED-HUND.
           IF WS-MT-SPENT-HUND NOT NUMERIC
              MOVE 0 TO WS-MT-SPENT-HUND
           END-IF.
           ADD WS-MT-ELAPSED-HUND TO WS-MT-SPENT-HUND
               ON SIZE ERROR MOVE 9999999 TO WS-MT-SPENT-HUND
           END-ADD.

           OPEN EXTEND CALLMTRC.
           IF CALLMTRC-NOT-AVAILABLE
              GOBACK
