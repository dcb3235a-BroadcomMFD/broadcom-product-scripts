      *    - emergency-override usage for the tied object, from the
      *      SNOWLG2 trace;
      *    - the creator's backout history, from BCKIMPRT;
      *    - the distinct programs using the package's copybooks,
      *      macros and subroutines, from CMPUSAGE (see IMPACTCF -
      *      zero while that lookup is off);
      *  weighted by the factors below, written as a durable DD
      *  RISKSCOR record and carried as one extra line in the
      *  approver notification. Leave the toggle at 'N' to score
       01  WS-RISKSC-WT-RSNFAIL          PIC 9(03) VALUE 3.
       01  WS-RISKSC-WT-OVERRIDE         PIC 9(03) VALUE 10.
       01  WS-RISKSC-WT-BACKOUT          PIC 9(03) VALUE 5.
       01  WS-RISKSC-WT-IMPACT           PIC 9(03) VALUE 1.
