      *  CALLMTRC DD just means no metrics. Callers that depend on
      *  RETURN-CODE after the timed call should take it from
      *  WS-MT-RC, where they captured it.
      *
      *  EXTMTRCS also hands the call's elapsed hundredths back in
      *  WS-MT-ELAPSED-HUND and adds them to WS-MT-SPENT-HUND, the
      *  running total for the invocation. An exit that keeps a time
      *  budget (EXBUDGET, copybook EXBUDGRQ) zeroes WS-MT-SPENT-HUND
      *  when an invocation starts and judges the total before each
      *  optional step or gate.
      *****************************************************************
       01  WS-CALL-METRIC.
           03  WS-MT-PROGRAM                PIC X(08).
           03  WS-MT-START-TIME             PIC 9(08).
           03  WS-MT-END-TIME               PIC 9(08).
           03  WS-MT-RC                     PIC S9(08).
           03  WS-MT-ELAPSED-HUND           PIC 9(07).
           03  WS-MT-SPENT-HUND             PIC 9(07).
