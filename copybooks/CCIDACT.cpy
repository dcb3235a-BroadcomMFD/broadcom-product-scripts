      *****************************************************************
      *  CCIDACT
      *  One element action as C1UEXT02 hands it to C1UCCDMU for the
      *  keyed DD CCIDMSTR CCID master (see COPY CCIDMSTR):
      *    CALL 'C1UCCDMU' USING WS-CCIDACT-REQUEST
      *  CA-ENV/CA-STGID is where the element stands after the action
      *  - left blank for actions that reach no environment (RETRIEVE,
      *  DELETE), which then never raise the highest environment.
      *  CA-PACKAGE-ID is the element's last-processed package, blank
      *  when it has none.
      *****************************************************************
       01  WS-CCIDACT-REQUEST.
           03  CA-CCID                      PIC X(12).
           03  CA-DATE                      PIC 9(08).
           03  CA-TIME                      PIC 9(06).
           03  CA-ACTION                    PIC X(10).
           03  CA-USER                      PIC X(08).
           03  CA-ENV                       PIC X(08).
           03  CA-STGID                     PIC X(01).
           03  CA-SYSTEM                    PIC X(08).
           03  CA-SUBSYSTEM                 PIC X(08).
           03  CA-TYPE                      PIC X(08).
           03  CA-ELEMENT                   PIC X(10).
           03  CA-PACKAGE-ID                PIC X(16).
