      *****************************************************************
      *  LOGCHRQ
      *  Request/answer area for LOGCHAIN, which keeps the SOX
      *  evidence logs - AUDIT7, BKWAIVER, FRZWAIVR and the emergency
      *  override lines of SNOWLG2 - tamper-evident. Every record
      *  written to one of them carries a chain hash: the SHA-256 of
      *  the previous record's chain hash followed by the record
      *  itself (its own hash field blank), the first 6 bytes of it
      *  as 12 hex characters. Changing, removing or inserting a
      *  record breaks the link to every record after it; C1ULOGHV
      *  walks a generation and finds the first broken link, and the
      *  daily C1ULOGAN anchor pins the head of each chain somewhere
      *  the writers cannot reach.
      *
      *  A writer, with its log already open EXTEND (the log's own
      *  exclusive allocation is what keeps two writers from chaining
      *  off the same head):
      *    LCQ-HASH-NEXT   LCQ-LOG-NAME, LCQ-CHAIN-ID and the record
      *                    as it will be written, hash field blank,
      *                    in LCQ-RECORD-IMAGE for LCQ-RECORD-LENGTH
      *                    bytes. LCQ-HASH comes back for the record's
      *                    hash field, LCQ-PREV-HASH the head it
      *                    chained from.
      *    LCQ-COMMIT      after the WRITE came back '00' - the hash
      *                    just handed out becomes the chain's head.
      *                    A record that did not reach the log is
      *                    never committed, so the next record chains
      *                    from the last one that did.
      *  The checker:
      *    LCQ-RECOMPUTE   hashes LCQ-RECORD-IMAGE onto LCQ-PREV-HASH
      *                    as supplied; the chain store is not used.
      *
      *  LCQ-CHAIN-ID is the writing system (LGH-SYSTEM) for a log
      *  that carries the common log header - each system's log is
      *  its own chain, and a merged file keeps them apart on the
      *  header - and spaces for a headerless log, whose dataset is
      *  one chain whichever system wrote to it.
      *
      *  LCQ-RESULT 'Y' the hash is good to write; 'N' the chain store
      *  (DD LOGCHST) could not be used and LCQ-HASH is blank - the
      *  record is still written, and shows as a break to C1ULOGHV.
      *****************************************************************
       01  WS-LOG-CHAIN-REQUEST.
           03  LCQ-FUNCTION                 PIC X(01).
               88  LCQ-HASH-NEXT                    VALUE 'H'.
               88  LCQ-COMMIT                       VALUE 'C'.
               88  LCQ-RECOMPUTE                    VALUE 'V'.
           03  LCQ-LOG-NAME                 PIC X(08).
           03  LCQ-CHAIN-ID                 PIC X(08).
           03  LCQ-RECORD-LENGTH            PIC 9(03).
           03  LCQ-RECORD-IMAGE             PIC X(200).
           03  LCQ-PREV-HASH                PIC X(12).
           03  LCQ-HASH                     PIC X(12).
           03  LCQ-RESULT                   PIC X(01).
               88  LCQ-CHAINED                      VALUE 'Y'.
               88  LCQ-NOT-CHAINED                  VALUE 'N'.
