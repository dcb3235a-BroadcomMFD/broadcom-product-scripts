           03  SRC-ELM-PROCESSOR-LAST-COMMENT PIC X(40).
           03  SRC-ELM-LAST-PROC-PACKAGE PIC X(16).
           03  SRC-ELM-PROCESSOR-GROUP PIC X(16).
           03  SRC-ELM-PROCESSOR-RC    PIC S9(04) COMP.

       01  SRC-FILE-CONTROL-BLOCK.
           03  SRC-FILE-DDNAME         PIC X(08).
           03  TGT-ELM-PROCESSOR-LAST-COMMENT PIC X(40).
           03  TGT-ELM-LAST-PROC-PACKAGE PIC X(16).
           03  TGT-ELM-PROCESSOR-GROUP PIC X(16).
           03  TGT-ELM-PROCESSOR-RC    PIC S9(04) COMP.

       01  TGT-FILE-CONTROL-BLOCK.
           03  TGT-FILE-DDNAME         PIC X(08).
