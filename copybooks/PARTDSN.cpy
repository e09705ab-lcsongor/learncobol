      *****************************************************************
      * PARTDSN - DATASET NAMES FOR ONE PARTITION OF THE NIGHTLY
      * HELLO RUN. WITH PARM='PART=n' HELLO GREETS ONLY THE PERSON-ID
      * RANGE ON CARD n OF HELLOPRT.DAT AND WRITES ITS OUTPUTS TO
      * THE NAMES BELOW INSTEAD OF THE SINGLE-PASS NAMES, SO SEVERAL
      * PARTITIONS CAN RUN AT ONCE AND EACH CAN BE RESTARTED FROM
      * ITS OWN CHECKPOINT. HELLOCON READS THE SAME NAMES BACK TO
      * BUILD THE NIGHT'S HELLO.RPT, EXTRACTS, AUDIT LINES AND
      * RUN CONTROL RECORD. MOVE THE PARTITION NUMBER (1-9) INTO
      * EVERY PART-xxx-NO FIELD BEFORE OPENING ANY OF THE FILES.
      *
      *   PART-PRINT-DSN   HELLOPn.RPT   GREETING REPORT PAGES
      *   PART-EXC-DSN     EXCPTPn.RPT   AGE EXCEPTIONS
      *   PART-DUPEXC-DSN  DUPCKPn.RPT   DUPLICATE-NAME EXCEPTIONS
      *   PART-AUDIT-DSN   AUDITPn.LOG   AUDIT LINES
      *   PART-BDAY-DSN    BDAYXPn.DAT   UPCOMING-BIRTHDAY EXTRACT
      *   PART-HHEXT-DSN   HHEXTPn.DAT   HOUSEHOLD EXTRACT
      *   PART-CHKPT-DSN   CHKPTPn.DAT   RESTART CHECKPOINT
      *   PART-RUNCTL-DSN  RUNCTLPn.DAT  PARTITION CONTROL RECORD
      *****************************************************************
       01 PART-DSN-NAMES.
           05 PART-PRINT-DSN.
               10 FILLER          PIC X(6) VALUE "HELLOP".
               10 PART-PRINT-NO   PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".RPT".
           05 PART-EXC-DSN.
               10 FILLER          PIC X(6) VALUE "EXCPTP".
               10 PART-EXC-NO     PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".RPT".
           05 PART-DUPEXC-DSN.
               10 FILLER          PIC X(6) VALUE "DUPCKP".
               10 PART-DUPEXC-NO  PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".RPT".
           05 PART-AUDIT-DSN.
               10 FILLER          PIC X(6) VALUE "AUDITP".
               10 PART-AUDIT-NO   PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".LOG".
           05 PART-BDAY-DSN.
               10 FILLER          PIC X(6) VALUE "BDAYXP".
               10 PART-BDAY-NO    PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".DAT".
           05 PART-HHEXT-DSN.
               10 FILLER          PIC X(6) VALUE "HHEXTP".
               10 PART-HHEXT-NO   PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".DAT".
           05 PART-CHKPT-DSN.
               10 FILLER          PIC X(6) VALUE "CHKPTP".
               10 PART-CHKPT-NO   PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(5) VALUE ".DAT".
           05 PART-RUNCTL-DSN.
               10 FILLER          PIC X(7) VALUE "RUNCTLP".
               10 PART-RUNCTL-NO  PIC X(1) VALUE SPACE.
               10 FILLER          PIC X(4) VALUE ".DAT".
