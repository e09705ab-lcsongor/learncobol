               ALTERNATE RECORD KEY IS PERSON-NAME OF ROSTER-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT EXCEPTION-FILE ASSIGN USING WS-EXCEPTION-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT PRINT-FILE ASSIGN USING WS-PRINT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING WS-CHKPT-DSN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHKPT-RELKEY
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DUP-EXCEPTION-FILE ASSIGN USING WS-DUPEXC-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPEXC-STATUS.
           SELECT DISP-FILE ASSIGN TO "DUPDISP.IDX"
               ACCESS MODE IS RANDOM
               RECORD KEY IS HHOLD-ID OF HHOLD-REC
               FILE STATUS IS WS-HHOLD-STATUS.
           SELECT HHEXT-FILE ASSIGN USING WS-HHEXT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHEXT-STATUS.
           SELECT GREET-FILE ASSIGN TO "GREETTXT.DAT"
           SELECT PARM-FILE ASSIGN TO "HELLOPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PART-TABLE-FILE ASSIGN TO "HELLOPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT BDAY-FILE ASSIGN USING WS-BDAY-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT RUNCTL-FILE ASSIGN USING WS-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "HELLOOVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-REC PIC X(80).
       FD  CHECKPOINT-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01 CHECKPOINT-REC.
           05 CHKPT-RUN-ID          PIC X(14).
           05 CHKPT-LAST-KEY        PIC X(10).
           05 CHKPT-CNT-UNDER-18    PIC 9(5).
           05 CHKPT-CNT-ADULT       PIC 9(5).
           05 CHKPT-CNT-SENIOR      PIC 9(5).
           05 CHKPT-CNT-READ        PIC 9(7).
           05 CHKPT-CNT-GREETED     PIC 9(7).
           05 CHKPT-CNT-REJECTED    PIC 9(7).
           05 CHKPT-CNT-SKIPPED     PIC 9(7).
       FD  MASTER-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 MASTER-REC.
           05 FILLER           PIC X(1).
           05 PRM-SORT         PIC X(1).
           05 FILLER           PIC X(51).
      *    PARTITION TABLE - ONE CARD PER PARTITION OF THE NIGHTLY
      *    RUN, SAME COLUMNS AS THE FROM/TO FIELDS OF HELLOPRM.DAT.
       FD  PART-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PART-CARD.
           05 PTC-PART-NO      PIC X(1).
           05 FILLER           PIC X(3).
           05 PTC-FROM-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 PTC-TO-ID        PIC X(10).
           05 FILLER           PIC X(55).
       FD  BDAY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 BDAY-REC PIC X(120).
       FD  RUNHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RUNHREC REPLACING RUNH-RECORD BY RUNHIST-REC.
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
      *    OPERATOR RERUN CARD - ALLOWS A SECOND FULL PASS FOR A
      *    BUSINESS DATE THAT HAS ALREADY RUN (SEE 0200).
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 OVERRIDE-CARD.
           05 OVR-KEYWORD      PIC X(5).
           05 FILLER           PIC X(1).
           05 OVR-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X(1).
           05 OVR-OPERATOR     PIC X(8).
           05 FILLER           PIC X(57).
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-BDAY-STATUS      PIC X(2).
       01 WS-RUNCTL-STATUS    PIC X(2).
       01 WS-RUNHIST-STATUS   PIC X(2).
       01 WS-PART-STATUS      PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-OVERRIDE-STATUS  PIC X(2).
      *    OUTPUT DATASET NAMES. A PARTITION RUN REPLACES THESE WITH
      *    ITS OWN NAMES FROM PARTDSN BEFORE ANY FILE IS OPENED.
       01 WS-EXCEPTION-DSN    PIC X(12) VALUE "EXCEPT.RPT".
       01 WS-PRINT-DSN        PIC X(12) VALUE "HELLO.RPT".
       01 WS-AUDIT-DSN        PIC X(12) VALUE "AUDIT.LOG".
       01 WS-CHKPT-DSN        PIC X(12) VALUE "CHKPT.DAT".
       01 WS-DUPEXC-DSN       PIC X(12) VALUE "DUPCHK.RPT".
       01 WS-BDAY-DSN         PIC X(12) VALUE "BDAYEXT.DAT".
       01 WS-HHEXT-DSN        PIC X(12) VALUE "HHEXT.DAT".
       01 WS-RUNCTL-DSN       PIC X(12) VALUE "RUNCTL.DAT".
       01 WS-OWN-RUNCTL-DSN   PIC X(12) VALUE SPACES.
       COPY PARTDSN.
       01 WS-PARTITION-SWITCH PIC X(1) VALUE "N".
           88 IS-PARTITION-RUN VALUE "Y".
       01 WS-PARTITION-NO     PIC X(1) VALUE SPACE.
       01 WS-PART-FOUND-SWITCH PIC X(1) VALUE "N".
           88 PARTITION-CARD-FOUND VALUE "Y".
       01 WS-PART-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-PART-TABLE VALUE "Y".
       01 WS-PART-FROM-ID     PIC X(10) VALUE SPACES.
       01 WS-PART-TO-ID       PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-PERSON-REC.
               10 WS-RUN-MM    PIC 9(2).
               10 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-ID            PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
       01 WS-BUSDATE-READ-SWITCH PIC X(1) VALUE "N".
           88 BUSINESS-DATE-READ VALUE "Y".
       01 WS-BUSDATE-SWITCH    PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-RUN-DONE-SWITCH   PIC X(1) VALUE "N".
           88 RUN-ALREADY-DONE VALUE "Y".
      *    A CONTROL RECORD LEFT BY AN EARLIER RUN (SEE 0210).
       01 WS-PRIOR-RUNCTL.
           05 WS-PR-RUN-ID     PIC X(14).
           05 WS-PR-RUN-ID-PARTS REDEFINES WS-PR-RUN-ID.
               10 WS-PR-RUN-DATE   PIC X(8).
               10 FILLER           PIC X(6).
           05 FILLER           PIC X(29).
           05 WS-PR-STATUS     PIC X(8).
           05 FILLER           PIC X(29).
       01 WS-AUDIT-LINE.
           05 WS-AUD-RUN-ID    PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-RC-STATUS       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RC-SKIPPED      PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RC-UNDER-18     PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-RC-ADULT        PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-RC-SENIOR       PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM-LEN         PIC S9(4) COMP.
       01 LS-LOOKUP-PARM      PIC X(10).
       0000-MAIN-LOGIC.
           MOVE SPACES TO WS-LOOKUP-PARM.
           IF LS-PARM-LEN > 0
               IF LS-PARM-LEN = 6 AND LS-LOOKUP-PARM (1 : 5) = "PART="
                   PERFORM 0050-SET-PARTITION
               ELSE
                   MOVE LS-LOOKUP-PARM TO WS-LOOKUP-PARM
               END-IF
           END-IF.
           IF IS-PARTITION-RUN AND NOT PARTITION-CARD-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LOOKUP-PARM NOT = SPACES
                   PERFORM 0100-SINGLE-RECORD-LOOKUP
               ELSE
                   PERFORM 0200-CHECK-RUN-ONCE
                   IF RUN-ALREADY-DONE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 1000-INITIALIZE
                       IF ROSTER-FILE-AVAILABLE
                           PERFORM 2000-PROCESS-ROSTER
                               UNTIL END-OF-ROSTER
                           PERFORM 9000-TERMINATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      *    PARM='PART=n' RUNS ONE PARTITION OF THE NIGHTLY PASS: ONLY
      *    THE PERSON-ID RANGE ON CARD n OF HELLOPRT.DAT, WITH EVERY
      *    OUTPUT, THE CHECKPOINT AND THE CONTROL RECORD UNDER THE
      *    PARTITION'S OWN NAMES (SEE PARTDSN). HELLOCON PUTS THE
      *    PARTITIONS BACK TOGETHER. NO CARD FOR n MEANS NOTHING IS
      *    OPENED AND THE STEP ENDS CC 8.
       0050-SET-PARTITION.
           SET IS-PARTITION-RUN TO TRUE.
           MOVE LS-LOOKUP-PARM (6 : 1) TO WS-PARTITION-NO.
           IF WS-PARTITION-NO IS NUMERIC AND WS-PARTITION-NO NOT = "0"
               PERFORM 0060-READ-PARTITION-CARD
           END-IF.
           IF PARTITION-CARD-FOUND
               MOVE WS-PARTITION-NO TO PART-PRINT-NO PART-EXC-NO
                   PART-DUPEXC-NO PART-AUDIT-NO PART-BDAY-NO
                   PART-HHEXT-NO PART-CHKPT-NO PART-RUNCTL-NO
               MOVE PART-PRINT-DSN TO WS-PRINT-DSN
               MOVE PART-EXC-DSN TO WS-EXCEPTION-DSN
               MOVE PART-DUPEXC-DSN TO WS-DUPEXC-DSN
               MOVE PART-AUDIT-DSN TO WS-AUDIT-DSN
               MOVE PART-BDAY-DSN TO WS-BDAY-DSN
               MOVE PART-HHEXT-DSN TO WS-HHEXT-DSN
               MOVE PART-CHKPT-DSN TO WS-CHKPT-DSN
               MOVE PART-RUNCTL-DSN TO WS-RUNCTL-DSN
               DISPLAY "HELLO: PARTITION " WS-PARTITION-NO
                       " FROM " WS-PART-FROM-ID " TO " WS-PART-TO-ID
           ELSE
               DISPLAY "HELLO: NO HELLOPRT.DAT CARD FOR PARTITION "
                       WS-PARTITION-NO ", RUN NOT STARTED"
           END-IF.

       0060-READ-PARTITION-CARD.
           OPEN INPUT PART-TABLE-FILE.
           IF WS-PART-STATUS NOT = "00"
               DISPLAY "HELLO: UNABLE TO OPEN PARTITION TABLE, "
                       "STATUS " WS-PART-STATUS
           ELSE
               PERFORM 0070-READ-PARTITION-ENTRY
                   UNTIL END-OF-PART-TABLE OR PARTITION-CARD-FOUND
               CLOSE PART-TABLE-FILE
           END-IF.

       0070-READ-PARTITION-ENTRY.
           READ PART-TABLE-FILE
               AT END
                   SET END-OF-PART-TABLE TO TRUE
               NOT AT END
                   IF PTC-PART-NO = WS-PARTITION-NO
                       SET PARTITION-CARD-FOUND TO TRUE
                       MOVE PTC-FROM-ID TO WS-PART-FROM-ID
                       MOVE PTC-TO-ID TO WS-PART-TO-ID
                   END-IF
           END-READ.

       0100-SINGLE-RECORD-LOOKUP.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = "00"
           CLOSE MASTER-FILE.
           CLOSE DISP-FILE.

      *    A FULL PASS RUNS ONCE PER BUSINESS DATE. WHEN THE CONTROL
      *    RECORD ALREADY SHOWS A RUN FOR TODAY'S BUSINESS DATE THAT
      *    ENDED COMPLETE OR WARNING, A SECOND PASS WOULD GREET
      *    EVERYONE AGAIN AND ADD A SECOND NIGHT OF AUDIT LINES, SO
      *    NOTHING IS OPENED AND THE STEP ENDS CC 8 - UNLESS THE
      *    OPERATOR RERUN CARD (HELLOOVR.DAT) NAMES THAT BUSINESS
      *    DATE. A PARTITION CHECKS RUNCTL.DAT AND ALSO ITS OWN
      *    CONTROL RECORD, WHICH HOLDS ITS FINISHED PASS UNTIL
      *    HELLOCON HAS RUN. A RESTART FROM A CHECKPOINT GETS
      *    THROUGH: ITS PASS NEVER ENDED, SO IT LEFT NO SUCH RECORD.
       0200-CHECK-RUN-ONCE.
           PERFORM 1100-GET-RUN-DATE.
           MOVE WS-RUNCTL-DSN TO WS-OWN-RUNCTL-DSN.
           MOVE "RUNCTL.DAT" TO WS-RUNCTL-DSN.
           PERFORM 0210-CHECK-CONTROL-RECORD.
           IF IS-PARTITION-RUN
               MOVE WS-OWN-RUNCTL-DSN TO WS-RUNCTL-DSN
               PERFORM 0210-CHECK-CONTROL-RECORD
           END-IF.
           MOVE WS-OWN-RUNCTL-DSN TO WS-RUNCTL-DSN.
           IF RUN-ALREADY-DONE
               PERFORM 0220-READ-OVERRIDE-CARD
           END-IF.

       0210-CHECK-CONTROL-RECORD.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUNCTL-FILE INTO WS-PRIOR-RUNCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PR-RUN-DATE = WS-BUSINESS-DATE
                          AND (WS-PR-STATUS = "COMPLETE"
                               OR WS-PR-STATUS = "WARNING")
                           SET RUN-ALREADY-DONE TO TRUE
                           DISPLAY "HELLO: " WS-RUNCTL-DSN
                                   " SHOWS RUN " WS-PR-RUN-ID
                                   " ENDED " WS-PR-STATUS
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *    RERUN CARD: COLS 1-5 "RERUN", COLS 7-14 THE BUSINESS DATE
      *    TO BE RUN AGAIN (YYYYMMDD), COLS 16-23 THE OPERATOR. A
      *    CARD FOR ANY OTHER DATE IS IGNORED, SO ONE LEFT IN PLACE
      *    CANNOT LET A LATER NIGHT RUN TWICE.
       0220-READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVERRIDE-STATUS = "00"
               READ OVERRIDE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVR-KEYWORD = "RERUN"
                          AND OVR-BUSINESS-DATE = WS-BUSINESS-DATE
                          AND OVR-OPERATOR NOT = SPACES
                           MOVE "N" TO WS-RUN-DONE-SWITCH
                           DISPLAY "HELLO: RERUN OF BUSINESS DATE "
                                   WS-BUSINESS-DATE " AUTHORIZED BY "
                                   OVR-OPERATOR
                       ELSE
                           DISPLAY "HELLO: RERUN CARD IGNORED, NOT "
                                   "FOR THIS BUSINESS DATE: "
                                   OVERRIDE-CARD (1 : 23)
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.
           IF RUN-ALREADY-DONE
               DISPLAY "HELLO: BUSINESS DATE " WS-BUSINESS-DATE
                       " HAS ALREADY RUN, RUN NOT STARTED"
           END-IF.

       1000-INITIALIZE.
           PERFORM 1050-CHECK-FOR-RESTART.
           OPEN INPUT ROSTER-FILE.
           ELSE
               SET ROSTER-FILE-AVAILABLE TO TRUE
               PERFORM 1060-OPEN-REPORT-FILES
      *        A PARTITION'S AUDIT FILE HOLDS ONLY TONIGHT'S LINES -
      *        HELLOCON ADDS THEM TO AUDIT.LOG - SO IT STARTS OVER
      *        UNLESS THE PARTITION IS RESTARTING.
               IF IS-PARTITION-RUN AND NOT IS-RESTART-RUN
                   OPEN OUTPUT AUDIT-FILE
               ELSE
                   OPEN EXTEND AUDIT-FILE
                   IF WS-AUDIT-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-FILE
                   END-IF
               END-IF
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                       MOVE CHKPT-CNT-UNDER-18 TO WS-CNT-UNDER-18
                       MOVE CHKPT-CNT-ADULT TO WS-CNT-ADULT
                       MOVE CHKPT-CNT-SENIOR TO WS-CNT-SENIOR
                       MOVE CHKPT-CNT-READ TO WS-CNT-READ
                       MOVE CHKPT-CNT-GREETED TO WS-CNT-GREETED
                       MOVE CHKPT-CNT-REJECTED TO WS-CNT-REJECTED
                       MOVE CHKPT-CNT-SKIPPED TO WS-CNT-SKIPPED
                       DISPLAY "HELLO: RESTARTING AFTER KEY "
                               WS-LAST-KEY-PROCESSED
                       DISPLAY "HELLO: HOUSEHOLD EXTRACT ON THIS "

       1100-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1110-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-CD-YYYY TO WS-RUN-YYYY.
           STRING WS-CD-YYYY WS-CD-MM WS-CD-DD WS-CD-HH WS-CD-MIN
               WS-CD-SEC DELIMITED BY SIZE INTO WS-RUN-ID.

      *    THE RUN DATE IS THE BUSINESS DATE ON BUSDATE.DAT (SEE
      *    BUSDATE), NOT THE CLOCK; THE TIME OF DAY IN THE RUN ID
      *    STAYS THE CLOCK'S. WITHOUT A USABLE RECORD THE SYSTEM DATE
      *    STANDS. THE FILE IS READ ONCE PER RUN.
       1110-GET-BUSINESS-DATE.
           IF NOT BUSINESS-DATE-READ
               SET BUSINESS-DATE-READ TO TRUE
               MOVE WS-CURRENT-DATE-TIME (1 : 8) TO WS-BUSINESS-DATE
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "00"
                   READ BUSDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BUSD-DATE IS NUMERIC AND BUSD-MM-VALID
                              AND BUSD-DD-VALID
                               MOVE BUSD-DATE TO WS-BUSINESS-DATE
                               SET BUSINESS-DATE-FOUND TO TRUE
                           END-IF
                   END-READ
                   CLOSE BUSDATE-FILE
               END-IF
               IF NOT BUSINESS-DATE-FOUND
                   DISPLAY "HELLO: NO USABLE BUSINESS DATE ON "
                           "BUSDATE.DAT, SYSTEM DATE IN USE"
               END-IF
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE-TIME (1 : 8).

      *    ENTRY 1 IS ALWAYS THE STANDARD ENGLISH GREETING, SO A
      *    MISSING TABLE FILE OR AN UNKNOWN PREFERENCE CODE STILL
      *    GREETS THE WAY THIS PROGRAM ALWAYS HAS. EACH TABLE RECORD
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF IS-PARTITION-RUN
               PERFORM 1320-APPLY-PARTITION-RANGE
           END-IF.

       1310-EDIT-PARM-CARD.
           IF PRM-BDAY-DAYS IS NUMERIC
                   DISPLAY "HELLO: SORT ORDER PARM NOT K/N, "
                           "IGNORED: " PRM-SORT
           END-EVALUATE.
           IF SORT-BY-NAME AND IS-PARTITION-RUN
               DISPLAY "HELLO: NAME SEQUENCE NOT AVAILABLE IN A "
                       "PARTITION RUN, KEY ORDER IN USE"
               MOVE "K" TO WS-SORT-ORDER
           END-IF.
           IF SORT-BY-NAME AND IS-RESTART-RUN
               DISPLAY "HELLO: NAME SEQUENCE NOT AVAILABLE ON A "
                       "RESTART, KEY ORDER IN USE"
                   DELIMITED BY SIZE INTO WS-HDR-SELECTION
           END-IF.

      *    A PARTITION GREETS ITS OWN PERSON-ID RANGE FROM
      *    HELLOPRT.DAT, WHATEVER RANGE HELLOPRM.DAT CARRIES; THE
      *    BIRTHDAY WINDOW AND AGE BAND ON HELLOPRM.DAT STILL APPLY.
       1320-APPLY-PARTITION-RANGE.
           MOVE WS-PART-FROM-ID TO WS-FROM-ID.
           MOVE WS-PART-TO-ID TO WS-TO-ID.
           MOVE SPACES TO WS-HDR-SELECTION.
           STRING "PART=" WS-PARTITION-NO
                  " FROM=" WS-FROM-ID " TO=" WS-TO-ID
                  " BAND=" WS-AGE-BAND-FILTER
                  " SORT=" WS-SORT-ORDER
               DELIMITED BY SIZE INTO WS-HDR-SELECTION.

       1500-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           MOVE WS-CNT-UNDER-18 TO CHKPT-CNT-UNDER-18.
           MOVE WS-CNT-ADULT TO CHKPT-CNT-ADULT.
           MOVE WS-CNT-SENIOR TO CHKPT-CNT-SENIOR.
           MOVE WS-CNT-READ TO CHKPT-CNT-READ.
           MOVE WS-CNT-GREETED TO CHKPT-CNT-GREETED.
           MOVE WS-CNT-REJECTED TO CHKPT-CNT-REJECTED.
           MOVE WS-CNT-SKIPPED TO CHKPT-CNT-SKIPPED.
           IF WS-CHKPT-STATUS = "00"
               REWRITE CHECKPOINT-REC
                   INVALID KEY
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      *    A PARTITION'S REPORT CARRIES PAGES ONLY; HELLOCON PRINTS
      *    ONE SUMMARY FOR THE WHOLE NIGHT FROM THE PARTITION
      *    CONTROL RECORDS.
       9100-PRINT-SUMMARY.
           IF NOT IS-PARTITION-RUN
               PERFORM 9110-WRITE-SUMMARY-LINES
           END-IF.
           DISPLAY "AGE BAND SUMMARY -- UNDER 18: " WS-CNT-UNDER-18
                   "  18-64: " WS-CNT-ADULT "  65+: " WS-CNT-SENIOR.
           DISPLAY "HELLO: HOUSEHOLDS THIS RUN: " WS-HH-COUNT.

       9110-WRITE-SUMMARY-LINES.
           WRITE PRINT-REC FROM SPACES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC FROM "AGE BAND SUMMARY".
           MOVE "HOUSEHOLDS:         " TO WS-SUMMARY-LINE.
           MOVE WS-HH-COUNT TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *    ONE CONSOLIDATED RECORD PER HOUSEHOLD SEEN THIS RUN:
      *    HOUSEHOLD ID, MAILING NAME FROM THE CROSS-REFERENCE,
      *    THE OPERATIONS DASHBOARD AND THE AUDSUM BALANCING STEP:
      *    RUN ID, RECORDS READ, GREETED, REJECTED, COMPLETION
      *    STATUS AND RECORDS SKIPPED FOR A NON-ACTIVE PERSON
      *    STATUS. REWRITTEN EVERY RUN. THE AGE-BAND COUNTS RIDE
      *    ALONG FOR HELLOCON. A PARTITION WRITES ITS OWN CONTROL
      *    RECORD AND NO RUN HISTORY - HELLOCON WRITES RUNCTL.DAT
      *    AND THE ONE TYPE C LINE FOR THE WHOLE NIGHT.
       9500-WRITE-CONTROL-RECORD.
           OPEN OUTPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               MOVE WS-CNT-REJECTED TO WS-RC-REJECTED
               MOVE WS-RUN-STATUS TO WS-RC-STATUS
               MOVE WS-CNT-SKIPPED TO WS-RC-SKIPPED
               MOVE WS-CNT-UNDER-18 TO WS-RC-UNDER-18
               MOVE WS-CNT-ADULT TO WS-RC-ADULT
               MOVE WS-CNT-SENIOR TO WS-RC-SENIOR
               WRITE RUNCTL-REC FROM WS-RUNCTL-LINE
               CLOSE RUNCTL-FILE
               DISPLAY "HELLO: RUN " WS-RUN-ID " ENDED " WS-RUN-STATUS
                       " REJECTED " WS-CNT-REJECTED
                       " SKIPPED " WS-CNT-SKIPPED
           END-IF.
           IF NOT IS-PARTITION-RUN
               PERFORM 9600-APPEND-RUN-HISTORY
           END-IF.

      *    RUNCTL.DAT IS OVERWRITTEN EVERY RUN, SO THE SAME COUNTS
      *    ARE ALSO APPENDED TO THE RUN HISTORY FILE (TYPE C LINE,
