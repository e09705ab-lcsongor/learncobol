       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCON.
      *****************************************************************
      * PARTITIONED HELLO RUN - CONSOLIDATION. THE NIGHTLY GREETING
      * PASS RUNS AS SEVERAL HELLO PARTITIONS AT ONCE (PARM='PART=n'),
      * ONE PER CARD ON THE PARTITION TABLE (HELLOPRT.DAT), EACH
      * OVER ITS OWN PERSON-ID RANGE AND WRITING ITS OWN FILES (SEE
      * PARTDSN). ONCE EVERY PARTITION HAS ENDED, THIS STEP PUTS
      * THE NIGHT BACK TOGETHER SO EVERYTHING DOWNSTREAM SEES ONE
      * RUN, EXACTLY AS IF A SINGLE PASS HAD PRODUCED IT:
      *
      *   HELLO.RPT    THE PARTITIONS' PAGES IN PARTITION ORDER,
      *                RENUMBERED FROM PAGE 1 STRAIGHT THROUGH,
      *                FOLLOWED BY ONE AGE BAND SUMMARY FOR THE
      *                NIGHT.
      *   EXCEPT.RPT   EVERY PARTITION'S AGE EXCEPTIONS.
      *   DUPCHK.RPT   EVERY PARTITION'S DUPLICATE-NAME EXCEPTIONS.
      *   BDAYEXT.DAT  EVERY PARTITION'S BIRTHDAY EXTRACT RECORDS.
      *   HHEXT.DAT    ONE RECORD PER HOUSEHOLD - A HOUSEHOLD WHOSE
      *                MEMBERS FELL IN DIFFERENT PARTITIONS IS
      *                MERGED BACK INTO ONE ENVELOPE.
      *   AUDIT.LOG    EVERY PARTITION'S AUDIT LINES, APPENDED UNDER
      *                ONE RUN ID (THE EARLIEST PARTITION RUN ID) SO
      *                AUDSUM BALANCES THE NIGHT AS ONE RUN.
      *   RUNCTL.DAT   ONE CONTROL RECORD WITH THE NIGHT'S TOTALS.
      *   RUNHIST.DAT  ONE TYPE C LINE FOR OPSTREND.
      *
      * THE PARTITION RANGES MUST BE IN PERSON-ID ORDER ON THE
      * TABLE AND MUST NOT OVERLAP. NOTHING IS CONSOLIDATED UNLESS
      * EVERY PARTITION ON THE TABLE HAS ENDED COMPLETE OR WARNING:
      * A PARTITION THAT ABENDED OR ENDED ERROR IS NAMED ON THE
      * CONSOLE - RESTART THAT PARTITION ALONE FROM ITS CHECKPOINT
      * AND RERUN THIS STEP. AFTER A SUCCESSFUL CONSOLIDATION THE
      * PARTITION CONTROL RECORDS ARE CLEARED, SO THE SAME NIGHT
      * CANNOT BE ADDED TO AUDIT.LOG AND RUNHIST.DAT TWICE AND A
      * PARTITION THAT DOES NOT RUN TOMORROW IS NOTICED.
      *
      * THE NIGHT IS CONSOLIDATED ONCE PER BUSINESS DATE (SEE
      * BUSDATE): EVERY PARTITION MUST HAVE RUN FOR TODAY'S BUSINESS
      * DATE, AND IF RUNCTL.DAT ALREADY SHOWS THAT DATE ENDED
      * COMPLETE OR WARNING NOTHING IS CONSOLIDATED UNLESS THE
      * OPERATOR RERUN CARD (HELLOOVR.DAT, AS FOR HELLO) NAMES IT.
      *
      * CONDITION CODES: 0 = CONSOLIDATED, ALL PARTITIONS CLEAN,
      * 4 = CONSOLIDATED BUT A PARTITION ENDED WARNING OR ONE OF ITS
      * FILES WAS MISSING, 8 = NOTHING CONSOLIDATED (INCLUDING A
      * BUSINESS DATE ALREADY CONSOLIDATED).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-TABLE-FILE ASSIGN TO "HELLOPRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-CTL-FILE ASSIGN USING PART-RUNCTL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-CTL-STATUS.
           SELECT PART-IN-FILE ASSIGN USING WS-PART-IN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-IN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "HELLO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT DUP-EXCEPTION-FILE ASSIGN TO "DUPCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPEXC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BDAY-FILE ASSIGN TO "BDAYEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT HHEXT-FILE ASSIGN TO "HHEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHEXT-STATUS.
           SELECT HH-WORK-FILE ASSIGN TO "HHCONWK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHWRK-STATUS.
           SELECT HH-SORTED-FILE ASSIGN TO "HHCONWK.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHSRT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
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
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  PART-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PART-CARD.
           05 PTC-PART-NO      PIC X(1).
           05 FILLER           PIC X(3).
           05 PTC-FROM-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 PTC-TO-ID        PIC X(10).
           05 FILLER           PIC X(55).
      *    PARTITION CONTROL RECORD - HELLO'S RUNCTL.DAT LAYOUT WITH
      *    THE AGE-BAND COUNTS FILLED IN.
       FD  PART-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PART-CTL-REC.
           05 PC-RUN-ID        PIC X(14).
           05 FILLER           PIC X(2).
           05 PC-READ          PIC X(7).
           05 PC-READ-N REDEFINES PC-READ PIC 9(7).
           05 FILLER           PIC X(2).
           05 PC-GREETED       PIC X(7).
           05 PC-GREETED-N REDEFINES PC-GREETED PIC 9(7).
           05 FILLER           PIC X(2).
           05 PC-REJECTED      PIC X(7).
           05 PC-REJECTED-N REDEFINES PC-REJECTED PIC 9(7).
           05 FILLER           PIC X(2).
           05 PC-STATUS        PIC X(8).
           05 FILLER           PIC X(2).
           05 PC-SKIPPED       PIC X(7).
           05 PC-SKIPPED-N REDEFINES PC-SKIPPED PIC 9(7).
           05 FILLER           PIC X(2).
           05 PC-UNDER-18      PIC X(5).
           05 PC-UNDER-18-N REDEFINES PC-UNDER-18 PIC 9(5).
           05 FILLER           PIC X(1).
           05 PC-ADULT         PIC X(5).
           05 PC-ADULT-N REDEFINES PC-ADULT PIC 9(5).
           05 FILLER           PIC X(1).
           05 PC-SENIOR        PIC X(5).
           05 PC-SENIOR-N REDEFINES PC-SENIOR PIC 9(5).
           05 FILLER           PIC X(1).
       FD  PART-IN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 PART-IN-REC PIC X(200).
       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PRINT-REC PIC X(80).
       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 EXCEPTION-REC PIC X(80).
       FD  DUP-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 DUP-EXCEPTION-REC PIC X(80).
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-REC PIC X(80).
       FD  BDAY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 BDAY-REC PIC X(120).
       FD  HHEXT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 HHEXT-REC PIC X(200).
      *    HOUSEHOLD EXTRACT RECORDS FROM ALL PARTITIONS, TAGGED WITH
      *    THE PARTITION NUMBER SO MEMBER NAMES STAY IN PERSON-ID
      *    ORDER AFTER THE SORT.
       FD  HH-WORK-FILE
           RECORD CONTAINS 207 CHARACTERS.
       01 HH-WORK-REC.
           05 HW-HHOLD-ID      PIC X(6).
           05 HW-PART-NO       PIC X(1).
           05 HW-EXTRACT       PIC X(200).
       FD  HH-SORTED-FILE
           RECORD CONTAINS 207 CHARACTERS.
       01 HH-SORTED-REC.
           05 HS-HHOLD-ID      PIC X(6).
           05 HS-PART-NO       PIC X(1).
           05 HS-X-ID          PIC X(6).
           05 HS-X-NAME        PIC X(30).
           05 HS-X-MEMBERS     PIC 9(3).
           05 HS-X-MEMBER-NAME OCCURS 5 TIMES PIC X(30).
           05 FILLER           PIC X(11).
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RUNCTL-REC PIC X(80).
       FD  RUNHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RUNHREC REPLACING RUNH-RECORD BY RUNHIST-REC.
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
      *    OPERATOR RERUN CARD, HELLO'S LAYOUT (SEE 1410).
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 OVERRIDE-CARD.
           05 OVR-KEYWORD      PIC X(5).
           05 FILLER           PIC X(1).
           05 OVR-BUSINESS-DATE PIC X(8).
           05 FILLER           PIC X(1).
           05 OVR-OPERATOR     PIC X(8).
           05 FILLER           PIC X(57).
       SD  SORT-FILE.
       01 SORT-REC.
           05 SR-HHOLD-ID      PIC X(6).
           05 SR-PART-NO       PIC X(1).
           05 FILLER           PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-PART-STATUS      PIC X(2).
       01 WS-PART-CTL-STATUS  PIC X(2).
       01 WS-PART-IN-STATUS   PIC X(2).
       01 WS-PRINT-STATUS     PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-DUPEXC-STATUS    PIC X(2).
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-BDAY-STATUS      PIC X(2).
       01 WS-HHEXT-STATUS     PIC X(2).
       01 WS-HHWRK-STATUS     PIC X(2).
       01 WS-HHSRT-STATUS     PIC X(2).
       01 WS-RUNCTL-STATUS    PIC X(2).
       01 WS-RUNHIST-STATUS   PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-OVERRIDE-STATUS  PIC X(2).
       COPY PARTDSN.
       01 WS-PART-IN-DSN      PIC X(12) VALUE SPACES.
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-PART-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-PART-TABLE VALUE "Y".
       01 WS-PART-IN-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-PART-IN VALUE "Y".
       01 WS-SORTED-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-SORTED VALUE "Y".
      *    PARTITIONS FROM HELLOPRT.DAT, IN CARD ORDER.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 9 TIMES.
               10 WS-PT-NO         PIC X(1).
               10 WS-PT-FROM-ID    PIC X(10).
               10 WS-PT-TO-ID      PIC X(10).
       01 WS-PT-COUNT         PIC S9(4) COMP VALUE 0.
       01 WS-PT-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-PT-CHECK-SUB     PIC S9(4) COMP VALUE 0.
       01 WS-CNT-PARTITIONS   PIC 9(1) VALUE 0.
      *    WHICH CONSOLIDATED FILE THE PARTITION FILE NOW BEING
      *    COPIED FEEDS.
       01 WS-COPY-TARGET      PIC X(1) VALUE SPACE.
           88 COPY-TO-REPORT     VALUE "P".
           88 COPY-TO-EXCEPTIONS VALUE "E".
           88 COPY-TO-DUPCHK     VALUE "D".
           88 COPY-TO-AUDIT      VALUE "A".
           88 COPY-TO-BIRTHDAYS  VALUE "B".
           88 COPY-TO-HOUSEHOLDS VALUE "H".
       01 WS-CON-RUN-ID       PIC X(14) VALUE HIGH-VALUES.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYYMMDD   PIC X(8).
           05 FILLER           PIC X(13).
       01 WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-RUN-DONE-SWITCH  PIC X(1) VALUE "N".
           88 RUN-ALREADY-DONE VALUE "Y".
      *    THE CONTROL RECORD LEFT BY THE LAST CONSOLIDATION.
       01 WS-PRIOR-RUNCTL.
           05 WS-PR-RUN-ID       PIC X(14).
           05 WS-PR-RUN-ID-PARTS REDEFINES WS-PR-RUN-ID.
               10 WS-PR-RUN-DATE   PIC X(8).
               10 FILLER           PIC X(6).
           05 FILLER             PIC X(29).
           05 WS-PR-STATUS       PIC X(8).
           05 FILLER             PIC X(29).
       01 WS-RUN-STATUS       PIC X(8) VALUE "COMPLETE".
       01 WS-RETURN-CODE      PIC 9(4) VALUE 0.
       01 WS-CNT-READ         PIC 9(7) VALUE 0.
       01 WS-CNT-GREETED      PIC 9(7) VALUE 0.
       01 WS-CNT-REJECTED     PIC 9(7) VALUE 0.
       01 WS-CNT-SKIPPED      PIC 9(7) VALUE 0.
       01 WS-CNT-UNDER-18     PIC 9(5) VALUE 0.
       01 WS-CNT-ADULT        PIC 9(5) VALUE 0.
       01 WS-CNT-SENIOR       PIC 9(5) VALUE 0.
       01 WS-CNT-PAGES        PIC 9(4) VALUE 0.
       01 WS-CNT-EXCEPTIONS   PIC 9(7) VALUE 0.
       01 WS-CNT-DUPLICATES   PIC 9(7) VALUE 0.
       01 WS-CNT-AUDIT        PIC 9(7) VALUE 0.
       01 WS-CNT-BIRTHDAYS    PIC 9(7) VALUE 0.
       01 WS-CNT-HHEXT-READ   PIC 9(7) VALUE 0.
       01 WS-CNT-HOUSEHOLDS   PIC 9(7) VALUE 0.
      *    ONE LINE OF A PARTITION'S REPORT. A PAGE HEADING IS
      *    RECOGNIZED BY ITS TITLE AND PAGE TAG AND GETS THE NEXT
      *    PAGE NUMBER OF THE CONSOLIDATED REPORT.
       01 WS-REPORT-LINE.
           05 WS-RPT-TITLE       PIC X(22).
           05 FILLER             PIC X(40).
           05 WS-RPT-PAGE-TAG    PIC X(6).
           05 WS-RPT-PAGE-NO     PIC ZZZ9.
           05 FILLER             PIC X(8).
       01 WS-SUMMARY-LINE.
           05 FILLER             PIC X(20).
           05 WS-SUM-COUNT       PIC ZZ,ZZ9.
       01 WS-AUDIT-LINE.
           05 WS-AUD-RUN-ID      PIC X(14).
           05 FILLER             PIC X(66).
      *    200-BYTE CONSOLIDATED HOUSEHOLD EXTRACT LAYOUT, AS HELLO
      *    WRITES IT.
       01 WS-HHEXT-LINE.
           05 WS-HHX-ID          PIC X(6).
           05 WS-HHX-NAME        PIC X(30).
           05 WS-HHX-MEMBERS     PIC 9(3).
           05 WS-HHX-MEMBER-NAME OCCURS 5 TIMES PIC X(30).
           05 FILLER             PIC X(11) VALUE SPACES.
       01 WS-HHX-NAMES-USED   PIC S9(4) COMP VALUE 0.
       01 WS-NAME-SUB         PIC S9(4) COMP VALUE 0.
       01 WS-RUNCTL-LINE.
           05 WS-RC-RUN-ID       PIC X(14).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RC-READ         PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RC-GREETED      PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RC-REJECTED     PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
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
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 1300-OPEN-OUTPUT-FILES
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 2000-COMBINE-HOUSEHOLDS
               PERFORM 3000-MERGE-REPORT
               PERFORM 4000-COMBINE-EXTRACTS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE.
           OPEN INPUT PART-TABLE-FILE.
           IF WS-PART-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN PARTITION TABLE, "
                       "STATUS " WS-PART-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               PERFORM 1100-READ-PARTITION-CARD
               PERFORM 1110-STORE-PARTITION-CARD
                   UNTIL END-OF-PART-TABLE OR RUN-ABORTED
               CLOSE PART-TABLE-FILE
           END-IF.
           IF NOT RUN-ABORTED AND WS-PT-COUNT = 0
               DISPLAY "HELLOCON: NO PARTITIONS ON HELLOPRT.DAT"
               SET RUN-ABORTED TO TRUE
           END-IF.
           IF NOT RUN-ABORTED
               MOVE 1 TO WS-PT-SUB
               PERFORM 1200-CHECK-PARTITION-CONTROL
                   UNTIL WS-PT-SUB > WS-PT-COUNT
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 1400-CHECK-RUN-ONCE
           END-IF.
           IF RUN-ABORTED
               DISPLAY "HELLOCON: NOTHING CONSOLIDATED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PT-COUNT TO WS-CNT-PARTITIONS
               DISPLAY "HELLOCON: CONSOLIDATING " WS-CNT-PARTITIONS
                       " PARTITIONS AS RUN " WS-CON-RUN-ID
           END-IF.

      *    THE BUSINESS DATE ON BUSDATE.DAT (SEE BUSDATE) IS THE
      *    NIGHT BEING CONSOLIDATED. WITHOUT A USABLE RECORD THE
      *    SYSTEM DATE STANDS, AS IT DOES IN HELLO.
       1050-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-YYYYMMDD TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
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
           END-IF.
           IF NOT BUSINESS-DATE-FOUND
               DISPLAY "HELLOCON: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-READ-PARTITION-CARD.
           READ PART-TABLE-FILE
               AT END
                   SET END-OF-PART-TABLE TO TRUE
           END-READ.

      *    A CARD WITH NO USABLE PARTITION NUMBER IS NEVER PICKED UP
      *    BY HELLO EITHER, SO IT IS PASSED OVER. A REPEATED NUMBER,
      *    MORE THAN NINE CARDS, OR A RANGE THAT IS OUT OF ORDER OR
      *    OVERLAPS THE ONE BEFORE IT STOPS THE CONSOLIDATION - THE
      *    PARTITIONS WILL HAVE GREETED SOMEONE TWICE OR OUT OF
      *    SEQUENCE AND THE TABLE HAS TO BE PUT RIGHT FIRST.
       1110-STORE-PARTITION-CARD.
           IF PTC-PART-NO IS NOT NUMERIC OR PTC-PART-NO = "0"
               DISPLAY "HELLOCON: PARTITION CARD IGNORED, NO "
                       "PARTITION NUMBER: " PART-CARD (1 : 25)
           ELSE
               MOVE 1 TO WS-PT-CHECK-SUB
               PERFORM 1120-CHECK-DUPLICATE-NUMBER
                   UNTIL WS-PT-CHECK-SUB > WS-PT-COUNT
               IF NOT RUN-ABORTED AND WS-PT-COUNT NOT < 9
                   DISPLAY "HELLOCON: MORE THAN 9 PARTITION CARDS"
                   SET RUN-ABORTED TO TRUE
               END-IF
               IF NOT RUN-ABORTED AND WS-PT-COUNT > 0
                   IF WS-PT-TO-ID (WS-PT-COUNT) = SPACES
                      OR PTC-FROM-ID NOT > WS-PT-TO-ID (WS-PT-COUNT)
                       DISPLAY "HELLOCON: PARTITION " PTC-PART-NO
                               " RANGE OVERLAPS OR PRECEDES PARTITION "
                               WS-PT-NO (WS-PT-COUNT)
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
               IF NOT RUN-ABORTED
                   ADD 1 TO WS-PT-COUNT
                   MOVE PTC-PART-NO TO WS-PT-NO (WS-PT-COUNT)
                   MOVE PTC-FROM-ID TO WS-PT-FROM-ID (WS-PT-COUNT)
                   MOVE PTC-TO-ID TO WS-PT-TO-ID (WS-PT-COUNT)
               END-IF
           END-IF.
           PERFORM 1100-READ-PARTITION-CARD.

       1120-CHECK-DUPLICATE-NUMBER.
           IF WS-PT-NO (WS-PT-CHECK-SUB) = PTC-PART-NO
               DISPLAY "HELLOCON: PARTITION " PTC-PART-NO
                       " IS ON HELLOPRT.DAT TWICE"
               SET RUN-ABORTED TO TRUE
           END-IF.
           ADD 1 TO WS-PT-CHECK-SUB.

      *    EVERY PARTITION IS CHECKED, SO ONE CONSOLE LISTING NAMES
      *    ALL THE PARTITIONS THAT NEED A RESTART. THE NIGHT'S RUN ID
      *    IS THE EARLIEST PARTITION RUN ID.
       1200-CHECK-PARTITION-CONTROL.
           PERFORM 8000-SET-PARTITION-NAMES.
           OPEN INPUT PART-CTL-FILE.
           IF WS-PART-CTL-STATUS NOT = "00"
               DISPLAY "HELLOCON: PARTITION " WS-PT-NO (WS-PT-SUB)
                       " HAS NOT RUN, NO " PART-RUNCTL-DSN
               SET RUN-ABORTED TO TRUE
           ELSE
               READ PART-CTL-FILE
                   AT END
                       DISPLAY "HELLOCON: PARTITION "
                               WS-PT-NO (WS-PT-SUB)
                               " HAS NOT COMPLETED"
                       SET RUN-ABORTED TO TRUE
                   NOT AT END
                       PERFORM 1210-EDIT-PARTITION-CONTROL
               END-READ
               CLOSE PART-CTL-FILE
           END-IF.
           ADD 1 TO WS-PT-SUB.

       1210-EDIT-PARTITION-CONTROL.
           IF PC-READ IS NOT NUMERIC OR PC-GREETED IS NOT NUMERIC
              OR PC-REJECTED IS NOT NUMERIC
              OR PC-SKIPPED IS NOT NUMERIC
              OR PC-UNDER-18 IS NOT NUMERIC
              OR PC-ADULT IS NOT NUMERIC
              OR PC-SENIOR IS NOT NUMERIC
              OR PC-RUN-ID = SPACES
               DISPLAY "HELLOCON: PARTITION " WS-PT-NO (WS-PT-SUB)
                       " CONTROL RECORD UNREADABLE"
               SET RUN-ABORTED TO TRUE
           ELSE
               IF PC-STATUS NOT = "COMPLETE"
                  AND PC-STATUS NOT = "WARNING"
                   DISPLAY "HELLOCON: PARTITION " WS-PT-NO (WS-PT-SUB)
                           " ENDED " PC-STATUS
                   SET RUN-ABORTED TO TRUE
               END-IF
      *        A PARTITION LEFT OVER FROM ANOTHER NIGHT WOULD MIX TWO
      *        BUSINESS DATES INTO ONE RUN.
               IF PC-RUN-ID (1 : 8) NOT = WS-BUSINESS-DATE
                   DISPLAY "HELLOCON: PARTITION " WS-PT-NO (WS-PT-SUB)
                           " RAN FOR BUSINESS DATE " PC-RUN-ID (1 : 8)
                           ", NOT " WS-BUSINESS-DATE
                   SET RUN-ABORTED TO TRUE
               END-IF
               IF (PC-STATUS = "COMPLETE" OR PC-STATUS = "WARNING")
                  AND PC-RUN-ID (1 : 8) = WS-BUSINESS-DATE
                   IF PC-STATUS = "WARNING"
                       MOVE "WARNING" TO WS-RUN-STATUS
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   IF PC-RUN-ID < WS-CON-RUN-ID
                       MOVE PC-RUN-ID TO WS-CON-RUN-ID
                   END-IF
                   ADD PC-READ-N TO WS-CNT-READ
                   ADD PC-GREETED-N TO WS-CNT-GREETED
                   ADD PC-REJECTED-N TO WS-CNT-REJECTED
                   ADD PC-SKIPPED-N TO WS-CNT-SKIPPED
                   ADD PC-UNDER-18-N TO WS-CNT-UNDER-18
                   ADD PC-ADULT-N TO WS-CNT-ADULT
                   ADD PC-SENIOR-N TO WS-CNT-SENIOR
               END-IF
           END-IF.

       1300-OPEN-OUTPUT-FILES.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN PRINT FILE, STATUS "
                       WS-PRINT-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN EXCEPTION FILE, "
                       "STATUS " WS-EXCEPTION-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.
           OPEN OUTPUT DUP-EXCEPTION-FILE.
           IF WS-DUPEXC-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN DUP EXCEPTION FILE, "
                       "STATUS " WS-DUPEXC-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.
           OPEN OUTPUT BDAY-FILE.
           IF WS-BDAY-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN BIRTHDAY EXTRACT "
                       "FILE, STATUS " WS-BDAY-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.
           OPEN OUTPUT HHEXT-FILE.
           IF WS-HHEXT-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN HOUSEHOLD EXTRACT "
                       "FILE, STATUS " WS-HHEXT-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.
           OPEN OUTPUT HH-WORK-FILE.
           IF WS-HHWRK-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN WORK FILE, STATUS "
                       WS-HHWRK-STATUS
               SET RUN-ABORTED TO TRUE
           END-IF.
      *    AUDIT.LOG IS OPENED LAST: ONCE IT IS OPEN EVERYTHING ELSE
      *    IS, AND NOTHING HAS YET BEEN ADDED TO IT.
           IF NOT RUN-ABORTED
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "HELLOCON: UNABLE TO OPEN AUDIT LOG, "
                           "STATUS " WS-AUDIT-STATUS
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.
           IF RUN-ABORTED
               CLOSE PRINT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE DUP-EXCEPTION-FILE
               CLOSE BDAY-FILE
               CLOSE HHEXT-FILE
               CLOSE HH-WORK-FILE
               DISPLAY "HELLOCON: NOTHING CONSOLIDATED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    RUNCTL.DAT IS WRITTEN ONLY HERE IN A PARTITIONED NIGHT, SO
      *    IF IT ALREADY SHOWS TODAY'S BUSINESS DATE ENDED COMPLETE
      *    OR WARNING THE NIGHT HAS BEEN CONSOLIDATED ONCE AND A
      *    SECOND PASS WOULD ADD ITS AUDIT LINES AND RUN HISTORY
      *    TWICE - UNLESS THE OPERATOR RERUN CARD NAMES THE DATE.
       1400-CHECK-RUN-ONCE.
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
                           DISPLAY "HELLOCON: RUNCTL.DAT SHOWS RUN "
                                   WS-PR-RUN-ID " ENDED "
                                   WS-PR-STATUS
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           IF RUN-ALREADY-DONE
               PERFORM 1410-READ-OVERRIDE-CARD
           END-IF.
           IF RUN-ALREADY-DONE
               DISPLAY "HELLOCON: BUSINESS DATE " WS-BUSINESS-DATE
                       " HAS ALREADY BEEN CONSOLIDATED"
               SET RUN-ABORTED TO TRUE
           END-IF.

      *    SAME CARD AS HELLO: COLS 1-5 "RERUN", COLS 7-14 BUSINESS
      *    DATE, COLS 16-23 OPERATOR.
       1410-READ-OVERRIDE-CARD.
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
                           DISPLAY "HELLOCON: RERUN OF BUSINESS DATE "
                                   WS-BUSINESS-DATE " AUTHORIZED BY "
                                   OVR-OPERATOR
                       ELSE
                           DISPLAY "HELLOCON: RERUN CARD IGNORED, NOT "
                                   "FOR THIS BUSINESS DATE: "
                                   OVERRIDE-CARD (1 : 23)
                       END-IF
               END-READ
               CLOSE OVERRIDE-FILE
           END-IF.

      *    A HOUSEHOLD CAN HAVE MEMBERS IN MORE THAN ONE PARTITION,
      *    SO EACH PARTITION MAY HAVE CUT A RECORD FOR IT. THE
      *    RECORDS ARE BROUGHT TOGETHER BY HOUSEHOLD ID AND MERGED
      *    BACK INTO ONE: MEMBER COUNTS ADDED, MEMBER NAMES TAKEN IN
      *    PARTITION ORDER UP TO THE FIRST FIVE.
       2000-COMBINE-HOUSEHOLDS.
           SET COPY-TO-HOUSEHOLDS TO TRUE.
           PERFORM 8100-COPY-ALL-PARTITIONS.
           CLOSE HH-WORK-FILE.
           SORT SORT-FILE ON ASCENDING KEY SR-HHOLD-ID SR-PART-NO
               USING HH-WORK-FILE
               GIVING HH-SORTED-FILE.
           OPEN INPUT HH-SORTED-FILE.
           IF WS-HHSRT-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN SORTED HOUSEHOLDS, "
                       "STATUS " WS-HHSRT-STATUS
               MOVE "WARNING" TO WS-RUN-STATUS
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM 2100-READ-SORTED
               PERFORM 2200-MERGE-HOUSEHOLD UNTIL END-OF-SORTED
               CLOSE HH-SORTED-FILE
           END-IF.
           CLOSE HHEXT-FILE.

       2100-READ-SORTED.
           READ HH-SORTED-FILE
               AT END
                   SET END-OF-SORTED TO TRUE
           END-READ.

       2200-MERGE-HOUSEHOLD.
           MOVE SPACES TO WS-HHEXT-LINE.
           MOVE HS-HHOLD-ID TO WS-HHX-ID.
           MOVE 0 TO WS-HHX-MEMBERS.
           MOVE 0 TO WS-HHX-NAMES-USED.
           PERFORM 2300-ADD-PARTITION-RECORD
               UNTIL END-OF-SORTED OR HS-HHOLD-ID NOT = WS-HHX-ID.
           WRITE HHEXT-REC FROM WS-HHEXT-LINE.
           ADD 1 TO WS-CNT-HOUSEHOLDS.

       2300-ADD-PARTITION-RECORD.
           IF WS-HHX-NAME = SPACES
               MOVE HS-X-NAME TO WS-HHX-NAME
           END-IF.
           IF HS-X-MEMBERS IS NUMERIC
               ADD HS-X-MEMBERS TO WS-HHX-MEMBERS
           END-IF.
           MOVE 1 TO WS-NAME-SUB.
           PERFORM 2310-TAKE-MEMBER-NAME UNTIL WS-NAME-SUB > 5.
           PERFORM 2100-READ-SORTED.

       2310-TAKE-MEMBER-NAME.
           IF HS-X-MEMBER-NAME (WS-NAME-SUB) NOT = SPACES
              AND WS-HHX-NAMES-USED < 5
               ADD 1 TO WS-HHX-NAMES-USED
               MOVE HS-X-MEMBER-NAME (WS-NAME-SUB)
                   TO WS-HHX-MEMBER-NAME (WS-HHX-NAMES-USED)
           END-IF.
           ADD 1 TO WS-NAME-SUB.

       3000-MERGE-REPORT.
           SET COPY-TO-REPORT TO TRUE.
           PERFORM 8100-COPY-ALL-PARTITIONS.
           PERFORM 3200-PRINT-SUMMARY.
           CLOSE PRINT-FILE.

       3100-COPY-REPORT-LINE.
           MOVE PART-IN-REC (1 : 80) TO WS-REPORT-LINE.
           IF WS-RPT-TITLE = "HELLO GREETING REPORT"
              AND WS-RPT-PAGE-TAG = "PAGE: "
               ADD 1 TO WS-CNT-PAGES
               MOVE WS-CNT-PAGES TO WS-RPT-PAGE-NO
           END-IF.
           WRITE PRINT-REC FROM WS-REPORT-LINE.

      *    SAME SUMMARY AS A SINGLE-PASS HELLO.RPT, FOR THE WHOLE
      *    NIGHT, PLUS THE NUMBER OF PARTITIONS IT RAN IN.
       3200-PRINT-SUMMARY.
           WRITE PRINT-REC FROM SPACES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC FROM "AGE BAND SUMMARY".
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "UNDER 18:           " TO WS-SUMMARY-LINE.
           MOVE WS-CNT-UNDER-18 TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "18 TO 64:           " TO WS-SUMMARY-LINE.
           MOVE WS-CNT-ADULT TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "65 AND OVER:        " TO WS-SUMMARY-LINE.
           MOVE WS-CNT-SENIOR TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "STATUS SKIPPED:     " TO WS-SUMMARY-LINE.
           MOVE WS-CNT-SKIPPED TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "HOUSEHOLDS:         " TO WS-SUMMARY-LINE.
           MOVE WS-CNT-HOUSEHOLDS TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "PARTITIONS:         " TO WS-SUMMARY-LINE.
           MOVE WS-CNT-PARTITIONS TO WS-SUM-COUNT.
           WRITE PRINT-REC FROM WS-SUMMARY-LINE.

      *    THE PARTITIONS' PERSON-ID RANGES ARE IN ORDER AND DO NOT
      *    OVERLAP, SO COPYING THEM IN PARTITION ORDER LEAVES THE
      *    BIRTHDAY EXTRACT IN PERSON-ID ORDER AS A SINGLE PASS
      *    WOULD. EVERY AUDIT LINE IS RESTAMPED WITH THE NIGHT'S RUN
      *    ID.
       4000-COMBINE-EXTRACTS.
           SET COPY-TO-EXCEPTIONS TO TRUE.
           PERFORM 8100-COPY-ALL-PARTITIONS.
           SET COPY-TO-DUPCHK TO TRUE.
           PERFORM 8100-COPY-ALL-PARTITIONS.
           SET COPY-TO-BIRTHDAYS TO TRUE.
           PERFORM 8100-COPY-ALL-PARTITIONS.
           SET COPY-TO-AUDIT TO TRUE.
           PERFORM 8100-COPY-ALL-PARTITIONS.
           CLOSE EXCEPTION-FILE.
           CLOSE DUP-EXCEPTION-FILE.
           CLOSE BDAY-FILE.
           CLOSE AUDIT-FILE.

       8000-SET-PARTITION-NAMES.
           MOVE WS-PT-NO (WS-PT-SUB) TO PART-PRINT-NO PART-EXC-NO
               PART-DUPEXC-NO PART-AUDIT-NO PART-BDAY-NO
               PART-HHEXT-NO PART-CHKPT-NO PART-RUNCTL-NO.

       8100-COPY-ALL-PARTITIONS.
           MOVE 1 TO WS-PT-SUB.
           PERFORM 8200-COPY-PARTITION-FILE
               UNTIL WS-PT-SUB > WS-PT-COUNT.

      *    A PARTITION THAT ENDED COMPLETE OR WARNING HAS OPENED ALL
      *    OF ITS FILES, SO A MISSING ONE MEANS THE NIGHT IS SHORT
      *    SOMETHING - THE REST IS STILL CONSOLIDATED AND THE STEP
      *    ENDS WARNING.
       8200-COPY-PARTITION-FILE.
           PERFORM 8000-SET-PARTITION-NAMES.
           EVALUATE TRUE
               WHEN COPY-TO-REPORT
                   MOVE PART-PRINT-DSN TO WS-PART-IN-DSN
               WHEN COPY-TO-EXCEPTIONS
                   MOVE PART-EXC-DSN TO WS-PART-IN-DSN
               WHEN COPY-TO-DUPCHK
                   MOVE PART-DUPEXC-DSN TO WS-PART-IN-DSN
               WHEN COPY-TO-AUDIT
                   MOVE PART-AUDIT-DSN TO WS-PART-IN-DSN
               WHEN COPY-TO-BIRTHDAYS
                   MOVE PART-BDAY-DSN TO WS-PART-IN-DSN
               WHEN COPY-TO-HOUSEHOLDS
                   MOVE PART-HHEXT-DSN TO WS-PART-IN-DSN
           END-EVALUATE.
           OPEN INPUT PART-IN-FILE.
           IF WS-PART-IN-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO OPEN " WS-PART-IN-DSN
                       ", STATUS " WS-PART-IN-STATUS
               MOVE "WARNING" TO WS-RUN-STATUS
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE "N" TO WS-PART-IN-EOF-SWITCH
               PERFORM 8300-READ-PARTITION-FILE
               PERFORM 8400-COPY-PARTITION-RECORD
                   UNTIL END-OF-PART-IN
               CLOSE PART-IN-FILE
           END-IF.
           ADD 1 TO WS-PT-SUB.

       8300-READ-PARTITION-FILE.
           READ PART-IN-FILE
               AT END
                   SET END-OF-PART-IN TO TRUE
           END-READ.

       8400-COPY-PARTITION-RECORD.
           EVALUATE TRUE
               WHEN COPY-TO-REPORT
                   PERFORM 3100-COPY-REPORT-LINE
               WHEN COPY-TO-EXCEPTIONS
                   WRITE EXCEPTION-REC FROM PART-IN-REC (1 : 80)
                   ADD 1 TO WS-CNT-EXCEPTIONS
               WHEN COPY-TO-DUPCHK
                   WRITE DUP-EXCEPTION-REC FROM PART-IN-REC (1 : 80)
                   ADD 1 TO WS-CNT-DUPLICATES
               WHEN COPY-TO-AUDIT
                   MOVE PART-IN-REC (1 : 80) TO WS-AUDIT-LINE
                   MOVE WS-CON-RUN-ID TO WS-AUD-RUN-ID
                   WRITE AUDIT-REC FROM WS-AUDIT-LINE
                   ADD 1 TO WS-CNT-AUDIT
               WHEN COPY-TO-BIRTHDAYS
                   WRITE BDAY-REC FROM PART-IN-REC (1 : 120)
                   ADD 1 TO WS-CNT-BIRTHDAYS
               WHEN COPY-TO-HOUSEHOLDS
                   MOVE PART-IN-REC (1 : 6) TO HW-HHOLD-ID
                   MOVE WS-PT-NO (WS-PT-SUB) TO HW-PART-NO
                   MOVE PART-IN-REC TO HW-EXTRACT
                   WRITE HH-WORK-REC
                   ADD 1 TO WS-CNT-HHEXT-READ
           END-EVALUATE.
           PERFORM 8300-READ-PARTITION-FILE.

       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-RECORD.
           PERFORM 9600-APPEND-RUN-HISTORY.
           MOVE 1 TO WS-PT-SUB.
           PERFORM 9700-CLEAR-PARTITION-CONTROL
               UNTIL WS-PT-SUB > WS-PT-COUNT.
           DISPLAY "HELLOCON: PAGES " WS-CNT-PAGES
                   " EXCEPTIONS " WS-CNT-EXCEPTIONS
                   " DUPLICATES " WS-CNT-DUPLICATES
                   " AUDIT LINES " WS-CNT-AUDIT.
           DISPLAY "HELLOCON: BIRTHDAY RECORDS " WS-CNT-BIRTHDAYS
                   " HOUSEHOLD RECORDS " WS-CNT-HHEXT-READ
                   " MERGED TO " WS-CNT-HOUSEHOLDS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *    THE NIGHT'S CONTROL RECORD, IN HELLO'S LAYOUT, FOR THE
      *    SCHEDULER, THE OPERATIONS DASHBOARD AND AUDSUM.
       9500-WRITE-CONTROL-RECORD.
           OPEN OUTPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO WRITE RUN CONTROL RECORD, "
                       "STATUS " WS-RUNCTL-STATUS
           ELSE
               MOVE WS-CON-RUN-ID TO WS-RC-RUN-ID
               MOVE WS-CNT-READ TO WS-RC-READ
               MOVE WS-CNT-GREETED TO WS-RC-GREETED
               MOVE WS-CNT-REJECTED TO WS-RC-REJECTED
               MOVE WS-RUN-STATUS TO WS-RC-STATUS
               MOVE WS-CNT-SKIPPED TO WS-RC-SKIPPED
               MOVE WS-CNT-UNDER-18 TO WS-RC-UNDER-18
               MOVE WS-CNT-ADULT TO WS-RC-ADULT
               MOVE WS-CNT-SENIOR TO WS-RC-SENIOR
               WRITE RUNCTL-REC FROM WS-RUNCTL-LINE
               CLOSE RUNCTL-FILE
               DISPLAY "HELLOCON: RUN " WS-CON-RUN-ID " ENDED "
                       WS-RUN-STATUS " READ " WS-CNT-READ
                       " GREETED " WS-CNT-GREETED
                       " REJECTED " WS-CNT-REJECTED
                       " SKIPPED " WS-CNT-SKIPPED
           END-IF.

       9600-APPEND-RUN-HISTORY.
           OPEN EXTEND RUNHIST-FILE.
           IF WS-RUNHIST-STATUS NOT = "00"
               OPEN OUTPUT RUNHIST-FILE
           END-IF.
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "HELLOCON: UNABLE TO APPEND RUN HISTORY, "
                       "STATUS " WS-RUNHIST-STATUS
           ELSE
               MOVE SPACES TO RUNHIST-REC
               MOVE "C" TO RUNH-TYPE OF RUNHIST-REC
               MOVE WS-CON-RUN-ID TO RUNH-RUN-ID OF RUNHIST-REC
               MOVE WS-CNT-READ TO RUNH-READ OF RUNHIST-REC
               MOVE WS-CNT-GREETED TO RUNH-GREETED OF RUNHIST-REC
               MOVE WS-CNT-REJECTED TO RUNH-REJECTED OF RUNHIST-REC
               MOVE WS-CNT-SKIPPED TO RUNH-SKIPPED OF RUNHIST-REC
               MOVE WS-RUN-STATUS TO RUNH-STATUS OF RUNHIST-REC
               WRITE RUNHIST-REC
               CLOSE RUNHIST-FILE
           END-IF.

      *    AN EMPTY PARTITION CONTROL FILE READS AS "HAS NOT
      *    COMPLETED", SO A RERUN OF THIS STEP CANNOT ADD THE SAME
      *    NIGHT AGAIN.
       9700-CLEAR-PARTITION-CONTROL.
           PERFORM 8000-SET-PARTITION-NAMES.
           OPEN OUTPUT PART-CTL-FILE.
           CLOSE PART-CTL-FILE.
           ADD 1 TO WS-PT-SUB.
