       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTAUDT.
      *****************************************************************
      * ROSTER INTEGRITY AND DATA-QUALITY AUDIT. EVERY OTHER PROGRAM
      * CHECKS ONLY THE SLICE OF THE DATA IT USES; THIS ONE LOOKS AT
      * THE ROSTER AND THE FILES HANGING OFF IT AS A WHOLE SO BAD
      * DATA IS CLEANED UP BEFORE IT SURFACES IN THE NIGHT RUN.
      *
      * ROSTER.IDX, EVERY RECORD:
      *   IMPOSSIBLE BIRTH DATE - NOT NUMERIC OR NOT A REAL
      *       CALENDAR DATE (MONTH 1-12, DAY WITHIN THE MONTH,
      *       FEB 29 ONLY IN A LEAP YEAR) - THE RECORDS HELLO'S
      *       2830-CANDIDATE-INTEGER QUIETLY LEAVES OFF THE
      *       BIRTHDAY EXTRACT.
      *   NAME LEADING BLANK - BLANK FIRST CHARACTER (A NAME THAT
      *       NEITHER THE NAME INDEX NOR THE MASTER CHECK CAN FIND).
      *   NAME UNPRINTABLE - A CHARACTER BELOW SPACE, THE SAME TEST
      *       GREETMNT APPLIES TO GREETING TEXT. THE NAME PRINTS
      *       WITH EACH SUCH CHARACTER SHOWN AS "?".
      *   BAD STATUS CODE - NOT SPACE, A, I, D OR N (SEE PERSONREC).
      *   UNKNOWN GREETING CODE - A CODE NOT IN THE GREETING TABLE
      *       AS HELLO LOADS IT, SO THE PERSON SILENTLY GETS THE
      *       STANDARD ENGLISH GREETING.
      * HHOLD.IDX AGAINST THE ROSTER'S PERSON-HHOLD-IDS:
      *   ORPHAN HOUSEHOLD ID - PERSON POINTS AT A HOUSEHOLD NOT ON
      *       HHOLD.IDX.
      *   HOUSEHOLD NO MEMBERS - HOUSEHOLD NO PERSON POINTS AT.
      * GREETTXT.DAT:
      *   UNUSABLE GREETING - AN ENTRY HELLO'S LOADER WOULD SKIP
      *       (LENGTHS NOT NUMERIC OR OUT OF RANGE, OR BEYOND THE
      *       TABLE LIMIT).
      * DUPDISP.IDX:
      *   ORPHAN DISPOSITION - POSTED DECISION WHOSE PERSON ID IS
      *       NO LONGER ON THE ROSTER.
      *
      * THE ROSTER'S HOUSEHOLD POINTERS ARE SORTED BY HOUSEHOLD ID
      * (HHMEMWK.SRT) AND MATCHED AGAINST HHOLD.IDX IN KEY ORDER, SO
      * BOTH HOUSEHOLD CHECKS COME FROM ONE PASS. THE DETAIL LIST
      * PRINTS CHECK BY CHECK IN THAT ORDER, FOLLOWED BY A COUNT
      * FOR EACH ERROR TYPE. NOTHING IS CHANGED.
      *
      * A MISSING HHOLD.IDX, GREETTXT.DAT OR DUPDISP.IDX IS NOTED
      * ON THE CONSOLE AND READ AS EMPTY. CONDITION CODES: 0 = NO
      * ERRORS FOUND, 4 = ERRORS LISTED, 8 = THE ROSTER OR THE
      * REPORT WOULD NOT OPEN AND NOTHING WAS CHECKED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID OF ROSTER-REC
               ALTERNATE RECORD KEY IS PERSON-NAME OF ROSTER-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT HHOLD-FILE ASSIGN TO "HHOLD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HHOLD-ID OF HHOLD-REC
               FILE STATUS IS WS-HHOLD-STATUS.
           SELECT GREET-FILE ASSIGN TO "GREETTXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREET-STATUS.
           SELECT DISP-FILE ASSIGN TO "DUPDISP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUPD-KEY OF DISP-REC
               FILE STATUS IS WS-DISP-STATUS.
           SELECT MEMBER-WORK-FILE ASSIGN TO "HHMEMWK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMWRK-STATUS.
           SELECT MEMBER-SORTED-FILE ASSIGN TO "HHMEMWK.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMSRT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROSTAUDT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PERSONREC REPLACING PERSON-RECORD BY ROSTER-REC.
       FD  HHOLD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY HHOLDREC REPLACING HHOLD-RECORD BY HHOLD-REC.
       FD  GREET-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 GREET-REC.
           05 GT-CODE          PIC X(2).
           05 GT-LEN-1         PIC 9(2).
           05 GT-TEXT-1        PIC X(24).
           05 GT-LEN-2         PIC 9(2).
           05 GT-TEXT-2        PIC X(12).
           05 GT-LEN-3         PIC 9(2).
           05 GT-TEXT-3        PIC X(24).
           05 FILLER           PIC X(12).
       FD  DISP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY DUPDREC REPLACING DUPD-RECORD BY DISP-REC.
       FD  MEMBER-WORK-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01 MEMBER-WORK-REC.
           05 MW-HHOLD-ID      PIC X(6).
           05 MW-PERSON-ID     PIC X(10).
           05 MW-NAME          PIC X(30).
       FD  MEMBER-SORTED-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01 MEMBER-SORTED-REC.
           05 MS-HHOLD-ID      PIC X(6).
           05 MS-PERSON-ID     PIC X(10).
           05 MS-NAME          PIC X(30).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       SD  SORT-FILE.
       01 SORT-REC.
           05 SR-HHOLD-ID      PIC X(6).
           05 SR-PERSON-ID     PIC X(10).
           05 SR-NAME          PIC X(30).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-HHOLD-STATUS     PIC X(2).
       01 WS-GREET-STATUS     PIC X(2).
       01 WS-DISP-STATUS      PIC X(2).
       01 WS-MEMWRK-STATUS    PIC X(2).
       01 WS-MEMSRT-STATUS    PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-GREET-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-GREET-TABLE VALUE "Y".
       01 WS-HHOLD-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 HHOLD-FILE-AVAILABLE VALUE "Y".
       01 WS-DISP-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-DISP VALUE "Y".
       01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "Y".
           88 DATE-IS-VALID VALUE "Y".
       01 WS-TEXT-OK-SWITCH   PIC X(1) VALUE "Y".
           88 TEXT-IS-PRINTABLE VALUE "Y".
       01 WS-CODE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 GREET-CODE-FOUND VALUE "Y".
      *    GREETING CODES EXACTLY AS HELLO'S 1200-LOAD-GREETING-
      *    TABLE WOULD HOLD THEM: THE BUILT-IN STANDARD GREETING IN
      *    ENTRY 1 (CODE SPACES), THEN UP TO 19 USABLE FILE ENTRIES.
       01 WS-GREET-TABLE.
           05 WS-GT-CODE OCCURS 20 TIMES PIC X(2).
       01 WS-GREET-COUNT      PIC S9(4) COMP VALUE 0.
       01 WS-GREET-SUB        PIC S9(4) COMP VALUE 0.
       01 WS-CHAR-SUB         PIC S9(4) COMP VALUE 0.
       01 WS-NAME-SHOW        PIC X(30).
      *    DAYS IN EACH MONTH; FEBRUARY IS CHECKED FOR LEAP YEARS
      *    SEPARATELY.
       01 WS-MONTH-DAYS-VALUES.
           05 FILLER           PIC X(24) VALUE
               "312931303130313130313031".
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-MONTH-MAX        PIC 9(2) VALUE 0.
       01 WS-LEAP-QUOTIENT    PIC 9(4) VALUE 0.
       01 WS-LEAP-REM-4       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM-100     PIC 9(4) VALUE 0.
       01 WS-LEAP-REM-400     PIC 9(4) VALUE 0.
      *    HOUSEHOLD MATCH HOLD AREAS - HIGH-VALUES MARKS AN
      *    EXHAUSTED SIDE.
       01 WS-MSIDE-HHOLD-ID   PIC X(6) VALUE HIGH-VALUES.
       01 WS-HSIDE-HHOLD-ID   PIC X(6) VALUE HIGH-VALUES.
       01 WS-HSIDE-NAME       PIC X(30) VALUE SPACES.
       01 WS-HSIDE-MEMBERS    PIC 9(5) VALUE 0.
       01 WS-CNT-ROSTER-READ  PIC 9(7) VALUE 0.
       01 WS-CNT-HHOLD-READ   PIC 9(7) VALUE 0.
       01 WS-CNT-GREET-READ   PIC 9(7) VALUE 0.
       01 WS-CNT-DISP-READ    PIC 9(7) VALUE 0.
       01 WS-CNT-BAD-DOB      PIC 9(7) VALUE 0.
       01 WS-CNT-LEAD-BLANK   PIC 9(7) VALUE 0.
       01 WS-CNT-UNPRINTABLE  PIC 9(7) VALUE 0.
       01 WS-CNT-BAD-STATUS   PIC 9(7) VALUE 0.
       01 WS-CNT-BAD-GREET    PIC 9(7) VALUE 0.
       01 WS-CNT-ORPHAN-HH    PIC 9(7) VALUE 0.
       01 WS-CNT-EMPTY-HH     PIC 9(7) VALUE 0.
       01 WS-CNT-BAD-TABLE    PIC 9(7) VALUE 0.
       01 WS-CNT-ORPHAN-DISP  PIC 9(7) VALUE 0.
       01 WS-CNT-ERRORS       PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(36) VALUE
               "ROSTER INTEGRITY AUDIT REPORT       ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER           PIC X(26) VALUE "ERROR TYPE".
           05 FILLER           PIC X(12) VALUE "KEY".
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(10) VALUE "VALUE".
       01 WS-DETAIL-LINE.
           05 WS-DET-TYPE      PIC X(24).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-KEY       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-VALUE     PIC X(10).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(24).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 1200-LOAD-GREETING-TABLE
               PERFORM 2000-AUDIT-ROSTER
               PERFORM 3000-AUDIT-HOUSEHOLDS
               PERFORM 5000-AUDIT-DISPOSITIONS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "ROSTAUDT: UNABLE TO OPEN ROSTER FILE, STATUS "
                       WS-ROSTER-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ROSTAUDT: UNABLE TO OPEN REPORT FILE, "
                           "STATUS " WS-REPORT-STATUS
                   CLOSE ROSTER-FILE
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HDR-DATE
                   WRITE REPORT-REC FROM WS-HEADER-LINE
                   WRITE REPORT-REC FROM SPACES
                   WRITE REPORT-REC FROM WS-COLUMN-LINE
               END-IF
           END-IF.

      *    THE RUN DATE IS THE BUSINESS DATE ON BUSDATE.DAT (SEE
      *    BUSDATE), NOT THE CLOCK; THE TIME OF DAY STAYS THE
      *    CLOCK'S. WITHOUT A USABLE RECORD THE SYSTEM DATE
      *    STANDS.
       1010-GET-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSD-DATE IS NUMERIC AND BUSD-MM-VALID
                          AND BUSD-DD-VALID
                           MOVE BUSD-DATE
                               TO WS-CURRENT-DATE-TIME (1 : 8)
                           SET BUSINESS-DATE-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF NOT BUSINESS-DATE-FOUND
               DISPLAY "ROSTAUDT: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

      *    THE SAME EDITS AND THE SAME 20-ENTRY LIMIT AS HELLO'S
      *    LOADER; AN ENTRY HELLO WOULD SKIP IS AN ERROR HERE.
       1200-LOAD-GREETING-TABLE.
           MOVE 1 TO WS-GREET-COUNT.
           MOVE SPACES TO WS-GT-CODE (1).
           OPEN INPUT GREET-FILE.
           IF WS-GREET-STATUS NOT = "00"
               DISPLAY "ROSTAUDT: GREETING TABLE UNAVAILABLE, STATUS "
                       WS-GREET-STATUS ", STANDARD GREETING ONLY"
           ELSE
               PERFORM 1210-READ-GREET-ENTRY
               PERFORM 1220-CHECK-GREET-ENTRY
                   UNTIL END-OF-GREET-TABLE
               CLOSE GREET-FILE
           END-IF.

       1210-READ-GREET-ENTRY.
           READ GREET-FILE
               AT END
                   SET END-OF-GREET-TABLE TO TRUE
           END-READ.

       1220-CHECK-GREET-ENTRY.
           ADD 1 TO WS-CNT-GREET-READ.
           MOVE SPACES TO WS-DETAIL-LINE.
           IF GT-LEN-1 IS NUMERIC AND GT-LEN-2 IS NUMERIC
              AND GT-LEN-3 IS NUMERIC
              AND GT-LEN-1 > 0 AND GT-LEN-1 NOT > 24
              AND GT-LEN-2 > 0 AND GT-LEN-2 NOT > 12
              AND GT-LEN-3 > 0 AND GT-LEN-3 NOT > 24
               IF WS-GREET-COUNT < 20
                   ADD 1 TO WS-GREET-COUNT
                   MOVE GT-CODE TO WS-GT-CODE (WS-GREET-COUNT)
               ELSE
                   MOVE "BEYOND TABLE LIMIT" TO WS-DET-NAME
               END-IF
           ELSE
               MOVE "LENGTH FIELD INVALID" TO WS-DET-NAME
           END-IF.
           IF WS-DET-NAME NOT = SPACES
               ADD 1 TO WS-CNT-BAD-TABLE
               MOVE "UNUSABLE GREETING" TO WS-DET-TYPE
               MOVE GT-CODE TO WS-DET-KEY
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
           PERFORM 1210-READ-GREET-ENTRY.

      *    ONE PASS OF THE ROSTER IN KEY ORDER. EVERY HOUSEHOLD
      *    POINTER GOES TO THE WORK FILE FOR THE HOUSEHOLD MATCH.
       2000-AUDIT-ROSTER.
           OPEN OUTPUT MEMBER-WORK-FILE.
           PERFORM 2100-READ-ROSTER.
           PERFORM 2200-CHECK-PERSON UNTIL END-OF-ROSTER.
           CLOSE MEMBER-WORK-FILE.

       2100-READ-ROSTER.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-ROSTER TO TRUE
           END-READ.

       2200-CHECK-PERSON.
           ADD 1 TO WS-CNT-ROSTER-READ.
           PERFORM 2300-VALIDATE-BIRTH-DATE.
           IF NOT DATE-IS-VALID
               ADD 1 TO WS-CNT-BAD-DOB
               PERFORM 8100-PERSON-DETAIL-SETUP
               MOVE "IMPOSSIBLE BIRTH DATE" TO WS-DET-TYPE
               MOVE PERSON-BIRTH-DATE OF ROSTER-REC TO WS-DET-VALUE
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
           IF PERSON-NAME OF ROSTER-REC (1 : 1) = SPACE
               ADD 1 TO WS-CNT-LEAD-BLANK
               PERFORM 8100-PERSON-DETAIL-SETUP
               MOVE "NAME LEADING BLANK" TO WS-DET-TYPE
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
           PERFORM 2400-CHECK-PRINTABLE.
           IF NOT TEXT-IS-PRINTABLE
               ADD 1 TO WS-CNT-UNPRINTABLE
               PERFORM 8100-PERSON-DETAIL-SETUP
               MOVE "NAME UNPRINTABLE" TO WS-DET-TYPE
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
           IF PERSON-STATUS-CODE OF ROSTER-REC NOT = SPACE
              AND PERSON-STATUS-CODE OF ROSTER-REC NOT = "A"
              AND PERSON-STATUS-CODE OF ROSTER-REC NOT = "I"
              AND PERSON-STATUS-CODE OF ROSTER-REC NOT = "D"
              AND PERSON-STATUS-CODE OF ROSTER-REC NOT = "N"
               ADD 1 TO WS-CNT-BAD-STATUS
               PERFORM 8100-PERSON-DETAIL-SETUP
               MOVE "BAD STATUS CODE" TO WS-DET-TYPE
               MOVE PERSON-STATUS-CODE OF ROSTER-REC TO WS-DET-VALUE
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
           MOVE "N" TO WS-CODE-FOUND-SWITCH.
           MOVE 1 TO WS-GREET-SUB.
           PERFORM 2500-SCAN-GREET-TABLE
               UNTIL WS-GREET-SUB > WS-GREET-COUNT.
           IF NOT GREET-CODE-FOUND
               ADD 1 TO WS-CNT-BAD-GREET
               PERFORM 8100-PERSON-DETAIL-SETUP
               MOVE "UNKNOWN GREETING CODE" TO WS-DET-TYPE
               MOVE PERSON-GREET-CODE OF ROSTER-REC TO WS-DET-VALUE
               PERFORM 8000-WRITE-DETAIL-LINE
           END-IF.
           IF PERSON-HHOLD-ID OF ROSTER-REC NOT = SPACES
               MOVE PERSON-HHOLD-ID OF ROSTER-REC TO MW-HHOLD-ID
               MOVE PERSON-ID OF ROSTER-REC TO MW-PERSON-ID
               MOVE WS-NAME-SHOW TO MW-NAME
               WRITE MEMBER-WORK-REC
           END-IF.
           PERFORM 2100-READ-ROSTER.

      *    A REAL CALENDAR DATE: NUMERIC, MONTH 1-12, DAY 1 THROUGH
      *    THE LENGTH OF THE MONTH, FEB 29 ONLY IN A LEAP YEAR.
       2300-VALIDATE-BIRTH-DATE.
           MOVE "Y" TO WS-DATE-VALID-SWITCH.
           IF PERSON-BIRTH-DATE OF ROSTER-REC IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID-SWITCH
           ELSE
               IF PERSON-BIRTH-YYYY OF ROSTER-REC < 1601
                  OR PERSON-BIRTH-MM OF ROSTER-REC < 1
                  OR PERSON-BIRTH-MM OF ROSTER-REC > 12
                  OR PERSON-BIRTH-DD OF ROSTER-REC < 1
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               ELSE
                   MOVE WS-MONTH-DAYS (PERSON-BIRTH-MM OF ROSTER-REC)
                       TO WS-MONTH-MAX
                   IF PERSON-BIRTH-MM OF ROSTER-REC = 2
                       PERFORM 2310-CHECK-LEAP-YEAR
                   END-IF
                   IF PERSON-BIRTH-DD OF ROSTER-REC > WS-MONTH-MAX
                       MOVE "N" TO WS-DATE-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

       2310-CHECK-LEAP-YEAR.
           DIVIDE PERSON-BIRTH-YYYY OF ROSTER-REC BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4.
           DIVIDE PERSON-BIRTH-YYYY OF ROSTER-REC BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100.
           DIVIDE PERSON-BIRTH-YYYY OF ROSTER-REC BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-MONTH-MAX
           ELSE
               MOVE 28 TO WS-MONTH-MAX
           END-IF.

      *    BUILDS THE PRINTABLE COPY OF THE NAME AT THE SAME TIME,
      *    SO A CONTROL CHARACTER NEVER REACHES THE REPORT.
       2400-CHECK-PRINTABLE.
           MOVE "Y" TO WS-TEXT-OK-SWITCH.
           MOVE PERSON-NAME OF ROSTER-REC TO WS-NAME-SHOW.
           MOVE 1 TO WS-CHAR-SUB.
           PERFORM 2410-CHECK-ONE-CHAR
               UNTIL WS-CHAR-SUB > 30.

       2410-CHECK-ONE-CHAR.
           IF WS-NAME-SHOW (WS-CHAR-SUB : 1) < SPACE
               MOVE "N" TO WS-TEXT-OK-SWITCH
               MOVE "?" TO WS-NAME-SHOW (WS-CHAR-SUB : 1)
           END-IF.
           ADD 1 TO WS-CHAR-SUB.

       2500-SCAN-GREET-TABLE.
           IF WS-GT-CODE (WS-GREET-SUB) =
              PERSON-GREET-CODE OF ROSTER-REC
               SET GREET-CODE-FOUND TO TRUE
               MOVE WS-GREET-COUNT TO WS-GREET-SUB
           END-IF.
           ADD 1 TO WS-GREET-SUB.

      *    BALANCED-LINE MATCH OF THE SORTED HOUSEHOLD POINTERS
      *    AGAINST HHOLD.IDX. A POINTER WITH NO HOUSEHOLD IS AN
      *    ORPHAN; A HOUSEHOLD WITH NO POINTER HAS NO MEMBERS.
       3000-AUDIT-HOUSEHOLDS.
           SORT SORT-FILE ON ASCENDING KEY SR-HHOLD-ID SR-PERSON-ID
               USING MEMBER-WORK-FILE
               GIVING MEMBER-SORTED-FILE.
           OPEN INPUT HHOLD-FILE.
           IF WS-HHOLD-STATUS = "00"
               SET HHOLD-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "ROSTAUDT: HOUSEHOLD FILE UNAVAILABLE, STATUS "
                       WS-HHOLD-STATUS ", EVERY POINTER IS AN ORPHAN"
           END-IF.
           OPEN INPUT MEMBER-SORTED-FILE.
           PERFORM 3100-READ-MEMBER-SIDE.
           PERFORM 3200-READ-HHOLD-SIDE.
           PERFORM 3300-MATCH-HOUSEHOLD
               UNTIL WS-MSIDE-HHOLD-ID = HIGH-VALUES
                 AND WS-HSIDE-HHOLD-ID = HIGH-VALUES.
           CLOSE MEMBER-SORTED-FILE.
           IF HHOLD-FILE-AVAILABLE
               CLOSE HHOLD-FILE
           END-IF.

       3100-READ-MEMBER-SIDE.
           READ MEMBER-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-MSIDE-HHOLD-ID
               NOT AT END
                   MOVE MS-HHOLD-ID TO WS-MSIDE-HHOLD-ID
           END-READ.

       3200-READ-HHOLD-SIDE.
           IF HHOLD-FILE-AVAILABLE
               READ HHOLD-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-HSIDE-HHOLD-ID
                   NOT AT END
                       ADD 1 TO WS-CNT-HHOLD-READ
                       MOVE HHOLD-ID OF HHOLD-REC TO WS-HSIDE-HHOLD-ID
                       MOVE HHOLD-NAME OF HHOLD-REC TO WS-HSIDE-NAME
                       MOVE 0 TO WS-HSIDE-MEMBERS
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-HSIDE-HHOLD-ID
           END-IF.

       3300-MATCH-HOUSEHOLD.
           EVALUATE TRUE
               WHEN WS-MSIDE-HHOLD-ID = WS-HSIDE-HHOLD-ID
                   ADD 1 TO WS-HSIDE-MEMBERS
                   PERFORM 3100-READ-MEMBER-SIDE
               WHEN WS-MSIDE-HHOLD-ID < WS-HSIDE-HHOLD-ID
                   ADD 1 TO WS-CNT-ORPHAN-HH
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "ORPHAN HOUSEHOLD ID" TO WS-DET-TYPE
                   MOVE MS-PERSON-ID TO WS-DET-KEY
                   MOVE MS-NAME TO WS-DET-NAME
                   MOVE MS-HHOLD-ID TO WS-DET-VALUE
                   PERFORM 8000-WRITE-DETAIL-LINE
                   PERFORM 3100-READ-MEMBER-SIDE
               WHEN OTHER
                   IF WS-HSIDE-MEMBERS = 0
                       ADD 1 TO WS-CNT-EMPTY-HH
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE "HOUSEHOLD NO MEMBERS" TO WS-DET-TYPE
                       MOVE WS-HSIDE-HHOLD-ID TO WS-DET-KEY
                       MOVE WS-HSIDE-NAME TO WS-DET-NAME
                       PERFORM 8000-WRITE-DETAIL-LINE
                   END-IF
                   PERFORM 3200-READ-HHOLD-SIDE
           END-EVALUATE.

      *    EVERY POSTED DECISION MUST STILL NAME A ROSTER PERSON.
       5000-AUDIT-DISPOSITIONS.
           OPEN INPUT DISP-FILE.
           IF WS-DISP-STATUS NOT = "00"
               DISPLAY "ROSTAUDT: DISPOSITION FILE UNAVAILABLE, "
                       "STATUS " WS-DISP-STATUS ", CHECK SKIPPED"
           ELSE
               PERFORM 5100-READ-DISPOSITION
               PERFORM 5200-CHECK-DISPOSITION UNTIL END-OF-DISP
               CLOSE DISP-FILE
           END-IF.

       5100-READ-DISPOSITION.
           READ DISP-FILE NEXT RECORD
               AT END
                   SET END-OF-DISP TO TRUE
           END-READ.

       5200-CHECK-DISPOSITION.
           ADD 1 TO WS-CNT-DISP-READ.
           MOVE DUPD-PERSON-ID OF DISP-REC TO PERSON-ID OF ROSTER-REC.
           READ ROSTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-ORPHAN-DISP
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "ORPHAN DISPOSITION" TO WS-DET-TYPE
                   MOVE DUPD-PERSON-ID OF DISP-REC TO WS-DET-KEY
                   MOVE DUPD-MASTER-NAME OF DISP-REC TO WS-DET-NAME
                   MOVE DUPD-DISP-CODE OF DISP-REC TO WS-DET-VALUE
                   PERFORM 8000-WRITE-DETAIL-LINE
           END-READ.
           PERFORM 5100-READ-DISPOSITION.

       8000-WRITE-DETAIL-LINE.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-CNT-ERRORS.

       8100-PERSON-DETAIL-SETUP.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PERSON-ID OF ROSTER-REC TO WS-DET-KEY.
           MOVE WS-NAME-SHOW TO WS-DET-NAME.

       9000-TERMINATE.
           CLOSE ROSTER-FILE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "RECORDS CHECKED" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "ROSTER:" TO WS-CNT-LABEL.
           MOVE WS-CNT-ROSTER-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "HOUSEHOLDS:" TO WS-CNT-LABEL.
           MOVE WS-CNT-HHOLD-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "GREETING ENTRIES:" TO WS-CNT-LABEL.
           MOVE WS-CNT-GREET-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "DISPOSITIONS:" TO WS-CNT-LABEL.
           MOVE WS-CNT-DISP-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "ERRORS BY TYPE" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "IMPOSSIBLE BIRTH DATE" TO WS-CNT-LABEL.
           MOVE WS-CNT-BAD-DOB TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "NAME LEADING BLANK" TO WS-CNT-LABEL.
           MOVE WS-CNT-LEAD-BLANK TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "NAME UNPRINTABLE" TO WS-CNT-LABEL.
           MOVE WS-CNT-UNPRINTABLE TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "BAD STATUS CODE" TO WS-CNT-LABEL.
           MOVE WS-CNT-BAD-STATUS TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "UNKNOWN GREETING CODE" TO WS-CNT-LABEL.
           MOVE WS-CNT-BAD-GREET TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ORPHAN HOUSEHOLD ID" TO WS-CNT-LABEL.
           MOVE WS-CNT-ORPHAN-HH TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "HOUSEHOLD NO MEMBERS" TO WS-CNT-LABEL.
           MOVE WS-CNT-EMPTY-HH TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "UNUSABLE GREETING" TO WS-CNT-LABEL.
           MOVE WS-CNT-BAD-TABLE TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ORPHAN DISPOSITION" TO WS-CNT-LABEL.
           MOVE WS-CNT-ORPHAN-DISP TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "TOTAL ERRORS" TO WS-CNT-LABEL.
           MOVE WS-CNT-ERRORS TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "ROSTAUDT: ROSTER RECORDS CHECKED: "
                   WS-CNT-ROSTER-READ "  ERRORS: " WS-CNT-ERRORS.
           IF WS-CNT-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
