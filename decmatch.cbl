       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECMATCH.
      *****************************************************************
      * MONTHLY DECEASED-NOTIFICATION MATCH. THE REGISTRY SENDS A
      * MONTHLY FILE OF DEATHS (DECDFEED.DAT, ONE 80-BYTE RECORD PER
      * NOTICE):
      *   COLS  1-30  NAME, FIRST NAME FIRST, AS THE ROSTER KEYS IT.
      *   COLS 31-38  DATE OF BIRTH, YYYYMMDD.
      *   COLS 39-46  DATE OF DEATH, YYYYMMDD.
      * EACH NOTICE IS LOOKED UP ON ROSTER.IDX THROUGH THE ALTERNATE
      * NAME INDEX, THE SAME WAY MASTBLD FINDS A RENAMED CUSTOMER.
      * THE NAME IS TRIMMED AND UPPER-CASED FIRST. EVERY ROSTER NAME
      * THAT STARTS WITH THE NOTICE'S FIRST WORD AND THE FIRST
      * LETTER OF ITS NEXT WORD IS READ (JOHN SMITH ALSO READS JOHN
      * SMYTHE AND JOHN SMITH JR), AND EACH IS CLASSED BY NAME AND
      * PERSON-BIRTH-DATE:
      *   EXACT      - SAME NAME AND SAME BIRTH DATE.
      *   NAME ONLY  - SAME NAME, DIFFERENT BIRTH DATE.
      *   CLOSE NAME - SAME BIRTH DATE, NAME DIFFERS AFTER THE FIRST
      *                LETTER OF THE SECOND WORD.
      * A NAME-ONLY OR CLOSE RECORD ALREADY AT STATUS D IS PASSED
      * OVER.
      *
      * A NOTICE WITH EXACTLY ONE EXACT MATCH IS ACTED ON: A SET
      * STATUS CARD (T, SEE ROSTUPD) FOR THE PERSON ID WITH STATUS D
      * IS APPENDED TO ROSTTRAN.DAT FOR THE NEXT ROSTUPD RUN, AND THE
      * PERSON LISTS ON THE MATCH REPORT (DECMATCH.RPT). A PERSON
      * ALREADY AT STATUS D LISTS AS ALREADY D AND GETS NO CARD.
      * ANY OTHER NOTICE WITH A CANDIDATE - NAME-ONLY OR CLOSE
      * RECORDS, OR THE SAME NAME AND BIRTH DATE ON MORE THAN ONE
      * PERSON ID - GOES ON THE REVIEW LIST (DECREVW.RPT) WITH EVERY
      * CANDIDATE. NOTHING IS CHANGED FOR THOSE: THE FRONT DESK
      * CONFIRMS EACH ONE AND SETS STATUS D THROUGH RINQ, WHERE IT
      * IS APPROVED LIKE ANY OTHER STATUS D CHANGE.
      *
      * A NOTICE WITH A BLANK NAME, A BAD BIRTH DATE, OR A DATE OF
      * DEATH THAT IS INVALID, BEFORE THE BIRTH DATE OR AFTER THE
      * BUSINESS DATE IS REJECTED ON THE MATCH REPORT.
      *
      * AFTER THE FEED, EVERY HOUSEHOLD WITH A MEMBER SET TO STATUS D
      * THIS RUN IS CHECKED AGAINST THE WHOLE ROSTER. A HOUSEHOLD
      * WHOSE MEMBERS ARE NOW ALL INACTIVE (NONE AT SPACE OR A ONCE
      * THIS RUN'S CARDS ARE APPLIED) LISTS ON THE MATCH REPORT WITH
      * ITS MAILING NAME FROM HHOLD.IDX, READY TO BE RETIRED BY AN X
      * CARD.
      *
      * UP TO 50 CANDIDATES ARE HELD FOR ONE NOTICE AND UP TO 500
      * HOUSEHOLD MEMBERS SET TO STATUS D IN ONE RUN. A NOTICE OVER
      * THE FIRST LIMIT LISTS ITS FIRST 50 FOR REVIEW; OVER THE
      * SECOND, THE HOUSEHOLD CHECK COVERS THE FIRST 500. EITHER IS
      * NAMED ON THE CONSOLE.
      *
      * CONDITION CODES: 0 = DONE, 4 = DONE BUT A NOTICE WAS
      * REJECTED OR A LIMIT ABOVE WAS REACHED, 8 = THE FEED, THE
      * ROSTER, A REPORT OR THE TRANSACTION FILE WOULD NOT OPEN AND
      * NOTHING WAS WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "DECDFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID OF ROSTER-REC
               ALTERNATE RECORD KEY IS PERSON-NAME OF ROSTER-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT HHOLD-FILE ASSIGN TO "HHOLD.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HHOLD-ID OF HHOLD-REC
               FILE STATUS IS WS-HHOLD-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ROSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DECMATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "DECREVW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 FEED-REC.
           05 DECD-NAME        PIC X(30).
           05 DECD-BIRTH-DATE.
               10 DECD-BIRTH-YYYY  PIC 9(4).
               10 DECD-BIRTH-MM    PIC 9(2).
               10 DECD-BIRTH-DD    PIC 9(2).
           05 DECD-DEATH-DATE.
               10 DECD-DEATH-YYYY  PIC 9(4).
               10 DECD-DEATH-MM    PIC 9(2).
               10 DECD-DEATH-DD    PIC 9(2).
           05 FILLER           PIC X(34).
       FD  ROSTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PERSONREC REPLACING PERSON-RECORD BY ROSTER-REC.
       FD  HHOLD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY HHOLDREC REPLACING HHOLD-RECORD BY HHOLD-REC.
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TRAN-REC.
           05 TRAN-CODE        PIC X(1).
           05 TRAN-PERSON-ID   PIC X(10).
           05 TRAN-NEW-STATUS  PIC X(1).
           05 FILLER           PIC X(68).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       FD  REVIEW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REVIEW-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS      PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-HHOLD-STATUS     PIC X(2).
       01 WS-TRAN-STATUS      PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-REVIEW-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-FEED VALUE "Y".
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-HHOLD-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 HHOLD-FILE-AVAILABLE VALUE "Y".
       01 WS-NOTICE-VALID-SWITCH PIC X(1) VALUE "Y".
           88 NOTICE-IS-VALID VALUE "Y".
       01 WS-SCAN-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-NAME-SCAN VALUE "Y".
       01 WS-CAND-FULL-SWITCH PIC X(1) VALUE "N".
           88 CAND-TABLE-FULL VALUE "Y".
       01 WS-DEC-FULL-SWITCH  PIC X(1) VALUE "N".
           88 DEC-TABLE-FULL VALUE "Y".
       01 WS-ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-SET-D-SWITCH     PIC X(1) VALUE "N".
           88 SET-D-THIS-RUN VALUE "Y".
       01 WS-HH-SEEN-SWITCH   PIC X(1) VALUE "N".
           88 HHOLD-ALREADY-LISTED VALUE "Y".
      *    THE NOTICE BEING MATCHED: ITS NAME TRIMMED AND UPPER-CASED,
      *    AND HOW MUCH OF IT THE ALTERNATE-INDEX SCAN HOLDS TO.
       01 WS-NOTICE-NAME      PIC X(30) VALUE SPACES.
       01 WS-PREFIX-LEN       PIC S9(4) COMP VALUE 0.
       01 WS-REJECT-REASON    PIC X(13) VALUE SPACES.
      *    THE ROSTER RECORDS FOUND FOR ONE NOTICE. TYPE E = EXACT,
      *    N = NAME ONLY, C = CLOSE NAME.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 50 TIMES.
               10 WS-CAND-TYPE     PIC X(1).
               10 WS-CAND-PERSON   PIC X(60).
       01 WS-CAND-COUNT       PIC S9(4) COMP VALUE 0.
       01 WS-CAND-SUB         PIC S9(4) COMP VALUE 0.
       01 WS-EXACT-COUNT      PIC S9(4) COMP VALUE 0.
       01 WS-CAND-TYPE-WORK   PIC X(1) VALUE SPACE.
      *    HOUSEHOLD MEMBERS SET TO STATUS D THIS RUN, WITH WHAT THE
      *    ROSTER PASS FINDS FOR THEIR HOUSEHOLD: HOW MANY MEMBERS
      *    AND WHETHER ANY IS STILL ACTIVE.
       01 WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 500 TIMES.
               10 WS-DEC-ID        PIC X(10).
               10 WS-DEC-HHOLD     PIC X(6).
               10 WS-DEC-MEMBERS   PIC 9(3).
               10 WS-DEC-ACTIVE-SW PIC X(1).
                   88 DEC-HHOLD-HAS-ACTIVE VALUE "Y".
       01 WS-DEC-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-DEC-SUB          PIC S9(4) COMP VALUE 0.
       01 WS-DEC-SUB-2        PIC S9(4) COMP VALUE 0.
       01 WS-HHOLD-NAME-WORK  PIC X(30) VALUE SPACES.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-DECEASED-PERSON.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-CAND-PERSON-REC.
       01 WS-CNT-READ          PIC 9(7) VALUE 0.
       01 WS-CNT-REJECTED      PIC 9(7) VALUE 0.
       01 WS-CNT-NOT-FOUND     PIC 9(7) VALUE 0.
       01 WS-CNT-STATUS-D      PIC 9(7) VALUE 0.
       01 WS-CNT-ALREADY-D     PIC 9(7) VALUE 0.
       01 WS-CNT-REVIEW        PIC 9(7) VALUE 0.
       01 WS-CNT-REVIEW-LINES  PIC 9(7) VALUE 0.
       01 WS-CNT-HHOLDS        PIC 9(7) VALUE 0.
       01 WS-CNT-BIG-GROUPS    PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 WS-HDR-TITLE     PIC X(36).
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-MATCH-COLUMN-LINE.
           05 FILLER           PIC X(11) VALUE "PERSON ID".
           05 FILLER           PIC X(31) VALUE "NAME".
           05 FILLER           PIC X(9) VALUE "BORN".
           05 FILLER           PIC X(9) VALUE "DIED".
           05 FILLER           PIC X(7) VALUE "HHOLD".
           05 FILLER           PIC X(13) VALUE "ACTION".
       01 WS-MATCH-LINE.
           05 WS-MAT-ID        PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-MAT-NAME      PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-MAT-DOB       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-MAT-DOD       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-MAT-HHOLD     PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-MAT-ACTION    PIC X(13).
       01 WS-HHOLD-LINE.
           05 WS-HHL-ID        PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-HHL-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE "MEMBERS ".
           05 WS-HHL-MEMBERS   PIC ZZ9.
           05 FILLER           PIC X(29) VALUE SPACES.
       01 WS-REVIEW-COLUMN-LINE.
           05 FILLER           PIC X(16) VALUE "    MATCH".
           05 FILLER           PIC X(12) VALUE "PERSON ID".
           05 FILLER           PIC X(32) VALUE "ROSTER NAME".
           05 FILLER           PIC X(10) VALUE "BORN".
           05 FILLER           PIC X(10) VALUE "STATUS".
       01 WS-NOTICE-LINE.
           05 FILLER           PIC X(8) VALUE "NOTICE: ".
           05 WS-NTC-NAME      PIC X(30).
           05 FILLER           PIC X(6) VALUE " BORN ".
           05 WS-NTC-DOB       PIC X(8).
           05 FILLER           PIC X(6) VALUE " DIED ".
           05 WS-NTC-DOD       PIC X(8).
           05 FILLER           PIC X(14) VALUE SPACES.
       01 WS-CAND-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-CND-TAG       PIC X(12).
           05 WS-CND-ID        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CND-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CND-DOB       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-CND-STATUS    PIC X(1).
           05 FILLER           PIC X(9) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(20).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 2000-PROCESS-NOTICE UNTIL END-OF-FEED
               PERFORM 6000-CHECK-HOUSEHOLDS
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           OPEN INPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "DECMATCH: UNABLE TO OPEN NOTIFICATION FILE, "
                       "STATUS " WS-FEED-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ROSTER-FILE
               IF WS-ROSTER-STATUS NOT = "00"
                   DISPLAY "DECMATCH: UNABLE TO OPEN ROSTER FILE, "
                           "STATUS " WS-ROSTER-STATUS
                   CLOSE FEED-FILE
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-OPEN-OUTPUT-FILES
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 1200-WRITE-HEADINGS
               PERFORM 2900-READ-FEED
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
               DISPLAY "DECMATCH: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

      *    BOTH REPORTS AND THE TRANSACTION FILE MUST OPEN BEFORE
      *    ANYTHING IS MATCHED, SO A NOTICE IS NEVER ACTED ON WITHOUT
      *    BEING LISTED. THE CARDS ARE ADDED TO WHATEVER THE DAY'S
      *    ROSTTRAN.DAT ALREADY HOLDS. WITHOUT HHOLD.IDX THE
      *    HOUSEHOLD LIST SIMPLY PRINTS NO MAILING NAMES.
       1100-OPEN-OUTPUT-FILES.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "DECMATCH: UNABLE TO OPEN MATCH REPORT, STATUS "
                       WS-REPORT-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               OPEN OUTPUT REVIEW-FILE
               IF WS-REVIEW-STATUS NOT = "00"
                   DISPLAY "DECMATCH: UNABLE TO OPEN REVIEW REPORT, "
                           "STATUS " WS-REVIEW-STATUS
                   CLOSE REPORT-FILE
                   SET RUN-ABORTED TO TRUE
               ELSE
                   OPEN EXTEND TRAN-FILE
                   IF WS-TRAN-STATUS NOT = "00"
                       OPEN OUTPUT TRAN-FILE
                   END-IF
                   IF WS-TRAN-STATUS NOT = "00"
                       DISPLAY "DECMATCH: UNABLE TO OPEN TRANSACTION "
                               "FILE, STATUS " WS-TRAN-STATUS
                       CLOSE REPORT-FILE
                       CLOSE REVIEW-FILE
                       SET RUN-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF RUN-ABORTED
               CLOSE FEED-FILE
               CLOSE ROSTER-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HHOLD-FILE
               IF WS-HHOLD-STATUS = "00"
                   SET HHOLD-FILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "DECMATCH: HOUSEHOLD FILE UNAVAILABLE, "
                           "STATUS " WS-HHOLD-STATUS
                           ", NO MAILING NAMES LISTED"
               END-IF
           END-IF.

       1200-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           MOVE "DECEASED NOTIFICATION MATCH REPORT" TO WS-HDR-TITLE.
           WRITE REPORT-REC FROM WS-HEADER-LINE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "STATUS D CHANGES ADDED TO ROSTTRAN.DAT FOR ROSTUPD"
               TO REPORT-REC.
           WRITE REPORT-REC.
           WRITE REPORT-REC FROM WS-MATCH-COLUMN-LINE.
           MOVE "DECEASED NOTIFICATION REVIEW LIST" TO WS-HDR-TITLE.
           WRITE REVIEW-REC FROM WS-HEADER-LINE.
           WRITE REVIEW-REC FROM SPACES.
           MOVE "NOTHING BELOW HAS BEEN CHANGED. CONFIRM EACH NOTICE "
               TO REVIEW-REC.
           WRITE REVIEW-REC.
           MOVE "AGAINST THE CANDIDATES AND SET STATUS D IN RINQ."
               TO REVIEW-REC.
           WRITE REVIEW-REC.
           WRITE REVIEW-REC FROM SPACES.
           WRITE REVIEW-REC FROM WS-REVIEW-COLUMN-LINE.

       2000-PROCESS-NOTICE.
           ADD 1 TO WS-CNT-READ.
           PERFORM 2100-EDIT-NOTICE.
           IF NOTICE-IS-VALID
               PERFORM 3000-SCAN-ROSTER-NAMES
               PERFORM 4000-DISPOSE-NOTICE
           ELSE
               ADD 1 TO WS-CNT-REJECTED
               MOVE SPACES TO WS-MATCH-LINE
               MOVE DECD-NAME TO WS-MAT-NAME
               MOVE DECD-BIRTH-DATE TO WS-MAT-DOB
               MOVE DECD-DEATH-DATE TO WS-MAT-DOD
               MOVE WS-REJECT-REASON TO WS-MAT-ACTION
               WRITE REPORT-REC FROM WS-MATCH-LINE
           END-IF.
           PERFORM 2900-READ-FEED.

      *    THE SAME DATE CHECKS ROSTUPD MAKES ON A BIRTH DATE. A DATE
      *    OF DEATH LATER THAN THE BUSINESS DATE CAN ONLY BE A KEYING
      *    ERROR AT THE REGISTRY.
       2100-EDIT-NOTICE.
           MOVE "Y" TO WS-NOTICE-VALID-SWITCH.
           MOVE FUNCTION TRIM(DECD-NAME) TO WS-NOTICE-NAME.
           INSPECT WS-NOTICE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-NOTICE-NAME = SPACES
               MOVE "N" TO WS-NOTICE-VALID-SWITCH
               MOVE "BAD NAME" TO WS-REJECT-REASON
           END-IF.
           IF NOTICE-IS-VALID
               IF DECD-BIRTH-DATE IS NOT NUMERIC
                   MOVE "N" TO WS-NOTICE-VALID-SWITCH
               ELSE
                   IF DECD-BIRTH-MM < 1 OR DECD-BIRTH-MM > 12
                      OR DECD-BIRTH-DD < 1 OR DECD-BIRTH-DD > 31
                       MOVE "N" TO WS-NOTICE-VALID-SWITCH
                   END-IF
               END-IF
               IF NOT NOTICE-IS-VALID
                   MOVE "BAD BIRTH DT" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NOTICE-IS-VALID
               IF DECD-DEATH-DATE IS NOT NUMERIC
                   MOVE "N" TO WS-NOTICE-VALID-SWITCH
               ELSE
                   IF DECD-DEATH-MM < 1 OR DECD-DEATH-MM > 12
                      OR DECD-DEATH-DD < 1 OR DECD-DEATH-DD > 31
                      OR DECD-DEATH-DATE < DECD-BIRTH-DATE
                      OR DECD-DEATH-DATE > WS-CURRENT-DATE-TIME (1 : 8)
                       MOVE "N" TO WS-NOTICE-VALID-SWITCH
                   END-IF
               END-IF
               IF NOT NOTICE-IS-VALID
                   MOVE "BAD DEATH DT" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NOTICE-IS-VALID
               PERFORM 2200-SET-SCAN-PREFIX
           END-IF.

      *    THE SCAN HOLDS TO THE FIRST WORD, ITS SPACE AND THE FIRST
      *    LETTER OF THE NEXT WORD - OR THE WHOLE NAME IF IT IS ONE
      *    WORD.
       2200-SET-SCAN-PREFIX.
           MOVE 0 TO WS-PREFIX-LEN.
           INSPECT WS-NOTICE-NAME TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PREFIX-LEN < 29
               IF WS-NOTICE-NAME (WS-PREFIX-LEN + 2 : 1) NOT = SPACE
                   ADD 2 TO WS-PREFIX-LEN
               END-IF
           END-IF.

       2900-READ-FEED.
           READ FEED-FILE
               AT END
                   SET END-OF-FEED TO TRUE
           END-READ.

      *****************************************************************
      * EVERY ROSTER NAME STARTING WITH THE PREFIX, IN NAME ORDER
      * THROUGH THE ALTERNATE INDEX.
      *****************************************************************
       3000-SCAN-ROSTER-NAMES.
           MOVE 0 TO WS-CAND-COUNT WS-EXACT-COUNT.
           MOVE "N" TO WS-SCAN-EOF-SWITCH.
           MOVE "N" TO WS-CAND-FULL-SWITCH.
           MOVE SPACES TO PERSON-NAME OF ROSTER-REC.
           MOVE WS-NOTICE-NAME (1 : WS-PREFIX-LEN)
               TO PERSON-NAME OF ROSTER-REC (1 : WS-PREFIX-LEN).
           START ROSTER-FILE KEY IS NOT LESS THAN
               PERSON-NAME OF ROSTER-REC
               INVALID KEY
                   SET END-OF-NAME-SCAN TO TRUE
           END-START.
           PERFORM 3100-READ-NAME-CANDIDATE UNTIL END-OF-NAME-SCAN.

       3100-READ-NAME-CANDIDATE.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-NAME-SCAN TO TRUE
           END-READ.
           IF NOT END-OF-NAME-SCAN
               IF PERSON-NAME OF ROSTER-REC (1 : WS-PREFIX-LEN)
                  NOT = WS-NOTICE-NAME (1 : WS-PREFIX-LEN)
                   SET END-OF-NAME-SCAN TO TRUE
               ELSE
                   PERFORM 3200-CLASSIFY-CANDIDATE
               END-IF
           END-IF.

      *    A NAME-ONLY OR CLOSE RECORD ALREADY AT STATUS D NEEDS NO
      *    REVIEW. AN EXACT ONE IS KEPT SO THE NOTICE SHOWS AS
      *    ALREADY RECORDED.
       3200-CLASSIFY-CANDIDATE.
           MOVE SPACE TO WS-CAND-TYPE-WORK.
           EVALUATE TRUE
               WHEN PERSON-NAME OF ROSTER-REC = WS-NOTICE-NAME
                AND PERSON-BIRTH-DATE OF ROSTER-REC = DECD-BIRTH-DATE
                   MOVE "E" TO WS-CAND-TYPE-WORK
                   ADD 1 TO WS-EXACT-COUNT
                   MOVE ROSTER-REC TO WS-DECEASED-PERSON
               WHEN PERSON-STATUS-CODE OF ROSTER-REC = "D"
                   CONTINUE
               WHEN PERSON-NAME OF ROSTER-REC = WS-NOTICE-NAME
                   MOVE "N" TO WS-CAND-TYPE-WORK
               WHEN PERSON-BIRTH-DATE OF ROSTER-REC = DECD-BIRTH-DATE
                   MOVE "C" TO WS-CAND-TYPE-WORK
           END-EVALUATE.
           IF WS-CAND-TYPE-WORK NOT = SPACE
               PERFORM 3300-ADD-CANDIDATE
           END-IF.

       3300-ADD-CANDIDATE.
           IF WS-CAND-COUNT < 50
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-CAND-TYPE-WORK TO WS-CAND-TYPE (WS-CAND-COUNT)
               MOVE ROSTER-REC TO WS-CAND-PERSON (WS-CAND-COUNT)
           ELSE
               IF NOT CAND-TABLE-FULL
                   SET CAND-TABLE-FULL TO TRUE
                   ADD 1 TO WS-CNT-BIG-GROUPS
                   DISPLAY "DECMATCH: MORE THAN 50 CANDIDATES FOR "
                           WS-NOTICE-NAME
               END-IF
           END-IF.

      *****************************************************************
      * ONE EXACT MATCH IS ACTED ON; ANYTHING ELSE FOUND IS REVIEWED.
      *****************************************************************
       4000-DISPOSE-NOTICE.
           EVALUATE TRUE
               WHEN WS-CAND-COUNT = 0
                   ADD 1 TO WS-CNT-NOT-FOUND
               WHEN WS-EXACT-COUNT = 1
                   PERFORM 4100-APPLY-EXACT-MATCH
               WHEN OTHER
                   PERFORM 4500-WRITE-REVIEW
           END-EVALUATE.

       4100-APPLY-EXACT-MATCH.
           MOVE SPACES TO WS-MATCH-LINE.
           MOVE PERSON-ID OF WS-DECEASED-PERSON TO WS-MAT-ID.
           MOVE PERSON-NAME OF WS-DECEASED-PERSON TO WS-MAT-NAME.
           MOVE PERSON-BIRTH-DATE OF WS-DECEASED-PERSON TO WS-MAT-DOB.
           MOVE DECD-DEATH-DATE TO WS-MAT-DOD.
           MOVE PERSON-HHOLD-ID OF WS-DECEASED-PERSON TO WS-MAT-HHOLD.
           IF PERSON-STATUS-CODE OF WS-DECEASED-PERSON = "D"
               ADD 1 TO WS-CNT-ALREADY-D
               MOVE "ALREADY D" TO WS-MAT-ACTION
           ELSE
               MOVE SPACES TO TRAN-REC
               MOVE "T" TO TRAN-CODE
               MOVE PERSON-ID OF WS-DECEASED-PERSON TO TRAN-PERSON-ID
               MOVE "D" TO TRAN-NEW-STATUS
               WRITE TRAN-REC
               ADD 1 TO WS-CNT-STATUS-D
               MOVE "STATUS D" TO WS-MAT-ACTION
               IF PERSON-HHOLD-ID OF WS-DECEASED-PERSON NOT = SPACES
                   PERFORM 4200-REMEMBER-HOUSEHOLD
               END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-MATCH-LINE.

       4200-REMEMBER-HOUSEHOLD.
           IF WS-DEC-COUNT < 500
               ADD 1 TO WS-DEC-COUNT
               MOVE PERSON-ID OF WS-DECEASED-PERSON
                   TO WS-DEC-ID (WS-DEC-COUNT)
               MOVE PERSON-HHOLD-ID OF WS-DECEASED-PERSON
                   TO WS-DEC-HHOLD (WS-DEC-COUNT)
               MOVE 0 TO WS-DEC-MEMBERS (WS-DEC-COUNT)
               MOVE "N" TO WS-DEC-ACTIVE-SW (WS-DEC-COUNT)
           ELSE
               IF NOT DEC-TABLE-FULL
                   SET DEC-TABLE-FULL TO TRUE
                   DISPLAY "DECMATCH: MORE THAN 500 HOUSEHOLD MEMBERS "
                           "SET TO STATUS D, HOUSEHOLD CHECK INCOMPLETE"
               END-IF
           END-IF.

       4500-WRITE-REVIEW.
           ADD 1 TO WS-CNT-REVIEW.
           WRITE REVIEW-REC FROM SPACES.
           MOVE WS-NOTICE-NAME TO WS-NTC-NAME.
           MOVE DECD-BIRTH-DATE TO WS-NTC-DOB.
           MOVE DECD-DEATH-DATE TO WS-NTC-DOD.
           WRITE REVIEW-REC FROM WS-NOTICE-LINE.
           MOVE 1 TO WS-CAND-SUB.
           PERFORM 4510-WRITE-REVIEW-CANDIDATE
               UNTIL WS-CAND-SUB > WS-CAND-COUNT.
           IF CAND-TABLE-FULL
               MOVE "    ** MORE THAN 50 CANDIDATES - FIRST 50 LISTED"
                   TO REVIEW-REC
               WRITE REVIEW-REC
           END-IF.

       4510-WRITE-REVIEW-CANDIDATE.
           MOVE WS-CAND-PERSON (WS-CAND-SUB) TO WS-CAND-PERSON-REC.
           MOVE SPACES TO WS-CAND-LINE.
           EVALUATE WS-CAND-TYPE (WS-CAND-SUB)
               WHEN "E"
                   MOVE "SAME NAME+DOB" TO WS-CND-TAG
               WHEN "N"
                   MOVE "NAME ONLY" TO WS-CND-TAG
               WHEN OTHER
                   MOVE "CLOSE NAME" TO WS-CND-TAG
           END-EVALUATE.
           MOVE PERSON-ID OF WS-CAND-PERSON-REC TO WS-CND-ID.
           MOVE PERSON-NAME OF WS-CAND-PERSON-REC TO WS-CND-NAME.
           MOVE PERSON-BIRTH-DATE OF WS-CAND-PERSON-REC TO WS-CND-DOB.
           MOVE PERSON-STATUS-CODE OF WS-CAND-PERSON-REC
               TO WS-CND-STATUS.
           WRITE REVIEW-REC FROM WS-CAND-LINE.
           ADD 1 TO WS-CNT-REVIEW-LINES.
           ADD 1 TO WS-CAND-SUB.

      *****************************************************************
      * ONE PASS OF THE WHOLE ROSTER IN PERSON-ID ORDER FINDS THE
      * OTHER MEMBERS OF EVERY HOUSEHOLD THAT LOST A MEMBER THIS RUN.
      * A MEMBER SET TO STATUS D THIS RUN IS STILL ACTIVE ON THE
      * ROSTER UNTIL ROSTUPD APPLIES THE CARD, SO IT IS NOT COUNTED
      * AS ACTIVE HERE.
      *****************************************************************
       6000-CHECK-HOUSEHOLDS.
           WRITE REPORT-REC FROM SPACES.
           MOVE "HOUSEHOLDS WITH NO ACTIVE MEMBER LEFT - RETIRE WITH "
               TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "AN X CARD ON ROSTTRAN.DAT" TO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-DEC-COUNT > 0
               MOVE LOW-VALUES TO PERSON-ID OF ROSTER-REC
               START ROSTER-FILE KEY IS NOT LESS THAN
                   PERSON-ID OF ROSTER-REC
                   INVALID KEY
                       SET END-OF-ROSTER TO TRUE
               END-START
               PERFORM 6100-CHECK-ROSTER-MEMBER UNTIL END-OF-ROSTER
               MOVE 1 TO WS-DEC-SUB
               PERFORM 6300-LIST-HOUSEHOLD
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
           END-IF.
           IF WS-CNT-HHOLDS = 0
               MOVE "  NONE" TO REPORT-REC
               WRITE REPORT-REC
           END-IF.

       6100-CHECK-ROSTER-MEMBER.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-ROSTER TO TRUE
           END-READ.
           IF NOT END-OF-ROSTER
              AND PERSON-HHOLD-ID OF ROSTER-REC NOT = SPACES
               MOVE "N" TO WS-SET-D-SWITCH
               MOVE 1 TO WS-DEC-SUB
               PERFORM 6110-CHECK-SET-D-THIS-RUN
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
               MOVE 1 TO WS-DEC-SUB
               PERFORM 6120-COUNT-HOUSEHOLD-MEMBER
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
           END-IF.

       6110-CHECK-SET-D-THIS-RUN.
           IF WS-DEC-ID (WS-DEC-SUB) = PERSON-ID OF ROSTER-REC
               SET SET-D-THIS-RUN TO TRUE
           END-IF.
           ADD 1 TO WS-DEC-SUB.

       6120-COUNT-HOUSEHOLD-MEMBER.
           IF WS-DEC-HHOLD (WS-DEC-SUB) = PERSON-HHOLD-ID OF ROSTER-REC
               ADD 1 TO WS-DEC-MEMBERS (WS-DEC-SUB)
               IF (PERSON-STATUS-CODE OF ROSTER-REC = SPACE OR "A")
                  AND NOT SET-D-THIS-RUN
                   SET DEC-HHOLD-HAS-ACTIVE (WS-DEC-SUB) TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-DEC-SUB.

      *    TWO MEMBERS OF ONE HOUSEHOLD IN THE SAME FEED LEAVE TWO
      *    ENTRIES; THE HOUSEHOLD LISTS AT THE FIRST.
       6300-LIST-HOUSEHOLD.
           MOVE "N" TO WS-HH-SEEN-SWITCH.
           MOVE 1 TO WS-DEC-SUB-2.
           PERFORM 6310-CHECK-LISTED-BEFORE
               UNTIL WS-DEC-SUB-2 NOT < WS-DEC-SUB.
           IF NOT HHOLD-ALREADY-LISTED
              AND NOT DEC-HHOLD-HAS-ACTIVE (WS-DEC-SUB)
               ADD 1 TO WS-CNT-HHOLDS
               MOVE SPACES TO WS-HHOLD-NAME-WORK
               IF HHOLD-FILE-AVAILABLE
                   MOVE WS-DEC-HHOLD (WS-DEC-SUB)
                       TO HHOLD-ID OF HHOLD-REC
                   READ HHOLD-FILE
                       INVALID KEY
                           MOVE "NOT ON HHOLD.IDX" TO WS-HHOLD-NAME-WORK
                       NOT INVALID KEY
                           MOVE HHOLD-NAME OF HHOLD-REC
                               TO WS-HHOLD-NAME-WORK
                   END-READ
               END-IF
               MOVE WS-DEC-HHOLD (WS-DEC-SUB) TO WS-HHL-ID
               MOVE WS-HHOLD-NAME-WORK TO WS-HHL-NAME
               MOVE WS-DEC-MEMBERS (WS-DEC-SUB) TO WS-HHL-MEMBERS
               WRITE REPORT-REC FROM WS-HHOLD-LINE
           END-IF.
           ADD 1 TO WS-DEC-SUB.

       6310-CHECK-LISTED-BEFORE.
           IF WS-DEC-HHOLD (WS-DEC-SUB-2) = WS-DEC-HHOLD (WS-DEC-SUB)
               SET HHOLD-ALREADY-LISTED TO TRUE
           END-IF.
           ADD 1 TO WS-DEC-SUB-2.

       9000-TERMINATE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "CONTROL TOTALS" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "NOTICES READ:       " TO WS-CNT-LABEL.
           MOVE WS-CNT-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "REJECTED:           " TO WS-CNT-LABEL.
           MOVE WS-CNT-REJECTED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "NOT ON ROSTER:      " TO WS-CNT-LABEL.
           MOVE WS-CNT-NOT-FOUND TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "STATUS D WRITTEN:   " TO WS-CNT-LABEL.
           MOVE WS-CNT-STATUS-D TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ALREADY STATUS D:   " TO WS-CNT-LABEL.
           MOVE WS-CNT-ALREADY-D TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "SENT FOR REVIEW:    " TO WS-CNT-LABEL.
           MOVE WS-CNT-REVIEW TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "HHOLDS TO RETIRE:   " TO WS-CNT-LABEL.
           MOVE WS-CNT-HHOLDS TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           WRITE REVIEW-REC FROM SPACES.
           MOVE "NOTICES FOR REVIEW: " TO WS-CNT-LABEL.
           MOVE WS-CNT-REVIEW TO WS-CNT-VALUE.
           WRITE REVIEW-REC FROM WS-COUNT-LINE.
           MOVE "CANDIDATES LISTED:  " TO WS-CNT-LABEL.
           MOVE WS-CNT-REVIEW-LINES TO WS-CNT-VALUE.
           WRITE REVIEW-REC FROM WS-COUNT-LINE.
           CLOSE FEED-FILE.
           CLOSE ROSTER-FILE.
           CLOSE TRAN-FILE.
           CLOSE REPORT-FILE.
           CLOSE REVIEW-FILE.
           IF HHOLD-FILE-AVAILABLE
               CLOSE HHOLD-FILE
           END-IF.
           DISPLAY "DECMATCH: NOTICES READ: " WS-CNT-READ
                   "  STATUS D WRITTEN: " WS-CNT-STATUS-D
                   "  FOR REVIEW: " WS-CNT-REVIEW.
           DISPLAY "DECMATCH: HOUSEHOLDS WITH NO ACTIVE MEMBER: "
                   WS-CNT-HHOLDS.
           IF WS-CNT-REJECTED > 0 OR WS-CNT-BIG-GROUPS > 0
              OR DEC-TABLE-FULL
               DISPLAY "DECMATCH: *** REJECTED " WS-CNT-REJECTED
                       "  OVER 50 CANDIDATES " WS-CNT-BIG-GROUPS
                       " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
