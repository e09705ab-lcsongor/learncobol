      * RECORDS WITH A BLANK NAME ARE DROPPED AND DUPLICATE NAMES
      * BEYOND THE FIRST ARE COLLAPSED; COUNTS OF RECORDS READ,
      * LOADED, COLLAPSED AND DROPPED PRINT AT END OF RUN.
      *
      * BEFORE THE REBUILD, LAST WEEK'S MASTER IS SORTED BY
      * CUSTOMER ID (MASTER-ID) ONTO MASTPREV.SRT; AFTER IT, THE
      * NEW MASTER IS SORTED THE SAME WAY ONTO MASTNEW.SRT. THE
      * TWO ARE MATCHED BY ID AND EVERY DIFFERENCE LISTS ON THE
      * CHANGE REPORT (MASTCHG.RPT):
      *   ADDED   - CUSTOMER ID NEW THIS WEEK.
      *   DROPPED - CUSTOMER ID NO LONGER ON THE EXTRACT.
      *   RENAMED - SAME CUSTOMER ID, DIFFERENT NAME.
      * A RENAMED CUSTOMER IS LOOKED FOR AMONG THE ROSTER PERSONS
      * STILL CARRYING THE OLD NAME (THE SAME EXACT-NAME PAIRING
      * HELLO'S DUPLICATE CHECK MAKES). A PERSON IS LINKED ONLY
      * WHEN DUPDISP.IDX HOLDS A C (CONFIRMED) DECISION FOR THAT
      * PERSON AND THE OLD NAME, OR WHEN THAT PERSON IS THE ONLY
      * ROSTER PERSON WITH THE OLD NAME. AN N (NOT A DUPLICATE)
      * DECISION LEAVES THE PERSON ALONE; ANY OTHER PERSON SHARING
      * THE OLD NAME LISTS AS NOT LINKED - REVIEW FOR THE FRONT DESK
      * TO DECIDE (POST A C DECISION AND THE NEXT RENAME CARRIES,
      * OR KEY AN R CARD). FOR EACH LINKED PERSON A RENAME CARD (R,
      * SEE ROSTUPD) CARRYING THE NEW AND OLD NAMES IS APPENDED TO
      * ROSTTRAN.DAT FOR THE NEXT ROSTUPD RUN, AND A C DECISION FOR
      * THE OLD NAME IS MOVED TO THE NEW NAME SO THE PAIR DOES NOT
      * COME BACK AS A FRESH MATCH ON DUPCHK.RPT.
      *
      * THE FIRST RUN (NO PRIOR MASTER) LOADS AS ALWAYS AND SKIPS
      * THE CHANGE REPORT. IF THE ROSTER OR THE TRANSACTION FILE
      * WILL NOT OPEN, RENAMES ARE STILL REPORTED BUT NO ROSTER
      * CHANGES ARE WRITTEN, AND THE STEP ENDS WITH CONDITION CODE
      * 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-NAME
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PRIOR-SORTED-FILE ASSIGN TO "MASTPREV.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NEW-SORTED-FILE ASSIGN TO "MASTNEW.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID OF ROSTER-REC
               ALTERNATE RECORD KEY IS PERSON-NAME OF ROSTER-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT DISP-FILE ASSIGN TO "DUPDISP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUPD-KEY OF DISP-REC
               FILE STATUS IS WS-DISP-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ROSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MASTCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
       01 MASTER-REC.
           05 MASTER-NAME      PIC X(30).
           05 MASTER-ID        PIC X(10).
       FD  PRIOR-SORTED-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 PRIOR-SORTED-REC.
           05 PS-NAME          PIC X(30).
           05 PS-ID            PIC X(10).
       FD  NEW-SORTED-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 NEW-SORTED-REC.
           05 NS-NAME          PIC X(30).
           05 NS-ID            PIC X(10).
       FD  ROSTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PERSONREC REPLACING PERSON-RECORD BY ROSTER-REC.
       FD  DISP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY DUPDREC REPLACING DUPD-RECORD BY DISP-REC.
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 TRAN-REC.
           05 TRAN-CODE        PIC X(1).
           05 TRAN-PERSON-ID   PIC X(10).
           05 TRAN-NEW-NAME    PIC X(30).
           05 TRAN-OLD-NAME    PIC X(30).
           05 FILLER           PIC X(9).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       SD  SORT-FILE.
       01 SORT-REC.
           05 SR-NAME          PIC X(30).
           05 SR-ID            PIC X(10).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-STATUS   PIC X(2).
       01 WS-MASTER-STATUS    PIC X(2).
       01 WS-PRIOR-STATUS     PIC X(2).
       01 WS-NEW-STATUS       PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-DISP-STATUS      PIC X(2).
       01 WS-TRAN-STATUS      PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-EXTRACT VALUE "Y".
       01 WS-PRIOR-SAVED-SWITCH PIC X(1) VALUE "N".
           88 PRIOR-MASTER-SAVED VALUE "Y".
       01 WS-REBUILT-SWITCH   PIC X(1) VALUE "N".
           88 MASTER-REBUILT VALUE "Y".
       01 WS-ROSTER-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 ROSTER-AVAILABLE VALUE "Y".
       01 WS-DISP-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 DISP-FILE-AVAILABLE VALUE "Y".
       01 WS-TRAN-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 TRAN-FILE-AVAILABLE VALUE "Y".
       01 WS-NAME-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-NAME-GROUP VALUE "Y".
       01 WS-TRIMMED-NAME     PIC X(30).
       01 WS-CNT-READ          PIC 9(7) VALUE 0.
       01 WS-CNT-LOADED        PIC 9(7) VALUE 0.
       01 WS-CNT-DUPLICATE     PIC 9(7) VALUE 0.
       01 WS-CNT-BLANK-NAME    PIC 9(7) VALUE 0.
      *    MATCH HOLD AREAS - HIGH-VALUES MARKS AN EXHAUSTED SIDE SO
      *    THE OTHER SIDE DRAINS AS ADDED OR DROPPED.
       01 WS-PSIDE-ID         PIC X(10) VALUE HIGH-VALUES.
       01 WS-PSIDE-NAME       PIC X(30) VALUE SPACES.
       01 WS-NSIDE-ID         PIC X(10) VALUE HIGH-VALUES.
       01 WS-NSIDE-NAME       PIC X(30) VALUE SPACES.
       01 WS-CNT-PRIOR         PIC 9(7) VALUE 0.
       01 WS-CNT-NEW           PIC 9(7) VALUE 0.
       01 WS-CNT-ADDED         PIC 9(7) VALUE 0.
       01 WS-CNT-DROPPED       PIC 9(7) VALUE 0.
       01 WS-CNT-RENAMED       PIC 9(7) VALUE 0.
       01 WS-CNT-TRAN-WRITTEN  PIC 9(7) VALUE 0.
       01 WS-CNT-NOT-LINKED    PIC 9(7) VALUE 0.
       01 WS-CNT-DISP-MOVED    PIC 9(7) VALUE 0.
       01 WS-CNT-REVIEW        PIC 9(7) VALUE 0.
       01 WS-NAME-GROUP-COUNT  PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(36) VALUE
               "MASTER CUSTOMER CHANGE REPORT       ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 WS-DET-TAG       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-ID        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-LABEL     PIC X(5).
           05 WS-DET-NAME      PIC X(30).
           05 FILLER           PIC X(21) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(20).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
               PERFORM 2000-LOAD-MASTER-RECORD UNTIL END-OF-EXTRACT
           END-IF.
           PERFORM 9000-TERMINATE.
           IF MASTER-REBUILT
               IF PRIOR-MASTER-SAVED
                   PERFORM 5000-COMPARE-WITH-PRIOR
               ELSE
                   DISPLAY "MASTBLD: NO PRIOR MASTER FILE, CHANGE "
                           "REPORT SKIPPED"
               END-IF
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
                       WS-EXTRACT-STATUS
               SET END-OF-EXTRACT TO TRUE
           ELSE
               PERFORM 1100-SAVE-PRIOR-MASTER
               OPEN OUTPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "MASTBLD: UNABLE TO OPEN MASTER FILE, "
                           "STATUS " WS-MASTER-STATUS
                   SET END-OF-EXTRACT TO TRUE
               ELSE
                   SET MASTER-REBUILT TO TRUE
                   PERFORM 2100-READ-EXTRACT
               END-IF
           END-IF.

      *    LAST WEEK'S MASTER IS ABOUT TO BE OVERWRITTEN, SO ITS
      *    ID/NAME PAIRS ARE SORTED AWAY BY CUSTOMER ID FIRST.
       1100-SAVE-PRIOR-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               CLOSE MASTER-FILE
               SORT SORT-FILE ON ASCENDING KEY SR-ID
                   USING MASTER-FILE
                   GIVING PRIOR-SORTED-FILE
               SET PRIOR-MASTER-SAVED TO TRUE
           END-IF.

       2000-LOAD-MASTER-RECORD.
           ADD 1 TO WS-CNT-READ.
           MOVE FUNCTION TRIM(EXTR-CUST-NAME)
                   SET END-OF-EXTRACT TO TRUE
           END-READ.

      *    THE NEW MASTER IS COMPARED AS LOADED - BLANK NAMES AND
      *    COLLAPSED DUPLICATES ARE ALREADY GONE - AGAINST LAST
      *    WEEK'S, BOTH IN CUSTOMER ID SEQUENCE.
       5000-COMPARE-WITH-PRIOR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 5010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           SORT SORT-FILE ON ASCENDING KEY SR-ID
               USING MASTER-FILE
               GIVING NEW-SORTED-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "MASTBLD: UNABLE TO OPEN CHANGE REPORT, STATUS "
                       WS-REPORT-STATUS ", CHANGE REPORT SKIPPED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 5050-OPEN-ROSTER-FILES
               MOVE WS-RUN-DATE TO WS-HDR-DATE
               WRITE REPORT-REC FROM WS-HEADER-LINE
               WRITE REPORT-REC FROM SPACES
               OPEN INPUT PRIOR-SORTED-FILE
               OPEN INPUT NEW-SORTED-FILE
               PERFORM 5100-READ-PRIOR-SIDE
               PERFORM 5200-READ-NEW-SIDE
               PERFORM 5300-MATCH-CUSTOMER
                   UNTIL WS-PSIDE-ID = HIGH-VALUES
                     AND WS-NSIDE-ID = HIGH-VALUES
               CLOSE PRIOR-SORTED-FILE
               CLOSE NEW-SORTED-FILE
               PERFORM 5900-CLOSE-ROSTER-FILES
               PERFORM 8500-WRITE-CHANGE-TOTALS
               CLOSE REPORT-FILE
           END-IF.

      *    THE RUN DATE IS THE BUSINESS DATE ON BUSDATE.DAT (SEE
      *    BUSDATE), NOT THE CLOCK; THE TIME OF DAY STAYS THE
      *    CLOCK'S. WITHOUT A USABLE RECORD THE SYSTEM DATE
      *    STANDS.
       5010-GET-BUSINESS-DATE.
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
               DISPLAY "MASTBLD: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

      *    THE ROSTER FILES ARE NEEDED ONLY FOR RENAMES. A MISSING
      *    DISPOSITION FILE SIMPLY MEANS NO DECISIONS HAVE BEEN
      *    POSTED; THE TRANSACTIONS ARE ADDED TO WHATEVER THE DAY'S
      *    ROSTTRAN.DAT ALREADY HOLDS.
       5050-OPEN-ROSTER-FILES.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               SET ROSTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "MASTBLD: UNABLE TO OPEN ROSTER FILE, STATUS "
                       WS-ROSTER-STATUS ", NO ROSTER CHANGES WRITTEN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN I-O DISP-FILE.
           IF WS-DISP-STATUS = "00"
               SET DISP-FILE-AVAILABLE TO TRUE
           ELSE
               IF WS-DISP-STATUS NOT = "35"
                   DISPLAY "MASTBLD: UNABLE TO OPEN DISPOSITION FILE, "
                           "STATUS " WS-DISP-STATUS
                           ", NO ROSTER CHANGES WRITTEN"
                   MOVE "N" TO WS-ROSTER-AVAIL-SWITCH
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF ROSTER-AVAILABLE
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-STATUS NOT = "00"
                   OPEN OUTPUT TRAN-FILE
               END-IF
               IF WS-TRAN-STATUS = "00"
                   SET TRAN-FILE-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "MASTBLD: UNABLE TO OPEN TRANSACTION FILE, "
                           "STATUS " WS-TRAN-STATUS
                           ", NO ROSTER CHANGES WRITTEN"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5100-READ-PRIOR-SIDE.
           READ PRIOR-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PSIDE-ID
                   MOVE SPACES TO WS-PSIDE-NAME
               NOT AT END
                   ADD 1 TO WS-CNT-PRIOR
                   MOVE PS-ID TO WS-PSIDE-ID
                   MOVE PS-NAME TO WS-PSIDE-NAME
           END-READ.

       5200-READ-NEW-SIDE.
           READ NEW-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-NSIDE-ID
                   MOVE SPACES TO WS-NSIDE-NAME
               NOT AT END
                   ADD 1 TO WS-CNT-NEW
                   MOVE NS-ID TO WS-NSIDE-ID
                   MOVE NS-NAME TO WS-NSIDE-NAME
           END-READ.

       5300-MATCH-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-PSIDE-ID = WS-NSIDE-ID
                   IF WS-PSIDE-NAME NOT = WS-NSIDE-NAME
                       ADD 1 TO WS-CNT-RENAMED
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE "RENAMED" TO WS-DET-TAG
                       MOVE WS-NSIDE-ID TO WS-DET-ID
                       MOVE "FROM" TO WS-DET-LABEL
                       MOVE WS-PSIDE-NAME TO WS-DET-NAME
                       PERFORM 8000-WRITE-DETAIL-LINE
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE "TO" TO WS-DET-LABEL
                       MOVE WS-NSIDE-NAME TO WS-DET-NAME
                       PERFORM 8000-WRITE-DETAIL-LINE
                       IF ROSTER-AVAILABLE AND TRAN-FILE-AVAILABLE
                           PERFORM 5400-CARRY-RENAME
                       END-IF
                   END-IF
                   PERFORM 5100-READ-PRIOR-SIDE
                   PERFORM 5200-READ-NEW-SIDE
               WHEN WS-PSIDE-ID < WS-NSIDE-ID
                   ADD 1 TO WS-CNT-DROPPED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "DROPPED" TO WS-DET-TAG
                   MOVE WS-PSIDE-ID TO WS-DET-ID
                   MOVE WS-PSIDE-NAME TO WS-DET-NAME
                   PERFORM 8000-WRITE-DETAIL-LINE
                   PERFORM 5100-READ-PRIOR-SIDE
               WHEN OTHER
                   ADD 1 TO WS-CNT-ADDED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "ADDED" TO WS-DET-TAG
                   MOVE WS-NSIDE-ID TO WS-DET-ID
                   MOVE WS-NSIDE-NAME TO WS-DET-NAME
                   PERFORM 8000-WRITE-DETAIL-LINE
                   PERFORM 5200-READ-NEW-SIDE
           END-EVALUATE.

      *    EVERY ROSTER PERSON STILL CARRYING THE OLD NAME IS READ
      *    THROUGH THE ALTERNATE NAME INDEX - ONCE TO COUNT THEM,
      *    THEN AGAIN TO DECIDE EACH ONE.
       5400-CARRY-RENAME.
           PERFORM 5405-COUNT-NAME-GROUP.
           MOVE "N" TO WS-NAME-EOF-SWITCH.
           MOVE WS-PSIDE-NAME TO PERSON-NAME OF ROSTER-REC.
           START ROSTER-FILE KEY IS EQUAL TO PERSON-NAME OF ROSTER-REC
               INVALID KEY
                   SET END-OF-NAME-GROUP TO TRUE
           END-START.
           PERFORM 5410-RENAME-ROSTER-PERSON UNTIL END-OF-NAME-GROUP.

       5405-COUNT-NAME-GROUP.
           MOVE 0 TO WS-NAME-GROUP-COUNT.
           MOVE "N" TO WS-NAME-EOF-SWITCH.
           MOVE WS-PSIDE-NAME TO PERSON-NAME OF ROSTER-REC.
           START ROSTER-FILE KEY IS EQUAL TO PERSON-NAME OF ROSTER-REC
               INVALID KEY
                   SET END-OF-NAME-GROUP TO TRUE
           END-START.
           PERFORM 5406-COUNT-ROSTER-PERSON UNTIL END-OF-NAME-GROUP.

       5406-COUNT-ROSTER-PERSON.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-NAME-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-NAME-GROUP
               IF PERSON-NAME OF ROSTER-REC NOT = WS-PSIDE-NAME
                   SET END-OF-NAME-GROUP TO TRUE
               ELSE
                   ADD 1 TO WS-NAME-GROUP-COUNT
               END-IF
           END-IF.

       5410-RENAME-ROSTER-PERSON.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-NAME-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-NAME-GROUP
               IF PERSON-NAME OF ROSTER-REC NOT = WS-PSIDE-NAME
                   SET END-OF-NAME-GROUP TO TRUE
               ELSE
                   PERFORM 5420-CHECK-DISPOSITION
               END-IF
           END-IF.

      *    AN N DECISION SAYS THIS ROSTER PERSON IS NOT THE
      *    CUSTOMER, SO THE NAME IS LEFT ALONE. A C DECISION FOLLOWS
      *    THE CUSTOMER TO THE NEW NAME. WITH NO DECISION THE NAME
      *    CARRIES ONLY WHEN NO ONE ELSE ON THE ROSTER SHARES IT;
      *    OTHERWISE THE PERSON IS LISTED FOR REVIEW AND NO CARD IS
      *    WRITTEN.
       5420-CHECK-DISPOSITION.
           MOVE SPACES TO DISP-REC.
           IF DISP-FILE-AVAILABLE
               MOVE PERSON-ID OF ROSTER-REC
                   TO DUPD-PERSON-ID OF DISP-REC
               MOVE WS-PSIDE-NAME TO DUPD-MASTER-NAME OF DISP-REC
               READ DISP-FILE
                   INVALID KEY
                       MOVE SPACES TO DISP-REC
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN DUPD-DISP-CODE OF DISP-REC = "N"
                   ADD 1 TO WS-CNT-NOT-LINKED
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "  ROSTER" TO WS-DET-TAG
                   MOVE PERSON-ID OF ROSTER-REC TO WS-DET-ID
                   MOVE "NOT A DUPLICATE - LEFT ALONE" TO WS-DET-NAME
                   PERFORM 8000-WRITE-DETAIL-LINE
               WHEN DUPD-DISP-CODE OF DISP-REC = "C"
                   DELETE DISP-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-NSIDE-NAME TO DUPD-MASTER-NAME OF DISP-REC
                   WRITE DISP-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-DISP-MOVED
                   END-WRITE
                   PERFORM 5430-WRITE-NAME-CHANGE
               WHEN WS-NAME-GROUP-COUNT = 1
                   PERFORM 5430-WRITE-NAME-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-CNT-REVIEW
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "  ROSTER" TO WS-DET-TAG
                   MOVE PERSON-ID OF ROSTER-REC TO WS-DET-ID
                   MOVE "NOT LINKED - REVIEW" TO WS-DET-NAME
                   PERFORM 8000-WRITE-DETAIL-LINE
           END-EVALUATE.

      *    A RENAME CARD CHANGES THE NAME ONLY; ROSTUPD REJECTS IT IF
      *    THE PERSON HAS BEEN RENAMED SINCE.
       5430-WRITE-NAME-CHANGE.
           MOVE SPACES TO TRAN-REC.
           MOVE "R" TO TRAN-CODE.
           MOVE PERSON-ID OF ROSTER-REC TO TRAN-PERSON-ID.
           MOVE WS-NSIDE-NAME TO TRAN-NEW-NAME.
           MOVE WS-PSIDE-NAME TO TRAN-OLD-NAME.
           WRITE TRAN-REC.
           ADD 1 TO WS-CNT-TRAN-WRITTEN.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "  ROSTER" TO WS-DET-TAG.
           MOVE PERSON-ID OF ROSTER-REC TO WS-DET-ID.
           MOVE "NAME CHANGE WRITTEN" TO WS-DET-NAME.
           PERFORM 8000-WRITE-DETAIL-LINE.

       5900-CLOSE-ROSTER-FILES.
           IF ROSTER-AVAILABLE
               CLOSE ROSTER-FILE
           END-IF.
           IF DISP-FILE-AVAILABLE
               CLOSE DISP-FILE
           END-IF.
           IF TRAN-FILE-AVAILABLE
               CLOSE TRAN-FILE
           END-IF.

       8000-WRITE-DETAIL-LINE.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.

       8500-WRITE-CHANGE-TOTALS.
           WRITE REPORT-REC FROM SPACES.
           MOVE "CONTROL TOTALS" TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE "PRIOR CUSTOMERS:    " TO WS-CNT-LABEL.
           MOVE WS-CNT-PRIOR TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "NEW CUSTOMERS:      " TO WS-CNT-LABEL.
           MOVE WS-CNT-NEW TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ADDED:              " TO WS-CNT-LABEL.
           MOVE WS-CNT-ADDED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "DROPPED:            " TO WS-CNT-LABEL.
           MOVE WS-CNT-DROPPED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "RENAMED:            " TO WS-CNT-LABEL.
           MOVE WS-CNT-RENAMED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ROSTER CHANGES:     " TO WS-CNT-LABEL.
           MOVE WS-CNT-TRAN-WRITTEN TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ROSTER NOT LINKED:  " TO WS-CNT-LABEL.
           MOVE WS-CNT-NOT-LINKED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ROSTER TO REVIEW:   " TO WS-CNT-LABEL.
           MOVE WS-CNT-REVIEW TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "DECISIONS MOVED:    " TO WS-CNT-LABEL.
           MOVE WS-CNT-DISP-MOVED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           DISPLAY "MASTBLD: ADDED: " WS-CNT-ADDED
                   "  DROPPED: " WS-CNT-DROPPED
                   "  RENAMED: " WS-CNT-RENAMED.
           DISPLAY "MASTBLD: ROSTER NAME CHANGES WRITTEN: "
                   WS-CNT-TRAN-WRITTEN "  TO REVIEW: " WS-CNT-REVIEW.

       9000-TERMINATE.
           CLOSE EXTRACT-FILE.
           CLOSE MASTER-FILE.
