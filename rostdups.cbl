       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTDUPS.
      *****************************************************************
      * ROSTER SELF-DUPLICATE CANDIDATE LIST. HELLO'S DUPLICATE
      * CHECK ONLY EVER COMPARES THE ROSTER WITH MASTER.IDX; NOTHING
      * THERE NOTICES THE SAME PERSON KEYED TWICE ON THE ROSTER
      * UNDER TWO PERSON IDS, WHO THEN GETS TWO GREETINGS, TWO
      * BIRTHDAY LETTERS AND COUNTS TWICE IN THE HOUSEHOLD.
      *
      * THE ROSTER IS READ THROUGH THE ALTERNATE NAME INDEX, SO
      * EVERY RECORD CARRYING THE SAME PERSON-NAME ARRIVES
      * TOGETHER. WITHIN EACH NAME GROUP EVERY PAIR OF ACTIVE
      * RECORDS (STATUS SPACE OR A) WITH THE SAME PERSON-BIRTH-DATE
      * IS LISTED AS A CANDIDATE PAIR ON ROSTDUPS.RPT. RECORDS
      * ALREADY CARRYING A NON-ACTIVE STATUS ARE LEFT OUT - THEY ARE
      * NOT GREETED, AND A DUPLICATE ALREADY MERGED AWAY (SEE BELOW)
      * MUST NOT KEEP COMING BACK.
      *
      * THE LIST IS FOR RESEARCH ONLY; NOTHING IS CHANGED HERE. A
      * CONFIRMED PAIR IS MERGED BY AN "M" CARD ON ROSTTRAN.DAT
      * (SURVIVOR ID COLS 2-11, DUPLICATE ID COLS 12-21), WHICH
      * ROSTUPD APPLIES AND JOURNALS. HOUSEHOLD IDS PRINT BESIDE
      * EACH ID SO THE RESEARCHER CAN PICK THE SURVIVOR.
      *
      * UP TO 50 RECORDS OF ONE NAME ARE HELD FOR COMPARISON; A
      * LARGER NAME GROUP IS COMPARED ONLY WITHIN ITS FIRST 50 AND
      * COUNTED ON THE REPORT FOOT SO IT CAN BE FOLLOWED UP BY HAND.
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
           SELECT REPORT-FILE ASSIGN TO "ROSTDUPS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PERSONREC REPLACING PERSON-RECORD BY ROSTER-REC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-GROUP-FULL-SWITCH PIC X(1) VALUE "N".
           88 GROUP-TABLE-FULL VALUE "Y".
      *    THE ACTIVE RECORDS OF THE NAME GROUP BEING READ. CLEARED
      *    EACH TIME THE NAME CHANGES.
       01 WS-GROUP-NAME       PIC X(30) VALUE LOW-VALUES.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 50 TIMES.
               10 WS-GRP-ID        PIC X(10).
               10 WS-GRP-DOB       PIC X(8).
               10 WS-GRP-HHOLD     PIC X(6).
       01 WS-GRP-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-GRP-SUB          PIC S9(4) COMP VALUE 0.
       01 WS-CNT-READ         PIC 9(7) VALUE 0.
       01 WS-CNT-ACTIVE       PIC 9(7) VALUE 0.
       01 WS-CNT-PAIRS        PIC 9(7) VALUE 0.
       01 WS-CNT-BIG-GROUPS   PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(36) VALUE
               "ROSTER DUPLICATE CANDIDATE REPORT   ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(10) VALUE "BORN".
           05 FILLER           PIC X(19) VALUE "FIRST ID   HHOLD".
           05 FILLER           PIC X(19) VALUE "SECOND ID  HHOLD".
       01 WS-DETAIL-LINE.
           05 WS-DET-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-DOB       PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-ID-1      PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-DET-HHOLD-1   PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-ID-2      PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 WS-DET-HHOLD-2   PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(20).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 2000-PROCESS-ROSTER UNTIL END-OF-ROSTER
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
               DISPLAY "ROSTDUPS: UNABLE TO OPEN ROSTER FILE, STATUS "
                       WS-ROSTER-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ROSTDUPS: UNABLE TO OPEN REPORT FILE, "
                           "STATUS " WS-REPORT-STATUS
                   CLOSE ROSTER-FILE
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HDR-DATE
                   WRITE REPORT-REC FROM WS-HEADER-LINE
                   WRITE REPORT-REC FROM SPACES
                   WRITE REPORT-REC FROM WS-COLUMN-LINE
      *            POSITION ON THE ALTERNATE NAME KEY SO THE WHOLE
      *            PASS READS IN NAME SEQUENCE.
                   MOVE LOW-VALUES TO PERSON-NAME OF ROSTER-REC
                   START ROSTER-FILE KEY IS NOT LESS THAN
                       PERSON-NAME OF ROSTER-REC
                       INVALID KEY
                           SET END-OF-ROSTER TO TRUE
                   END-START
                   IF NOT END-OF-ROSTER
                       PERFORM 2100-READ-ROSTER
                   END-IF
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
               DISPLAY "ROSTDUPS: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       2000-PROCESS-ROSTER.
           ADD 1 TO WS-CNT-READ.
           IF PERSON-NAME OF ROSTER-REC NOT = WS-GROUP-NAME
               MOVE PERSON-NAME OF ROSTER-REC TO WS-GROUP-NAME
               MOVE 0 TO WS-GRP-COUNT
               MOVE "N" TO WS-GROUP-FULL-SWITCH
           END-IF.
           IF PERSON-STATUS-CODE OF ROSTER-REC = SPACE OR "A"
               ADD 1 TO WS-CNT-ACTIVE
               MOVE 1 TO WS-GRP-SUB
               PERFORM 2200-COMPARE-GROUP-ENTRY
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 2300-ADD-GROUP-ENTRY
           END-IF.
           PERFORM 2100-READ-ROSTER.

       2100-READ-ROSTER.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-ROSTER TO TRUE
           END-READ.

       2200-COMPARE-GROUP-ENTRY.
           IF WS-GRP-DOB (WS-GRP-SUB) =
              PERSON-BIRTH-DATE OF ROSTER-REC
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE PERSON-NAME OF ROSTER-REC TO WS-DET-NAME
               MOVE PERSON-BIRTH-DATE OF ROSTER-REC TO WS-DET-DOB
               MOVE WS-GRP-ID (WS-GRP-SUB) TO WS-DET-ID-1
               MOVE WS-GRP-HHOLD (WS-GRP-SUB) TO WS-DET-HHOLD-1
               MOVE PERSON-ID OF ROSTER-REC TO WS-DET-ID-2
               MOVE PERSON-HHOLD-ID OF ROSTER-REC TO WS-DET-HHOLD-2
               WRITE REPORT-REC FROM WS-DETAIL-LINE
               ADD 1 TO WS-CNT-PAIRS
           END-IF.
           ADD 1 TO WS-GRP-SUB.

       2300-ADD-GROUP-ENTRY.
           IF WS-GRP-COUNT < 50
               ADD 1 TO WS-GRP-COUNT
               MOVE PERSON-ID OF ROSTER-REC TO WS-GRP-ID (WS-GRP-COUNT)
               MOVE PERSON-BIRTH-DATE OF ROSTER-REC
                   TO WS-GRP-DOB (WS-GRP-COUNT)
               MOVE PERSON-HHOLD-ID OF ROSTER-REC
                   TO WS-GRP-HHOLD (WS-GRP-COUNT)
           ELSE
               IF NOT GROUP-TABLE-FULL
                   SET GROUP-TABLE-FULL TO TRUE
                   ADD 1 TO WS-CNT-BIG-GROUPS
                   DISPLAY "ROSTDUPS: MORE THAN 50 ACTIVE RECORDS "
                           "NAMED " WS-GROUP-NAME
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE ROSTER-FILE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "ROSTER RECORDS:     " TO WS-CNT-LABEL.
           MOVE WS-CNT-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ACTIVE COMPARED:    " TO WS-CNT-LABEL.
           MOVE WS-CNT-ACTIVE TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "CANDIDATE PAIRS:    " TO WS-CNT-LABEL.
           MOVE WS-CNT-PAIRS TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "NAME GROUPS OVER 50:" TO WS-CNT-LABEL.
           MOVE WS-CNT-BIG-GROUPS TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "ROSTDUPS: ROSTER RECORDS READ: " WS-CNT-READ
                   "  CANDIDATE PAIRS: " WS-CNT-PAIRS.
           IF WS-CNT-BIG-GROUPS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
