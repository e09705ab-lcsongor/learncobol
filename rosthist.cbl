       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTHIST.
      *****************************************************************
      * ROSTER CHANGE HISTORY REPORT. ANSWERS "WHO CHANGED THIS
      * PERSON, AND WHEN" FROM THE ROSTER JOURNAL: FIRST THE JOURNAL
      * HISTORY (ROSTJRNL.HST, EVERY NIGHT'S JOURNAL AS ROSTBKUP
      * APPENDED IT, KEPT FOR ITS OWN RETENTION PERIOD - SEE
      * ARCPURGE), THEN THE CURRENT JOURNAL (ROSTJRNL.DAT, THE
      * CHANGES SINCE THE LAST BACKUP), SO THE LISTING RUNS OLDEST
      * FIRST RIGHT UP TO THE LAST UPDATE.
      *
      * THE SELECTION CARD (RHSTPARM.DAT) IS REQUIRED:
      *   COLS  1-10  PERSON ID - ONLY LINES WHOSE BEFORE OR AFTER
      *               IMAGE CARRIES THIS ID. BLANK = EVERY PERSON.
      *   COLS 12-19  FROM DATE YYYYMMDD (BLANK = FROM THE START).
      *   COLS 21-28  TO DATE YYYYMMDD (BLANK = TO THE END).
      * A CARD WITH NEITHER A PERSON ID NOR A DATE, OR WITH A DATE
      * THAT IS NOT NUMERIC, IS REFUSED - THE WHOLE HISTORY IS TOO
      * LARGE TO PRINT BY ACCIDENT.
      *
      * EACH SELECTED ADD/CHG/DEL PRINTS ONE LINE (TIMESTAMP,
      * PROGRAM, ACTION, PERSON ID, NAME) FOLLOWED BY ONE LINE FOR
      * EVERY PERSONREC FIELD WHOSE VALUE DIFFERS BETWEEN THE BEFORE
      * AND AFTER IMAGES, WITH THE FROM AND TO VALUES. AN ADD HAS NO
      * BEFORE IMAGE AND A DEL NO AFTER IMAGE, SO THOSE SHOW EVERY
      * FIELD THE RECORD CARRIED, FROM OR TO BLANK.
      *
      * CONDITION CODES: 0 = REPORT PRODUCED, 4 = REPORT PRODUCED
      * BUT A JOURNAL FILE WAS PRESENT AND COULD NOT BE READ,
      * 8 = NO USABLE SELECTION CARD OR THE REPORT WOULD NOT OPEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RHSTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ROSTJRNL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ROSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROSTHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 PARM-CARD.
           05 PRM-PERSON-ID    PIC X(10).
           05 FILLER           PIC X(1).
           05 PRM-FROM-DATE    PIC X(8).
           05 FILLER           PIC X(1).
           05 PRM-TO-DATE      PIC X(8).
           05 FILLER           PIC X(52).
       FD  HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 HISTORY-REC PIC X(160).
       FD  JOURNAL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 JOURNAL-REC PIC X(160).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS   PIC X(2).
       01 WS-JOURNAL-STATUS   PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-SELECTED-SWITCH  PIC X(1) VALUE "N".
           88 LINE-SELECTED VALUE "Y".
      *    THE SELECTION, FROM THE CARD.
       01 WS-SEL-PERSON-ID    PIC X(10) VALUE SPACES.
       01 WS-SEL-FROM-DATE    PIC X(8) VALUE "00000000".
       01 WS-SEL-TO-DATE      PIC X(8) VALUE "99999999".
      *    THE JOURNAL LINE BEING REPORTED, WHICHEVER FILE IT CAME
      *    FROM, AND ITS TWO IMAGES LAID OUT AS PERSON RECORDS.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY WS-JRNL-LINE.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.
       01 WS-CNT-HIST-READ    PIC 9(7) VALUE 0.
       01 WS-CNT-JRNL-READ    PIC 9(7) VALUE 0.
       01 WS-CNT-LISTED       PIC 9(7) VALUE 0.
       01 WS-CNT-ADD          PIC 9(7) VALUE 0.
       01 WS-CNT-CHG          PIC 9(7) VALUE 0.
       01 WS-CNT-DEL          PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(36) VALUE
               "ROSTER CHANGE HISTORY REPORT        ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-SELECTION-LINE.
           05 FILLER           PIC X(21) VALUE "SELECTED: PERSON ID  ".
           05 WS-SELL-ID       PIC X(10).
           05 FILLER           PIC X(8) VALUE "  FROM  ".
           05 WS-SELL-FROM     PIC X(8).
           05 FILLER           PIC X(6) VALUE "  TO  ".
           05 WS-SELL-TO       PIC X(8).
           05 FILLER           PIC X(19) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER           PIC X(21) VALUE "DATE/TIME".
           05 FILLER           PIC X(10) VALUE "PROGRAM".
           05 FILLER           PIC X(5) VALUE "ACT".
           05 FILLER           PIC X(12) VALUE "PERSON ID".
           05 FILLER           PIC X(32) VALUE "NAME".
       01 WS-COLUMN-LINE-2.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "FIELD".
           05 FILLER           PIC X(34) VALUE "FROM".
           05 FILLER           PIC X(31) VALUE "TO".
       01 WS-ENTRY-LINE.
           05 WS-ENT-DATE-TIME PIC X(19).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ENT-PROGRAM   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ENT-ACTION    PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ENT-ID        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ENT-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
       01 WS-FIELD-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-FLD-LABEL     PIC X(11).
           05 WS-FLD-FROM      PIC X(30).
           05 FILLER           PIC X(4) VALUE " TO ".
           05 WS-FLD-TO        PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(20).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 2000-REPORT-HISTORY
               PERFORM 3000-REPORT-JOURNAL
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 1100-READ-PARM-CARD.
           IF NOT RUN-ABORTED
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ROSTHIST: UNABLE TO OPEN REPORT FILE, "
                           "STATUS " WS-REPORT-STATUS
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-RUN-DATE TO WS-HDR-DATE
                   WRITE REPORT-REC FROM WS-HEADER-LINE
                   MOVE WS-SEL-PERSON-ID TO WS-SELL-ID
                   MOVE WS-SEL-FROM-DATE TO WS-SELL-FROM
                   MOVE WS-SEL-TO-DATE TO WS-SELL-TO
                   WRITE REPORT-REC FROM WS-SELECTION-LINE
                   WRITE REPORT-REC FROM SPACES
                   WRITE REPORT-REC FROM WS-COLUMN-LINE
                   WRITE REPORT-REC FROM WS-COLUMN-LINE-2
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
               DISPLAY "ROSTHIST: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ROSTHIST: NO SELECTION CARD, STATUS "
                       WS-PARM-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "ROSTHIST: SELECTION CARD FILE EMPTY"
                       SET RUN-ABORTED TO TRUE
                       MOVE 8 TO RETURN-CODE
                   NOT AT END
                       PERFORM 1110-EDIT-PARM-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1110-EDIT-PARM-CARD.
           IF PRM-PERSON-ID = SPACES AND PRM-FROM-DATE = SPACES
              AND PRM-TO-DATE = SPACES
               DISPLAY "ROSTHIST: SELECTION CARD HAS NO PERSON ID "
                       "AND NO DATE RANGE"
               SET RUN-ABORTED TO TRUE
           END-IF.
           MOVE PRM-PERSON-ID TO WS-SEL-PERSON-ID.
           IF PRM-FROM-DATE NOT = SPACES
               IF PRM-FROM-DATE IS NUMERIC
                   MOVE PRM-FROM-DATE TO WS-SEL-FROM-DATE
               ELSE
                   DISPLAY "ROSTHIST: FROM DATE NOT NUMERIC: "
                           PRM-FROM-DATE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.
           IF PRM-TO-DATE NOT = SPACES
               IF PRM-TO-DATE IS NUMERIC
                   MOVE PRM-TO-DATE TO WS-SEL-TO-DATE
               ELSE
                   DISPLAY "ROSTHIST: TO DATE NOT NUMERIC: "
                           PRM-TO-DATE
                   SET RUN-ABORTED TO TRUE
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
              AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY "ROSTHIST: FROM DATE " WS-SEL-FROM-DATE
                       " IS AFTER TO DATE " WS-SEL-TO-DATE
               SET RUN-ABORTED TO TRUE
           END-IF.
           IF RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * JOURNAL HISTORY - EVERY NIGHT UP TO THE LAST BACKUP. NOT
      * THERE AT ALL JUST MEANS NO NIGHT HAS BEEN KEPT YET.
      *****************************************************************
       2000-REPORT-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ROSTHIST: JOURNAL HISTORY NOT AVAILABLE, "
                       "STATUS " WS-HISTORY-STATUS ", SKIPPED"
               IF WS-HISTORY-STATUS NOT = "35"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 2100-READ-HISTORY
               PERFORM 2200-PROCESS-HISTORY UNTIL END-OF-INPUT
               CLOSE HISTORY-FILE
           END-IF.

       2100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       2200-PROCESS-HISTORY.
           ADD 1 TO WS-CNT-HIST-READ.
           MOVE HISTORY-REC TO WS-JRNL-LINE.
           PERFORM 5000-REPORT-JOURNAL-LINE.
           PERFORM 2100-READ-HISTORY.

      *****************************************************************
      * CURRENT JOURNAL - THE CHANGES SINCE THE LAST BACKUP.
      *****************************************************************
       3000-REPORT-JOURNAL.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ROSTHIST: CHANGE JOURNAL NOT AVAILABLE, "
                       "STATUS " WS-JOURNAL-STATUS ", SKIPPED"
               IF WS-JOURNAL-STATUS NOT = "35"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3100-READ-JOURNAL
               PERFORM 3200-PROCESS-JOURNAL UNTIL END-OF-INPUT
               CLOSE JOURNAL-FILE
           END-IF.

       3100-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       3200-PROCESS-JOURNAL.
           ADD 1 TO WS-CNT-JRNL-READ.
           MOVE JOURNAL-REC TO WS-JRNL-LINE.
           PERFORM 5000-REPORT-JOURNAL-LINE.
           PERFORM 3100-READ-JOURNAL.

      *****************************************************************
      * ONE JOURNAL LINE: SELECT IT, THEN PRINT THE ENTRY LINE AND A
      * FROM/TO LINE FOR EACH FIELD THAT CHANGED.
      *****************************************************************
       5000-REPORT-JOURNAL-LINE.
           MOVE JRNL-BEFORE-IMAGE OF WS-JRNL-LINE TO WS-BEFORE-PERSON.
           MOVE JRNL-AFTER-IMAGE OF WS-JRNL-LINE TO WS-AFTER-PERSON.
           MOVE "Y" TO WS-SELECTED-SWITCH.
           IF WS-SEL-PERSON-ID NOT = SPACES
              AND PERSON-ID OF WS-BEFORE-PERSON NOT = WS-SEL-PERSON-ID
              AND PERSON-ID OF WS-AFTER-PERSON NOT = WS-SEL-PERSON-ID
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF.
           IF JRNL-TIMESTAMP OF WS-JRNL-LINE (1 : 8) < WS-SEL-FROM-DATE
              OR JRNL-TIMESTAMP OF WS-JRNL-LINE (1 : 8)
                 > WS-SEL-TO-DATE
               MOVE "N" TO WS-SELECTED-SWITCH
           END-IF.
           IF LINE-SELECTED
               PERFORM 5100-WRITE-ENTRY-LINE
               PERFORM 5200-WRITE-FIELD-LINES
           END-IF.

       5100-WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-ENTRY-LINE.
           STRING JRNL-TIMESTAMP OF WS-JRNL-LINE (1 : 4) "-"
                  JRNL-TIMESTAMP OF WS-JRNL-LINE (5 : 2) "-"
                  JRNL-TIMESTAMP OF WS-JRNL-LINE (7 : 2) " "
                  JRNL-TIMESTAMP OF WS-JRNL-LINE (9 : 2) ":"
                  JRNL-TIMESTAMP OF WS-JRNL-LINE (11 : 2) ":"
                  JRNL-TIMESTAMP OF WS-JRNL-LINE (13 : 2)
               DELIMITED BY SIZE INTO WS-ENT-DATE-TIME.
           MOVE JRNL-PROGRAM OF WS-JRNL-LINE TO WS-ENT-PROGRAM.
           MOVE JRNL-ACTION OF WS-JRNL-LINE TO WS-ENT-ACTION.
           IF PERSON-ID OF WS-AFTER-PERSON NOT = SPACES
               MOVE PERSON-ID OF WS-AFTER-PERSON TO WS-ENT-ID
               MOVE PERSON-NAME OF WS-AFTER-PERSON TO WS-ENT-NAME
           ELSE
               MOVE PERSON-ID OF WS-BEFORE-PERSON TO WS-ENT-ID
               MOVE PERSON-NAME OF WS-BEFORE-PERSON TO WS-ENT-NAME
           END-IF.
           WRITE REPORT-REC FROM WS-ENTRY-LINE.
           ADD 1 TO WS-CNT-LISTED.
           EVALUATE JRNL-ACTION OF WS-JRNL-LINE
               WHEN "ADD"
                   ADD 1 TO WS-CNT-ADD
               WHEN "CHG"
                   ADD 1 TO WS-CNT-CHG
               WHEN "DEL"
                   ADD 1 TO WS-CNT-DEL
           END-EVALUATE.

      *    PERSON-ID IS THE KEY AND NEVER CHANGES ON A CHG; IT IS ON
      *    THE ENTRY LINE ALREADY.
       5200-WRITE-FIELD-LINES.
           IF PERSON-NAME OF WS-BEFORE-PERSON
              NOT = PERSON-NAME OF WS-AFTER-PERSON
               MOVE "NAME" TO WS-FLD-LABEL
               MOVE PERSON-NAME OF WS-BEFORE-PERSON TO WS-FLD-FROM
               MOVE PERSON-NAME OF WS-AFTER-PERSON TO WS-FLD-TO
               WRITE REPORT-REC FROM WS-FIELD-LINE
           END-IF.
           IF PERSON-BIRTH-DATE OF WS-BEFORE-PERSON
              NOT = PERSON-BIRTH-DATE OF WS-AFTER-PERSON
               MOVE "BIRTH DATE" TO WS-FLD-LABEL
               MOVE PERSON-BIRTH-DATE OF WS-BEFORE-PERSON
                   TO WS-FLD-FROM
               MOVE PERSON-BIRTH-DATE OF WS-AFTER-PERSON TO WS-FLD-TO
               WRITE REPORT-REC FROM WS-FIELD-LINE
           END-IF.
           IF PERSON-GREET-CODE OF WS-BEFORE-PERSON
              NOT = PERSON-GREET-CODE OF WS-AFTER-PERSON
               MOVE "GREET CODE" TO WS-FLD-LABEL
               MOVE PERSON-GREET-CODE OF WS-BEFORE-PERSON
                   TO WS-FLD-FROM
               MOVE PERSON-GREET-CODE OF WS-AFTER-PERSON TO WS-FLD-TO
               WRITE REPORT-REC FROM WS-FIELD-LINE
           END-IF.
           IF PERSON-STATUS-CODE OF WS-BEFORE-PERSON
              NOT = PERSON-STATUS-CODE OF WS-AFTER-PERSON
               MOVE "STATUS" TO WS-FLD-LABEL
               MOVE PERSON-STATUS-CODE OF WS-BEFORE-PERSON
                   TO WS-FLD-FROM
               MOVE PERSON-STATUS-CODE OF WS-AFTER-PERSON TO WS-FLD-TO
               WRITE REPORT-REC FROM WS-FIELD-LINE
           END-IF.
           IF PERSON-HHOLD-ID OF WS-BEFORE-PERSON
              NOT = PERSON-HHOLD-ID OF WS-AFTER-PERSON
               MOVE "HOUSEHOLD" TO WS-FLD-LABEL
               MOVE PERSON-HHOLD-ID OF WS-BEFORE-PERSON TO WS-FLD-FROM
               MOVE PERSON-HHOLD-ID OF WS-AFTER-PERSON TO WS-FLD-TO
               WRITE REPORT-REC FROM WS-FIELD-LINE
           END-IF.

       9000-TERMINATE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "HISTORY LINES READ: " TO WS-CNT-LABEL.
           MOVE WS-CNT-HIST-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "JOURNAL LINES READ: " TO WS-CNT-LABEL.
           MOVE WS-CNT-JRNL-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "CHANGES LISTED:     " TO WS-CNT-LABEL.
           MOVE WS-CNT-LISTED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "  ADDED:            " TO WS-CNT-LABEL.
           MOVE WS-CNT-ADD TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "  CHANGED:          " TO WS-CNT-LABEL.
           MOVE WS-CNT-CHG TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "  DELETED:          " TO WS-CNT-LABEL.
           MOVE WS-CNT-DEL TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "ROSTHIST: JOURNAL LINES READ: "
                   WS-CNT-HIST-READ " + " WS-CNT-JRNL-READ
                   "  CHANGES LISTED: " WS-CNT-LISTED.
