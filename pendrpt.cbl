       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
      *****************************************************************
      * MORNING EXCEPTION LIST OF HELD ROSTER CHANGES. ROSTINQ HOLDS
      * STATUS D/N AND BIRTH-DATE CORRECTIONS ON PENDCHG.IDX (SEE
      * PENDREC) UNTIL A SECOND SUPERVISOR DECIDES THEM IN ROSTAPV.
      * AN ITEM NOBODY DECIDES LEAVES THE ROSTER WRONG, SO EVERY
      * ITEM STILL PENDING (STATE P) MORE THAN THE SET NUMBER OF
      * DAYS AFTER IT WAS HELD IS LISTED ON PENDEXC.RPT WITH WHO
      * HELD IT AND THE STATUS AND BIRTH DATE IT WOULD CHANGE.
      *
      * THE NUMBER OF DAYS IS PENDPARM.DAT COLS 1-3 (003 WHEN THE
      * CARD IS MISSING, BLANK OR NOT NUMERIC). NOTHING IS CHANGED
      * HERE.
      *
      * CONDITION CODES: 0 = NOTHING OVERDUE, 4 = OVERDUE ITEMS
      * LISTED, 8 = A FILE WOULD NOT OPEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PENDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDCHG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY OF PEND-REC
               FILE STATUS IS WS-PEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PENDEXC.RPT"
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
           05 PRM-OVERDUE-DAYS PIC X(3).
           05 FILLER           PIC X(77).
       FD  PEND-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PENDREC REPLACING PEND-RECORD BY PEND-REC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS      PIC X(2).
       01 WS-PEND-STATUS      PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-PENDING VALUE "Y".
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-PEND-OPEN-SWITCH PIC X(1) VALUE "N".
           88 PEND-FILE-OPEN VALUE "Y".
       01 WS-OVERDUE-DAYS     PIC 9(3) VALUE 3.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.
       01 WS-TODAY-YMD        PIC 9(8) VALUE 0.
       01 WS-TODAY-INT        PIC S9(7) COMP VALUE 0.
       01 WS-REQ-INT          PIC S9(7) COMP VALUE 0.
       01 WS-REQ-YMD          PIC 9(8) VALUE 0.
       01 WS-DAYS-PENDING     PIC S9(7) COMP VALUE 0.
       01 WS-CNT-PENDING      PIC 9(7) VALUE 0.
       01 WS-CNT-OVERDUE      PIC 9(7) VALUE 0.
       01 WS-CNT-DECIDED      PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYYMMDD.
               10 WS-CD-YYYY   PIC 9(4).
               10 WS-CD-MM     PIC 9(2).
               10 WS-CD-DD     PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(36) VALUE
               "PENDING ROSTER CHANGES OVERDUE      ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-PARM-LINE.
           05 FILLER           PIC X(29) VALUE
               "HELD FOR APPROVAL MORE THAN  ".
           05 WS-PRM-DAYS      PIC ZZ9.
           05 FILLER           PIC X(48) VALUE " DAYS".
       01 WS-COLUMN-LINE.
           05 FILLER           PIC X(12) VALUE "PERSON ID".
           05 FILLER           PIC X(16) VALUE "HELD AT".
           05 FILLER           PIC X(10) VALUE "HELD BY".
           05 FILLER           PIC X(6) VALUE "DAYS".
           05 FILLER           PIC X(36) VALUE "NAME ON FILE".
       01 WS-DETAIL-LINE.
           05 WS-DET-ID        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-HELD-AT   PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-USER      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-DAYS      PIC ZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-NAME      PIC X(30).
           05 FILLER           PIC X(6) VALUE SPACES.
       01 WS-CHANGE-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-CHG-LABEL     PIC X(11).
           05 WS-CHG-FROM      PIC X(8).
           05 FILLER           PIC X(4) VALUE " TO ".
           05 WS-CHG-TO        PIC X(8).
           05 FILLER           PIC X(45) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(20).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 2000-PROCESS-PENDING UNTIL END-OF-PENDING
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-CD-YYYYMMDD TO WS-TODAY-YMD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD).
           PERFORM 1100-READ-PARM-CARD.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "PENDRPT: UNABLE TO OPEN REPORT FILE, STATUS "
                       WS-REPORT-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-DATE TO WS-HDR-DATE
               WRITE REPORT-REC FROM WS-HEADER-LINE
               MOVE WS-OVERDUE-DAYS TO WS-PRM-DAYS
               WRITE REPORT-REC FROM WS-PARM-LINE
               WRITE REPORT-REC FROM SPACES
               WRITE REPORT-REC FROM WS-COLUMN-LINE
      *        NO PENDING FILE YET MEANS NOTHING HAS EVER BEEN HELD.
               OPEN INPUT PEND-FILE
               EVALUATE WS-PEND-STATUS
                   WHEN "00"
                       SET PEND-FILE-OPEN TO TRUE
                       PERFORM 2100-READ-PENDING
                   WHEN "35"
                       SET END-OF-PENDING TO TRUE
                   WHEN OTHER
                       DISPLAY "PENDRPT: UNABLE TO OPEN PENDING FILE, "
                               "STATUS " WS-PEND-STATUS
                       CLOSE REPORT-FILE
                       SET RUN-ABORTED TO TRUE
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
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
               DISPLAY "PENDRPT: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-OVERDUE-DAYS IS NUMERIC
                           MOVE PRM-OVERDUE-DAYS TO WS-OVERDUE-DAYS
                       ELSE
                           DISPLAY "PENDRPT: OVERDUE DAYS PARM NOT "
                                   "NUMERIC, DEFAULT 003 IN USE: "
                                   PRM-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       2000-PROCESS-PENDING.
           IF PEND-STATE OF PEND-REC = "P"
               ADD 1 TO WS-CNT-PENDING
               PERFORM 2200-CHECK-OVERDUE
           ELSE
               ADD 1 TO WS-CNT-DECIDED
           END-IF.
           PERFORM 2100-READ-PENDING.

       2100-READ-PENDING.
           READ PEND-FILE NEXT RECORD
               AT END
                   SET END-OF-PENDING TO TRUE
           END-READ.

      *    THE REQUEST STAMP IS THE CICS DATE-TIME ROSTINQ HELD THE
      *    CHANGE AT. ONE THAT IS NOT NUMERIC CANNOT BE AGED; IT IS
      *    LISTED ANYWAY, DAYS ZERO, SO IT IS LOOKED AT.
       2200-CHECK-OVERDUE.
           MOVE 0 TO WS-DAYS-PENDING.
           IF PEND-REQ-STAMP OF PEND-REC (1 : 8) IS NUMERIC
               MOVE PEND-REQ-STAMP OF PEND-REC (1 : 8) TO WS-REQ-YMD
               COMPUTE WS-REQ-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REQ-YMD)
               COMPUTE WS-DAYS-PENDING = WS-TODAY-INT - WS-REQ-INT
               IF WS-DAYS-PENDING > WS-OVERDUE-DAYS
                   PERFORM 2300-WRITE-OVERDUE-ITEM
               END-IF
           ELSE
               PERFORM 2300-WRITE-OVERDUE-ITEM
           END-IF.

       2300-WRITE-OVERDUE-ITEM.
           ADD 1 TO WS-CNT-OVERDUE.
           MOVE PEND-BEFORE-IMAGE OF PEND-REC TO WS-BEFORE-PERSON.
           MOVE PEND-AFTER-IMAGE OF PEND-REC TO WS-AFTER-PERSON.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PEND-PERSON-ID OF PEND-REC TO WS-DET-ID.
           MOVE PEND-REQ-STAMP OF PEND-REC TO WS-DET-HELD-AT.
           MOVE PEND-REQ-USER OF PEND-REC TO WS-DET-USER.
           MOVE WS-DAYS-PENDING TO WS-DET-DAYS.
           MOVE PERSON-NAME OF WS-BEFORE-PERSON TO WS-DET-NAME.
           WRITE REPORT-REC FROM WS-DETAIL-LINE.
           IF PERSON-STATUS-CODE OF WS-BEFORE-PERSON
              NOT = PERSON-STATUS-CODE OF WS-AFTER-PERSON
               MOVE "STATUS" TO WS-CHG-LABEL
               MOVE PERSON-STATUS-CODE OF WS-BEFORE-PERSON
                   TO WS-CHG-FROM
               MOVE PERSON-STATUS-CODE OF WS-AFTER-PERSON TO WS-CHG-TO
               WRITE REPORT-REC FROM WS-CHANGE-LINE
           END-IF.
           IF PERSON-BIRTH-DATE OF WS-BEFORE-PERSON
              NOT = PERSON-BIRTH-DATE OF WS-AFTER-PERSON
               MOVE "BIRTH DATE" TO WS-CHG-LABEL
               MOVE PERSON-BIRTH-DATE OF WS-BEFORE-PERSON
                   TO WS-CHG-FROM
               MOVE PERSON-BIRTH-DATE OF WS-AFTER-PERSON TO WS-CHG-TO
               WRITE REPORT-REC FROM WS-CHANGE-LINE
           END-IF.

       9000-TERMINATE.
           IF PEND-FILE-OPEN
               CLOSE PEND-FILE
           END-IF.
           WRITE REPORT-REC FROM SPACES.
           MOVE "STILL PENDING:      " TO WS-CNT-LABEL.
           MOVE WS-CNT-PENDING TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "OVERDUE LISTED:     " TO WS-CNT-LABEL.
           MOVE WS-CNT-OVERDUE TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "ALREADY DECIDED:    " TO WS-CNT-LABEL.
           MOVE WS-CNT-DECIDED TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "PENDRPT: PENDING CHANGES: " WS-CNT-PENDING
                   "  OVERDUE: " WS-CNT-OVERDUE.
           IF WS-CNT-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
