      *   EXCEPT.RPT - RUN DATE MM/DD/YYYY IN COLS 59-68.
      * A LINE WHOSE DATE CANNOT BE MADE OUT IS RETAINED - WHEN IN
      * DOUBT THIS PROGRAM KEEPS THE RECORD RATHER THAN LOSING IT.
      *
      * THE ROSTER JOURNAL HISTORY (ROSTJRNL.HST, APPENDED NIGHTLY BY
      * ROSTBKUP) HAS ITS OWN RETENTION PERIOD, RETNPARM.DAT COLS
      * 5-7 IN DAYS (365 WHEN BLANK OR NO CARD). THE HISTORY IS
      * ITSELF THE LONG-TERM RECORD, SO LINES PAST ITS RETENTION ARE
      * PURGED RATHER THAN ARCHIVED. THE DATE IS THE FIRST 8 BYTES
      * OF THE JOURNAL TIMESTAMP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WORK-FILE ASSIGN TO "ARCWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ROSTJRNL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HIST-WORK-FILE ASSIGN TO "JRNWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTWORK-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RETN-PARM-CARD.
           05 RETN-DAYS-X      PIC X(3).
           05 FILLER           PIC X(1).
           05 RETN-HIST-DAYS-X PIC X(3).
           05 FILLER           PIC X(73).
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-REC PIC X(80).
       FD  WORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 WORK-REC PIC X(80).
       FD  HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY HISTORY-REC.
       FD  HIST-WORK-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 HIST-WORK-REC PIC X(160).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-RETN-STATUS      PIC X(2).
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-EXCARC-STATUS    PIC X(2).
       01 WS-WORK-STATUS      PIC X(2).
       01 WS-HISTORY-STATUS   PIC X(2).
       01 WS-HSTWORK-STATUS   PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-RETENTION-DAYS   PIC 9(3) VALUE 90.
       01 WS-HIST-RETN-DAYS   PIC 9(3) VALUE 365.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYYMMDD   PIC 9(8).
           05 FILLER           PIC X(13).
       01 WS-CUTOFF-INT       PIC S9(7) COMP VALUE 0.
       01 WS-CUTOFF-NUM       PIC 9(8) VALUE 0.
       01 WS-CUTOFF-YMD       PIC X(8) VALUE SPACES.
       01 WS-HIST-CUTOFF-YMD  PIC X(8) VALUE SPACES.
       01 WS-RECORD-YMD       PIC X(8) VALUE SPACES.
       01 WS-GROUP-YMD        PIC X(8) VALUE SPACES.
       01 WS-MDY-DATE.
           88 RECORD-DATE-VALID VALUE "Y".
       01 WS-CNT-ARCHIVED     PIC 9(7) VALUE 0.
       01 WS-CNT-RETAINED     PIC 9(7) VALUE 0.
       01 WS-CNT-PURGED       PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ARCHIVE-AUDIT-LOG.
           PERFORM 3000-ARCHIVE-PRINT-RPT.
           PERFORM 4000-ARCHIVE-EXCEPT-RPT.
           PERFORM 5000-PURGE-JOURNAL-HISTORY.
           DISPLAY "ARCPURGE: ARCHIVE PASS COMPLETE, CUTOFF DATE "
                   WS-CUTOFF-YMD.
           DISPLAY "ARCPURGE: JOURNAL HISTORY CUTOFF DATE "
                   WS-HIST-CUTOFF-YMD.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           OPEN INPUT RETN-PARM-FILE.
           IF WS-RETN-STATUS = "00"
               READ RETN-PARM-FILE
                                   "NUMERIC, DEFAULT 090 IN USE: "
                                   RETN-DAYS-X
                       END-IF
                       IF RETN-HIST-DAYS-X IS NUMERIC
                           MOVE RETN-HIST-DAYS-X TO WS-HIST-RETN-DAYS
                       ELSE
                           IF RETN-HIST-DAYS-X NOT = SPACES
                               DISPLAY "ARCPURGE: HISTORY RETENTION "
                                       "NOT NUMERIC, DEFAULT 365 IN "
                                       "USE: " RETN-HIST-DAYS-X
                           END-IF
                       END-IF
               END-READ
               CLOSE RETN-PARM-FILE
           ELSE
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-YMD.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-HIST-RETN-DAYS.
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-NUM TO WS-HIST-CUTOFF-YMD.

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
               DISPLAY "ARCPURGE: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

      *****************************************************************
      * AUDIT.LOG - DATE IS THE FIRST 8 BYTES OF THE RUN ID.
           WRITE EXCEPTION-REC FROM WORK-REC.
           PERFORM 2510-READ-WORK.

      *****************************************************************
      * ROSTJRNL.HST - DATE IS THE FIRST 8 BYTES OF THE JOURNAL
      * TIMESTAMP. EXPIRED LINES ARE DROPPED, NOT ARCHIVED.
      *****************************************************************
       5000-PURGE-JOURNAL-HISTORY.
           MOVE 0 TO WS-CNT-PURGED WS-CNT-RETAINED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ARCPURGE: JOURNAL HISTORY NOT AVAILABLE, "
                       "STATUS " WS-HISTORY-STATUS ", SKIPPED"
           ELSE
               OPEN OUTPUT HIST-WORK-FILE
               PERFORM 5100-READ-HISTORY
               PERFORM 5200-SPLIT-HISTORY-RECORD UNTIL END-OF-INPUT
               CLOSE HISTORY-FILE
               CLOSE HIST-WORK-FILE
               PERFORM 5500-REWRITE-HISTORY
               DISPLAY "ARCPURGE: ROSTJRNL.HST PURGED: "
                       WS-CNT-PURGED "  RETAINED: " WS-CNT-RETAINED
           END-IF.

       5100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       5200-SPLIT-HISTORY-RECORD.
           IF JRNL-TIMESTAMP OF HISTORY-REC (1 : 8) IS NUMERIC
              AND JRNL-TIMESTAMP OF HISTORY-REC (1 : 8)
                  < WS-HIST-CUTOFF-YMD
               ADD 1 TO WS-CNT-PURGED
           ELSE
               WRITE HIST-WORK-REC FROM HISTORY-REC
               ADD 1 TO WS-CNT-RETAINED
           END-IF.
           PERFORM 5100-READ-HISTORY.

       5500-REWRITE-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HIST-WORK-FILE.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM 5510-READ-HIST-WORK.
           PERFORM 5520-COPY-BACK-HISTORY UNTIL END-OF-INPUT.
           CLOSE HIST-WORK-FILE.
           CLOSE HISTORY-FILE.

       5510-READ-HIST-WORK.
           READ HIST-WORK-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       5520-COPY-BACK-HISTORY.
           WRITE HISTORY-REC FROM HIST-WORK-REC.
           PERFORM 5510-READ-HIST-WORK.

      *****************************************************************
      * TURN AN MM/DD/YYYY DISPLAY DATE INTO YYYYMMDD FOR COMPARING
      * AGAINST THE CUTOFF. ANYTHING NOT SHAPED LIKE A DATE COMES
