       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACC.
      *****************************************************************
      * SUBJECT ACCESS AND ERASURE BY PERSON ID. WHEN A CUSTOMER ASKS
      * WHAT WE HOLD ON THEM, OR ASKS TO BE FORGOTTEN, THIS PROGRAM
      * SEARCHES EVERY DATASET THAT CAN CARRY A PERSON AND WRITES ONE
      * REPORT (SUBJACC.RPT) WITH A SECTION PER DATASET.
      *
      * THE REQUEST CARD (SUBJPARM.DAT) IS REQUIRED:
      *   COLS  1-10  PERSON ID.
      *   COL  12     MODE: A (OR BLANK) = ACCESS, E = ERASE.
      *   COLS 14-23  REQUEST REFERENCE (THE CUSTOMER'S CASE NUMBER)
      *               - REQUIRED FOR E, PRINTED AND LOGGED.
      *
      * A DATASET THAT CARRIES THE PERSON ID (ROSTBKUP.DAT, THE
      * BIRTHDAY EXTRACTS, THE JOURNAL IMAGES, THE ROSTUPD AND
      * DUPDAPLY INPUT CARDS, DUPDISP.IDX AND PENDCHG.IDX) IS
      * MATCHED ON THE ID. BDAYRSLT.DAT, ROSTRECV.RPT AND THE
      * ROSTHIST SELECTION CARD CARRY THE ID AND NO NAME; THEIR
      * RECORDS ARE LISTED BUT HAVE NOTHING TO ERASE. THE LOGS,
      * REPORTS, ARCHIVES AND THE HOUSEHOLD EXTRACT CARRY ONLY A
      * NAME, SO THEY ARE MATCHED ON EVERY NAME THE PERSON HAS HELD
      * - THE ROSTER NAME PLUS EVERY EARLIER NAME IN THE JOURNAL
      * HISTORY AND CURRENT JOURNAL - AS A WHOLE WORD ANYWHERE IN
      * THE LINE. A NAME THAT IS ALSO ON ANOTHER PERSON'S ROSTER
      * RECORD IS FLAGGED ON THE REPORT: LINES FOUND UNDER IT MAY
      * BELONG TO THE OTHER PERSON.
      *
      * NOT SEARCHED: THE CRM'S CUSTOMER DATA (CUSTEXTR.DAT,
      * MASTER.IDX AND MASTBLD'S MASTPREV.SRT/MASTNEW.SRT) IS
      * RELOADED FROM THE CRM EVERY WEEK, SO A REQUEST MUST GO TO
      * THE CRM; THE REGISTRY'S DECEASED FEED (DECDFEED.DAT) IS
      * THEIR FILE AS RECEIVED; ROSTER.OLD IS THE ONE-TIME REORG
      * INPUT, RETIRED ONCE REORJOB BALANCES; THE .TMP/.SRT WORK
      * FILES ARE REBUILT ON EVERY RUN; ERASURE.LOG NEVER CARRIES
      * A NAME; AND THE RUN CONTROL, RUN HISTORY AND SUMMARY
      * REPORTS (RUNCTL.DAT, RUNHIST.DAT, AUDSUM.RPT, OPSTREND.RPT,
      * GREETMNT.RPT) CARRY COUNTS, NOT PEOPLE.
      *
      * ACCESS MODE ONLY READS. EVERY RECORD FOUND PRINTS UNDER ITS
      * DATASET, 80 COLUMNS TO A LINE, WITH RECORDS READ AND FOUND.
      *
      * ERASE MODE REPLACES THE NAME IN EVERY RECORD FOUND WITH THE
      * PLACEHOLDER *ERASED* (CUT TO THE LENGTH OF THE NAME IT
      * REPLACES WHEN IT SITS INSIDE A LINE, SO NO COLUMN MOVES) AND
      * WRITES EACH CHANGED DATASET BACK THROUGH A WORK FILE THE WAY
      * ARCPURGE DOES. NO RECORD IS ADDED OR DROPPED, SO AUDSUM STILL
      * BALANCES AUDIT.LOG AND ARCPURGE STILL DATES EVERY LINE. A
      * LINE FOUND ONLY UNDER A SHARED NAME IS HELD, NOT ERASED, AND
      * COUNTED ON THE REPORT. DUPDISP.IDX DISPOSITIONS FOR THE ID
      * ARE DELETED (THEIR KEY CARRIES A NAME); PENDCHG.IDX REQUESTS
      * ARE KEPT AS THE RECORD OF WHO ASKED AND WHO APPROVED, WITH
      * THE NAME ERASED FROM BOTH IMAGES. LAST, THE ROSTER RECORD IS
      * DELETED AND A DEL LINE (BEFORE IMAGE ALREADY ERASED) IS
      * JOURNALED SO ROSTRECV REPLAYS THE DELETION, AND ONE LINE
      * GOES TO ERASURE.LOG: WHEN, PERSON ID, REFERENCE, WHAT WAS
      * DONE - NEVER THE NAME. THE ERASE REPORT PRINTS COUNTS ONLY.
      * IF A DATASET COULD NOT BE READ OR WRITTEN BACK, THE ROSTER
      * RECORD IS KEPT SO A RERUN STILL HAS THE NAME TO SEARCH ON.
      * THE HOUSEHOLD AND ITS ADDRESS ARE SHARED WITH THE OTHER
      * MEMBERS AND ARE NOT TOUCHED; RETIRE THEM WITH AN X CARD.
      *
      * CONDITION CODES: 0 = DONE, 4 = DONE BUT A DATASET COULD NOT
      * BE READ, A LINE WAS HELD UNDER A SHARED NAME OR THE NAME
      * TABLE FILLED, 8 = NO USABLE REQUEST CARD, THE ROSTER OR
      * REPORT WOULD NOT OPEN, OR AN ERASURE WAS LEFT INCOMPLETE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SUBJPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT HADDR-FILE ASSIGN TO "HHADDR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HADDR-HHOLD-ID OF HADDR-REC
               FILE STATUS IS WS-HADDR-STATUS.
           SELECT DISP-FILE ASSIGN TO "DUPDISP.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPD-KEY OF DISP-REC
               FILE STATUS IS WS-DISP-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDCHG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY OF PEND-REC
               FILE STATUS IS WS-PEND-STATUS.
           SELECT SCAN-FILE ASSIGN USING WS-SCAN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT WORK-FILE ASSIGN TO "SUBJWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ROSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUBJACC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ERASE-LOG-FILE ASSIGN TO "ERASURE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-LOG-STATUS.
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
           05 PRM-MODE         PIC X(1).
           05 FILLER           PIC X(1).
           05 PRM-REFERENCE    PIC X(10).
           05 FILLER           PIC X(57).
       FD  ROSTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PERSONREC REPLACING PERSON-RECORD BY ROSTER-REC.
       FD  HHOLD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY HHOLDREC REPLACING HHOLD-RECORD BY HHOLD-REC.
       FD  HADDR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY HHADDREC REPLACING HADDR-RECORD BY HADDR-REC.
       FD  DISP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY DUPDREC REPLACING DUPD-RECORD BY DISP-REC.
       FD  PEND-FILE
           RECORD CONTAINS 200 CHARACTERS.
       COPY PENDREC REPLACING PEND-RECORD BY PEND-REC.
      *    ONE RECORD AREA FOR EVERY SEQUENTIAL DATASET SEARCHED, THE
      *    LONGEST BEING THE 200-BYTE HOUSEHOLD EXTRACT. A RECORD IS
      *    WRITTEN BACK AT THE LENGTH OF ITS OWN DATASET.
       FD  SCAN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-SCAN-REC-LEN.
       01 SCAN-REC PIC X(200).
       FD  WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-WORK-REC-LEN.
       01 WORK-REC PIC X(200).
       FD  JOURNAL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY JOURNAL-REC.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-REC PIC X(80).
       FD  ERASE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 ERASE-LOG-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS      PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-HHOLD-STATUS     PIC X(2).
       01 WS-HADDR-STATUS     PIC X(2).
       01 WS-DISP-STATUS      PIC X(2).
       01 WS-PEND-STATUS      PIC X(2).
       01 WS-SCAN-STATUS      PIC X(2).
       01 WS-WORK-STATUS      PIC X(2).
       01 WS-JOURNAL-STATUS   PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-ERASE-LOG-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-SCAN-DSN         PIC X(12) VALUE SPACES.
       01 WS-SCAN-REC-LEN     PIC 9(3) VALUE 200.
       01 WS-WORK-REC-LEN     PIC 9(3) VALUE 200.
       COPY PARTDSN.
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-MODE-SWITCH      PIC X(1) VALUE "A".
           88 ACCESS-MODE VALUE "A".
           88 ERASE-MODE VALUE "E".
       01 WS-SUBJECT-SWITCH   PIC X(1) VALUE "N".
           88 SUBJECT-ON-ROSTER VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-INPUT VALUE "Y".
       01 WS-GROUP-END-SWITCH PIC X(1) VALUE "N".
           88 END-OF-KEY-GROUP VALUE "Y".
      *    SET WHEN AN ERASURE COULD NOT BE CARRIED THROUGH ONE
      *    DATASET - THE ROSTER RECORD IS THEN KEPT.
       01 WS-INCOMPLETE-SWITCH PIC X(1) VALUE "N".
           88 ERASURE-INCOMPLETE VALUE "Y".
       01 WS-WORK-OPEN-SWITCH PIC X(1) VALUE "N".
           88 WORK-FILE-OPEN VALUE "Y".
       01 WS-SUBJECT-ID       PIC X(10) VALUE SPACES.
       01 WS-SUBJECT-ID-LEN   PIC S9(4) COMP VALUE 10.
       01 WS-REFERENCE        PIC X(10) VALUE SPACES.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-SUBJECT-REC.
      *    THE PLACEHOLDER THAT REPLACES AN ERASED NAME.
       01 WS-ERASE-TEXT       PIC X(30) VALUE "*ERASED*".
      *    EVERY NAME THE PERSON HAS HELD, WITH ITS SIGNIFICANT
      *    LENGTH, WHERE IT WAS FOUND, AND Y IF ANOTHER ROSTER RECORD
      *    CARRIES THE SAME NAME.
       01 WS-NAME-TABLE.
           05 WS-NM-ENTRY OCCURS 10 TIMES.
               10 WS-NM-NAME   PIC X(30).
               10 WS-NM-LEN    PIC S9(4) COMP.
               10 WS-NM-SOURCE PIC X(7).
               10 WS-NM-SHARED PIC X(1).
       01 WS-NAME-COUNT       PIC S9(4) COMP VALUE 0.
       01 WS-NAME-SUB         PIC S9(4) COMP VALUE 0.
       01 WS-NEW-NAME         PIC X(30) VALUE SPACES.
       01 WS-NEW-SOURCE       PIC X(7) VALUE SPACES.
       01 WS-NAME-KNOWN-SWITCH PIC X(1) VALUE "N".
           88 NAME-ALREADY-HELD VALUE "Y".
       01 WS-CNT-SHARED-NAMES PIC 9(2) VALUE 0.
       01 WS-CNT-NAMES        PIC 9(2) VALUE 0.
      *    THE SEQUENTIAL DATASETS SEARCHED, IN REPORT ORDER. KIND N
      *    = MATCHED ON NAME ANYWHERE IN THE LINE, I = PERSON ID IN
      *    COLS 1-10 AND NAME IN COLS 11-40, J = ROSTER JOURNAL
      *    LAYOUT, T = INPUT CARD WITH THE CODE IN COL 1, PERSON ID
      *    IN COLS 2-11 AND NAME IN COLS 12-41 (ROSTTRAN.DAT,
      *    DUPDCARD.DAT), K = PERSON ID ANYWHERE IN THE LINE AND NO
      *    NAME. LENGTH IS THE DATASET'S RECORD LENGTH.
       01 WS-DATASET-LIST.
           05 FILLER PIC X(16) VALUE "AUDIT.LOG   N080".
           05 FILLER PIC X(16) VALUE "AUDIT.ARC   N080".
           05 FILLER PIC X(16) VALUE "EXCEPT.RPT  N080".
           05 FILLER PIC X(16) VALUE "EXCEPT.ARC  N080".
           05 FILLER PIC X(16) VALUE "HELLO.RPT   N080".
           05 FILLER PIC X(16) VALUE "HELLO.ARC   N080".
           05 FILLER PIC X(16) VALUE "DUPCHK.RPT  N080".
           05 FILLER PIC X(16) VALUE "BDAYEXT.DAT I120".
           05 FILLER PIC X(16) VALUE "BDAYLTR.PRT N080".
           05 FILLER PIC X(16) VALUE "HHEXT.DAT   N200".
           05 FILLER PIC X(16) VALUE "MAILLBL.PRT N080".
           05 FILLER PIC X(16) VALUE "LBLEXC.RPT  N080".
           05 FILLER PIC X(16) VALUE "DECMATCH.RPTN080".
           05 FILLER PIC X(16) VALUE "DECREVW.RPT N080".
           05 FILLER PIC X(16) VALUE "MASTCHG.RPT N080".
           05 FILLER PIC X(16) VALUE "ROSTDUPS.RPTN080".
           05 FILLER PIC X(16) VALUE "ROSTAUDT.RPTN080".
           05 FILLER PIC X(16) VALUE "ROSTHIST.RPTN080".
           05 FILLER PIC X(16) VALUE "PENDEXC.RPT N080".
           05 FILLER PIC X(16) VALUE "ROSTUPD.RPT N080".
           05 FILLER PIC X(16) VALUE "BDAYUND.RPT N080".
           05 FILLER PIC X(16) VALUE "DUPDAPLY.RPTN080".
           05 FILLER PIC X(16) VALUE "RECON.RPT   N080".
           05 FILLER PIC X(16) VALUE "ROSTCNV.RPT N080".
           05 FILLER PIC X(16) VALUE "ROSTTRAN.DATT080".
           05 FILLER PIC X(16) VALUE "DUPDCARD.DATT080".
           05 FILLER PIC X(16) VALUE "BDAYRSLT.DATK080".
           05 FILLER PIC X(16) VALUE "ROSTRECV.RPTK080".
           05 FILLER PIC X(16) VALUE "RHSTPARM.DATK080".
           05 FILLER PIC X(16) VALUE "ROSTJRNL.DATJ160".
           05 FILLER PIC X(16) VALUE "ROSTJRNL.HSTJ160".
           05 FILLER PIC X(16) VALUE "ROSTBKUP.DATI060".
       01 WS-DATASET-TABLE REDEFINES WS-DATASET-LIST.
           05 WS-DL-ENTRY OCCURS 32 TIMES.
               10 WS-DL-DSN    PIC X(12).
               10 WS-DL-KIND   PIC X(1).
               10 WS-DL-LEN    PIC 9(3).
       01 WS-DL-COUNT         PIC S9(4) COMP VALUE 32.
       01 WS-DL-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-PART-NO          PIC 9(1) VALUE 0.
      *    THE DATASET BEING SEARCHED.
       01 WS-DS-DSN           PIC X(12) VALUE SPACES.
       01 WS-DS-KIND          PIC X(1) VALUE SPACE.
           88 MATCH-ON-NAME VALUE "N".
           88 MATCH-ON-ID VALUE "I".
           88 MATCH-ON-JOURNAL VALUE "J".
           88 MATCH-ON-CARD VALUE "T".
           88 MATCH-ON-ID-ONLY VALUE "K".
       01 WS-DS-LEN           PIC 9(3) VALUE 0.
      *    Y FOR A PARTITION FILE - ONE THAT IS NOT THERE IS SIMPLY A
      *    PARTITION THE NIGHT DID NOT RUN, AND IS LEFT OFF THE
      *    REPORT.
       01 WS-DS-OPTIONAL      PIC X(1) VALUE "N".
           88 DATASET-OPTIONAL VALUE "Y".
      *    THE RECORD BEING SEARCHED, AND THE NAME SCAN OVER IT.
       01 WS-SCAN-LINE        PIC X(200) VALUE SPACES.
       01 WS-SCAN-LEN         PIC S9(4) COMP VALUE 0.
       01 WS-POS              PIC S9(4) COMP VALUE 0.
       01 WS-LAST-POS         PIC S9(4) COMP VALUE 0.
       01 WS-AFTER-POS        PIC S9(4) COMP VALUE 0.
       01 WS-FIND-LEN         PIC S9(4) COMP VALUE 0.
       01 WS-PRINT-POS        PIC S9(4) COMP VALUE 0.
       01 WS-EDGE-CHAR        PIC X(1) VALUE SPACE.
           88 NAME-CHARACTER VALUE "A" THRU "Z" "a" THRU "z"
                                   "0" THRU "9" "'" "-".
       01 WS-NAME-MATCH-SWITCH PIC X(1) VALUE "N".
           88 NAME-MATCHED VALUE "Y".
       01 WS-LINE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 LINE-FOUND VALUE "Y".
       01 WS-LINE-ERASED-SWITCH PIC X(1) VALUE "N".
           88 LINE-ERASED VALUE "Y".
       01 WS-LINE-HELD-SWITCH PIC X(1) VALUE "N".
           88 LINE-HELD VALUE "Y".
       COPY ROSTJRNL REPLACING JRNL-RECORD BY WS-JRNL-LINE.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-PERSON.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-PERSON.
      *    COUNTS FOR THE DATASET BEING SEARCHED, AND FOR THE RUN.
       01 WS-CNT-READ         PIC 9(7) VALUE 0.
       01 WS-CNT-FOUND        PIC 9(7) VALUE 0.
       01 WS-CNT-ERASED       PIC 9(7) VALUE 0.
       01 WS-CNT-HELD         PIC 9(7) VALUE 0.
       01 WS-CNT-WRITTEN      PIC 9(7) VALUE 0.
       01 WS-CNT-WORK-WRITTEN PIC 9(7) VALUE 0.
       01 WS-CNT-DELETED      PIC 9(7) VALUE 0.
       01 WS-CNT-DATASETS     PIC 9(7) VALUE 0.
       01 WS-TOT-FOUND        PIC 9(7) VALUE 0.
       01 WS-TOT-ERASED       PIC 9(7) VALUE 0.
       01 WS-TOT-HELD         PIC 9(7) VALUE 0.
       01 WS-TOT-DELETED      PIC 9(7) VALUE 0.
       01 WS-ROSTER-ACTION    PIC X(8) VALUE "NOT HELD".
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 WS-CD-HH         PIC 9(2).
           05 WS-CD-MIN        PIC 9(2).
           05 WS-CD-SEC        PIC 9(2).
           05 FILLER           PIC X(7).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 WS-HDR-TITLE     PIC X(36) VALUE
               "SUBJECT ACCESS REPORT               ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-REQUEST-LINE.
           05 FILLER           PIC X(11) VALUE "PERSON ID: ".
           05 WS-REQ-ID        PIC X(10).
           05 FILLER           PIC X(8) VALUE "  MODE: ".
           05 WS-REQ-MODE      PIC X(6).
           05 FILLER           PIC X(13) VALUE "  REFERENCE: ".
           05 WS-REQ-REFERENCE PIC X(10).
           05 FILLER           PIC X(22) VALUE SPACES.
       01 WS-SECTION-LINE.
           05 FILLER           PIC X(9) VALUE "DATASET: ".
           05 WS-SEC-DSN       PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-SEC-TEXT      PIC X(57).
       01 WS-NOTE-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-NOTE-TEXT     PIC X(76).
       01 WS-NAME-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-NML-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-NML-SOURCE    PIC X(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-NML-SHARED    PIC X(35).
       01 WS-FIELD-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 WS-FLD-LABEL     PIC X(14).
           05 WS-FLD-VALUE     PIC X(62).
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(24).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(49) VALUE SPACES.
       01 WS-ERASE-LOG-LINE.
           05 WS-ELG-STAMP     PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ELG-PERSON-ID PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ELG-REFERENCE PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ELG-ROSTER    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ELG-ERASED    PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ELG-HELD      PIC 9(7).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-ELG-STATUS    PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 2000-REPORT-ROSTER
               MOVE 1 TO WS-DL-SUB
               PERFORM 3000-SEARCH-LISTED-DATASET
                   UNTIL WS-DL-SUB > WS-DL-COUNT
               MOVE 1 TO WS-PART-NO
               PERFORM 3500-SEARCH-PARTITION UNTIL WS-PART-NO = 0
               PERFORM 4000-SEARCH-DISPOSITIONS
               PERFORM 4500-SEARCH-PENDING-CHANGES
               IF ERASE-MODE
                   PERFORM 5000-ERASE-ROSTER-RECORD
                   PERFORM 5500-LOG-ERASURE
               END-IF
               PERFORM 9000-TERMINATE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 1100-READ-REQUEST-CARD.
           IF NOT RUN-ABORTED
               IF ERASE-MODE
                   OPEN I-O ROSTER-FILE
               ELSE
                   OPEN INPUT ROSTER-FILE
               END-IF
               IF WS-ROSTER-STATUS NOT = "00"
                   DISPLAY "SUBJACC: UNABLE TO OPEN ROSTER FILE, "
                           "STATUS " WS-ROSTER-STATUS
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "SUBJACC: UNABLE TO OPEN REPORT FILE, "
                           "STATUS " WS-REPORT-STATUS
                   CLOSE ROSTER-FILE
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF NOT RUN-ABORTED
               PERFORM 1200-READ-SUBJECT
               PERFORM 1300-COLLECT-NAMES
               PERFORM 1500-CHECK-SHARED-NAMES
               PERFORM 1600-WRITE-REQUEST-HEADING
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
               DISPLAY "SUBJACC: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-READ-REQUEST-CARD.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "SUBJACC: NO REQUEST CARD, STATUS "
                       WS-PARM-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "SUBJACC: REQUEST CARD FILE EMPTY"
                       SET RUN-ABORTED TO TRUE
                       MOVE 8 TO RETURN-CODE
                   NOT AT END
                       PERFORM 1110-EDIT-REQUEST-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1110-EDIT-REQUEST-CARD.
           IF PRM-PERSON-ID = SPACES
               DISPLAY "SUBJACC: REQUEST CARD HAS NO PERSON ID"
               SET RUN-ABORTED TO TRUE
           END-IF.
           MOVE PRM-PERSON-ID TO WS-SUBJECT-ID.
           IF NOT RUN-ABORTED
               PERFORM 1120-TRIM-ID-LENGTH
                   UNTIL WS-SUBJECT-ID (WS-SUBJECT-ID-LEN : 1)
                         NOT = SPACE
           END-IF.
           MOVE PRM-REFERENCE TO WS-REFERENCE.
           EVALUATE PRM-MODE
               WHEN "A"
               WHEN SPACE
                   MOVE "A" TO WS-MODE-SWITCH
               WHEN "E"
                   MOVE "E" TO WS-MODE-SWITCH
                   IF PRM-REFERENCE = SPACES
                       DISPLAY "SUBJACC: ERASURE REQUEST HAS NO "
                               "REFERENCE"
                       SET RUN-ABORTED TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY "SUBJACC: UNKNOWN MODE ON REQUEST CARD: "
                           PRM-MODE
                   SET RUN-ABORTED TO TRUE
           END-EVALUATE.
           IF RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.

       1120-TRIM-ID-LENGTH.
           SUBTRACT 1 FROM WS-SUBJECT-ID-LEN.

      *    THE ROSTER RECORD IS KEPT ASIDE - THE SHARED-NAME CHECK
      *    READS OTHER RECORDS THROUGH THE SAME RECORD AREA.
       1200-READ-SUBJECT.
           MOVE SPACES TO WS-SUBJECT-REC.
           MOVE WS-SUBJECT-ID TO PERSON-ID OF ROSTER-REC.
           READ ROSTER-FILE KEY IS PERSON-ID OF ROSTER-REC
               INVALID KEY
                   MOVE "N" TO WS-SUBJECT-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUBJECT-SWITCH
                   MOVE ROSTER-REC TO WS-SUBJECT-REC
           END-READ.

      *****************************************************************
      * NAMES TO SEARCH ON - THE ROSTER NAME, THEN EVERY NAME THE
      * JOURNAL HISTORY AND CURRENT JOURNAL CARRY FOR THE ID (THE
      * ONLY SOURCE ONCE THE ROSTER RECORD IS GONE).
      *****************************************************************
       1300-COLLECT-NAMES.
           MOVE 0 TO WS-NAME-COUNT.
           IF SUBJECT-ON-ROSTER
               MOVE PERSON-NAME OF WS-SUBJECT-REC TO WS-NEW-NAME
               MOVE "ROSTER" TO WS-NEW-SOURCE
               PERFORM 7500-ADD-NAME
           END-IF.
           MOVE "ROSTJRNL.HST" TO WS-SCAN-DSN.
           PERFORM 1310-COLLECT-JOURNAL-NAMES.
           MOVE "ROSTJRNL.DAT" TO WS-SCAN-DSN.
           PERFORM 1310-COLLECT-JOURNAL-NAMES.
           MOVE WS-NAME-COUNT TO WS-CNT-NAMES.

       1310-COLLECT-JOURNAL-NAMES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SCAN-FILE.
           IF WS-SCAN-STATUS = "00"
               PERFORM 8300-READ-SCAN-FILE
               PERFORM 1320-TAKE-JOURNAL-NAMES UNTIL END-OF-INPUT
               CLOSE SCAN-FILE
           END-IF.

       1320-TAKE-JOURNAL-NAMES.
           MOVE WS-SCAN-LINE (1 : 160) TO WS-JRNL-LINE.
           MOVE JRNL-BEFORE-IMAGE OF WS-JRNL-LINE TO WS-BEFORE-PERSON.
           MOVE JRNL-AFTER-IMAGE OF WS-JRNL-LINE TO WS-AFTER-PERSON.
           MOVE "JOURNAL" TO WS-NEW-SOURCE.
           IF PERSON-ID OF WS-BEFORE-PERSON = WS-SUBJECT-ID
               MOVE PERSON-NAME OF WS-BEFORE-PERSON TO WS-NEW-NAME
               PERFORM 7500-ADD-NAME
           END-IF.
           IF PERSON-ID OF WS-AFTER-PERSON = WS-SUBJECT-ID
               MOVE PERSON-NAME OF WS-AFTER-PERSON TO WS-NEW-NAME
               PERFORM 7500-ADD-NAME
           END-IF.
           PERFORM 8300-READ-SCAN-FILE.

      *****************************************************************
      * A NAME IS SHARED WHEN THE ALTERNATE NAME INDEX LEADS TO ANY
      * ROSTER RECORD BUT THIS PERSON'S.
      *****************************************************************
       1500-CHECK-SHARED-NAMES.
           MOVE 1 TO WS-NAME-SUB.
           PERFORM 1510-CHECK-ONE-NAME
               UNTIL WS-NAME-SUB > WS-NAME-COUNT.

       1510-CHECK-ONE-NAME.
           MOVE "N" TO WS-GROUP-END-SWITCH.
           MOVE WS-NM-NAME (WS-NAME-SUB) TO PERSON-NAME OF ROSTER-REC.
           START ROSTER-FILE KEY IS EQUAL TO PERSON-NAME OF ROSTER-REC
               INVALID KEY
                   SET END-OF-KEY-GROUP TO TRUE
           END-START.
           PERFORM 1520-READ-SAME-NAME UNTIL END-OF-KEY-GROUP.
           IF WS-NM-SHARED (WS-NAME-SUB) = "Y"
               ADD 1 TO WS-CNT-SHARED-NAMES
           END-IF.
           ADD 1 TO WS-NAME-SUB.

       1520-READ-SAME-NAME.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-KEY-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-KEY-GROUP
               IF PERSON-NAME OF ROSTER-REC
                  NOT = WS-NM-NAME (WS-NAME-SUB)
                   SET END-OF-KEY-GROUP TO TRUE
               ELSE
                   IF PERSON-ID OF ROSTER-REC NOT = WS-SUBJECT-ID
                       MOVE "Y" TO WS-NM-SHARED (WS-NAME-SUB)
                       SET END-OF-KEY-GROUP TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    THE ERASE REPORT NAMES NO NAMES - IT IS KEPT AS THE RECORD
      *    OF THE ERASURE AND MUST NOT HOLD WHAT WAS ERASED.
       1600-WRITE-REQUEST-HEADING.
           IF ERASE-MODE
               MOVE "SUBJECT ERASURE REPORT" TO WS-HDR-TITLE
               MOVE "ERASE" TO WS-REQ-MODE
           ELSE
               MOVE "ACCESS" TO WS-REQ-MODE
           END-IF.
           MOVE WS-RUN-DATE TO WS-HDR-DATE.
           WRITE REPORT-REC FROM WS-HEADER-LINE.
           MOVE WS-SUBJECT-ID TO WS-REQ-ID.
           MOVE WS-REFERENCE TO WS-REQ-REFERENCE.
           WRITE REPORT-REC FROM WS-REQUEST-LINE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "NAMES SEARCHED:" TO WS-CNT-LABEL.
           MOVE WS-CNT-NAMES TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           IF ACCESS-MODE
               MOVE 1 TO WS-NAME-SUB
               PERFORM 1610-WRITE-NAME-LINE
                   UNTIL WS-NAME-SUB > WS-NAME-COUNT
           ELSE
               MOVE "  ON ANOTHER RECORD:" TO WS-CNT-LABEL
               MOVE WS-CNT-SHARED-NAMES TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
           END-IF.
           IF WS-NAME-COUNT = 0
               MOVE "NO NAME ON THE ROSTER OR JOURNAL FOR THIS ID - "
                   TO WS-NOTE-TEXT
               WRITE REPORT-REC FROM WS-NOTE-LINE
               MOVE "DATASETS THAT CARRY ONLY A NAME ARE NOT SEARCHED"
                   TO WS-NOTE-TEXT
               WRITE REPORT-REC FROM WS-NOTE-LINE
           END-IF.

       1610-WRITE-NAME-LINE.
           MOVE WS-NM-NAME (WS-NAME-SUB) TO WS-NML-NAME.
           MOVE WS-NM-SOURCE (WS-NAME-SUB) TO WS-NML-SOURCE.
           IF WS-NM-SHARED (WS-NAME-SUB) = "Y"
               MOVE "ALSO ON ANOTHER ROSTER RECORD" TO WS-NML-SHARED
           ELSE
               MOVE SPACES TO WS-NML-SHARED
           END-IF.
           WRITE REPORT-REC FROM WS-NAME-LINE.
           ADD 1 TO WS-NAME-SUB.

      *****************************************************************
      * ROSTER.IDX - THE PERSON'S RECORD, WITH THE HOUSEHOLD AND
      * ADDRESS IT POINTS TO. IN ERASE MODE THE RECORD IS DELETED
      * AT THE END OF THE RUN (5000).
      *****************************************************************
       2000-REPORT-ROSTER.
           WRITE REPORT-REC FROM SPACES.
           MOVE "ROSTER.IDX" TO WS-SEC-DSN.
           MOVE "MATCHED BY PERSON ID" TO WS-SEC-TEXT.
           WRITE REPORT-REC FROM WS-SECTION-LINE.
           ADD 1 TO WS-CNT-DATASETS.
           IF NOT SUBJECT-ON-ROSTER
               MOVE "NOT ON FILE" TO WS-NOTE-TEXT
               WRITE REPORT-REC FROM WS-NOTE-LINE
           ELSE
               ADD 1 TO WS-TOT-FOUND
               IF ERASE-MODE
                   MOVE "RECORD FOUND" TO WS-NOTE-TEXT
                   WRITE REPORT-REC FROM WS-NOTE-LINE
               ELSE
                   PERFORM 2100-WRITE-ROSTER-FIELDS
                   PERFORM 2200-WRITE-HOUSEHOLD
               END-IF
           END-IF.

       2100-WRITE-ROSTER-FIELDS.
           MOVE "PERSON ID" TO WS-FLD-LABEL.
           MOVE PERSON-ID OF WS-SUBJECT-REC TO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.
           MOVE "NAME" TO WS-FLD-LABEL.
           MOVE PERSON-NAME OF WS-SUBJECT-REC TO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.
           MOVE "BIRTH DATE" TO WS-FLD-LABEL.
           MOVE SPACES TO WS-FLD-VALUE.
           STRING PERSON-BIRTH-YYYY OF WS-SUBJECT-REC "/"
                  PERSON-BIRTH-MM OF WS-SUBJECT-REC "/"
                  PERSON-BIRTH-DD OF WS-SUBJECT-REC
               DELIMITED BY SIZE INTO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.
           MOVE "GREET CODE" TO WS-FLD-LABEL.
           MOVE PERSON-GREET-CODE OF WS-SUBJECT-REC TO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.
           MOVE "STATUS" TO WS-FLD-LABEL.
           MOVE PERSON-STATUS-CODE OF WS-SUBJECT-REC TO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.
           MOVE "HOUSEHOLD" TO WS-FLD-LABEL.
           MOVE PERSON-HHOLD-ID OF WS-SUBJECT-REC TO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.

      *    THE HOUSEHOLD FILES ARE READ ONLY FOR THE REPORT; A MISSING
      *    ONE JUST LEAVES ITS LINES OFF.
       2200-WRITE-HOUSEHOLD.
           IF PERSON-HHOLD-ID OF WS-SUBJECT-REC NOT = SPACES
               OPEN INPUT HHOLD-FILE
               IF WS-HHOLD-STATUS = "00"
                   MOVE PERSON-HHOLD-ID OF WS-SUBJECT-REC
                       TO HHOLD-ID OF HHOLD-REC
                   READ HHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "MAILING NAME" TO WS-FLD-LABEL
                           MOVE HHOLD-NAME OF HHOLD-REC TO WS-FLD-VALUE
                           WRITE REPORT-REC FROM WS-FIELD-LINE
                   END-READ
                   CLOSE HHOLD-FILE
               END-IF
               OPEN INPUT HADDR-FILE
               IF WS-HADDR-STATUS = "00"
                   MOVE PERSON-HHOLD-ID OF WS-SUBJECT-REC
                       TO HADDR-HHOLD-ID OF HADDR-REC
                   READ HADDR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2210-WRITE-ADDRESS
                   END-READ
                   CLOSE HADDR-FILE
               END-IF
           END-IF.

       2210-WRITE-ADDRESS.
           MOVE "ADDRESS" TO WS-FLD-LABEL.
           MOVE HADDR-STREET-1 OF HADDR-REC TO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.
           MOVE SPACES TO WS-FLD-LABEL.
           IF HADDR-STREET-2 OF HADDR-REC NOT = SPACES
               MOVE HADDR-STREET-2 OF HADDR-REC TO WS-FLD-VALUE
               WRITE REPORT-REC FROM WS-FIELD-LINE
           END-IF.
           MOVE SPACES TO WS-FLD-VALUE.
           STRING HADDR-CITY OF HADDR-REC " "
                  HADDR-STATE OF HADDR-REC " "
                  HADDR-POSTAL-CODE OF HADDR-REC
               DELIMITED BY SIZE INTO WS-FLD-VALUE.
           WRITE REPORT-REC FROM WS-FIELD-LINE.

      *****************************************************************
      * THE SEQUENTIAL DATASETS IN WS-DATASET-LIST, THEN EACH
      * PARTITION'S OWN FILES (PARTDSN) LEFT FROM THE LAST NIGHT.
      *****************************************************************
       3000-SEARCH-LISTED-DATASET.
           MOVE WS-DL-DSN (WS-DL-SUB) TO WS-DS-DSN.
           MOVE WS-DL-KIND (WS-DL-SUB) TO WS-DS-KIND.
           MOVE WS-DL-LEN (WS-DL-SUB) TO WS-DS-LEN.
           MOVE "N" TO WS-DS-OPTIONAL.
           PERFORM 8000-SEARCH-DATASET.
           ADD 1 TO WS-DL-SUB.

       3500-SEARCH-PARTITION.
           MOVE WS-PART-NO TO PART-PRINT-NO PART-EXC-NO
               PART-DUPEXC-NO PART-AUDIT-NO PART-BDAY-NO
               PART-HHEXT-NO.
           MOVE "Y" TO WS-DS-OPTIONAL.
           MOVE "N" TO WS-DS-KIND.
           MOVE 80 TO WS-DS-LEN.
           MOVE PART-AUDIT-DSN TO WS-DS-DSN.
           PERFORM 8000-SEARCH-DATASET.
           MOVE PART-EXC-DSN TO WS-DS-DSN.
           PERFORM 8000-SEARCH-DATASET.
           MOVE PART-PRINT-DSN TO WS-DS-DSN.
           PERFORM 8000-SEARCH-DATASET.
           MOVE PART-DUPEXC-DSN TO WS-DS-DSN.
           PERFORM 8000-SEARCH-DATASET.
           MOVE PART-HHEXT-DSN TO WS-DS-DSN.
           MOVE 200 TO WS-DS-LEN.
           PERFORM 8000-SEARCH-DATASET.
           MOVE PART-BDAY-DSN TO WS-DS-DSN.
           MOVE "I" TO WS-DS-KIND.
           MOVE 120 TO WS-DS-LEN.
           PERFORM 8000-SEARCH-DATASET.
           IF WS-PART-NO = 9
               MOVE 0 TO WS-PART-NO
           ELSE
               ADD 1 TO WS-PART-NO
           END-IF.

      *****************************************************************
      * DUPDISP.IDX - DISPOSITIONS POSTED AGAINST THE ID. THEIR KEY
      * CARRIES THE MASTER NAME, SO ERASE MODE DELETES THEM.
      *****************************************************************
       4000-SEARCH-DISPOSITIONS.
           WRITE REPORT-REC FROM SPACES.
           MOVE "DUPDISP.IDX" TO WS-SEC-DSN.
           MOVE "MATCHED BY PERSON ID" TO WS-SEC-TEXT.
           WRITE REPORT-REC FROM WS-SECTION-LINE.
           MOVE 0 TO WS-CNT-FOUND WS-CNT-DELETED.
           IF ERASE-MODE
               OPEN I-O DISP-FILE
           ELSE
               OPEN INPUT DISP-FILE
           END-IF.
           IF WS-DISP-STATUS NOT = "00"
               PERFORM 4050-DISPOSITIONS-NOT-OPEN
           ELSE
               ADD 1 TO WS-CNT-DATASETS
               MOVE "N" TO WS-GROUP-END-SWITCH
               MOVE SPACES TO DISP-REC
               MOVE WS-SUBJECT-ID TO DUPD-PERSON-ID OF DISP-REC
               MOVE LOW-VALUES TO DUPD-MASTER-NAME OF DISP-REC
               START DISP-FILE
                   KEY IS NOT LESS THAN DUPD-KEY OF DISP-REC
                   INVALID KEY
                       SET END-OF-KEY-GROUP TO TRUE
               END-START
               PERFORM 4100-TAKE-DISPOSITION UNTIL END-OF-KEY-GROUP
               CLOSE DISP-FILE
               MOVE "RECORDS FOUND:" TO WS-CNT-LABEL
               MOVE WS-CNT-FOUND TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               IF ERASE-MODE
                   MOVE "RECORDS DELETED:" TO WS-CNT-LABEL
                   MOVE WS-CNT-DELETED TO WS-CNT-VALUE
                   WRITE REPORT-REC FROM WS-COUNT-LINE
               END-IF
           END-IF.

      *    NO DISPOSITION FILE MEANS NONE HAS EVER BEEN POSTED.
       4050-DISPOSITIONS-NOT-OPEN.
           IF WS-DISP-STATUS = "35"
               MOVE "NOT PRESENT" TO WS-NOTE-TEXT
           ELSE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "NOT READABLE, STATUS " WS-DISP-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               DISPLAY "SUBJACC: UNABLE TO OPEN DUPDISP.IDX, STATUS "
                       WS-DISP-STATUS
               PERFORM 8900-SET-WARNING
               IF ERASE-MODE
                   SET ERASURE-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-NOTE-LINE.

       4100-TAKE-DISPOSITION.
           READ DISP-FILE NEXT RECORD
               AT END
                   SET END-OF-KEY-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-KEY-GROUP
               IF DUPD-PERSON-ID OF DISP-REC NOT = WS-SUBJECT-ID
                   SET END-OF-KEY-GROUP TO TRUE
               ELSE
                   ADD 1 TO WS-CNT-FOUND
                   ADD 1 TO WS-TOT-FOUND
                   IF ERASE-MODE
                       DELETE DISP-FILE RECORD
                           INVALID KEY
                               SET ERASURE-INCOMPLETE TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CNT-DELETED
                               ADD 1 TO WS-TOT-DELETED
                       END-DELETE
                   ELSE
                       MOVE SPACES TO WS-SCAN-LINE
                       MOVE DISP-REC TO WS-SCAN-LINE
                       MOVE 60 TO WS-SCAN-LEN
                       PERFORM 6500-PRINT-FOUND-RECORD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * PENDCHG.IDX - CHANGE REQUESTS HELD FOR A SECOND SUPERVISOR.
      * THE REQUEST STAYS AS THE RECORD OF WHO ASKED AND WHO
      * DECIDED; ERASE MODE REPLACES THE NAME IN BOTH IMAGES.
      *****************************************************************
       4500-SEARCH-PENDING-CHANGES.
           WRITE REPORT-REC FROM SPACES.
           MOVE "PENDCHG.IDX" TO WS-SEC-DSN.
           MOVE "MATCHED BY PERSON ID" TO WS-SEC-TEXT.
           WRITE REPORT-REC FROM WS-SECTION-LINE.
           MOVE 0 TO WS-CNT-FOUND WS-CNT-ERASED.
           IF ERASE-MODE
               OPEN I-O PEND-FILE
           ELSE
               OPEN INPUT PEND-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               PERFORM 4550-PENDING-NOT-OPEN
           ELSE
               ADD 1 TO WS-CNT-DATASETS
               MOVE "N" TO WS-GROUP-END-SWITCH
               MOVE SPACES TO PEND-REC
               MOVE WS-SUBJECT-ID TO PEND-PERSON-ID OF PEND-REC
               MOVE LOW-VALUES TO PEND-REQ-STAMP OF PEND-REC
               START PEND-FILE
                   KEY IS NOT LESS THAN PEND-KEY OF PEND-REC
                   INVALID KEY
                       SET END-OF-KEY-GROUP TO TRUE
               END-START
               PERFORM 4600-TAKE-PENDING-CHANGE
                   UNTIL END-OF-KEY-GROUP
               CLOSE PEND-FILE
               MOVE "RECORDS FOUND:" TO WS-CNT-LABEL
               MOVE WS-CNT-FOUND TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               IF ERASE-MODE
                   MOVE "RECORDS ERASED:" TO WS-CNT-LABEL
                   MOVE WS-CNT-ERASED TO WS-CNT-VALUE
                   WRITE REPORT-REC FROM WS-COUNT-LINE
               END-IF
           END-IF.

       4550-PENDING-NOT-OPEN.
           IF WS-PEND-STATUS = "35"
               MOVE "NOT PRESENT" TO WS-NOTE-TEXT
           ELSE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "NOT READABLE, STATUS " WS-PEND-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               DISPLAY "SUBJACC: UNABLE TO OPEN PENDCHG.IDX, STATUS "
                       WS-PEND-STATUS
               PERFORM 8900-SET-WARNING
               IF ERASE-MODE
                   SET ERASURE-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-NOTE-LINE.

       4600-TAKE-PENDING-CHANGE.
           READ PEND-FILE NEXT RECORD
               AT END
                   SET END-OF-KEY-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-KEY-GROUP
               IF PEND-PERSON-ID OF PEND-REC NOT = WS-SUBJECT-ID
                   SET END-OF-KEY-GROUP TO TRUE
               ELSE
                   ADD 1 TO WS-CNT-FOUND
                   ADD 1 TO WS-TOT-FOUND
                   IF ERASE-MODE
                       PERFORM 4610-ERASE-PENDING-CHANGE
                   ELSE
                       MOVE SPACES TO WS-SCAN-LINE
                       MOVE PEND-REC TO WS-SCAN-LINE
                       MOVE 200 TO WS-SCAN-LEN
                       PERFORM 6500-PRINT-FOUND-RECORD
                   END-IF
               END-IF
           END-IF.

       4610-ERASE-PENDING-CHANGE.
           MOVE PEND-BEFORE-IMAGE OF PEND-REC TO WS-BEFORE-PERSON.
           MOVE PEND-AFTER-IMAGE OF PEND-REC TO WS-AFTER-PERSON.
           MOVE WS-ERASE-TEXT TO PERSON-NAME OF WS-BEFORE-PERSON
                                 PERSON-NAME OF WS-AFTER-PERSON.
           MOVE WS-BEFORE-PERSON TO PEND-BEFORE-IMAGE OF PEND-REC.
           MOVE WS-AFTER-PERSON TO PEND-AFTER-IMAGE OF PEND-REC.
           REWRITE PEND-REC
               INVALID KEY
                   SET ERASURE-INCOMPLETE TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-ERASED
                   ADD 1 TO WS-TOT-ERASED
           END-REWRITE.

      *****************************************************************
      * ERASE MODE - THE ROSTER RECORD GOES LAST, AND ONLY WHEN
      * EVERY DATASET WAS SEARCHED AND WRITTEN BACK. THE JOURNAL
      * CARRIES THE DELETION WITH THE NAME ALREADY ERASED.
      *****************************************************************
       5000-ERASE-ROSTER-RECORD.
           WRITE REPORT-REC FROM SPACES.
           IF NOT SUBJECT-ON-ROSTER
               MOVE "NOT HELD" TO WS-ROSTER-ACTION
               MOVE "NO ROSTER RECORD TO DELETE" TO WS-NOTE-TEXT
           ELSE
               IF ERASURE-INCOMPLETE
                   MOVE "KEPT" TO WS-ROSTER-ACTION
                   MOVE "ROSTER RECORD KEPT - ERASURE INCOMPLETE, RERUN"
                       TO WS-NOTE-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 5100-DELETE-ROSTER-RECORD
               END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-NOTE-LINE.

       5100-DELETE-ROSTER-RECORD.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "SUBJACC: UNABLE TO OPEN JOURNAL FILE, STATUS "
                       WS-JOURNAL-STATUS ", ROSTER RECORD KEPT"
               SET ERASURE-INCOMPLETE TO TRUE
               MOVE "KEPT" TO WS-ROSTER-ACTION
               MOVE "ROSTER RECORD KEPT - JOURNAL WOULD NOT OPEN"
                   TO WS-NOTE-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-SUBJECT-ID TO PERSON-ID OF ROSTER-REC
               DELETE ROSTER-FILE RECORD
                   INVALID KEY
                       SET ERASURE-INCOMPLETE TO TRUE
                       MOVE "KEPT" TO WS-ROSTER-ACTION
                       MOVE "ROSTER RECORD COULD NOT BE DELETED"
                           TO WS-NOTE-TEXT
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE "DELETED" TO WS-ROSTER-ACTION
                       MOVE "ROSTER RECORD DELETED AND JOURNALED"
                           TO WS-NOTE-TEXT
                       ADD 1 TO WS-TOT-DELETED
                       PERFORM 5200-JOURNAL-DELETION
               END-DELETE
               CLOSE JOURNAL-FILE
           END-IF.

       5200-JOURNAL-DELETION.
           MOVE SPACES TO JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CD-YYYY WS-CD-MM WS-CD-DD WS-CD-HH WS-CD-MIN
               WS-CD-SEC DELIMITED BY SIZE
               INTO JRNL-TIMESTAMP OF JOURNAL-REC.
           MOVE "SUBJACC" TO JRNL-PROGRAM OF JOURNAL-REC.
           MOVE "DEL" TO JRNL-ACTION OF JOURNAL-REC.
           MOVE WS-ERASE-TEXT TO PERSON-NAME OF WS-SUBJECT-REC.
           MOVE WS-SUBJECT-REC TO JRNL-BEFORE-IMAGE OF JOURNAL-REC.
           MOVE SPACES TO JRNL-AFTER-IMAGE OF JOURNAL-REC.
           WRITE JOURNAL-REC.

      *    ONE LINE PER ERASURE RUN - NEVER THE NAME.
       5500-LOG-ERASURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO WS-ELG-STAMP.
           STRING WS-CD-YYYY WS-CD-MM WS-CD-DD WS-CD-HH WS-CD-MIN
               WS-CD-SEC DELIMITED BY SIZE INTO WS-ELG-STAMP.
           MOVE WS-SUBJECT-ID TO WS-ELG-PERSON-ID.
           MOVE WS-REFERENCE TO WS-ELG-REFERENCE.
           MOVE WS-ROSTER-ACTION TO WS-ELG-ROSTER.
           MOVE WS-TOT-ERASED TO WS-ELG-ERASED.
           MOVE WS-TOT-HELD TO WS-ELG-HELD.
           IF ERASURE-INCOMPLETE
               MOVE "INCOMPLETE" TO WS-ELG-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-ELG-STATUS
           END-IF.
           OPEN EXTEND ERASE-LOG-FILE.
           IF WS-ERASE-LOG-STATUS NOT = "00"
               OPEN OUTPUT ERASE-LOG-FILE
           END-IF.
           IF WS-ERASE-LOG-STATUS NOT = "00"
               DISPLAY "SUBJACC: UNABLE TO OPEN ERASURE LOG, STATUS "
                       WS-ERASE-LOG-STATUS
               DISPLAY "SUBJACC: ERASURE NOT LOGGED - "
                       WS-ERASE-LOG-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE ERASE-LOG-REC FROM WS-ERASE-LOG-LINE
               CLOSE ERASE-LOG-FILE
           END-IF.

      *    A RECORD LONGER THAN THE REPORT LINE PRINTS IN 80-COLUMN
      *    PIECES; A BLANK PIECE AFTER THE FIRST IS LEFT OUT.
       6500-PRINT-FOUND-RECORD.
           WRITE REPORT-REC FROM WS-SCAN-LINE (1 : 80).
           MOVE 81 TO WS-PRINT-POS.
           PERFORM 6510-PRINT-NEXT-PIECE
               UNTIL WS-PRINT-POS > WS-SCAN-LEN.

       6510-PRINT-NEXT-PIECE.
           IF WS-SCAN-LINE (WS-PRINT-POS : 80) NOT = SPACES
               WRITE REPORT-REC FROM WS-SCAN-LINE (WS-PRINT-POS : 80)
           END-IF.
           ADD 80 TO WS-PRINT-POS.

      *****************************************************************
      * NAME SCAN - EVERY NAME IN THE TABLE, AT EVERY POSITION OF
      * THE LINE, AS A WHOLE WORD (NOT RUN INTO A LONGER NAME ON
      * EITHER SIDE). ERASE MODE OVERLAYS A MATCH WITH THE
      * PLACEHOLDER CUT TO THE NAME'S OWN LENGTH, UNLESS ANOTHER
      * ROSTER RECORD SHARES THE NAME.
      *****************************************************************
       7000-SCAN-LINE-FOR-NAMES.
           MOVE 1 TO WS-NAME-SUB.
           PERFORM 7100-SCAN-FOR-NAME UNTIL WS-NAME-SUB > WS-NAME-COUNT.

       7100-SCAN-FOR-NAME.
           MOVE WS-NM-LEN (WS-NAME-SUB) TO WS-FIND-LEN.
           COMPUTE WS-LAST-POS = WS-SCAN-LEN - WS-FIND-LEN + 1.
           MOVE 1 TO WS-POS.
           PERFORM 7200-TEST-POSITION UNTIL WS-POS > WS-LAST-POS.
           ADD 1 TO WS-NAME-SUB.

       7200-TEST-POSITION.
           MOVE "N" TO WS-NAME-MATCH-SWITCH.
           IF WS-SCAN-LINE (WS-POS : WS-FIND-LEN)
              = WS-NM-NAME (WS-NAME-SUB) (1 : WS-FIND-LEN)
               PERFORM 7300-CHECK-WORD-EDGES
           END-IF.
           IF NAME-MATCHED
               SET LINE-FOUND TO TRUE
               IF ERASE-MODE
                   IF WS-NM-SHARED (WS-NAME-SUB) = "Y"
                       SET LINE-HELD TO TRUE
                   ELSE
                       MOVE WS-ERASE-TEXT (1 : WS-FIND-LEN)
                           TO WS-SCAN-LINE (WS-POS : WS-FIND-LEN)
                       SET LINE-ERASED TO TRUE
                   END-IF
               END-IF
               ADD WS-FIND-LEN TO WS-POS
           ELSE
               ADD 1 TO WS-POS
           END-IF.

       7300-CHECK-WORD-EDGES.
           MOVE "Y" TO WS-NAME-MATCH-SWITCH.
           IF WS-POS > 1
               MOVE WS-SCAN-LINE (WS-POS - 1 : 1) TO WS-EDGE-CHAR
               IF NAME-CHARACTER
                   MOVE "N" TO WS-NAME-MATCH-SWITCH
               END-IF
           END-IF.
           COMPUTE WS-AFTER-POS = WS-POS + WS-FIND-LEN.
           IF WS-AFTER-POS NOT > WS-SCAN-LEN
               MOVE WS-SCAN-LINE (WS-AFTER-POS : 1) TO WS-EDGE-CHAR
               IF NAME-CHARACTER
                   MOVE "N" TO WS-NAME-MATCH-SWITCH
               END-IF
           END-IF.

      *    ADDS WS-NEW-NAME TO THE TABLE UNLESS IT IS BLANK, ALREADY
      *    ERASED OR ALREADY THERE.
       7500-ADD-NAME.
           MOVE "N" TO WS-NAME-KNOWN-SWITCH.
           IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = WS-ERASE-TEXT
               SET NAME-ALREADY-HELD TO TRUE
           END-IF.
           MOVE 1 TO WS-NAME-SUB.
           PERFORM 7510-COMPARE-NAME
               UNTIL WS-NAME-SUB > WS-NAME-COUNT
                  OR NAME-ALREADY-HELD.
           IF NOT NAME-ALREADY-HELD
               IF WS-NAME-COUNT < 10
                   ADD 1 TO WS-NAME-COUNT
                   MOVE WS-NEW-NAME TO WS-NM-NAME (WS-NAME-COUNT)
                   MOVE WS-NEW-SOURCE TO WS-NM-SOURCE (WS-NAME-COUNT)
                   MOVE "N" TO WS-NM-SHARED (WS-NAME-COUNT)
                   MOVE 30 TO WS-NM-LEN (WS-NAME-COUNT)
                   PERFORM 7520-TRIM-NAME-LENGTH
                       UNTIL WS-NM-NAME (WS-NAME-COUNT)
                             (WS-NM-LEN (WS-NAME-COUNT) : 1)
                             NOT = SPACE
               ELSE
                   DISPLAY "SUBJACC: MORE THAN 10 NAMES FOR "
                           WS-SUBJECT-ID ", NOT SEARCHED: "
                           WS-NEW-NAME
                   PERFORM 8900-SET-WARNING
               END-IF
           END-IF.

       7510-COMPARE-NAME.
           IF WS-NM-NAME (WS-NAME-SUB) = WS-NEW-NAME
               SET NAME-ALREADY-HELD TO TRUE
           END-IF.
           ADD 1 TO WS-NAME-SUB.

       7520-TRIM-NAME-LENGTH.
           SUBTRACT 1 FROM WS-NM-LEN (WS-NAME-COUNT).

      *****************************************************************
      * ONE SEQUENTIAL DATASET (WS-DS-DSN, WS-DS-KIND, WS-DS-LEN).
      * ERASE MODE WRITES EVERY RECORD, CHANGED OR NOT, TO THE WORK
      * FILE AND COPIES THE WORK FILE BACK WHEN ANYTHING CHANGED.
      *****************************************************************
       8000-SEARCH-DATASET.
           MOVE WS-DS-DSN TO WS-SCAN-DSN.
           MOVE 0 TO WS-CNT-READ WS-CNT-FOUND WS-CNT-ERASED
                     WS-CNT-HELD WS-CNT-WRITTEN WS-CNT-WORK-WRITTEN.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SCAN-FILE.
           IF WS-SCAN-STATUS = "35" AND DATASET-OPTIONAL
               CONTINUE
           ELSE
               WRITE REPORT-REC FROM SPACES
               MOVE WS-DS-DSN TO WS-SEC-DSN
               IF MATCH-ON-NAME
                   MOVE "MATCHED BY NAME" TO WS-SEC-TEXT
               ELSE
                   MOVE "MATCHED BY PERSON ID" TO WS-SEC-TEXT
               END-IF
               WRITE REPORT-REC FROM WS-SECTION-LINE
               IF WS-SCAN-STATUS NOT = "00"
                   PERFORM 8050-DATASET-NOT-OPEN
               ELSE
                   PERFORM 8100-SCAN-DATASET
               END-IF
           END-IF.

       8050-DATASET-NOT-OPEN.
           IF WS-SCAN-STATUS = "35"
               MOVE "NOT PRESENT" TO WS-NOTE-TEXT
           ELSE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "NOT READABLE, STATUS " WS-SCAN-STATUS
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               DISPLAY "SUBJACC: UNABLE TO OPEN " WS-DS-DSN
                       ", STATUS " WS-SCAN-STATUS
               PERFORM 8900-SET-WARNING
               IF ERASE-MODE
                   SET ERASURE-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           WRITE REPORT-REC FROM WS-NOTE-LINE.

       8100-SCAN-DATASET.
           ADD 1 TO WS-CNT-DATASETS.
           IF ERASE-MODE
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "SUBJACC: UNABLE TO OPEN WORK FILE, "
                           "STATUS " WS-WORK-STATUS ", " WS-DS-DSN
                           " NOT ERASED"
                   SET ERASURE-INCOMPLETE TO TRUE
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-INPUT TO TRUE
               ELSE
                   SET WORK-FILE-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT END-OF-INPUT
               PERFORM 8300-READ-SCAN-FILE
           END-IF.
           PERFORM 8400-CHECK-RECORD UNTIL END-OF-INPUT.
           CLOSE SCAN-FILE.
           IF ERASE-MODE AND WORK-FILE-OPEN
               CLOSE WORK-FILE
               MOVE "N" TO WS-WORK-OPEN-SWITCH
               IF WS-CNT-WORK-WRITTEN NOT = WS-CNT-READ
                   DISPLAY "SUBJACC: " WS-DS-DSN " READ " WS-CNT-READ
                           " BUT WORK FILE TOOK " WS-CNT-WORK-WRITTEN
                           ", NOT ERASED"
                   SET ERASURE-INCOMPLETE TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-CNT-ERASED > 0
                       PERFORM 8600-WRITE-BACK-DATASET
                   END-IF
               END-IF
           END-IF.
           PERFORM 8800-WRITE-DATASET-COUNTS.

      *    A SHORT LINE IS SPACE-FILLED TO THE DATASET'S LENGTH, AS
      *    IT WAS WRITTEN.
       8300-READ-SCAN-FILE.
           READ SCAN-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.
           IF NOT END-OF-INPUT
               MOVE SPACES TO WS-SCAN-LINE
               IF WS-SCAN-REC-LEN > 0
                   MOVE SCAN-REC (1 : WS-SCAN-REC-LEN) TO WS-SCAN-LINE
               END-IF
               MOVE WS-DS-LEN TO WS-SCAN-LEN
           END-IF.

       8400-CHECK-RECORD.
           ADD 1 TO WS-CNT-READ.
           MOVE "N" TO WS-LINE-FOUND-SWITCH WS-LINE-ERASED-SWITCH
                       WS-LINE-HELD-SWITCH.
           EVALUATE TRUE
               WHEN MATCH-ON-NAME
                   PERFORM 7000-SCAN-LINE-FOR-NAMES
               WHEN MATCH-ON-ID
                   PERFORM 8410-CHECK-ID-RECORD
               WHEN MATCH-ON-JOURNAL
                   PERFORM 8420-CHECK-JOURNAL-RECORD
               WHEN MATCH-ON-CARD
                   PERFORM 8430-CHECK-CARD-RECORD
               WHEN MATCH-ON-ID-ONLY
                   PERFORM 8440-CHECK-ID-ONLY-RECORD
           END-EVALUATE.
           IF LINE-FOUND
               ADD 1 TO WS-CNT-FOUND
               ADD 1 TO WS-TOT-FOUND
               IF ACCESS-MODE
                   PERFORM 6500-PRINT-FOUND-RECORD
               END-IF
           END-IF.
           IF LINE-ERASED
               ADD 1 TO WS-CNT-ERASED
               ADD 1 TO WS-TOT-ERASED
           ELSE
               IF LINE-HELD
                   ADD 1 TO WS-CNT-HELD
                   ADD 1 TO WS-TOT-HELD
               END-IF
           END-IF.
           IF ERASE-MODE
               MOVE WS-DS-LEN TO WS-WORK-REC-LEN
               WRITE WORK-REC FROM WS-SCAN-LINE
               IF WS-WORK-STATUS = "00"
                   ADD 1 TO WS-CNT-WORK-WRITTEN
               ELSE
                   SET ERASURE-INCOMPLETE TO TRUE
               END-IF
           END-IF.
           PERFORM 8300-READ-SCAN-FILE.

      *    PERSON ID COLS 1-10, NAME COLS 11-40.
       8410-CHECK-ID-RECORD.
           IF WS-SCAN-LINE (1 : 10) = WS-SUBJECT-ID
               SET LINE-FOUND TO TRUE
               IF ERASE-MODE
                  AND WS-SCAN-LINE (11 : 30) NOT = WS-ERASE-TEXT
                   MOVE WS-ERASE-TEXT TO WS-SCAN-LINE (11 : 30)
                   SET LINE-ERASED TO TRUE
               END-IF
           END-IF.

      *    EITHER IMAGE MAY CARRY THE ID; A CHG CARRIES IT IN BOTH.
       8420-CHECK-JOURNAL-RECORD.
           MOVE WS-SCAN-LINE (1 : 160) TO WS-JRNL-LINE.
           MOVE JRNL-BEFORE-IMAGE OF WS-JRNL-LINE TO WS-BEFORE-PERSON.
           MOVE JRNL-AFTER-IMAGE OF WS-JRNL-LINE TO WS-AFTER-PERSON.
           IF PERSON-ID OF WS-BEFORE-PERSON = WS-SUBJECT-ID
               SET LINE-FOUND TO TRUE
               IF ERASE-MODE
                  AND PERSON-NAME OF WS-BEFORE-PERSON
                      NOT = WS-ERASE-TEXT
                   MOVE WS-ERASE-TEXT TO PERSON-NAME OF WS-BEFORE-PERSON
                   SET LINE-ERASED TO TRUE
               END-IF
           END-IF.
           IF PERSON-ID OF WS-AFTER-PERSON = WS-SUBJECT-ID
               SET LINE-FOUND TO TRUE
               IF ERASE-MODE
                  AND PERSON-NAME OF WS-AFTER-PERSON
                      NOT = WS-ERASE-TEXT
                   MOVE WS-ERASE-TEXT TO PERSON-NAME OF WS-AFTER-PERSON
                   SET LINE-ERASED TO TRUE
               END-IF
           END-IF.
           IF LINE-ERASED
               MOVE WS-BEFORE-PERSON
                   TO JRNL-BEFORE-IMAGE OF WS-JRNL-LINE
               MOVE WS-AFTER-PERSON
                   TO JRNL-AFTER-IMAGE OF WS-JRNL-LINE
               MOVE WS-JRNL-LINE TO WS-SCAN-LINE (1 : 160)
           END-IF.

      *    CODE COL 1, PERSON ID COLS 2-11, NAME COLS 12-41. AN R
      *    CARD ALSO CARRIES THE OLD NAME IN COLS 42-71, A T CARD NO
      *    NAME, AN M CARD A SECOND ID IN COLS 12-21. HOUSEHOLD AND
      *    ADDRESS CARDS (H/X/S/Z) CARRY NO PERSON.
       8430-CHECK-CARD-RECORD.
           EVALUATE WS-SCAN-LINE (1 : 1)
               WHEN "A"
               WHEN "C"
               WHEN "D"
               WHEN "N"
               WHEN "R"
                   IF WS-SCAN-LINE (2 : 10) = WS-SUBJECT-ID
                       SET LINE-FOUND TO TRUE
                       IF ERASE-MODE
                           PERFORM 8435-ERASE-CARD-NAMES
                       END-IF
                   END-IF
               WHEN "T"
                   IF WS-SCAN-LINE (2 : 10) = WS-SUBJECT-ID
                       SET LINE-FOUND TO TRUE
                   END-IF
               WHEN "M"
                   IF WS-SCAN-LINE (2 : 10) = WS-SUBJECT-ID
                      OR WS-SCAN-LINE (12 : 10) = WS-SUBJECT-ID
                       SET LINE-FOUND TO TRUE
                   END-IF
           END-EVALUATE.

       8435-ERASE-CARD-NAMES.
           IF WS-SCAN-LINE (12 : 30) NOT = WS-ERASE-TEXT
               MOVE WS-ERASE-TEXT TO WS-SCAN-LINE (12 : 30)
               SET LINE-ERASED TO TRUE
           END-IF.
           IF WS-SCAN-LINE (1 : 1) = "R"
              AND WS-SCAN-LINE (42 : 30) NOT = SPACES
              AND WS-SCAN-LINE (42 : 30) NOT = WS-ERASE-TEXT
               MOVE WS-ERASE-TEXT TO WS-SCAN-LINE (42 : 30)
               SET LINE-ERASED TO TRUE
           END-IF.

      *    THE ID AS A WHOLE WORD ANYWHERE IN THE LINE. THERE IS NO
      *    NAME, SO NOTHING IS ERASED.
       8440-CHECK-ID-ONLY-RECORD.
           MOVE WS-SUBJECT-ID-LEN TO WS-FIND-LEN.
           COMPUTE WS-LAST-POS = WS-SCAN-LEN - WS-FIND-LEN + 1.
           MOVE 1 TO WS-POS.
           PERFORM 8445-TEST-ID-POSITION
               UNTIL WS-POS > WS-LAST-POS OR LINE-FOUND.

       8445-TEST-ID-POSITION.
           MOVE "N" TO WS-NAME-MATCH-SWITCH.
           IF WS-SCAN-LINE (WS-POS : WS-FIND-LEN)
              = WS-SUBJECT-ID (1 : WS-FIND-LEN)
               PERFORM 7300-CHECK-WORD-EDGES
           END-IF.
           IF NAME-MATCHED
               SET LINE-FOUND TO TRUE
           END-IF.
           ADD 1 TO WS-POS.

      *    THE WORK FILE HOLDS EVERY RECORD READ; THE DATASET IS
      *    REWRITTEN FROM IT, SO THE RECORD COUNT IS UNCHANGED.
       8600-WRITE-BACK-DATASET.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "SUBJACC: UNABLE TO REOPEN WORK FILE, STATUS "
                       WS-WORK-STATUS ", " WS-DS-DSN " NOT ERASED"
               SET ERASURE-INCOMPLETE TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SCAN-FILE
               IF WS-SCAN-STATUS NOT = "00"
                   DISPLAY "SUBJACC: UNABLE TO REWRITE " WS-DS-DSN
                           ", STATUS " WS-SCAN-STATUS
                   SET ERASURE-INCOMPLETE TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 8605-COPY-BACK-DATASET
                   CLOSE SCAN-FILE
               END-IF
               CLOSE WORK-FILE
           END-IF.

       8605-COPY-BACK-DATASET.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 8610-READ-WORK.
           PERFORM 8620-COPY-BACK-RECORD UNTIL END-OF-INPUT.
           IF WS-CNT-WRITTEN NOT = WS-CNT-READ
               DISPLAY "SUBJACC: " WS-DS-DSN " READ " WS-CNT-READ
                       " BUT WROTE BACK " WS-CNT-WRITTEN
               SET ERASURE-INCOMPLETE TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       8610-READ-WORK.
           READ WORK-FILE
               AT END
                   SET END-OF-INPUT TO TRUE
           END-READ.

       8620-COPY-BACK-RECORD.
           MOVE WS-DS-LEN TO WS-SCAN-REC-LEN.
           MOVE SPACES TO SCAN-REC.
           IF WS-WORK-REC-LEN > 0
               MOVE WORK-REC (1 : WS-WORK-REC-LEN) TO SCAN-REC
           END-IF.
           WRITE SCAN-REC.
           ADD 1 TO WS-CNT-WRITTEN.
           PERFORM 8610-READ-WORK.

       8800-WRITE-DATASET-COUNTS.
           MOVE "RECORDS READ:" TO WS-CNT-LABEL.
           MOVE WS-CNT-READ TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "RECORDS FOUND:" TO WS-CNT-LABEL.
           MOVE WS-CNT-FOUND TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           IF ERASE-MODE
               MOVE "RECORDS ERASED:" TO WS-CNT-LABEL
               MOVE WS-CNT-ERASED TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               MOVE "HELD - SHARED NAME:" TO WS-CNT-LABEL
               MOVE WS-CNT-HELD TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               IF WS-CNT-ERASED > 0
                   MOVE "RECORDS WRITTEN BACK:" TO WS-CNT-LABEL
                   MOVE WS-CNT-WRITTEN TO WS-CNT-VALUE
                   WRITE REPORT-REC FROM WS-COUNT-LINE
               END-IF
           END-IF.

       8900-SET-WARNING.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           WRITE REPORT-REC FROM SPACES.
           MOVE "DATASETS SEARCHED:" TO WS-CNT-LABEL.
           MOVE WS-CNT-DATASETS TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           MOVE "RECORDS FOUND:" TO WS-CNT-LABEL.
           MOVE WS-TOT-FOUND TO WS-CNT-VALUE.
           WRITE REPORT-REC FROM WS-COUNT-LINE.
           IF ERASE-MODE
               MOVE "RECORDS ERASED:" TO WS-CNT-LABEL
               MOVE WS-TOT-ERASED TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               MOVE "RECORDS DELETED:" TO WS-CNT-LABEL
               MOVE WS-TOT-DELETED TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               MOVE "HELD - SHARED NAME:" TO WS-CNT-LABEL
               MOVE WS-TOT-HELD TO WS-CNT-VALUE
               WRITE REPORT-REC FROM WS-COUNT-LINE
               IF WS-TOT-HELD > 0
                   PERFORM 8900-SET-WARNING
               END-IF
           END-IF.
           CLOSE ROSTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "SUBJACC: PERSON " WS-SUBJECT-ID
                   "  DATASETS SEARCHED: " WS-CNT-DATASETS
                   "  RECORDS FOUND: " WS-TOT-FOUND.
           IF ERASE-MODE
               DISPLAY "SUBJACC: ERASED: " WS-TOT-ERASED
                       "  DELETED: " WS-TOT-DELETED
                       "  HELD: " WS-TOT-HELD
                       "  ROSTER RECORD: " WS-ROSTER-ACTION
           END-IF.
