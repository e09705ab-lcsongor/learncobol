       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILLBL.
      *****************************************************************
      * PRESORTED MAILING LABELS. ONE LABEL FOR EVERY ENVELOPE THE
      * NIGHT PRODUCES: EVERY HOUSEHOLD ON THE HOUSEHOLD EXTRACT
      * (HHEXT.DAT, ONE ENVELOPE PER HOUSEHOLD UNDER ITS MAILING
      * NAME) AND EVERY BIRTHDAY LETTER BDAYLTR PRINTS FROM THE
      * BIRTHDAY EXTRACT (BDAYEXT.DAT). THE ADDRESS COMES FROM THE
      * HOUSEHOLD ADDRESS FILE (HHADDR.IDX, SEE HHADDREC) - FOR A
      * BIRTHDAY LETTER, THROUGH THE PERSON'S PERSON-HHOLD-ID ON
      * ROSTER.IDX.
      *
      * THE LABELS (MAILLBL.PRT) ARE SORTED BY POSTAL CODE FOR THE
      * BULK-MAIL PRESORT DISCOUNT. EACH LABEL IS EXACTLY SIX LINES
      * (NAME, STREET LINE 1, STREET LINE 2 IF ANY, CITY/STATE/ZIP,
      * PADDED WITH BLANK LINES) SO THE LABEL STOCK NEVER DRIFTS.
      * AFTER THE LAST LABEL FOR EACH FIVE-DIGIT ZIP (A ZIP+4 COUNTS
      * UNDER ITS FIRST FIVE DIGITS) A BREAK LABEL OF THE SAME DEPTH
      * CARRIES THAT ZIP'S LABEL COUNT FOR THE MAIL ROOM'S BUNDLE
      * TAGS; A CONTROL LABEL ENDS THE FILE.
      *
      * A BIRTHDAY LETTER BDAYLTR DOES NOT PRINT (PERSON NO LONGER
      * ACTIVE) GETS NO LABEL EITHER. ANY OTHER RECIPIENT WITHOUT A
      * MAILABLE ADDRESS - NOT ON THE ROSTER, NOT IN A HOUSEHOLD,
      * NO ADDRESS ON FILE, OR AN ADDRESS MISSING ITS STREET, CITY,
      * STATE OR POSTAL CODE - IS LISTED ON THE EXCEPTION REPORT
      * (LBLEXC.RPT) INSTEAD OF GETTING A BLANK LABEL.
      *
      * RECIPIENTS ARE WRITTEN TO A WORK FILE (LBLWORK.TMP) AS THEY
      * ARE ADDRESSED AND SORTED TO LBLWORK.SRT BEFORE PRINTING.
      * A MISSING EXTRACT IS NOTED ON THE CONSOLE AND READ AS
      * EMPTY. CONDITION CODES: 0 = ALL LABELS PRODUCED, 4 =
      * EXCEPTIONS LISTED OR THE RUN DOES NOT BALANCE, 8 = THE
      * ROSTER, THE ADDRESS FILE OR AN OUTPUT FILE WOULD NOT OPEN
      * AND NO LABELS WERE PRODUCED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HHEXT-FILE ASSIGN TO "HHEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HHEXT-STATUS.
           SELECT BDAY-FILE ASSIGN TO "BDAYEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDAY-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERSON-ID OF ROSTER-REC
               ALTERNATE RECORD KEY IS PERSON-NAME OF ROSTER-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT HADDR-FILE ASSIGN TO "HHADDR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HADDR-HHOLD-ID OF HADDR-REC
               FILE STATUS IS WS-HADDR-STATUS.
           SELECT LABEL-WORK-FILE ASSIGN TO "LBLWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBLWRK-STATUS.
           SELECT LABEL-SORTED-FILE ASSIGN TO "LBLWORK.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBLSRT-STATUS.
           SELECT LABEL-FILE ASSIGN TO "MAILLBL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "LBLEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HHEXT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01 HHEXT-REC.
           05 HX-HHOLD-ID      PIC X(6).
           05 HX-NAME          PIC X(30).
           05 HX-MEMBERS       PIC 9(3).
           05 HX-MEMBER-NAME OCCURS 5 TIMES PIC X(30).
           05 FILLER           PIC X(11).
       FD  BDAY-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01 BDAY-REC.
           05 BD-PERSON-ID     PIC X(10).
           05 BD-NAME          PIC X(30).
           05 BD-DATE          PIC X(8).
           05 FILLER           PIC X(72).
       FD  ROSTER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY PERSONREC REPLACING PERSON-RECORD BY ROSTER-REC.
       FD  HADDR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY HHADDREC REPLACING HADDR-RECORD BY HADDR-REC.
       FD  LABEL-WORK-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01 LABEL-WORK-REC.
           05 LW-POSTAL-CODE   PIC X(10).
           05 LW-SOURCE        PIC X(1).
           05 LW-KEY           PIC X(10).
           05 LW-NAME          PIC X(30).
           05 LW-STREET-1      PIC X(30).
           05 LW-STREET-2      PIC X(30).
           05 LW-CITY          PIC X(20).
           05 LW-STATE         PIC X(2).
           05 FILLER           PIC X(6).
       FD  LABEL-SORTED-FILE
           RECORD CONTAINS 139 CHARACTERS.
       01 LABEL-SORTED-REC.
           05 LS-POSTAL-CODE   PIC X(10).
           05 LS-SOURCE        PIC X(1).
           05 LS-KEY           PIC X(10).
           05 LS-NAME          PIC X(30).
           05 LS-STREET-1      PIC X(30).
           05 LS-STREET-2      PIC X(30).
           05 LS-CITY          PIC X(20).
           05 LS-STATE         PIC X(2).
           05 FILLER           PIC X(6).
       FD  LABEL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 LABEL-REC PIC X(80).
       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 EXCEPTION-REC PIC X(80).
       SD  SORT-FILE.
       01 SORT-REC.
           05 SR-POSTAL-CODE   PIC X(10).
           05 SR-SOURCE        PIC X(1).
           05 SR-KEY           PIC X(10).
           05 FILLER           PIC X(118).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-HHEXT-STATUS     PIC X(2).
       01 WS-BDAY-STATUS      PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-HADDR-STATUS     PIC X(2).
       01 WS-LBLWRK-STATUS    PIC X(2).
       01 WS-LBLSRT-STATUS    PIC X(2).
       01 WS-LABEL-STATUS     PIC X(2).
       01 WS-EXCEPTION-STATUS PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-RUN-ABORT-SWITCH PIC X(1) VALUE "N".
           88 RUN-ABORTED VALUE "Y".
       01 WS-HHEXT-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-HHEXT VALUE "Y".
       01 WS-BDAY-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-BDAY VALUE "Y".
       01 WS-SORTED-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-SORTED VALUE "Y".
      *    RECIPIENT BEING ADDRESSED, FROM EITHER EXTRACT.
       01 WS-RCPT-SOURCE      PIC X(1) VALUE SPACE.
           88 RCPT-IS-HOUSEHOLD VALUE "H".
           88 RCPT-IS-BIRTHDAY VALUE "B".
       01 WS-RCPT-KEY         PIC X(10) VALUE SPACES.
       01 WS-RCPT-NAME        PIC X(30) VALUE SPACES.
       01 WS-RCPT-HHOLD-ID    PIC X(6) VALUE SPACES.
       01 WS-EXC-REASON       PIC X(25) VALUE SPACES.
       01 WS-BREAK-POSTAL-CODE PIC X(5) VALUE SPACES.
       01 WS-BREAK-COUNT      PIC 9(7) VALUE 0.
       01 WS-LINES-THIS-LABEL PIC 9(3) VALUE 0.
       01 WS-LABEL-DEPTH      PIC 9(3) VALUE 6.
       01 WS-LABEL-TEXT       PIC X(80) VALUE SPACES.
       01 WS-CNT-HHOLD-READ   PIC 9(7) VALUE 0.
       01 WS-CNT-BDAY-READ    PIC 9(7) VALUE 0.
       01 WS-CNT-SKIPPED      PIC 9(7) VALUE 0.
       01 WS-CNT-QUEUED       PIC 9(7) VALUE 0.
       01 WS-CNT-LABELS       PIC 9(7) VALUE 0.
       01 WS-CNT-POSTAL-CODES PIC 9(7) VALUE 0.
       01 WS-CNT-EXCEPTIONS   PIC 9(7) VALUE 0.
       01 WS-CNT-BALANCE      PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYY       PIC 9(4).
           05 WS-CD-MM         PIC 9(2).
           05 WS-CD-DD         PIC 9(2).
           05 FILLER           PIC X(13).
       01 WS-RUN-DATE          PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER           PIC X(36) VALUE
               "MAILING LABEL EXCEPTION LIST        ".
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 WS-HDR-DATE      PIC X(10).
           05 FILLER           PIC X(24) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER           PIC X(11) VALUE "SOURCE".
           05 FILLER           PIC X(12) VALUE "KEY".
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(25) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 WS-DET-SOURCE    PIC X(9).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-KEY       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DET-REASON    PIC X(25).
       01 WS-BREAK-LINE.
           05 FILLER           PIC X(14) VALUE "*** ZIP CODE  ".
           05 WS-BRK-POSTAL    PIC X(10).
           05 FILLER           PIC X(10) VALUE "  LABELS: ".
           05 WS-BRK-COUNT     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(4) VALUE " ***".
           05 FILLER           PIC X(35) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CNT-LABEL     PIC X(24).
           05 WS-CNT-VALUE     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-ABORTED
               PERFORM 2000-COLLECT-HOUSEHOLDS
               PERFORM 3000-COLLECT-BIRTHDAYS
               CLOSE LABEL-WORK-FILE
               PERFORM 4000-PRINT-LABELS
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
               DISPLAY "MAILLBL: UNABLE TO OPEN ROSTER FILE, STATUS "
                       WS-ROSTER-STATUS
               SET RUN-ABORTED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HADDR-FILE
               IF WS-HADDR-STATUS NOT = "00"
                   DISPLAY "MAILLBL: UNABLE TO OPEN ADDRESS FILE, "
                           "STATUS " WS-HADDR-STATUS
                   CLOSE ROSTER-FILE
                   SET RUN-ABORTED TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1100-OPEN-OUTPUT-FILES
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
               DISPLAY "MAILLBL: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-OPEN-OUTPUT-FILES.
           OPEN OUTPUT LABEL-FILE.
           IF WS-LABEL-STATUS NOT = "00"
               DISPLAY "MAILLBL: UNABLE TO OPEN LABEL FILE, STATUS "
                       WS-LABEL-STATUS
               SET RUN-ABORTED TO TRUE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS NOT = "00"
                   DISPLAY "MAILLBL: UNABLE TO OPEN EXCEPTION FILE, "
                           "STATUS " WS-EXCEPTION-STATUS
                   CLOSE LABEL-FILE
                   SET RUN-ABORTED TO TRUE
               ELSE
                   OPEN OUTPUT LABEL-WORK-FILE
                   IF WS-LBLWRK-STATUS NOT = "00"
                       DISPLAY "MAILLBL: UNABLE TO OPEN WORK FILE, "
                               "STATUS " WS-LBLWRK-STATUS
                       CLOSE LABEL-FILE
                       CLOSE EXCEPTION-FILE
                       SET RUN-ABORTED TO TRUE
                   ELSE
                       MOVE WS-RUN-DATE TO WS-HDR-DATE
                       WRITE EXCEPTION-REC FROM WS-HEADER-LINE
                       WRITE EXCEPTION-REC FROM SPACES
                       WRITE EXCEPTION-REC FROM WS-COLUMN-LINE
                   END-IF
               END-IF
           END-IF.
           IF RUN-ABORTED
               CLOSE ROSTER-FILE
               CLOSE HADDR-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    ONE ENVELOPE PER HOUSEHOLD, UNDER THE HOUSEHOLD'S MAILING
      *    NAME; A HOUSEHOLD DROPPED FROM THE CROSS-REFERENCE SINCE
      *    THE EXTRACT WAS CUT IS ADDRESSED TO ITS FIRST MEMBER.
       2000-COLLECT-HOUSEHOLDS.
           OPEN INPUT HHEXT-FILE.
           IF WS-HHEXT-STATUS NOT = "00"
               DISPLAY "MAILLBL: HOUSEHOLD EXTRACT UNAVAILABLE, "
                       "STATUS " WS-HHEXT-STATUS ", NO HOUSEHOLD LABELS"
           ELSE
               PERFORM 2100-READ-HHEXT
               PERFORM 2200-ADDRESS-HOUSEHOLD UNTIL END-OF-HHEXT
               CLOSE HHEXT-FILE
           END-IF.

       2100-READ-HHEXT.
           READ HHEXT-FILE
               AT END
                   SET END-OF-HHEXT TO TRUE
           END-READ.

       2200-ADDRESS-HOUSEHOLD.
           ADD 1 TO WS-CNT-HHOLD-READ.
           SET RCPT-IS-HOUSEHOLD TO TRUE.
           MOVE HX-HHOLD-ID TO WS-RCPT-KEY.
           MOVE HX-HHOLD-ID TO WS-RCPT-HHOLD-ID.
           IF HX-NAME = SPACES
               MOVE HX-MEMBER-NAME (1) TO WS-RCPT-NAME
           ELSE
               MOVE HX-NAME TO WS-RCPT-NAME
           END-IF.
           PERFORM 5000-LOOKUP-ADDRESS.
           PERFORM 5100-FILE-RECIPIENT.
           PERFORM 2100-READ-HHEXT.

      *    THE SAME RECIPIENTS BDAYLTR WRITES LETTERS FOR: A PERSON
      *    NO LONGER ACTIVE IS SKIPPED THE WAY BDAYLTR SKIPS THEM.
       3000-COLLECT-BIRTHDAYS.
           OPEN INPUT BDAY-FILE.
           IF WS-BDAY-STATUS NOT = "00"
               DISPLAY "MAILLBL: BIRTHDAY EXTRACT UNAVAILABLE, "
                       "STATUS " WS-BDAY-STATUS ", NO BIRTHDAY LABELS"
           ELSE
               PERFORM 3100-READ-BDAY
               PERFORM 3200-ADDRESS-BIRTHDAY UNTIL END-OF-BDAY
               CLOSE BDAY-FILE
           END-IF.

       3100-READ-BDAY.
           READ BDAY-FILE
               AT END
                   SET END-OF-BDAY TO TRUE
           END-READ.

       3200-ADDRESS-BIRTHDAY.
           ADD 1 TO WS-CNT-BDAY-READ.
           SET RCPT-IS-BIRTHDAY TO TRUE.
           MOVE BD-PERSON-ID TO WS-RCPT-KEY.
           MOVE BD-NAME TO WS-RCPT-NAME.
           MOVE BD-PERSON-ID TO PERSON-ID OF ROSTER-REC.
           READ ROSTER-FILE
               INVALID KEY
                   MOVE "NOT ON ROSTER" TO WS-EXC-REASON
                   PERFORM 5100-FILE-RECIPIENT
               NOT INVALID KEY
                   PERFORM 3300-ADDRESS-ROSTER-PERSON
           END-READ.
           PERFORM 3100-READ-BDAY.

       3300-ADDRESS-ROSTER-PERSON.
           IF PERSON-STATUS-CODE OF ROSTER-REC NOT = SPACE
              AND PERSON-STATUS-CODE OF ROSTER-REC NOT = "A"
               ADD 1 TO WS-CNT-SKIPPED
           ELSE
               IF PERSON-HHOLD-ID OF ROSTER-REC = SPACES
                   MOVE "NOT IN A HOUSEHOLD" TO WS-EXC-REASON
               ELSE
                   MOVE PERSON-HHOLD-ID OF ROSTER-REC
                       TO WS-RCPT-HHOLD-ID
                   PERFORM 5000-LOOKUP-ADDRESS
               END-IF
               PERFORM 5100-FILE-RECIPIENT
           END-IF.

      *    SORT THE ADDRESSED RECIPIENTS INTO POSTAL CODE ORDER AND
      *    PRINT THEM, WITH A BREAK LABEL AFTER EACH FIVE-DIGIT ZIP.
       4000-PRINT-LABELS.
           SORT SORT-FILE ON ASCENDING KEY SR-POSTAL-CODE
                                           SR-SOURCE SR-KEY
               USING LABEL-WORK-FILE
               GIVING LABEL-SORTED-FILE.
           OPEN INPUT LABEL-SORTED-FILE.
           PERFORM 4100-READ-SORTED.
           IF NOT END-OF-SORTED
               MOVE LS-POSTAL-CODE (1 : 5) TO WS-BREAK-POSTAL-CODE
           END-IF.
           PERFORM 4200-PRINT-LABEL UNTIL END-OF-SORTED.
           IF WS-BREAK-COUNT > 0
               PERFORM 4300-WRITE-POSTAL-BREAK
           END-IF.
           CLOSE LABEL-SORTED-FILE.

       4100-READ-SORTED.
           READ LABEL-SORTED-FILE
               AT END
                   SET END-OF-SORTED TO TRUE
           END-READ.

       4200-PRINT-LABEL.
           IF LS-POSTAL-CODE (1 : 5) NOT = WS-BREAK-POSTAL-CODE
               PERFORM 4300-WRITE-POSTAL-BREAK
               MOVE LS-POSTAL-CODE (1 : 5) TO WS-BREAK-POSTAL-CODE
           END-IF.
           MOVE 0 TO WS-LINES-THIS-LABEL.
           MOVE LS-NAME TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           MOVE LS-STREET-1 TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           IF LS-STREET-2 NOT = SPACES
               MOVE LS-STREET-2 TO WS-LABEL-TEXT
               PERFORM 8000-WRITE-LABEL-LINE
           END-IF.
           MOVE SPACES TO WS-LABEL-TEXT.
           STRING FUNCTION TRIM(LS-CITY TRAILING) ", " LS-STATE "  "
                  LS-POSTAL-CODE
               DELIMITED BY SIZE INTO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           PERFORM 8100-PAD-LABEL.
           ADD 1 TO WS-CNT-LABELS.
           ADD 1 TO WS-BREAK-COUNT.
           PERFORM 4100-READ-SORTED.

      *    BUNDLE TAG FOR THE ZIP JUST FINISHED, THE SAME
      *    DEPTH AS A LABEL SO THE STOCK STAYS IN REGISTER.
       4300-WRITE-POSTAL-BREAK.
           MOVE 0 TO WS-LINES-THIS-LABEL.
           MOVE WS-BREAK-POSTAL-CODE TO WS-BRK-POSTAL.
           MOVE WS-BREAK-COUNT TO WS-BRK-COUNT.
           MOVE WS-BREAK-LINE TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           PERFORM 8100-PAD-LABEL.
           ADD 1 TO WS-CNT-POSTAL-CODES.
           MOVE 0 TO WS-BREAK-COUNT.

      *    A MAILABLE ADDRESS NEEDS A STREET, CITY, STATE AND POSTAL
      *    CODE; STREET LINE 2 IS OPTIONAL. SPACES MEANS MAILABLE.
       5000-LOOKUP-ADDRESS.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE WS-RCPT-HHOLD-ID TO HADDR-HHOLD-ID OF HADDR-REC.
           READ HADDR-FILE
               INVALID KEY
                   MOVE "NO ADDRESS ON FILE" TO WS-EXC-REASON
               NOT INVALID KEY
                   IF HADDR-STREET-1 OF HADDR-REC = SPACES
                      OR HADDR-CITY OF HADDR-REC = SPACES
                      OR HADDR-STATE OF HADDR-REC = SPACES
                      OR HADDR-POSTAL-CODE OF HADDR-REC = SPACES
                       MOVE "ADDRESS INCOMPLETE" TO WS-EXC-REASON
                   END-IF
           END-READ.

      *    A MAILABLE RECIPIENT GOES TO THE SORT WORK FILE; ANY
      *    OTHER GOES TO THE EXCEPTION LIST.
       5100-FILE-RECIPIENT.
           IF WS-EXC-REASON = SPACES
               MOVE SPACES TO LABEL-WORK-REC
               MOVE HADDR-POSTAL-CODE OF HADDR-REC TO LW-POSTAL-CODE
               MOVE WS-RCPT-SOURCE TO LW-SOURCE
               MOVE WS-RCPT-KEY TO LW-KEY
               MOVE WS-RCPT-NAME TO LW-NAME
               MOVE HADDR-STREET-1 OF HADDR-REC TO LW-STREET-1
               MOVE HADDR-STREET-2 OF HADDR-REC TO LW-STREET-2
               MOVE HADDR-CITY OF HADDR-REC TO LW-CITY
               MOVE HADDR-STATE OF HADDR-REC TO LW-STATE
               WRITE LABEL-WORK-REC
               ADD 1 TO WS-CNT-QUEUED
           ELSE
               MOVE SPACES TO WS-DETAIL-LINE
               IF RCPT-IS-HOUSEHOLD
                   MOVE "HOUSEHOLD" TO WS-DET-SOURCE
               ELSE
                   MOVE "BIRTHDAY" TO WS-DET-SOURCE
               END-IF
               MOVE WS-RCPT-KEY TO WS-DET-KEY
               MOVE WS-RCPT-NAME TO WS-DET-NAME
               MOVE WS-EXC-REASON TO WS-DET-REASON
               WRITE EXCEPTION-REC FROM WS-DETAIL-LINE
               ADD 1 TO WS-CNT-EXCEPTIONS
           END-IF.
           MOVE SPACES TO WS-EXC-REASON.

       8000-WRITE-LABEL-LINE.
           WRITE LABEL-REC FROM WS-LABEL-TEXT.
           ADD 1 TO WS-LINES-THIS-LABEL.

       8100-PAD-LABEL.
           MOVE SPACES TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE
               UNTIL WS-LINES-THIS-LABEL NOT < WS-LABEL-DEPTH.

      *    EVERY EXTRACT RECORD MUST END UP AS A LABEL, A STATUS
      *    SKIP OR AN EXCEPTION. THE CONTROL LABEL AND THE FOOT OF
      *    THE EXCEPTION LIST BOTH CARRY THE COUNTS.
       9000-TERMINATE.
           CLOSE ROSTER-FILE.
           CLOSE HADDR-FILE.
           MOVE 0 TO WS-LINES-THIS-LABEL.
           MOVE "*** LABEL RUN CONTROL ***" TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           MOVE "LABELS PRINTED:" TO WS-CNT-LABEL.
           MOVE WS-CNT-LABELS TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           MOVE "POSTAL CODES:" TO WS-CNT-LABEL.
           MOVE WS-CNT-POSTAL-CODES TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           MOVE "EXCEPTIONS:" TO WS-CNT-LABEL.
           MOVE WS-CNT-EXCEPTIONS TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO WS-LABEL-TEXT.
           PERFORM 8000-WRITE-LABEL-LINE.
           PERFORM 8100-PAD-LABEL.
           CLOSE LABEL-FILE.
           WRITE EXCEPTION-REC FROM SPACES.
           MOVE "HOUSEHOLDS READ:" TO WS-CNT-LABEL.
           MOVE WS-CNT-HHOLD-READ TO WS-CNT-VALUE.
           WRITE EXCEPTION-REC FROM WS-COUNT-LINE.
           MOVE "BIRTHDAY LETTERS READ:" TO WS-CNT-LABEL.
           MOVE WS-CNT-BDAY-READ TO WS-CNT-VALUE.
           WRITE EXCEPTION-REC FROM WS-COUNT-LINE.
           MOVE "LABELS PRINTED:" TO WS-CNT-LABEL.
           MOVE WS-CNT-LABELS TO WS-CNT-VALUE.
           WRITE EXCEPTION-REC FROM WS-COUNT-LINE.
           MOVE "POSTAL CODES:" TO WS-CNT-LABEL.
           MOVE WS-CNT-POSTAL-CODES TO WS-CNT-VALUE.
           WRITE EXCEPTION-REC FROM WS-COUNT-LINE.
           MOVE "SKIPPED FOR STATUS:" TO WS-CNT-LABEL.
           MOVE WS-CNT-SKIPPED TO WS-CNT-VALUE.
           WRITE EXCEPTION-REC FROM WS-COUNT-LINE.
           MOVE "EXCEPTIONS:" TO WS-CNT-LABEL.
           MOVE WS-CNT-EXCEPTIONS TO WS-CNT-VALUE.
           WRITE EXCEPTION-REC FROM WS-COUNT-LINE.
           COMPUTE WS-CNT-BALANCE = WS-CNT-LABELS + WS-CNT-SKIPPED
               + WS-CNT-EXCEPTIONS.
           WRITE EXCEPTION-REC FROM SPACES.
           IF WS-CNT-BALANCE = WS-CNT-HHOLD-READ + WS-CNT-BDAY-READ
              AND WS-CNT-LABELS = WS-CNT-QUEUED
               MOVE "LABEL RUN BALANCES TO THE EXTRACTS"
                   TO EXCEPTION-REC
               WRITE EXCEPTION-REC
           ELSE
               MOVE "** LABEL RUN DOES NOT BALANCE TO THE EXTRACTS **"
                   TO EXCEPTION-REC
               WRITE EXCEPTION-REC
               DISPLAY "MAILLBL: *** LABELS, SKIPS AND EXCEPTIONS "
                       WS-CNT-BALANCE " DO NOT EQUAL EXTRACTS READ ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EXCEPTION-FILE.
           IF WS-CNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "MAILLBL: HOUSEHOLDS " WS-CNT-HHOLD-READ
                   "  BIRTHDAYS " WS-CNT-BDAY-READ
                   "  LABELS " WS-CNT-LABELS
                   "  EXCEPTIONS " WS-CNT-EXCEPTIONS.
