      * ON THE CROSS-REFERENCE, SO PUT THE H CARD AHEAD OF ITS
      * MEMBERS IN THE FILE.
      *
      * A HOUSEHOLD'S POSTAL ADDRESS (HHADDR.IDX, SEE HHADDREC) IS
      * KEYED ON TWO CARDS, EACH AN ADD OR CHANGE OF ITS OWN HALF:
      * CODE S - HOUSEHOLD ID COLS 2-7, STREET LINE 1 COLS 8-37,
      * STREET LINE 2 COLS 38-67; CODE Z - HOUSEHOLD ID COLS 2-7,
      * CITY COLS 8-27, STATE COLS 28-29, POSTAL CODE COLS 30-39
      * (NNNNN OR NNNNN-NNNN). THE HOUSEHOLD MUST ALREADY BE ON
      * THE CROSS-REFERENCE. A BLANK STREET LINE 1, A BLANK CITY,
      * A STATE THAT IS NOT TWO LETTERS OR A POSTAL CODE IN ANY
      * OTHER FORMAT IS REJECTED. DELETING A HOUSEHOLD (X) ALSO
      * DELETES ITS ADDRESS. IF THE ADDRESS FILE CANNOT BE OPENED,
      * S AND Z CARDS ARE REJECTED AND EVERYTHING ELSE IS APPLIED.
      *
      * CODE M MERGES A PERSON KEYED TWICE (SEE ROSTDUPS): COLS
      * 2-11 THE SURVIVOR ID, COLS 12-21 THE DUPLICATE ID. THE
      * DUPLICATE IS SET INACTIVE (STATUS I) AND ITS HOUSEHOLD
      * POINTER CLEARED SO IT IS NO LONGER GREETED OR COUNTED IN
      * THE HOUSEHOLD; THE SURVIVOR TAKES OVER THAT HOUSEHOLD IF IT
      * HAS NONE OF ITS OWN (A SURVIVOR ALREADY IN A HOUSEHOLD
      * KEEPS IT). EVERY DUPLICATE DISPOSITION POSTED IN
      * DUPDISP.IDX AGAINST THE DUPLICATE ID IS MOVED TO THE
      * SURVIVOR ID, UNLESS THE SURVIVOR ALREADY HAS A DECISION FOR
      * THE SAME MASTER NAME, WHICH THEN STANDS. BOTH ROSTER
      * CHANGES ARE JOURNALED AS CHG LINES LIKE ANY OTHER CHANGE.
      * IF THE DISPOSITION FILE CANNOT BE OPENED, M CARDS ARE
      * REJECTED AND EVERYTHING ELSE IS APPLIED AS USUAL.
      *
      * TWO CARDS CHANGE ONE FIELD OF A PERSON AND LEAVE THE REST OF
      * THE RECORD AS IT STANDS WHEN THE CARD IS APPLIED, SO A
      * CHANGE MADE SINCE THE CARD WAS WRITTEN (RINQ, RAPV OR ANOTHER
      * JOB'S CARD) IS NOT UNDONE. CODE R RENAMES: PERSON ID COLS
      * 2-11, NEW NAME COLS 12-41 AND, OPTIONALLY, THE NAME THE CARD
      * WAS WRITTEN AGAINST IN COLS 42-71 - IF GIVEN AND NO LONGER
      * THE PERSON'S NAME THE CARD IS REJECTED. CODE T SETS THE
      * PERSON STATUS: PERSON ID COLS 2-11, STATUS CODE COL 12.
      * MASTBLD AND DECMATCH WRITE THESE RATHER THAN FULL IMAGES.
      *
      * A TRANSACTION THAT CANNOT BE APPLIED - ADD OF AN EXISTING
      * ID, CHANGE OR DELETE OF A MISSING ID, AN UNKNOWN PERSON
      * STATUS CODE, OR A BIRTH DATE THAT
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
           SELECT TRAN-FILE ASSIGN TO "ROSTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ROSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
               10 TRAN-HHOLD-ID    PIC X(6).
               10 TRAN-HHOLD-NAME  PIC X(30).
               10 FILLER           PIC X(24).
           05 TRAN-MERGE-DATA REDEFINES TRAN-PERSON-DATA.
               10 TRAN-SURVIVOR-ID  PIC X(10).
               10 TRAN-DUPLICATE-ID PIC X(10).
               10 FILLER            PIC X(40).
           05 FILLER           PIC X(19).
       01 TRAN-ADDR-REC.
           05 FILLER           PIC X(1).
           05 TRAN-ADDR-HHOLD-ID PIC X(6).
           05 TRAN-ADDR-DATA   PIC X(60).
           05 TRAN-STREET-DATA REDEFINES TRAN-ADDR-DATA.
               10 TRAN-STREET-1    PIC X(30).
               10 TRAN-STREET-2    PIC X(30).
           05 TRAN-PLACE-DATA REDEFINES TRAN-ADDR-DATA.
               10 TRAN-CITY        PIC X(20).
               10 TRAN-STATE       PIC X(2).
               10 TRAN-POSTAL-CODE.
                   15 TRAN-ZIP-5   PIC X(5).
                   15 TRAN-ZIP-DASH PIC X(1).
                   15 TRAN-ZIP-4   PIC X(4).
               10 FILLER           PIC X(28).
           05 FILLER           PIC X(13).
       01 TRAN-FIELD-REC.
           05 FILLER           PIC X(1).
           05 TRAN-FLD-PERSON-ID PIC X(10).
           05 TRAN-FLD-NEW-NAME PIC X(30).
           05 TRAN-FLD-STATUS-DATA REDEFINES TRAN-FLD-NEW-NAME.
               10 TRAN-FLD-NEW-STATUS PIC X(1).
               10 FILLER           PIC X(29).
           05 TRAN-FLD-OLD-NAME PIC X(30).
           05 FILLER           PIC X(9).
       FD  HHOLD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY HHOLDREC REPLACING HHOLD-RECORD BY HHOLD-REC.
       FD  HADDR-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY HHADDREC REPLACING HADDR-RECORD BY HADDR-REC.
       FD  DISP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       COPY DUPDREC REPLACING DUPD-RECORD BY DISP-REC.
       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 REJECT-REC PIC X(80).
       FD  JOURNAL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY JOURNAL-REC.
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-HHOLD-STATUS     PIC X(2).
       01 WS-HADDR-STATUS     PIC X(2).
       01 WS-DISP-STATUS      PIC X(2).
       01 WS-TRAN-STATUS      PIC X(2).
       01 WS-REJECT-STATUS    PIC X(2).
       01 WS-JOURNAL-STATUS   PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-TRANS VALUE "Y".
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-TRAN-PERSON.
           88 STATUS-IS-VALID VALUE "Y".
       01 WS-HHOLD-VALID-SWITCH PIC X(1) VALUE "Y".
           88 HHOLD-IS-VALID VALUE "Y".
       01 WS-DISP-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 DISP-FILE-AVAILABLE VALUE "Y".
       01 WS-HADDR-AVAIL-SWITCH PIC X(1) VALUE "N".
           88 HADDR-FILE-AVAILABLE VALUE "Y".
       01 WS-POSTAL-VALID-SWITCH PIC X(1) VALUE "Y".
           88 POSTAL-CODE-IS-VALID VALUE "Y".
       01 WS-MERGE-FOUND-SWITCH PIC X(1) VALUE "N".
           88 MERGE-PAIR-FOUND VALUE "Y".
       01 WS-DISP-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-DISP-GROUP VALUE "Y".
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-MERGE-SURVIVOR.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-MERGE-DUPLICATE.
      *    DISPOSITIONS OF THE DUPLICATE ID, COLLECTED BEFORE ANY
      *    ARE REKEYED SO THE BROWSE NEVER RUNS OVER ITS OWN WRITES.
       01 WS-DISP-TABLE.
           05 WS-DISP-ENTRY OCCURS 50 TIMES PIC X(60).
       01 WS-DISP-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-DISP-SUB          PIC S9(4) COMP VALUE 0.
       01 WS-MIN-AGE           PIC 9(3) VALUE 0.
       01 WS-MAX-AGE           PIC 9(3) VALUE 120.
       01 WS-AGE-WORK          PIC S9(4) VALUE 0.
       01 WS-CNT-DELETED       PIC 9(5) VALUE 0.
       01 WS-CNT-HH-APPLIED    PIC 9(5) VALUE 0.
       01 WS-CNT-HH-DELETED    PIC 9(5) VALUE 0.
       01 WS-CNT-ADDR-APPLIED  PIC 9(5) VALUE 0.
       01 WS-CNT-ADDR-DELETED  PIC 9(5) VALUE 0.
       01 WS-CNT-MERGED        PIC 9(5) VALUE 0.
       01 WS-CNT-DISP-MOVED    PIC 9(5) VALUE 0.
       01 WS-CNT-REJECTED      PIC 9(5) VALUE 0.
       01 WS-CNT-RENAMED       PIC 9(5) VALUE 0.
       01 WS-CNT-STATUS-SET    PIC 9(5) VALUE 0.
       01 WS-JRNL-ACTION       PIC X(3) VALUE SPACES.
       01 WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
       01 WS-JRNL-AFTER        PIC X(60) VALUE SPACES.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           MOVE WS-CD-YYYY TO WS-RUN-YYYY.
           MOVE WS-CD-MM TO WS-RUN-MM.
           MOVE WS-CD-DD TO WS-RUN-DD.
               IF NOT END-OF-TRANS
                   PERFORM 1300-OPEN-JOURNAL
               END-IF
               IF NOT END-OF-TRANS
                   PERFORM 1400-OPEN-DISP
                   PERFORM 1500-OPEN-HADDR
               END-IF
               IF NOT END-OF-TRANS
                   OPEN OUTPUT REJECT-FILE
                   IF WS-REJECT-STATUS NOT = "00"
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
               DISPLAY "ROSTUPD: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-OPEN-ROSTER.
           OPEN I-O ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               SET END-OF-TRANS TO TRUE
           END-IF.

      *    THE DISPOSITION FILE IS ONLY NEEDED BY M CARDS, SO A
      *    FILE THAT WILL NOT OPEN COSTS THE MERGES AND NOTHING ELSE.
      *    A MISSING ONE IS CREATED EMPTY, AS DUPDAPLY DOES.
       1400-OPEN-DISP.
           OPEN I-O DISP-FILE.
           IF WS-DISP-STATUS = "35"
               OPEN OUTPUT DISP-FILE
               CLOSE DISP-FILE
               OPEN I-O DISP-FILE
           END-IF.
           IF WS-DISP-STATUS = "00"
               SET DISP-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "ROSTUPD: UNABLE TO OPEN DISPOSITION FILE, "
                       "STATUS " WS-DISP-STATUS ", MERGES REJECTED"
           END-IF.

      *    LIKEWISE THE ADDRESS FILE IS ONLY NEEDED BY S AND Z CARDS
      *    (AND THE ADDRESS HALF OF AN X); A MISSING ONE IS CREATED
      *    EMPTY SO THE FIRST ADDRESSES CAN COME IN AS CARDS.
       1500-OPEN-HADDR.
           OPEN I-O HADDR-FILE.
           IF WS-HADDR-STATUS = "35"
               OPEN OUTPUT HADDR-FILE
               CLOSE HADDR-FILE
               OPEN I-O HADDR-FILE
           END-IF.
           IF WS-HADDR-STATUS = "00"
               SET HADDR-FILE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "ROSTUPD: UNABLE TO OPEN ADDRESS FILE, "
                       "STATUS " WS-HADDR-STATUS ", ADDRESSES REJECTED"
           END-IF.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-CNT-READ.
           MOVE TRAN-PERSON-DATA TO WS-TRAN-PERSON.
                   PERFORM 3400-APPLY-HHOLD
               WHEN "X"
                   PERFORM 3500-APPLY-HHOLD-DELETE
               WHEN "M"
                   PERFORM 3600-APPLY-MERGE
               WHEN "S"
                   PERFORM 3700-APPLY-ADDRESS
               WHEN "Z"
                   PERFORM 3700-APPLY-ADDRESS
               WHEN "R"
                   PERFORM 3800-APPLY-FIELD-CHANGE
               WHEN "T"
                   PERFORM 3800-APPLY-FIELD-CHANGE
               WHEN OTHER
                   PERFORM 8000-WRITE-REJECT-SETUP
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJ-REASON
               END-READ
           END-IF.

      *    THE POST OFFICE TAKES A FIVE-DIGIT ZIP, LEFT-JUSTIFIED,
      *    OR ZIP+4 WRITTEN NNNNN-NNNN. ANYTHING ELSE WOULD BREAK
      *    THE PRESORT, SO IT NEVER REACHES THE ADDRESS FILE.
       2270-VALIDATE-POSTAL-CODE.
           MOVE "N" TO WS-POSTAL-VALID-SWITCH.
           IF TRAN-ZIP-5 IS NUMERIC
               IF TRAN-ZIP-DASH = SPACE AND TRAN-ZIP-4 = SPACES
                   MOVE "Y" TO WS-POSTAL-VALID-SWITCH
               END-IF
               IF TRAN-ZIP-DASH = "-" AND TRAN-ZIP-4 IS NUMERIC
                   MOVE "Y" TO WS-POSTAL-VALID-SWITCH
               END-IF
           END-IF.

       3100-APPLY-ADD.
           PERFORM 2200-VALIDATE-AGE.
           PERFORM 2230-VALIDATE-STATUS.
                   PERFORM 8100-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-HH-DELETED
                   PERFORM 3510-DELETE-HHOLD-ADDRESS
           END-DELETE.

      *    AN ADDRESS WITH NO HOUSEHOLD COULD NEVER BE MAILED TO, SO
      *    IT GOES WITH THE HOUSEHOLD. NOT EVERY HOUSEHOLD HAS ONE.
       3510-DELETE-HHOLD-ADDRESS.
           IF HADDR-FILE-AVAILABLE
               MOVE TRAN-HHOLD-ID TO HADDR-HHOLD-ID OF HADDR-REC
               DELETE HADDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-ADDR-DELETED
               END-DELETE
           END-IF.

       3600-APPLY-MERGE.
           EVALUATE TRUE
               WHEN TRAN-SURVIVOR-ID = SPACES
                 OR TRAN-DUPLICATE-ID = SPACES
                 OR TRAN-SURVIVOR-ID = TRAN-DUPLICATE-ID
                   PERFORM 8400-WRITE-MERGE-REJECT-SETUP
                   MOVE "BAD MERGE ID PAIR" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN NOT DISP-FILE-AVAILABLE
                   PERFORM 8400-WRITE-MERGE-REJECT-SETUP
                   MOVE "DISPOSITIONS UNAVAILABLE" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN OTHER
                   PERFORM 3610-READ-MERGE-PAIR
                   IF MERGE-PAIR-FOUND
                       PERFORM 3620-MERGE-ROSTER-RECORDS
                       PERFORM 3630-MOVE-DISPOSITIONS
                       ADD 1 TO WS-CNT-MERGED
                   END-IF
           END-EVALUATE.

       3610-READ-MERGE-PAIR.
           MOVE "N" TO WS-MERGE-FOUND-SWITCH.
           MOVE TRAN-DUPLICATE-ID TO PERSON-ID OF ROSTER-REC.
           READ ROSTER-FILE
               INVALID KEY
                   PERFORM 8400-WRITE-MERGE-REJECT-SETUP
                   MOVE "MERGE DUPLICATE NOT FOUND" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               NOT INVALID KEY
                   MOVE ROSTER-REC TO WS-MERGE-DUPLICATE
                   MOVE TRAN-SURVIVOR-ID TO PERSON-ID OF ROSTER-REC
                   READ ROSTER-FILE
                       INVALID KEY
                           PERFORM 8400-WRITE-MERGE-REJECT-SETUP
                           MOVE "MERGE SURVIVOR NOT FOUND"
                               TO WS-REJ-REASON
                           PERFORM 8100-WRITE-REJECT
                       NOT INVALID KEY
                           MOVE ROSTER-REC TO WS-MERGE-SURVIVOR
                           SET MERGE-PAIR-FOUND TO TRUE
                   END-READ
           END-READ.

      *    THE SURVIVOR IS REWRITTEN ONLY WHEN IT PICKS UP THE
      *    HOUSEHOLD; THE DUPLICATE IS ALWAYS REWRITTEN. EACH
      *    REWRITE GETS ITS OWN JOURNAL LINE SO ROSTRECV REPLAYS THE
      *    MERGE AS TWO ORDINARY CHANGES.
       3620-MERGE-ROSTER-RECORDS.
           IF PERSON-HHOLD-ID OF WS-MERGE-SURVIVOR = SPACES
              AND PERSON-HHOLD-ID OF WS-MERGE-DUPLICATE NOT = SPACES
               MOVE WS-MERGE-SURVIVOR TO WS-JRNL-BEFORE
               MOVE PERSON-HHOLD-ID OF WS-MERGE-DUPLICATE
                   TO PERSON-HHOLD-ID OF WS-MERGE-SURVIVOR
               MOVE WS-MERGE-SURVIVOR TO ROSTER-REC
               REWRITE ROSTER-REC
               ADD 1 TO WS-CNT-CHANGED
               MOVE "CHG" TO WS-JRNL-ACTION
               MOVE ROSTER-REC TO WS-JRNL-AFTER
               PERFORM 8300-WRITE-JOURNAL
           END-IF.
           MOVE WS-MERGE-DUPLICATE TO WS-JRNL-BEFORE.
           MOVE "I" TO PERSON-STATUS-CODE OF WS-MERGE-DUPLICATE.
           MOVE SPACES TO PERSON-HHOLD-ID OF WS-MERGE-DUPLICATE.
           MOVE WS-MERGE-DUPLICATE TO ROSTER-REC.
           REWRITE ROSTER-REC.
           ADD 1 TO WS-CNT-CHANGED.
           MOVE "CHG" TO WS-JRNL-ACTION.
           MOVE ROSTER-REC TO WS-JRNL-AFTER.
           PERFORM 8300-WRITE-JOURNAL.

       3630-MOVE-DISPOSITIONS.
           MOVE 0 TO WS-DISP-COUNT.
           MOVE "N" TO WS-DISP-EOF-SWITCH.
           MOVE SPACES TO DISP-REC.
           MOVE TRAN-DUPLICATE-ID TO DUPD-PERSON-ID OF DISP-REC.
           MOVE LOW-VALUES TO DUPD-MASTER-NAME OF DISP-REC.
           START DISP-FILE KEY IS NOT LESS THAN DUPD-KEY OF DISP-REC
               INVALID KEY
                   SET END-OF-DISP-GROUP TO TRUE
           END-START.
           PERFORM 3640-COLLECT-DISPOSITION UNTIL END-OF-DISP-GROUP.
           MOVE 1 TO WS-DISP-SUB.
           PERFORM 3650-REKEY-DISPOSITION
               UNTIL WS-DISP-SUB > WS-DISP-COUNT.

       3640-COLLECT-DISPOSITION.
           READ DISP-FILE NEXT RECORD
               AT END
                   SET END-OF-DISP-GROUP TO TRUE
           END-READ.
           IF NOT END-OF-DISP-GROUP
               IF DUPD-PERSON-ID OF DISP-REC NOT = TRAN-DUPLICATE-ID
                   SET END-OF-DISP-GROUP TO TRUE
               ELSE
                   IF WS-DISP-COUNT < 50
                       ADD 1 TO WS-DISP-COUNT
                       MOVE DISP-REC TO WS-DISP-ENTRY (WS-DISP-COUNT)
                   ELSE
                       DISPLAY "ROSTUPD: MORE THAN 50 DISPOSITIONS FOR "
                               TRAN-DUPLICATE-ID ", REPEAT THE MERGE"
                       SET END-OF-DISP-GROUP TO TRUE
                   END-IF
               END-IF
           END-IF.

       3650-REKEY-DISPOSITION.
           MOVE WS-DISP-ENTRY (WS-DISP-SUB) TO DISP-REC.
           MOVE TRAN-SURVIVOR-ID TO DUPD-PERSON-ID OF DISP-REC.
           WRITE DISP-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-DISP-MOVED
           END-WRITE.
           MOVE WS-DISP-ENTRY (WS-DISP-SUB) TO DISP-REC.
           DELETE DISP-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-DISP-SUB.

      *    S AND Z ARE BOTH UPSERTS OF THEIR OWN HALF OF THE
      *    ADDRESS RECORD, SO EITHER CARD MAY COME FIRST AND A
      *    CHANGE OF STREET NEVER DISTURBS THE POSTAL CODE.
       3700-APPLY-ADDRESS.
           PERFORM 2270-VALIDATE-POSTAL-CODE.
           MOVE TRAN-ADDR-HHOLD-ID TO HHOLD-ID OF HHOLD-REC.
           READ HHOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-HHOLD-VALID-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-HHOLD-VALID-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT HADDR-FILE-AVAILABLE
                   PERFORM 8500-WRITE-ADDR-REJECT-SETUP
                   MOVE "ADDRESSES UNAVAILABLE" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN NOT HHOLD-IS-VALID
                   PERFORM 8500-WRITE-ADDR-REJECT-SETUP
                   MOVE "UNKNOWN HOUSEHOLD ON ADDR" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN TRAN-CODE = "S" AND TRAN-STREET-1 = SPACES
                   PERFORM 8500-WRITE-ADDR-REJECT-SETUP
                   MOVE "BAD STREET LINE" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN TRAN-CODE = "Z"
                AND (TRAN-CITY = SPACES
                  OR TRAN-STATE (1 : 1) = SPACE
                  OR TRAN-STATE (2 : 1) = SPACE
                  OR TRAN-STATE IS NOT ALPHABETIC-UPPER)
                   PERFORM 8500-WRITE-ADDR-REJECT-SETUP
                   MOVE "BAD CITY OR STATE" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN TRAN-CODE = "Z" AND NOT POSTAL-CODE-IS-VALID
                   PERFORM 8500-WRITE-ADDR-REJECT-SETUP
                   MOVE "BAD POSTAL CODE" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN OTHER
                   PERFORM 3710-POST-ADDRESS
           END-EVALUATE.

       3710-POST-ADDRESS.
           MOVE TRAN-ADDR-HHOLD-ID TO HADDR-HHOLD-ID OF HADDR-REC.
           READ HADDR-FILE
               INVALID KEY
                   MOVE SPACES TO HADDR-REC
                   MOVE TRAN-ADDR-HHOLD-ID
                       TO HADDR-HHOLD-ID OF HADDR-REC
                   PERFORM 3720-MOVE-ADDRESS-FIELDS
                   WRITE HADDR-REC
               NOT INVALID KEY
                   PERFORM 3720-MOVE-ADDRESS-FIELDS
                   REWRITE HADDR-REC
           END-READ.
           ADD 1 TO WS-CNT-ADDR-APPLIED.

       3720-MOVE-ADDRESS-FIELDS.
           IF TRAN-CODE = "S"
               MOVE TRAN-STREET-1 TO HADDR-STREET-1 OF HADDR-REC
               MOVE TRAN-STREET-2 TO HADDR-STREET-2 OF HADDR-REC
           ELSE
               MOVE TRAN-CITY TO HADDR-CITY OF HADDR-REC
               MOVE TRAN-STATE TO HADDR-STATE OF HADDR-REC
               MOVE TRAN-POSTAL-CODE TO HADDR-POSTAL-CODE OF HADDR-REC
           END-IF.

      *    AN R OR T CARD CHANGES ONE FIELD OF THE RECORD AS IT IS
      *    NOW; EVERYTHING ELSE ON THE RECORD IS KEPT.
       3800-APPLY-FIELD-CHANGE.
           IF TRAN-FLD-PERSON-ID = SPACES
               PERFORM 8600-WRITE-FIELD-REJECT-SETUP
               MOVE "NO PERSON ID ON CARD" TO WS-REJ-REASON
               PERFORM 8100-WRITE-REJECT
           ELSE
               MOVE TRAN-FLD-PERSON-ID TO PERSON-ID OF ROSTER-REC
               READ ROSTER-FILE
                   INVALID KEY
                       PERFORM 8600-WRITE-FIELD-REJECT-SETUP
                       MOVE "CHANGE OF MISSING ID" TO WS-REJ-REASON
                       PERFORM 8100-WRITE-REJECT
                   NOT INVALID KEY
                       MOVE ROSTER-REC TO WS-TRAN-PERSON
                       IF TRAN-CODE = "R"
                           PERFORM 3810-CHANGE-NAME
                       ELSE
                           PERFORM 3820-CHANGE-STATUS
                       END-IF
               END-READ
           END-IF.

       3810-CHANGE-NAME.
           EVALUATE TRUE
               WHEN TRAN-FLD-NEW-NAME = SPACES
                   PERFORM 8600-WRITE-FIELD-REJECT-SETUP
                   MOVE "NO NEW NAME ON RENAME" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN TRAN-FLD-OLD-NAME NOT = SPACES
                AND TRAN-FLD-OLD-NAME
                    NOT = PERSON-NAME OF WS-TRAN-PERSON
                   PERFORM 8600-WRITE-FIELD-REJECT-SETUP
                   MOVE "NAME CHANGED SINCE CARD" TO WS-REJ-REASON
                   PERFORM 8100-WRITE-REJECT
               WHEN OTHER
                   MOVE TRAN-FLD-NEW-NAME
                       TO PERSON-NAME OF WS-TRAN-PERSON
                   PERFORM 3830-REWRITE-FIELD-CHANGE
                   ADD 1 TO WS-CNT-RENAMED
           END-EVALUATE.

       3820-CHANGE-STATUS.
           MOVE TRAN-FLD-NEW-STATUS TO PERSON-STATUS-CODE
               OF WS-TRAN-PERSON.
           PERFORM 2230-VALIDATE-STATUS.
           IF NOT STATUS-IS-VALID
               PERFORM 8600-WRITE-FIELD-REJECT-SETUP
               MOVE "BAD STATUS CODE ON CHANGE" TO WS-REJ-REASON
               PERFORM 8100-WRITE-REJECT
           ELSE
               PERFORM 3830-REWRITE-FIELD-CHANGE
               ADD 1 TO WS-CNT-STATUS-SET
           END-IF.

       3830-REWRITE-FIELD-CHANGE.
           MOVE ROSTER-REC TO WS-JRNL-BEFORE.
           MOVE WS-TRAN-PERSON TO ROSTER-REC.
           REWRITE ROSTER-REC.
           ADD 1 TO WS-CNT-CHANGED.
           MOVE "CHG" TO WS-JRNL-ACTION.
           MOVE ROSTER-REC TO WS-JRNL-AFTER.
           PERFORM 8300-WRITE-JOURNAL.

       8000-WRITE-REJECT-SETUP.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE TRAN-HHOLD-ID TO WS-REJ-ID.
           MOVE TRAN-HHOLD-NAME TO WS-REJ-NAME.

       8400-WRITE-MERGE-REJECT-SETUP.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE TRAN-CODE TO WS-REJ-CODE.
           MOVE TRAN-SURVIVOR-ID TO WS-REJ-ID.
           STRING "DUPLICATE " TRAN-DUPLICATE-ID DELIMITED BY SIZE
               INTO WS-REJ-NAME.

      *    THE NAME COLUMN SHOWS WHAT WAS KEYED: THE FIRST STREET
      *    LINE OF AN S CARD, POSTAL CODE/STATE/CITY OF A Z CARD.
       8500-WRITE-ADDR-REJECT-SETUP.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE TRAN-CODE TO WS-REJ-CODE.
           MOVE TRAN-ADDR-HHOLD-ID TO WS-REJ-ID.
           IF TRAN-CODE = "S"
               MOVE TRAN-STREET-1 TO WS-REJ-NAME
           ELSE
               STRING TRAN-POSTAL-CODE " " TRAN-STATE " " TRAN-CITY
                   DELIMITED BY SIZE INTO WS-REJ-NAME
           END-IF.

      *    THE NAME COLUMN SHOWS THE NEW NAME OF AN R CARD, THE NEW
      *    STATUS OF A T CARD.
       8600-WRITE-FIELD-REJECT-SETUP.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE TRAN-CODE TO WS-REJ-CODE.
           MOVE TRAN-FLD-PERSON-ID TO WS-REJ-ID.
           IF TRAN-CODE = "R"
               MOVE TRAN-FLD-NEW-NAME TO WS-REJ-NAME
           ELSE
               STRING "STATUS " TRAN-FLD-NEW-STATUS DELIMITED BY SIZE
                   INTO WS-REJ-NAME
           END-IF.

      *    ONE BEFORE/AFTER LINE PER APPLIED ROSTER CHANGE, IN THE
      *    SHARED ROSTJRNL LAYOUT, STAMPED AT THE MOMENT OF THE
      *    CHANGE.
           CLOSE TRAN-FILE.
           CLOSE ROSTER-FILE.
           CLOSE HHOLD-FILE.
           IF DISP-FILE-AVAILABLE
               CLOSE DISP-FILE
           END-IF.
           IF HADDR-FILE-AVAILABLE
               CLOSE HADDR-FILE
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE REJECT-FILE.
           DISPLAY "ROSTUPD: TRANSACTIONS READ: " WS-CNT-READ
                   "  REJECTED: " WS-CNT-REJECTED.
           DISPLAY "ROSTUPD: HOUSEHOLDS APPLIED: " WS-CNT-HH-APPLIED
                   "  HOUSEHOLDS DELETED: " WS-CNT-HH-DELETED.
           DISPLAY "ROSTUPD: ADDRESSES APPLIED: " WS-CNT-ADDR-APPLIED
                   "  ADDRESSES DELETED: " WS-CNT-ADDR-DELETED.
           DISPLAY "ROSTUPD: MERGED: " WS-CNT-MERGED
                   "  DISPOSITIONS MOVED: " WS-CNT-DISP-MOVED.
           DISPLAY "ROSTUPD: RENAMED: " WS-CNT-RENAMED
                   "  STATUS SET: " WS-CNT-STATUS-SET.
