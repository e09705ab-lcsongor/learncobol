       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.
      *****************************************************************
      * BUSINESS DATE ROLL. BUSDATE.DAT (SEE BUSDATE) HOLDS THE DAY
      * THE BATCH CYCLE IS PROCESSING, AND EVERY BATCH PROGRAM TAKES
      * ITS RUN DATE FROM IT. THIS STEP RUNS FIRST IN THE NIGHTLY
      * STREAM AND MOVES THE BUSINESS DATE ON BY ONE CALENDAR DAY -
      * ONCE PER CYCLE:
      *
      *   - ONLY WHEN RUNCTL.DAT SHOWS THE HELLO RUN FOR THE CURRENT
      *     BUSINESS DATE ENDED COMPLETE OR WARNING. A NIGHT THAT
      *     FAILED KEEPS ITS DATE, SO THE RERUN PROCESSES THE SAME
      *     DAY AND THE CYCLE CATCHES UP ONE DAY AT A TIME.
      *   - NEVER PAST THE SYSTEM DATE. RUNNING THE STEP AGAIN ONCE
      *     THE DATE IS CURRENT CHANGES NOTHING.
      *
      * AN OPERATOR SET CARD (DROLPARM.DAT) PUTS A DATE IN DIRECTLY
      * - TO START THE FILE OFF, OR TO BRING IT UP TO DATE AFTER
      * NIGHTS THAT DID NOT RUN. CARD LAYOUT:
      *   COLS  1-8   BUSINESS DATE, YYYYMMDD. NOT LATER THAN THE
      *               SYSTEM DATE.
      *   COLS 10-17  OPERATOR - RECORDED ON BUSDATE.DAT. REQUIRED.
      * THE CARD IS APPLIED WHENEVER IT IS PRESENT, SO IT MUST BE
      * TAKEN OUT AGAIN ONCE THE STEP HAS RUN.
      *
      * CONDITION CODES: 0 = ROLLED, SET, OR ALREADY CURRENT,
      * 4 = NOT ROLLED - THE CURRENT BUSINESS DATE HAS NOT BEEN
      * COMPLETED (THE CYCLE RERUNS THAT DATE), 8 = NO USABLE
      * BUSINESS DATE AND NO SET CARD, A SET CARD THAT FAILED ITS
      * EDITS, OR BUSDATE.DAT COULD NOT BE WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-CARD-FILE ASSIGN TO "DROLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETCARD-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SET-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 SET-CARD.
           05 SC-DATE          PIC X(8).
           05 SC-DATE-PARTS REDEFINES SC-DATE.
               10 SC-YYYY          PIC 9(4).
               10 SC-MM            PIC 9(2).
               10 SC-DD            PIC 9(2).
           05 FILLER           PIC X(1).
           05 SC-OPERATOR      PIC X(8).
           05 FILLER           PIC X(63).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
      *    HELLO'S CONTROL RECORD - ONLY THE RUN DATE AND THE
      *    COMPLETION STATUS ARE WANTED HERE.
       FD  RUNCTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 RUNCTL-REC.
           05 RC-RUN-DATE      PIC X(8).
           05 RC-RUN-TIME      PIC X(6).
           05 FILLER           PIC X(29).
           05 RC-STATUS        PIC X(8).
           05 FILLER           PIC X(29).
       WORKING-STORAGE SECTION.
       01 WS-SETCARD-STATUS   PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS    PIC X(2).
       01 WS-SETCARD-SWITCH   PIC X(1) VALUE "N".
           88 SET-CARD-PRESENT VALUE "Y".
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-CYCLE-SWITCH     PIC X(1) VALUE "N".
           88 CYCLE-COMPLETE VALUE "Y".
       01 WS-DATE-VALID-SWITCH PIC X(1) VALUE "N".
           88 SET-DATE-VALID VALUE "Y".
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYYMMDD   PIC 9(8).
           05 WS-CD-HHMMSS     PIC 9(6).
           05 FILLER           PIC X(7).
       01 WS-BUSINESS-DATE    PIC 9(8) VALUE 0.
       01 WS-NEW-DATE         PIC 9(8) VALUE 0.
       01 WS-NEW-ROLLED-BY    PIC X(8) VALUE SPACES.
       01 WS-DATE-INT         PIC S9(7) COMP VALUE 0.
       01 WS-RUNCTL-DATE      PIC X(8) VALUE SPACES.
       01 WS-RUNCTL-RUN-STAT  PIC X(8) VALUE SPACES.
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
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           IF SET-CARD-PRESENT
               PERFORM 2000-APPLY-SET-CARD
           ELSE
               IF NOT BUSINESS-DATE-FOUND
                   DISPLAY "DATEROLL: NO USABLE BUSINESS DATE ON "
                           "BUSDATE.DAT AND NO SET CARD, NOTHING "
                           "ROLLED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-ROLL-BUSINESS-DATE
               END-IF
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           OPEN INPUT SET-CARD-FILE.
           IF WS-SETCARD-STATUS = "00"
               READ SET-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SET-CARD NOT = SPACES
                           SET SET-CARD-PRESENT TO TRUE
                           PERFORM 1100-EDIT-SET-CARD
                       END-IF
               END-READ
               CLOSE SET-CARD-FILE
           END-IF.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSD-DATE IS NUMERIC AND BUSD-MM-VALID
                          AND BUSD-DD-VALID
                           SET BUSINESS-DATE-FOUND TO TRUE
                           MOVE BUSD-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF BUSINESS-DATE-FOUND
               DISPLAY "DATEROLL: BUSINESS DATE ON FILE "
                       WS-BUSINESS-DATE ", SYSTEM DATE "
                       WS-CD-YYYYMMDD
           END-IF.

      *    THE DATE MUST BE A REAL CALENDAR DATE, NO LATER THAN
      *    TODAY, AND THE CARD MUST SAY WHO SET IT.
       1100-EDIT-SET-CARD.
           MOVE "Y" TO WS-DATE-VALID-SWITCH.
           IF SC-DATE IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID-SWITCH
           ELSE
               IF SC-YYYY < 1601 OR SC-MM < 1 OR SC-MM > 12
                  OR SC-DD < 1
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               ELSE
                   MOVE WS-MONTH-DAYS (SC-MM) TO WS-MONTH-MAX
                   IF SC-MM = 2
                       PERFORM 1110-CHECK-LEAP-YEAR
                   END-IF
                   IF SC-DD > WS-MONTH-MAX
                       MOVE "N" TO WS-DATE-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.
           IF SET-DATE-VALID
               MOVE SC-DATE TO WS-NEW-DATE
               IF WS-NEW-DATE > WS-CD-YYYYMMDD
                   DISPLAY "DATEROLL: SET CARD DATE " SC-DATE
                           " IS LATER THAN THE SYSTEM DATE"
                   MOVE "N" TO WS-DATE-VALID-SWITCH
               END-IF
           ELSE
               DISPLAY "DATEROLL: SET CARD DATE IS NOT A VALID "
                       "YYYYMMDD DATE: " SC-DATE
           END-IF.
           IF SC-OPERATOR = SPACES
               DISPLAY "DATEROLL: SET CARD HAS NO OPERATOR IN "
                       "COLS 10-17"
               MOVE "N" TO WS-DATE-VALID-SWITCH
           END-IF.

       1110-CHECK-LEAP-YEAR.
           DIVIDE SC-YYYY BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4.
           DIVIDE SC-YYYY BY 100
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100.
           DIVIDE SC-YYYY BY 400
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400.
           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
               MOVE 29 TO WS-MONTH-MAX
           ELSE
               MOVE 28 TO WS-MONTH-MAX
           END-IF.

      *    A SET CARD TAKES THE PLACE OF THE ROLL. A CARD THAT FAILS
      *    ITS EDITS CHANGES NOTHING - THE OPERATOR MEANT TO SET A
      *    DATE, SO THE NORMAL ROLL IS NOT DONE IN ITS PLACE EITHER.
       2000-APPLY-SET-CARD.
           IF NOT SET-DATE-VALID
               DISPLAY "DATEROLL: SET CARD REJECTED, BUSINESS DATE "
                       "NOT CHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SC-OPERATOR TO WS-NEW-ROLLED-BY
               PERFORM 8000-WRITE-BUSINESS-DATE
               IF RETURN-CODE = 0
                   DISPLAY "DATEROLL: BUSINESS DATE SET TO "
                           WS-NEW-DATE " BY " SC-OPERATOR
               END-IF
           END-IF.

      *    THE NEXT CALENDAR DAY, IF IT IS NOT IN THE FUTURE AND THE
      *    CURRENT DAY'S HELLO RUN HAS ENDED WELL.
       3000-ROLL-BUSINESS-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1.
           COMPUTE WS-NEW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF WS-NEW-DATE > WS-CD-YYYYMMDD
               DISPLAY "DATEROLL: BUSINESS DATE " WS-BUSINESS-DATE
                       " IS CURRENT, NOT ROLLED"
           ELSE
               PERFORM 3100-CHECK-CYCLE-COMPLETE
               IF CYCLE-COMPLETE
                   MOVE "DATEROLL" TO WS-NEW-ROLLED-BY
                   PERFORM 8000-WRITE-BUSINESS-DATE
                   IF RETURN-CODE = 0
                       DISPLAY "DATEROLL: BUSINESS DATE ROLLED FROM "
                               WS-BUSINESS-DATE " TO " WS-NEW-DATE
                   END-IF
               ELSE
                   DISPLAY "DATEROLL: HELLO RUN FOR BUSINESS DATE "
                           WS-BUSINESS-DATE " HAS NOT ENDED COMPLETE "
                           "OR WARNING, NOT ROLLED"
                   DISPLAY "DATEROLL: RUNCTL.DAT SHOWS RUN DATE "
                           WS-RUNCTL-DATE " STATUS "
                           WS-RUNCTL-RUN-STAT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-CHECK-CYCLE-COMPLETE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-RUN-DATE TO WS-RUNCTL-DATE
                       MOVE RC-STATUS TO WS-RUNCTL-RUN-STAT
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               MOVE "NONE" TO WS-RUNCTL-RUN-STAT
           END-IF.
           IF WS-RUNCTL-DATE = WS-BUSINESS-DATE
              AND (WS-RUNCTL-RUN-STAT = "COMPLETE"
                   OR WS-RUNCTL-RUN-STAT = "WARNING")
               SET CYCLE-COMPLETE TO TRUE
           END-IF.

      *    THE WHOLE RECORD IS WRITTEN AFRESH EACH TIME; THE DATE IT
      *    REPLACES IS KEPT AS THE PREVIOUS DATE.
       8000-WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS NOT = "00"
               DISPLAY "DATEROLL: UNABLE TO WRITE BUSDATE.DAT, "
                       "STATUS " WS-BUSDATE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO BUSDATE-REC
               MOVE WS-NEW-DATE TO BUSD-DATE
               MOVE WS-BUSINESS-DATE TO BUSD-PREV-DATE
               MOVE WS-CURRENT-DATE-TIME (1 : 14) TO BUSD-ROLL-STAMP
               MOVE WS-NEW-ROLLED-BY TO BUSD-ROLLED-BY
               WRITE BUSDATE-REC
               IF WS-BUSDATE-STATUS NOT = "00"
                   DISPLAY "DATEROLL: UNABLE TO WRITE BUSDATE.DAT, "
                           "STATUS " WS-BUSDATE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.
