           SELECT LETTER-FILE ASSIGN TO "BDAYLTR.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BDAY-FILE
       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 LETTER-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-BDAY-STATUS      PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-GREET-STATUS     PIC X(2).
       01 WS-LETTER-STATUS    PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-BDAY-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-EXTRACT VALUE "Y".
       01 WS-GREET-EOF-SWITCH PIC X(1) VALUE "N".

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           OPEN INPUT BDAY-FILE.
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
               DISPLAY "BDAYLTR: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

      *    ENTRY 1 IS THE STANDARD ENGLISH TEMPLATE, EXACTLY AS IN
      *    HELLO, SO A MISSING TABLE OR UNKNOWN CODE STILL PRINTS A
      *    PROPER LETTER.
