           SELECT UNDELIV-FILE ASSIGN TO "BDAYUND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNDELIV-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE
       FD  UNDELIV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01 UNDELIV-REC PIC X(80).
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-RESULT-STATUS    PIC X(2).
       01 WS-BDAY-STATUS      PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-UNDELIV-STATUS   PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-RESULT-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-RESULTS VALUE "Y".
       01 WS-BDAY-EOF-SWITCH  PIC X(1) VALUE "N".

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM 1010-GET-BUSINESS-DATE.
           STRING WS-CD-YYYY WS-CD-MM WS-CD-DD WS-CD-HH WS-CD-MIN
               WS-CD-SEC DELIMITED BY SIZE INTO WS-RUN-ID.
           OPEN INPUT RESULT-FILE.
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
               DISPLAY "BDAYRESP: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-OPEN-OUTPUT-FILES.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
