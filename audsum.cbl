      * WHOSE BALANCE CANNOT BE CHECKED AT ALL - IS FLAGGED ON THE
      * REPORT AND ON THE OPERATOR CONSOLE, AND THE STEP ENDS WITH
      * CONDITION CODE 4 SO THE SCHEDULER SEES IT.
      *
      * THE RUN SHOULD BE THE ONE FOR THE CURRENT BUSINESS DATE
      * (BUSDATE.DAT, SEE BUSDATE). A RUN ID FOR ANY OTHER DATE
      * MEANS TONIGHT'S RUN NEVER WROTE ITS CONTROL RECORD OR AUDIT
      * LINES AND THIS IS AN OLDER RUN BEING BALANCED; IT IS
      * FLAGGED THE SAME WAY, CONDITION CODE 4, BUT DOES NOT CHANGE
      * THE BALANCE RESULT RECORDED FOR THAT RUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
       FD  RUNHIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RUNHREC REPLACING RUNH-RECORD BY RUNHIST-REC.
       FD  BUSDATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BUSDATE REPLACING BUSD-RECORD BY BUSDATE-REC.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS     PIC X(2).
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-RUNCTL-STATUS    PIC X(2).
       01 WS-REPORT-STATUS    PIC X(2).
       01 WS-RUNHIST-STATUS   PIC X(2).
       01 WS-BUSDATE-STATUS   PIC X(2).
       01 WS-BUSDATE-SWITCH   PIC X(1) VALUE "N".
           88 BUSINESS-DATE-FOUND VALUE "Y".
       01 WS-DATE-MATCH-SWITCH PIC X(1) VALUE "Y".
           88 RUN-DATE-MATCHES VALUE "Y".
       01 WS-CURRENT-DATE-TIME.
           05 WS-CD-YYYYMMDD   PIC X(8).
           05 FILLER           PIC X(13).
       01 WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
       01 WS-AUDIT-EOF-SWITCH PIC X(1) VALUE "N".
           88 END-OF-AUDIT VALUE "Y".
       01 WS-ROSTER-EOF-SWITCH PIC X(1) VALUE "N".
           IF WS-CURRENT-RUN-ID NOT = SPACES
               PERFORM 9600-APPEND-BALANCE-RESULT
           END-IF.
           IF NOT RUN-IN-BALANCE OR NOT RUN-DATE-MATCHES
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-IDENTIFY-CURRENT-RUN.
           PERFORM 1010-GET-BUSINESS-DATE.
           PERFORM 1300-READ-CONTROL-RECORD.
           IF NOT CONTROL-RECORD-FOUND
               PERFORM 1600-SCAN-AUDIT-FOR-RUN
           END-IF.
           IF WS-CURRENT-RUN-ID NOT = SPACES
              AND WS-CURRENT-RUN-ID (1 : 8) NOT = WS-BUSINESS-DATE
               MOVE "N" TO WS-DATE-MATCH-SWITCH
               DISPLAY "AUDSUM: *** RUN " WS-CURRENT-RUN-ID
                       " IS NOT FOR BUSINESS DATE " WS-BUSINESS-DATE
                       " ***"
           END-IF.

      *    WITHOUT A USABLE BUSINESS DATE RECORD THE RUN IS CHECKED
      *    AGAINST THE SYSTEM DATE.
       1010-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CD-YYYYMMDD TO WS-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF WS-BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSD-DATE IS NUMERIC AND BUSD-MM-VALID
                          AND BUSD-DD-VALID
                           MOVE BUSD-DATE TO WS-BUSINESS-DATE
                           SET BUSINESS-DATE-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.
           IF NOT BUSINESS-DATE-FOUND
               DISPLAY "AUDSUM: NO USABLE BUSINESS DATE ON "
                       "BUSDATE.DAT, SYSTEM DATE IN USE"
           END-IF.

       1100-READ-AUDIT.
           READ AUDIT-FILE
           ELSE
               MOVE WS-CURRENT-RUN-ID TO WS-HDR-RUN-ID
               WRITE REPORT-REC FROM WS-HEADER-LINE
               MOVE SPACES TO WS-BALANCE-LINE
               STRING "BUSINESS DATE: " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-BALANCE-LINE
               WRITE REPORT-REC FROM WS-BALANCE-LINE
               WRITE REPORT-REC FROM SPACES
               MOVE "VALID GREETINGS:    " TO WS-CNT-LABEL
               MOVE WS-CNT-VALID TO WS-CNT-VALUE
               END-IF
               WRITE REPORT-REC FROM SPACES
               PERFORM 4100-WRITE-BALANCE-LINE
               IF NOT RUN-DATE-MATCHES
                   MOVE "** RUN ID IS NOT FOR THE BUSINESS DATE **"
                       TO WS-BALANCE-LINE
                   WRITE REPORT-REC FROM WS-BALANCE-LINE
               END-IF
               CLOSE REPORT-FILE
           END-IF.

