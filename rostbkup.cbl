      * THE ACCUMULATED JOURNAL ARE LEFT EXACTLY AS THEY WERE AND
      * THE STEP ENDS WITH CONDITION CODE 8 SO THE SCHEDULER HOLDS
      * THE REST OF THE NIGHT'S UPDATES.
      *
      * BEFORE THE RESET, THE NIGHT'S JOURNAL IS APPENDED TO THE
      * JOURNAL HISTORY (ROSTJRNL.HST), WHICH KEEPS EVERY BEFORE/
      * AFTER IMAGE FOR ITS OWN RETENTION PERIOD (TRIMMED BY
      * ARCPURGE) SO ROSTHIST CAN ANSWER WHO CHANGED A PERSON, AND
      * WHEN. IF THE HISTORY CANNOT BE WRITTEN THE JOURNAL IS NOT
      * RESET - ITS LINES WOULD BE LOST FOR GOOD - AND THE STEP ENDS
      * WITH CONDITION CODE 4, THE SAME AS A FAILED RESET.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "ROSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "ROSTJRNL.HST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE
       FD  JOURNAL-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY JOURNAL-REC.
       FD  HISTORY-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01 HISTORY-REC PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-ROSTER-STATUS    PIC X(2).
       01 WS-BACKUP-STATUS    PIC X(2).
       01 WS-JOURNAL-STATUS   PIC X(2).
       01 WS-HISTORY-STATUS   PIC X(2).
       01 WS-EOF-SWITCH       PIC X(1) VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-JRNL-EOF-SWITCH  PIC X(1) VALUE "N".
           88 END-OF-JOURNAL VALUE "Y".
       01 WS-HIST-OK-SWITCH   PIC X(1) VALUE "Y".
           88 HISTORY-WRITTEN VALUE "Y".
       01 WS-CNT-COPIED        PIC 9(7) VALUE 0.
       01 WS-CNT-HISTORY       PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
       9000-TERMINATE.
           CLOSE ROSTER-FILE.
           CLOSE BACKUP-FILE.
           PERFORM 9100-APPEND-JOURNAL-HISTORY.
           IF HISTORY-WRITTEN
               OPEN OUTPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = "00"
                   DISPLAY "ROSTBKUP: UNABLE TO RESET CHANGE JOURNAL, "
                           "STATUS " WS-JOURNAL-STATUS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   CLOSE JOURNAL-FILE
               END-IF
           ELSE
               DISPLAY "ROSTBKUP: CHANGE JOURNAL NOT RESET, HISTORY "
                       "NOT WRITTEN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ROSTBKUP: ROSTER RECORDS COPIED TO BACKUP: "
                   WS-CNT-COPIED.
           DISPLAY "ROSTBKUP: JOURNAL LINES ADDED TO HISTORY: "
                   WS-CNT-HISTORY.

      *    NO JOURNAL (FIRST NIGHT, OR NOTHING EVER CHANGED) MEANS
      *    NOTHING TO KEEP; ANY OTHER FAILURE HOLDS THE RESET.
       9100-APPEND-JOURNAL-HISTORY.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "ROSTBKUP: UNABLE TO OPEN JOURNAL HISTORY, "
                           "STATUS " WS-HISTORY-STATUS
                   MOVE "N" TO WS-HIST-OK-SWITCH
               ELSE
                   PERFORM 9110-READ-JOURNAL
                   PERFORM 9120-COPY-JOURNAL-LINE
                       UNTIL END-OF-JOURNAL
                   CLOSE HISTORY-FILE
               END-IF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JOURNAL-STATUS NOT = "35"
                   DISPLAY "ROSTBKUP: UNABLE TO READ CHANGE JOURNAL, "
                           "STATUS " WS-JOURNAL-STATUS
                   MOVE "N" TO WS-HIST-OK-SWITCH
               END-IF
           END-IF.

       9110-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET END-OF-JOURNAL TO TRUE
           END-READ.

      *    A LINE THAT DID NOT REACH THE HISTORY STOPS THE COPY AND
      *    HOLDS THE RESET, SO THE JOURNAL STILL HAS IT.
       9120-COPY-JOURNAL-LINE.
           WRITE HISTORY-REC FROM JOURNAL-REC.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ROSTBKUP: UNABLE TO WRITE JOURNAL HISTORY, "
                       "STATUS " WS-HISTORY-STATUS
               MOVE "N" TO WS-HIST-OK-SWITCH
               SET END-OF-JOURNAL TO TRUE
           ELSE
               ADD 1 TO WS-CNT-HISTORY
               PERFORM 9110-READ-JOURNAL
           END-IF.
