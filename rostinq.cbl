      * REPEAT) UNTIL THE RIGHT PERSON IS ON SCREEN - NO MORE PAPER
      * CROSS-REFERENCE AT THE FRONT DESK.
      *
      * A CORRECTION THAT SETS THE STATUS TO D OR N, OR CHANGES THE
      * BIRTH DATE, IS NOT APPLIED HERE: ONE KEYING SLIP THERE STOPS
      * GREETINGS FOR A LIVING CUSTOMER. THE WHOLE CORRECTION, AS
      * KEYED, IS HELD ON THE PENDING-CHANGE FILE (PENDCHG, SEE
      * PENDREC) UNDER THE REQUESTER'S USER ID, AND ONLY A SECOND
      * SUPERVISOR APPROVING IT THROUGH ROSTAPV (TRANSACTION RAPV)
      * PUTS IT ON THE ROSTER, AUDIT TRAIL AND JOURNAL. OTHER
      * CORRECTIONS ARE APPLIED AT ONCE AS BEFORE.
      *
      * PSEUDO-CONVERSATIONAL: EACH INTERACTION RETURNS TO CICS
      * WITH TRANSID RINQ AND A 41-BYTE COMMAREA (STATE FLAG PLUS
      * THE NAME-BROWSE POSITION). ONLINE RESOURCES: MAPSET
      * ROSTMAP, FILE ROSTER (KSDS OVER ROSTER.IDX, KEY PERSON-ID),
      * FILE ROSTERN (PATH OVER THE ROSTER'S NAME AIX, DUPLICATES
      * ALLOWED), FILE AUDITLOG (THE AUDIT TRAIL DATASET), FILE
      * PENDCHG (KSDS OVER PENDCHG.IDX, KEY PERSON ID + REQUEST
      * TIMESTAMP), TRANSACTION RINQ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-PERSON-REC.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY WS-JOURNAL-LINE.
       01 WS-JRNL-BEFORE       PIC X(60) VALUE SPACES.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-OLD-PERSON-REC.
       COPY PENDREC REPLACING PEND-RECORD BY WS-PEND-REC.
       01 WS-USER-ID           PIC X(8) VALUE SPACES.
       01 WS-APPROVAL-SWITCH   PIC X(1) VALUE "N".
           88 CHANGE-NEEDS-APPROVAL VALUE "Y".
      *    THE COMMAREA CARRIES THE NAME-BROWSE POSITION BETWEEN
      *    INTERACTIONS: THE NAME AND PERSON ID OF THE LAST MATCH
      *    SHOWN, SO PF8 CAN PICK UP THE BROWSE EXACTLY WHERE IT
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-PERSON-REC TO WS-JRNL-BEFORE
                   MOVE WS-PERSON-REC TO WS-OLD-PERSON-REC
                   PERFORM 4100-APPLY-CORRECTION
               WHEN DFHRESP(NOTFND)
                   MOVE "NO ROSTER RECORD FOUND FOR THAT PERSON ID"
                   TO SCRMSGO
               PERFORM 8000-SEND-MAP-DATAONLY
           ELSE
               PERFORM 4200-CHECK-APPROVAL-NEEDED
               IF CHANGE-NEEDS-APPROVAL
                   EXEC CICS UNLOCK
                       FILE('ROSTER')
                   END-EXEC
                   PERFORM 4300-WRITE-PENDING-CHANGE
               ELSE
                   EXEC CICS REWRITE
                       FILE('ROSTER')
                       FROM(WS-PERSON-REC)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 5000-WRITE-AUDIT-LINE
                       PERFORM 5100-WRITE-JOURNAL-LINE
                       MOVE WS-PERSON-AGE TO DAGEO
                       MOVE "CORRECTION APPLIED AND AUDIT LINE WRITTEN"
                           TO SCRMSGO
                   ELSE
                       MOVE "REWRITE FAILED, CORRECTION NOT APPLIED"
                           TO SCRMSGO
                   END-IF
               END-IF
               PERFORM 8000-SEND-MAP-DATAONLY
           END-IF.

      *    A NEW D OR N STATUS, OR ANY CHANGE TO THE BIRTH DATE,
      *    NEEDS A SECOND SUPERVISOR. REKEYING THE VALUE ALREADY ON
      *    FILE IS NOT A CHANGE.
       4200-CHECK-APPROVAL-NEEDED.
           MOVE "N" TO WS-APPROVAL-SWITCH.
           IF PERSON-STATUS-CODE OF WS-PERSON-REC
              NOT = PERSON-STATUS-CODE OF WS-OLD-PERSON-REC
              AND (PERSON-STATUS-CODE OF WS-PERSON-REC = "D"
                   OR PERSON-STATUS-CODE OF WS-PERSON-REC = "N")
               MOVE "Y" TO WS-APPROVAL-SWITCH
           END-IF.
           IF PERSON-BIRTH-DATE OF WS-PERSON-REC
              NOT = PERSON-BIRTH-DATE OF WS-OLD-PERSON-REC
               MOVE "Y" TO WS-APPROVAL-SWITCH
           END-IF.

      *    THE ROSTER IS LEFT AS IT WAS. THE PENDING RECORD CARRIES
      *    THE RECORD AS READ, SO ROSTAPV CAN REFUSE TO APPLY IT IF
      *    SOMEONE CHANGES THE PERSON IN THE MEANTIME.
       4300-WRITE-PENDING-CHANGE.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE SPACES TO WS-PEND-REC.
           MOVE PERSON-ID OF WS-PERSON-REC
               TO PEND-PERSON-ID OF WS-PEND-REC.
           MOVE WS-RUN-ID TO PEND-REQ-STAMP OF WS-PEND-REC.
           MOVE "P" TO PEND-STATE OF WS-PEND-REC.
           MOVE WS-USER-ID TO PEND-REQ-USER OF WS-PEND-REC.
           MOVE WS-JRNL-BEFORE TO PEND-BEFORE-IMAGE OF WS-PEND-REC.
           MOVE WS-PERSON-REC TO PEND-AFTER-IMAGE OF WS-PEND-REC.
           EXEC CICS WRITE
               FILE('PENDCHG')
               FROM(WS-PEND-REC)
               RIDFLD(PEND-KEY OF WS-PEND-REC)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE "HELD FOR SECOND-SUPERVISOR APPROVAL (RAPV)"
                       TO SCRMSGO
               WHEN DFHRESP(DUPREC)
                   MOVE "CHANGE JUST HELD FOR PERSON, TRY AGAIN"
                       TO SCRMSGO
               WHEN OTHER
                   MOVE "PENDING FILE NOT AVAILABLE, NOT HELD"
                       TO SCRMSGO
           END-EVALUATE.

      *    SAME LINE LAYOUT 2600-WRITE-AUDIT-LOG USES IN HELLO, SO
      *    DAYTIME CORRECTIONS READ THE SAME AS BATCH LINES. THE
      *    RUN ID IS THIS INTERACTION'S DATE-TIME, SO AUDSUM NEVER
