       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTAPV.
      *****************************************************************
      * ONLINE APPROVAL OF HELD ROSTER CHANGES (TRANSACTION RAPV).
      * ROSTINQ HOLDS ANY CORRECTION THAT SETS A PERSON TO STATUS D
      * OR N, OR CHANGES A BIRTH DATE, ON THE PENDING-CHANGE FILE
      * (PENDCHG, SEE PENDREC) INSTEAD OF APPLYING IT. HERE A SECOND
      * SUPERVISOR REVIEWS THE RECORD AS IT STANDS ON FILE BESIDE
      * THE RECORD AS REQUESTED AND KEYS A TO APPROVE OR R TO
      * REJECT.
      *
      * THE DECIDING USER ID MUST NOT BE THE ONE THAT REQUESTED THE
      * CHANGE - NOBODY APPROVES THEIR OWN KEYING. AN APPROVED
      * CHANGE IS APPLIED ONLY IF THE ROSTER RECORD IS STILL EXACTLY
      * AS IT WAS WHEN THE CHANGE WAS HELD; IF ANYONE HAS CHANGED
      * THE PERSON SINCE, THE APPROVAL IS REFUSED AND THE ITEM MUST
      * BE REJECTED AND REKEYED AGAINST THE CURRENT RECORD. ONLY AN
      * APPLIED CHANGE WRITES THE AUDIT LINE ("CHANGED", AS IN
      * ROSTINQ) AND THE BEFORE/AFTER JOURNAL LINE, UNDER PROGRAM
      * ROSTAPV, SO ROSTHIST SHOWS THE CHANGE WENT THROUGH APPROVAL
      * AND ROSTRECV REPLAYS IT LIKE ANY OTHER. EITHER DECISION IS
      * STAMPED ON THE PENDING RECORD WITH THE DECIDER'S USER ID.
      *
      * ENTER WITH NO DECISION SHOWS THE OLDEST PENDING ITEM FOR THE
      * PERSON ID KEYED, OR THE FIRST PENDING ITEM ON FILE IF NONE
      * IS KEYED; PF8 STEPS TO THE NEXT ONE. PENDRPT LISTS ITEMS
      * LEFT PENDING TOO LONG EACH MORNING.
      *
      * PSEUDO-CONVERSATIONAL: EACH INTERACTION RETURNS TO CICS
      * WITH TRANSID RAPV AND A 25-BYTE COMMAREA (STATE FLAG PLUS
      * THE KEY OF THE PENDING ITEM ON SCREEN, SO THE DECISION
      * APPLIES TO EXACTLY WHAT THE SUPERVISOR WAS SHOWN). ONLINE
      * RESOURCES: MAPSET APPRMAP, FILE PENDCHG (KSDS OVER
      * PENDCHG.IDX), FILE ROSTER (KSDS OVER ROSTER.IDX), TD QUEUES
      * AUDL AND RJRN (AS IN ROSTINQ), TRANSACTION RAPV.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY APPRMAP.
       COPY DFHAID.
       COPY DFHBMSCA.
       COPY PENDREC REPLACING PEND-RECORD BY WS-PEND-REC.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-PERSON-REC.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-BEFORE-REC.
       COPY PERSONREC REPLACING PERSON-RECORD BY WS-AFTER-REC.
       COPY ROSTJRNL REPLACING JRNL-RECORD BY WS-JOURNAL-LINE.
      *    THE COMMAREA CARRIES THE KEY OF THE PENDING ITEM LAST
      *    SHOWN. SPACES MEAN NOTHING IS ON SCREEN TO DECIDE.
       01 WS-COMMAREA.
           05 WS-CA-STATE       PIC X(1) VALUE "C".
           05 WS-CA-PEND-KEY    PIC X(24) VALUE SPACES.
       01 WS-BROWSE-STATE-SW   PIC X(1) VALUE "N".
           88 ITEM-SHOWN VALUE "Y".
           88 BROWSE-ENDED VALUE "E".
       01 WS-BROWSE-KEY        PIC X(24) VALUE SPACES.
       01 WS-SKIP-KEY          PIC X(24) VALUE SPACES.
       01 WS-WANTED-ID         PIC X(10) VALUE SPACES.
       01 WS-USER-ID           PIC X(8) VALUE SPACES.
       01 WS-EXIT-MESSAGE      PIC X(30) VALUE
           "CHANGE APPROVAL SESSION ENDED ".
       01 WS-RESP              PIC S9(8) COMP VALUE 0.
       01 WS-AGE-VALID-SWITCH  PIC X(1) VALUE "Y".
           88 AGE-IS-VALID VALUE "Y".
       01 WS-MIN-AGE           PIC 9(3) VALUE 0.
       01 WS-MAX-AGE           PIC 9(3) VALUE 120.
       01 WS-PERSON-AGE        PIC 9(3) VALUE 0.
       01 WS-AGE-WORK          PIC S9(4) VALUE 0.
       01 WS-ABSTIME           PIC S9(15) COMP-3 VALUE 0.
       01 WS-TODAY-YYYYMMDD.
           05 WS-TODAY-YYYY    PIC 9(4).
           05 WS-TODAY-MMDD.
               10 WS-TODAY-MM  PIC 9(2).
               10 WS-TODAY-DD  PIC 9(2).
       01 WS-TIME-HHMMSS       PIC X(6).
       01 WS-RUN-ID            PIC X(14).
       01 WS-AUDIT-LINE.
           05 WS-AUD-RUN-ID    PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-AUD-TIMESTAMP PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-AUD-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-AUD-AGE       PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-AUD-STATUS    PIC X(7).
           05 FILLER           PIC X(4) VALUE SPACES.
       LINKAGE SECTION.
       01 DFHCOMMAREA          PIC X(25).
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-FRESH-MAP
           ELSE
               IF EIBCALEN = 25
                   MOVE DFHCOMMAREA TO WS-COMMAREA
               END-IF
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 9000-EXIT-TRANSACTION
                   WHEN DFHPF8
                       MOVE LOW-VALUES TO APPRMAPO
                       PERFORM 6100-BROWSE-NEXT
                   WHEN DFHCLEAR
                       PERFORM 1000-SEND-FRESH-MAP
                   WHEN OTHER
                       PERFORM 2000-PROCESS-MAP
               END-EVALUATE
           END-IF.
           EXEC CICS RETURN
               TRANSID('RAPV')
               COMMAREA(WS-COMMAREA)
               LENGTH(25)
           END-EXEC.

       1000-SEND-FRESH-MAP.
           MOVE LOW-VALUES TO APPRMAPO.
           MOVE SPACES TO WS-CA-PEND-KEY.
           MOVE "KEY A PERSON ID, OR ENTER FOR THE FIRST PENDING CHANGE"
               TO SCRMSGO.
           EXEC CICS SEND
               MAP('APPRMAP')
               MAPSET('APPRMAP')
               FROM(APPRMAPO)
               ERASE
           END-EXEC.

       2000-PROCESS-MAP.
           MOVE LOW-VALUES TO APPRMAPI.
           EXEC CICS RECEIVE
               MAP('APPRMAP')
               MAPSET('APPRMAP')
               INTO(APPRMAPI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(MAPFAIL)
               PERFORM 1000-SEND-FRESH-MAP
           ELSE
               PERFORM 2050-GET-TODAY
               IF DECISL = 0 OR DECISI = SPACE
                   PERFORM 6000-FIND-FIRST-PENDING
               ELSE
                   EVALUATE TRUE
                       WHEN DECISI NOT = "A" AND DECISI NOT = "R"
                           MOVE "DECISION MUST BE A OR R"
                               TO SCRMSGO
                           PERFORM 8000-SEND-MAP-DATAONLY
                       WHEN WS-CA-PEND-KEY = SPACES
                           MOVE "NO PENDING CHANGE ON SCREEN TO DECIDE"
                               TO SCRMSGO
                           PERFORM 8000-SEND-MAP-DATAONLY
                       WHEN OTHER
                           PERFORM 4000-DECIDE-PENDING-CHANGE
                   END-EVALUATE
               END-IF
           END-IF.

       2050-GET-TODAY.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-YYYYMMDD)
               TIME(WS-TIME-HHMMSS)
           END-EXEC.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-TODAY-YYYYMMDD WS-TIME-HHMMSS
               DELIMITED BY SIZE INTO WS-RUN-ID.

      *    SAME AGE RULE AS ROSTINQ 2200-VALIDATE-AGE; HERE IT ONLY
      *    FILLS THE AGE ON THE AUDIT LINE - THE REQUESTED RECORD WAS
      *    ALREADY VALIDATED WHEN ROSTINQ HELD IT.
       2200-VALIDATE-AGE.
           MOVE "Y" TO WS-AGE-VALID-SWITCH.
           MOVE 0 TO WS-PERSON-AGE.
           IF PERSON-BIRTH-DATE OF WS-PERSON-REC IS NOT NUMERIC
               MOVE "N" TO WS-AGE-VALID-SWITCH
           ELSE
               IF PERSON-BIRTH-MM OF WS-PERSON-REC < 1
                  OR PERSON-BIRTH-MM OF WS-PERSON-REC > 12
                  OR PERSON-BIRTH-DD OF WS-PERSON-REC < 1
                  OR PERSON-BIRTH-DD OF WS-PERSON-REC > 31
                   MOVE "N" TO WS-AGE-VALID-SWITCH
               ELSE
                   PERFORM 2250-COMPUTE-AGE
               END-IF
           END-IF.

       2250-COMPUTE-AGE.
           COMPUTE WS-AGE-WORK = WS-TODAY-YYYY
               - PERSON-BIRTH-YYYY OF WS-PERSON-REC.
           IF WS-TODAY-MMDD <
              PERSON-BIRTH-DATE OF WS-PERSON-REC (5 : 4)
               SUBTRACT 1 FROM WS-AGE-WORK
           END-IF.
           IF WS-AGE-WORK < WS-MIN-AGE OR WS-AGE-WORK > WS-MAX-AGE
               MOVE "N" TO WS-AGE-VALID-SWITCH
           ELSE
               MOVE WS-AGE-WORK TO WS-PERSON-AGE
           END-IF.

      *****************************************************************
      * THE DECISION. THE PENDING RECORD IS READ FOR UPDATE SO TWO
      * SUPERVISORS CANNOT DECIDE THE SAME ITEM AT ONCE, AND IT MUST
      * STILL BE PENDING.
      *****************************************************************
       4000-DECIDE-PENDING-CHANGE.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-CA-PEND-KEY TO PEND-KEY OF WS-PEND-REC.
           EXEC CICS READ
               FILE('PENDCHG')
               INTO(WS-PEND-REC)
               RIDFLD(PEND-KEY OF WS-PEND-REC)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 4100-CHECK-DECIDER
               WHEN DFHRESP(NOTFND)
                   MOVE "PENDING CHANGE NO LONGER ON FILE" TO SCRMSGO
               WHEN OTHER
                   MOVE "PENDING FILE NOT AVAILABLE, TRY AGAIN LATER"
                       TO SCRMSGO
           END-EVALUATE.
           PERFORM 8000-SEND-MAP-DATAONLY.

       4100-CHECK-DECIDER.
           EVALUATE TRUE
               WHEN PEND-STATE OF WS-PEND-REC NOT = "P"
                   EXEC CICS UNLOCK
                       FILE('PENDCHG')
                   END-EXEC
                   MOVE "CHANGE ALREADY DECIDED - PF8 FOR NEXT"
                       TO SCRMSGO
               WHEN PEND-REQ-USER OF WS-PEND-REC = WS-USER-ID
                   EXEC CICS UNLOCK
                       FILE('PENDCHG')
                   END-EXEC
                   MOVE "ANOTHER SUPERVISOR MUST DECIDE YOUR CHANGE"
                       TO SCRMSGO
               WHEN DECISI = "A"
                   PERFORM 4200-APPROVE-CHANGE
               WHEN OTHER
                   PERFORM 4300-REJECT-CHANGE
           END-EVALUATE.

      *    THE ROSTER RECORD MUST STILL MATCH THE BEFORE IMAGE HELD
      *    WITH THE REQUEST, OR THE REQUESTED RECORD WOULD OVERLAY
      *    SOMEONE ELSE'S LATER CHANGE.
       4200-APPROVE-CHANGE.
           EXEC CICS READ
               FILE('ROSTER')
               INTO(WS-PERSON-REC)
               RIDFLD(PEND-PERSON-ID OF WS-PEND-REC)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE('PENDCHG')
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE "PERSON NO LONGER ON ROSTER - REJECT THE CHANGE"
                       TO SCRMSGO
               ELSE
                   MOVE "ROSTER FILE NOT AVAILABLE, TRY AGAIN LATER"
                       TO SCRMSGO
               END-IF
           ELSE
               IF WS-PERSON-REC NOT = PEND-BEFORE-IMAGE OF WS-PEND-REC
                   EXEC CICS UNLOCK
                       FILE('ROSTER')
                   END-EXEC
                   EXEC CICS UNLOCK
                       FILE('PENDCHG')
                   END-EXEC
                   MOVE "RECORD CHANGED SINCE - REJECT AND REKEY"
                       TO SCRMSGO
               ELSE
                   PERFORM 4210-APPLY-APPROVED-CHANGE
               END-IF
           END-IF.

       4210-APPLY-APPROVED-CHANGE.
           MOVE PEND-AFTER-IMAGE OF WS-PEND-REC TO WS-PERSON-REC.
           EXEC CICS REWRITE
               FILE('ROSTER')
               FROM(WS-PERSON-REC)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE('PENDCHG')
               END-EXEC
               MOVE "REWRITE FAILED, CHANGE NOT APPLIED" TO SCRMSGO
           ELSE
               MOVE "CHANGE APPROVED, APPLIED AND JOURNALED"
                   TO SCRMSGO
               PERFORM 2200-VALIDATE-AGE
               PERFORM 5000-WRITE-AUDIT-LINE
               PERFORM 5100-WRITE-JOURNAL-LINE
               MOVE "A" TO PEND-STATE OF WS-PEND-REC
               PERFORM 4400-REWRITE-PENDING
           END-IF.

       4300-REJECT-CHANGE.
           MOVE "CHANGE REJECTED - ROSTER LEFT AS IT WAS" TO SCRMSGO.
           MOVE "R" TO PEND-STATE OF WS-PEND-REC.
           PERFORM 4400-REWRITE-PENDING.

       4400-REWRITE-PENDING.
           MOVE WS-USER-ID TO PEND-DEC-USER OF WS-PEND-REC.
           MOVE WS-RUN-ID TO PEND-DEC-STAMP OF WS-PEND-REC.
           EXEC CICS REWRITE
               FILE('PENDCHG')
               FROM(WS-PEND-REC)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "WARNING - DECISION NOT RECORDED ON PENDING FILE"
                   TO SCRMSGO
           END-IF.

      *    SAME LINE LAYOUT AND AUDL QUEUE AS ROSTINQ.
       5000-WRITE-AUDIT-LINE.
           MOVE SPACES TO WS-AUDIT-LINE.
           MOVE WS-RUN-ID TO WS-AUD-RUN-ID.
           MOVE WS-RUN-ID TO WS-AUD-TIMESTAMP.
           MOVE PERSON-NAME OF WS-PERSON-REC TO WS-AUD-NAME.
           MOVE WS-PERSON-AGE TO WS-AUD-AGE.
           MOVE "CHANGED" TO WS-AUD-STATUS.
           EXEC CICS WRITEQ TD
               QUEUE('AUDL')
               FROM(WS-AUDIT-LINE)
               LENGTH(80)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "WARNING - AUDIT LINE COULD NOT BE WRITTEN"
                   TO SCRMSGO
           END-IF.

      *    SAME BEFORE/AFTER LINE AND RJRN QUEUE AS ROSTINQ. THE
      *    TIMESTAMP IS THE APPROVAL, WHEN THE ROSTER ACTUALLY
      *    CHANGED.
       5100-WRITE-JOURNAL-LINE.
           MOVE SPACES TO WS-JOURNAL-LINE.
           MOVE WS-RUN-ID TO JRNL-TIMESTAMP OF WS-JOURNAL-LINE.
           MOVE "ROSTAPV" TO JRNL-PROGRAM OF WS-JOURNAL-LINE.
           MOVE "CHG" TO JRNL-ACTION OF WS-JOURNAL-LINE.
           MOVE PEND-BEFORE-IMAGE OF WS-PEND-REC
               TO JRNL-BEFORE-IMAGE OF WS-JOURNAL-LINE.
           MOVE WS-PERSON-REC TO JRNL-AFTER-IMAGE OF WS-JOURNAL-LINE.
           EXEC CICS WRITEQ TD
               QUEUE('RJRN')
               FROM(WS-JOURNAL-LINE)
               LENGTH(160)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "WARNING - JOURNAL LINE COULD NOT BE WRITTEN"
                   TO SCRMSGO
           END-IF.

      *****************************************************************
      * FINDING PENDING ITEMS. THE FILE IS IN PERSON ID + REQUEST
      * TIME ORDER, SO A BROWSE FROM A PERSON ID SHOWS THAT PERSON'S
      * OLDEST PENDING ITEM FIRST. DECIDED ITEMS ARE READ PAST. PF8
      * REPOSITIONS ON THE KEY IN THE COMMAREA AND SKIPS IT.
      *****************************************************************
       6000-FIND-FIRST-PENDING.
           MOVE SPACES TO WS-SKIP-KEY.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE SPACES TO WS-WANTED-ID.
           IF PERSIDL > 0 AND PERSIDI NOT = SPACES
               MOVE PERSIDI TO WS-WANTED-ID
               MOVE PERSIDI TO WS-BROWSE-KEY (1 : 10)
           END-IF.
           PERFORM 6200-READ-NEXT-PENDING.

       6100-BROWSE-NEXT.
           MOVE SPACES TO WS-WANTED-ID.
           IF WS-CA-PEND-KEY = SPACES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               MOVE SPACES TO WS-SKIP-KEY
           ELSE
               MOVE WS-CA-PEND-KEY TO WS-BROWSE-KEY
               MOVE WS-CA-PEND-KEY TO WS-SKIP-KEY
           END-IF.
           PERFORM 6200-READ-NEXT-PENDING.

       6200-READ-NEXT-PENDING.
           MOVE "N" TO WS-BROWSE-STATE-SW.
           EXEC CICS STARTBR
               FILE('PENDCHG')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6300-BROWSE-READ
                   UNTIL ITEM-SHOWN OR BROWSE-ENDED
               EXEC CICS ENDBR
                   FILE('PENDCHG')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE "E" TO WS-BROWSE-STATE-SW
           END-IF.
           IF BROWSE-ENDED
               MOVE SPACES TO WS-CA-PEND-KEY
               MOVE LOW-VALUES TO APPRMAPO
               IF WS-WANTED-ID NOT = SPACES
                   MOVE "NO PENDING CHANGE FOR THAT PERSON ID"
                       TO SCRMSGO
               ELSE
                   MOVE "NO MORE PENDING CHANGES" TO SCRMSGO
               END-IF
               PERFORM 8000-SEND-MAP-DATAONLY
           END-IF.

       6300-BROWSE-READ.
           EXEC CICS READNEXT
               FILE('PENDCHG')
               INTO(WS-PEND-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE "E" TO WS-BROWSE-STATE-SW
               WHEN WS-WANTED-ID NOT = SPACES
                AND PEND-PERSON-ID OF WS-PEND-REC NOT = WS-WANTED-ID
                   MOVE "E" TO WS-BROWSE-STATE-SW
               WHEN PEND-KEY OF WS-PEND-REC = WS-SKIP-KEY
                   CONTINUE
               WHEN PEND-STATE OF WS-PEND-REC = "P"
                   PERFORM 6400-SHOW-PENDING-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6400-SHOW-PENDING-ITEM.
           MOVE "Y" TO WS-BROWSE-STATE-SW.
           MOVE PEND-KEY OF WS-PEND-REC TO WS-CA-PEND-KEY.
           MOVE PEND-BEFORE-IMAGE OF WS-PEND-REC TO WS-BEFORE-REC.
           MOVE PEND-AFTER-IMAGE OF WS-PEND-REC TO WS-AFTER-REC.
           MOVE LOW-VALUES TO APPRMAPO.
           MOVE PEND-PERSON-ID OF WS-PEND-REC TO PERSIDO.
           MOVE PEND-REQ-STAMP OF WS-PEND-REC TO RQSTMPO.
           MOVE PEND-REQ-USER OF WS-PEND-REC TO RQUSERO.
           MOVE PERSON-NAME OF WS-BEFORE-REC TO BNAMEO.
           MOVE PERSON-NAME OF WS-AFTER-REC TO ANAMEO.
           MOVE PERSON-BIRTH-DATE OF WS-BEFORE-REC TO BDOBO.
           MOVE PERSON-BIRTH-DATE OF WS-AFTER-REC TO ADOBO.
           MOVE PERSON-GREET-CODE OF WS-BEFORE-REC TO BGREETO.
           MOVE PERSON-GREET-CODE OF WS-AFTER-REC TO AGREETO.
           MOVE PERSON-STATUS-CODE OF WS-BEFORE-REC TO BSTATO.
           MOVE PERSON-STATUS-CODE OF WS-AFTER-REC TO ASTATO.
           MOVE SPACE TO DECISO.
           MOVE "KEY A TO APPROVE OR R TO REJECT - PF8 FOR NEXT"
               TO SCRMSGO.
           PERFORM 8000-SEND-MAP-DATAONLY.

       8000-SEND-MAP-DATAONLY.
           EXEC CICS SEND
               MAP('APPRMAP')
               MAPSET('APPRMAP')
               FROM(APPRMAPO)
               DATAONLY
           END-EXEC.

       9000-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
               FROM(WS-EXIT-MESSAGE)
               LENGTH(30)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
