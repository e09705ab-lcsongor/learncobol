      *****************************************************************
      * PENDREC - PENDING ROSTER CHANGE RECORD LAYOUT FOR PENDCHG.IDX
      * (INDEXED, KEY = PERSON ID + REQUEST TIMESTAMP, 200-BYTE
      * RECORDS). ROSTINQ DOES NOT APPLY A CORRECTION THAT SETS
      * PERSON-STATUS-CODE TO D OR N, OR THAT CHANGES THE BIRTH
      * DATE; IT WRITES ONE OF THESE INSTEAD, STATE P, WITH THE
      * ROSTER RECORD AS IT STOOD (BEFORE IMAGE) AND AS THE
      * REQUESTER KEYED IT (AFTER IMAGE). A SECOND SUPERVISOR, UNDER
      * A DIFFERENT USER ID, DECIDES IT THROUGH ROSTAPV (TRANSACTION
      * RAPV):
      *
      *   PEND-STATE  P = PENDING - NOT YET ON THE ROSTER.
      *               A = APPROVED - APPLIED TO THE ROSTER, AUDITED
      *                   AND JOURNALED AT THE DECISION TIME.
      *               R = REJECTED - NEVER APPLIED.
      *
      * DECIDED RECORDS ARE KEPT, SO THE FILE SHOWS WHO ASKED FOR A
      * CHANGE AND WHO LET IT THROUGH. PENDRPT LISTS STATE P ITEMS
      * OLDER THAN ITS PARM EACH MORNING. COPY INTO THE FILE SECTION
      * FOR AN I-O RECORD OR INTO WORKING-STORAGE (WITH REPLACING)
      * FOR A WORK COPY.
      *****************************************************************
       01 PEND-RECORD.
           05 PEND-KEY.
               10 PEND-PERSON-ID   PIC X(10).
               10 PEND-REQ-STAMP   PIC X(14).
           05 PEND-STATE          PIC X(1).
           05 PEND-REQ-USER       PIC X(8).
           05 PEND-DEC-USER       PIC X(8).
           05 PEND-DEC-STAMP      PIC X(14).
           05 PEND-BEFORE-IMAGE   PIC X(60).
           05 PEND-AFTER-IMAGE    PIC X(60).
           05 FILLER              PIC X(25).
