      * ROSTJRNL - ROSTER CHANGE JOURNAL LINE LAYOUT (ROSTJRNL.DAT,
      * 160-BYTE RECORDS, ALWAYS OPENED EXTEND). EVERY PROGRAM THAT
      * UPDATES ROSTER.IDX WRITES ONE LINE PER APPLIED CHANGE:
      * ROSTUPD AND ROSTCNV IN BATCH, ROSTINQ AND ROSTAPV ONLINE
      * (THROUGH THE RJRN EXTRAPARTITION TD QUEUE DEFINED OVER THE
      * SAME DATASET).
      *
      *   JRNL-ACTION  ADD = RECORD WRITTEN (BEFORE IMAGE SPACES),
      *                CHG = RECORD REWRITTEN,
      *                DEL = RECORD DELETED (AFTER IMAGE SPACES).
      *
      * THE NIGHTLY ROSTBKUP STEP COPIES THE ROSTER TO ROSTBKUP.DAT,
      * APPENDS THE JOURNAL TO THE JOURNAL HISTORY (ROSTJRNL.HST,
      * SAME LAYOUT, REPORTED BY ROSTHIST, TRIMMED BY ARCPURGE) AND
      * STARTS THE JOURNAL OVER, SO THE JOURNAL ALWAYS HOLDS
      * EXACTLY THE CHANGES SINCE THE LAST BACKUP; ROSTRECV REPLAYS
      * THEM OVER THE BACKUP TO REBUILD A LOST OR CORRUPTED
      * ROSTER.IDX. COPY WITH REPLACING THE SAME WAY AS PERSONREC.
