      *****************************************************************
      * BUSDATE - BUSINESS DATE CONTROL RECORD, BUSDATE.DAT (ONE
      * 80-BYTE RECORD). THE BUSINESS DATE IS THE DAY THE BATCH
      * CYCLE IS PROCESSING. EVERY BATCH PROGRAM TAKES ITS RUN DATE
      * FROM HERE RATHER THAN FROM THE CLOCK, SO A CYCLE THAT RUNS
      * PAST MIDNIGHT, OR IS RERUN THE NEXT MORNING, STILL DATES ITS
      * REPORTS, RUN IDS AND AGE CALCULATIONS FOR THE RIGHT DAY. THE
      * TIME OF DAY IN A RUN ID STAYS THE CLOCK'S.
      *
      * ONLY DATEROLL WRITES THIS RECORD - ONCE PER CYCLE, TO THE
      * NEXT CALENDAR DAY, AND ONLY AFTER THE NIGHTLY HELLO RUN FOR
      * THE CURRENT BUSINESS DATE HAS ENDED COMPLETE OR WARNING ON
      * RUNCTL.DAT. A PROGRAM THAT FINDS NO USABLE RECORD SAYS SO ON
      * THE CONSOLE AND FALLS BACK TO THE SYSTEM DATE.
      *
      *   BUSD-DATE        BUSINESS DATE, YYYYMMDD.
      *   BUSD-PREV-DATE   THE BUSINESS DATE BEFORE THE LAST ROLL.
      *   BUSD-ROLL-STAMP  WHEN DATEROLL LAST WROTE THE RECORD
      *                    (YYYYMMDDHHMMSS, SYSTEM CLOCK).
      *   BUSD-ROLLED-BY   DATEROLL, OR THE OPERATOR NAMED ON A SET
      *                    CARD.
      *
      * COPY WITH REPLACING AS WITH PERSONREC.
      *****************************************************************
       01 BUSD-RECORD.
           05 BUSD-DATE        PIC 9(8).
           05 BUSD-DATE-PARTS REDEFINES BUSD-DATE.
               10 BUSD-YYYY        PIC 9(4).
               10 BUSD-MM          PIC 9(2).
                   88 BUSD-MM-VALID VALUES 1 THRU 12.
               10 BUSD-DD          PIC 9(2).
                   88 BUSD-DD-VALID VALUES 1 THRU 31.
           05 FILLER           PIC X(2).
           05 BUSD-PREV-DATE   PIC 9(8).
           05 FILLER           PIC X(2).
           05 BUSD-ROLL-STAMP  PIC X(14).
           05 FILLER           PIC X(2).
           05 BUSD-ROLLED-BY   PIC X(8).
           05 FILLER           PIC X(36).
