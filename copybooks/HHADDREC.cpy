      *****************************************************************
      * HHADDREC - HOUSEHOLD POSTAL ADDRESS RECORD LAYOUT FOR
      * HHADDR.IDX (INDEXED, KEY HADDR-HHOLD-ID, 120-BYTE RECORDS).
      * ONE RECORD PER HOUSEHOLD ON HHOLD.IDX THAT HAS AN ADDRESS,
      * MAINTAINED BY ROSTUPD FROM ROSTTRAN.DAT "S" (STREET LINES)
      * AND "Z" (CITY, STATE AND POSTAL CODE) TRANSACTIONS; AN "X"
      * THAT DELETES THE HOUSEHOLD DELETES ITS ADDRESS WITH IT.
      * COPY INTO THE FILE SECTION FOR AN I-O RECORD OR INTO
      * WORKING-STORAGE (WITH REPLACING) FOR A WORK COPY.
      *
      * HADDR-POSTAL-CODE IS A US ZIP CODE, EITHER FIVE DIGITS
      * FOLLOWED BY SPACES OR ZIP+4 AS NNNNN-NNNN; ROSTUPD REJECTS
      * ANYTHING ELSE. MAILLBL PRESORTS THE MAILING LABELS ON IT.
      * AN ADDRESS IS COMPLETE ENOUGH TO MAIL WHEN STREET LINE 1,
      * CITY, STATE AND POSTAL CODE ARE ALL PRESENT; STREET LINE 2
      * IS OPTIONAL (APARTMENT, SUITE, C/O).
      *****************************************************************
       01 HADDR-RECORD.
           05 HADDR-HHOLD-ID      PIC X(6).
           05 HADDR-STREET-1      PIC X(30).
           05 HADDR-STREET-2      PIC X(30).
           05 HADDR-CITY          PIC X(20).
           05 HADDR-STATE         PIC X(2).
           05 HADDR-POSTAL-CODE   PIC X(10).
           05 HADDR-ZIP-PARTS REDEFINES HADDR-POSTAL-CODE.
               10 HADDR-ZIP-5     PIC X(5).
               10 HADDR-ZIP-DASH  PIC X(1).
               10 HADDR-ZIP-4     PIC X(4).
           05 FILLER              PIC X(22).
