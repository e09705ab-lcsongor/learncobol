      *****************************************************************
      * APPRMAP - SYMBOLIC MAP FOR THE ROSTER CHANGE APPROVAL SCREEN
      * (TRANSACTION RAPV, PROGRAM ROSTAPV). KEEP THIS COPYBOOK IN
      * STEP WITH THE PHYSICAL MAP IN bms/APPRMAP.bms - FIELD ORDER,
      * LENGTHS AND THE 12-BYTE TIOA PREFIX MUST MATCH THE MAPSET OR
      * THE SCREEN FIELDS SHIFT.
      *
      * FIELDS: PERSON ID (KEY, OPTIONAL), REQUEST TIMESTAMP AND
      * REQUESTING USER ID (OUTPUT ONLY), NAME, DATE OF BIRTH,
      * GREETING CODE AND STATUS AS ON FILE (B...) AND AS REQUESTED
      * (A...), ALL OUTPUT ONLY, THE DECISION (A = APPROVE,
      * R = REJECT) AND A MESSAGE LINE.
      *****************************************************************
       01 APPRMAPI.
           05 FILLER           PIC X(12).
           05 PERSIDL          PIC S9(4) COMP.
           05 PERSIDF          PIC X(1).
           05 PERSIDI          PIC X(10).
           05 RQSTMPL          PIC S9(4) COMP.
           05 RQSTMPF          PIC X(1).
           05 RQSTMPI          PIC X(14).
           05 RQUSERL          PIC S9(4) COMP.
           05 RQUSERF          PIC X(1).
           05 RQUSERI          PIC X(8).
           05 BNAMEL           PIC S9(4) COMP.
           05 BNAMEF           PIC X(1).
           05 BNAMEI           PIC X(30).
           05 ANAMEL           PIC S9(4) COMP.
           05 ANAMEF           PIC X(1).
           05 ANAMEI           PIC X(30).
           05 BDOBL            PIC S9(4) COMP.
           05 BDOBF            PIC X(1).
           05 BDOBI            PIC X(8).
           05 ADOBL            PIC S9(4) COMP.
           05 ADOBF            PIC X(1).
           05 ADOBI            PIC X(8).
           05 BGREETL          PIC S9(4) COMP.
           05 BGREETF          PIC X(1).
           05 BGREETI          PIC X(2).
           05 AGREETL          PIC S9(4) COMP.
           05 AGREETF          PIC X(1).
           05 AGREETI          PIC X(2).
           05 BSTATL           PIC S9(4) COMP.
           05 BSTATF           PIC X(1).
           05 BSTATI           PIC X(1).
           05 ASTATL           PIC S9(4) COMP.
           05 ASTATF           PIC X(1).
           05 ASTATI           PIC X(1).
           05 DECISL           PIC S9(4) COMP.
           05 DECISF           PIC X(1).
           05 DECISI           PIC X(1).
           05 SCRMSGL          PIC S9(4) COMP.
           05 SCRMSGF          PIC X(1).
           05 SCRMSGI          PIC X(60).
       01 APPRMAPO REDEFINES APPRMAPI.
           05 FILLER           PIC X(12).
           05 FILLER           PIC X(2).
           05 PERSIDA          PIC X(1).
           05 PERSIDO          PIC X(10).
           05 FILLER           PIC X(2).
           05 RQSTMPA          PIC X(1).
           05 RQSTMPO          PIC X(14).
           05 FILLER           PIC X(2).
           05 RQUSERA          PIC X(1).
           05 RQUSERO          PIC X(8).
           05 FILLER           PIC X(2).
           05 BNAMEA           PIC X(1).
           05 BNAMEO           PIC X(30).
           05 FILLER           PIC X(2).
           05 ANAMEA           PIC X(1).
           05 ANAMEO           PIC X(30).
           05 FILLER           PIC X(2).
           05 BDOBA            PIC X(1).
           05 BDOBO            PIC X(8).
           05 FILLER           PIC X(2).
           05 ADOBA            PIC X(1).
           05 ADOBO            PIC X(8).
           05 FILLER           PIC X(2).
           05 BGREETA          PIC X(1).
           05 BGREETO          PIC X(2).
           05 FILLER           PIC X(2).
           05 AGREETA          PIC X(1).
           05 AGREETO          PIC X(2).
           05 FILLER           PIC X(2).
           05 BSTATA           PIC X(1).
           05 BSTATO           PIC X(1).
           05 FILLER           PIC X(2).
           05 ASTATA           PIC X(1).
           05 ASTATO           PIC X(1).
           05 FILLER           PIC X(2).
           05 DECISA           PIC X(1).
           05 DECISO           PIC X(1).
           05 FILLER           PIC X(2).
           05 SCRMSGA          PIC X(1).
           05 SCRMSGO          PIC X(60).
