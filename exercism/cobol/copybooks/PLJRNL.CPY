01 PLJRNL-RECORD.
   05 PJ-PLAYER-ID       PIC X(08).
   05 PJ-DATE            PIC 9(08).
   05 PJ-TIME            PIC 9(08).
   05 PJ-ACTION          PIC X(01).
   05 PJ-OPERATOR        PIC X(08).
   05 PJ-PROGRAM         PIC X(08).
   05 PJ-REF-ID          PIC X(08).
   05 PJ-BEFORE-IMAGE.
      10 PJB-PLAYER-ID   PIC X(08).
      10 PJB-NAME        PIC X(20).
      10 PJB-DIVISION    PIC X(10).
      10 PJB-JOIN-DATE   PIC 9(08).
      10 PJB-ACTIVE-FLAG PIC X(01).
   05 PJ-AFTER-IMAGE.
      10 PJA-PLAYER-ID   PIC X(08).
      10 PJA-NAME        PIC X(20).
      10 PJA-DIVISION    PIC X(10).
      10 PJA-JOIN-DATE   PIC 9(08).
      10 PJA-ACTIVE-FLAG PIC X(01).
