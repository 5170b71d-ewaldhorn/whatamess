01 MATCHRES-RECORD.
   05 MR-MATCH-ID        PIC 9(06).
   05 MR-MATCH-DATE      PIC 9(08).
   05 MR-PLAYER-1        PIC X(20).
   05 MR-TOTAL-1         PIC 9(04).
   05 MR-PLAYER-2        PIC X(20).
   05 MR-TOTAL-2         PIC 9(04).
   05 MR-WINNER          PIC X(20).
   05 MR-MARGIN          PIC 9(04).
   05 MR-RESULT-FLAG     PIC X(01).
   05 MR-HCAP-FLAG       PIC X(01).
   05 MR-HCAP-1          PIC 9(03).
   05 MR-NET-1           PIC 9(04).
   05 MR-HCAP-2          PIC 9(03).
   05 MR-NET-2           PIC 9(04).
