01 TOUR-FIXTURE-RECORD.
   05 TF-KEY.
      10 TF-TOUR-ID      PIC 9(02).
      10 TF-ROUND        PIC 9(02).
      10 TF-MATCH-NO     PIC 9(02).
   05 TF-MATCH-ID        PIC 9(06).
   05 TF-MATCH-DATE      PIC 9(08).
   05 TF-PLAYER-1        PIC X(20).
   05 TF-SEED-1          PIC 9(02).
   05 TF-GAME-ID-1       PIC 9(06).
   05 TF-TOTAL-1         PIC 9(04).
   05 TF-PLAYER-2        PIC X(20).
   05 TF-SEED-2          PIC 9(02).
   05 TF-GAME-ID-2       PIC 9(06).
   05 TF-TOTAL-2         PIC 9(04).
   05 TF-STATUS          PIC X(01).
   05 TF-WINNER          PIC X(20).
   05 TF-RESULT-FLAG     PIC X(01).
