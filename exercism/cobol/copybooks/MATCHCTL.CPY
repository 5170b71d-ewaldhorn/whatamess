01 MATCHCTL-RECORD.
   05 MC-MATCH-ID        PIC 9(06).
   05 MC-GAME-ID-1       PIC 9(06).
   05 MC-GAME-ID-2       PIC 9(06).
   05 MC-MATCH-DATE      PIC 9(08).
   05 MC-HANDICAP-FLAG   PIC X(01).
