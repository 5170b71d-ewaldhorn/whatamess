01 GAME-ROLL-RECORD.
   05 GF-PLAYER          PIC X(20).
   05 GF-GAME-ID         PIC 9(06).
   05 GF-ROUND           PIC 9(03).
   05 GF-DICE            PIC X(05).
   05 GF-CATEGORY        PIC X(15).
