01 HANDICAP-RECORD.
   05 HC-KEY.
      10 HC-PLAYER-ID    PIC X(08).
      10 HC-EFF-DATE     PIC 9(08).
   05 HC-HANDICAP        PIC 9(03).
   05 HC-GAMES-USED      PIC 9(02).
   05 HC-AVERAGE         PIC 9(04)V99.
   05 HC-PREV-HANDICAP   PIC 9(03).
   05 HC-PREV-DATE       PIC 9(08).
   05 HC-CALC-DATE       PIC 9(08).
