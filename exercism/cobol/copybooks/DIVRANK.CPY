01 DIV-RANK-RECORD.
   05 DR-DIVISION        PIC X(10).
   05 DR-RANK            PIC 9(03).
   05 DR-PLAYER          PIC X(20).
   05 DR-GAMES           PIC 9(04).
   05 DR-AVERAGE         PIC 9(04)V99.
