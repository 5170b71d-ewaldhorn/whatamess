01 DIVISION-RECORD.
   05 DM-DIVISION        PIC X(10).
   05 DM-DESCRIPTION     PIC X(30).
   05 DM-ACTIVE-FLAG     PIC X(01).
   05 DM-GAME-FEE        PIC 9(03)V99.
   05 DM-CREATE-DATE     PIC 9(08).
   05 DM-CHANGE-DATE     PIC 9(08).
