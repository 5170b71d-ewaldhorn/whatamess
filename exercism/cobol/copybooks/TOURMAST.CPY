01 TOUR-MASTER-RECORD.
   05 TM-TOUR-ID         PIC 9(02).
   05 TM-NAME            PIC X(20).
   05 TM-TYPE            PIC X(01).
   05 TM-DIVISION        PIC X(10).
   05 TM-START-DATE      PIC 9(08).
   05 TM-INTERVAL        PIC 9(03).
   05 TM-PLAYER-COUNT    PIC 9(02).
   05 TM-ROUND-COUNT     PIC 9(02).
   05 TM-CUR-ROUND       PIC 9(02).
   05 TM-STATUS          PIC X(01).
   05 TM-NEXT-MATCH      PIC 9(03).
   05 TM-NEXT-GAME       PIC 9(03).
   05 TM-CHAMPION        PIC X(20).
   05 TM-CREATE-DATE     PIC 9(08).
   05 TM-HANDICAP-FLAG   PIC X(01).
