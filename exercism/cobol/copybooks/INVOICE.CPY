01 INVOICE-RECORD.
   05 IV-PLAYER-ID       PIC X(08).
   05 IV-NAME            PIC X(20).
   05 IV-DIVISION        PIC X(10).
   05 IV-YEAR            PIC 9(04).
   05 IV-MONTH           PIC 9(02).
   05 IV-GAMES           PIC 9(04).
   05 IV-RATE            PIC 9(03)V99.
   05 IV-AMOUNT          PIC 9(07)V99.
