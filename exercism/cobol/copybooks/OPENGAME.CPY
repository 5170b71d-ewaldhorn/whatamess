01 OPEN-GAME-RECORD.
   05 OG-KEY.
      10 OG-PLAYER       PIC X(20).
      10 OG-GAME-ID      PIC 9(06).
   05 OG-TOTAL           PIC 9(04).
   05 OG-PLAY-COUNT      PIC 9(02).
   05 OG-CAT-MAP.
      10 OG-CAT-USED OCCURS 12 TIMES PIC X(01).
   05 OG-ROUND-MAP.
      10 OG-ROUND-USED OCCURS 12 TIMES PIC X(01).
   05 OG-UPPER-TOTAL     PIC 9(03).
   05 OG-YACHT-COUNT     PIC 9(02).
   05 OG-OPEN-DATE       PIC 9(08).
   05 OG-LAST-DATE       PIC 9(08).
