01 AR-LEDGER-RECORD.
   05 AR-KEY.
      10 AR-PLAYER-ID    PIC X(08).
      10 AR-ENTRY-DATE   PIC 9(08).
      10 AR-ENTRY-TYPE   PIC X(01).
      10 AR-REFERENCE    PIC X(10).
   05 AR-AMOUNT          PIC S9(07)V99.
   05 AR-DESCRIPTION     PIC X(20).
   05 AR-SOURCE          PIC X(08).
   05 AR-POST-DATE       PIC 9(08).
   05 AR-POST-TIME       PIC 9(08).
