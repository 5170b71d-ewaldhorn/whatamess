01 DICE-EXCEPTION-RECORD.
   05 DX-PLAYER          PIC X(20).
   05 DX-FIRST-DATE      PIC 9(08).
   05 DX-LAST-DATE       PIC 9(08).
   05 DX-TEST            PIC X(10).
   05 DX-ROLLS           PIC 9(06).
   05 DX-OBSERVED        PIC 9(06).
   05 DX-EXPECTED        PIC 9(06)V99.
   05 DX-STATISTIC       PIC 9(06)V999.
   05 DX-AUDIT-DATE      PIC 9(08).
