01 INTEGRITY-EXCEPTION-RECORD.
   05 IX-CHECK           PIC X(08).
   05 IX-SOURCE          PIC X(08).
   05 IX-PLAYER          PIC X(20).
   05 IX-KEY             PIC X(08).
   05 IX-REASON          PIC X(20).
   05 IX-EXPECTED        PIC 9(06).
   05 IX-FOUND           PIC 9(06).
   05 IX-DETAIL          PIC X(30).
   05 IX-RUN-DATE        PIC 9(08).
