01 RUNLOG-RECORD.
   05 RG-CYCLE-DATE      PIC 9(08).
   05 RG-STEP            PIC X(08).
   05 RG-PROGRAM         PIC X(08).
   05 RG-EVENT           PIC X(06).
   05 RG-DATE            PIC 9(08).
   05 RG-TIME            PIC 9(08).
   05 RG-RETURN-CODE     PIC 9(04).
   05 RG-STATUS          PIC X(10).
