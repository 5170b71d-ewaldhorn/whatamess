       01 WS-AR-AU-OUT PIC 9(8) VALUE 0.
       01 WS-AR-AU-KEEP PIC 9(8) VALUE 0.
       01 WS-PM-CLASH PIC 9(8) VALUE 0.
       01 WS-AP-IN PIC 9(8) VALUE 0.
       01 WS-AP-OUT PIC 9(8) VALUE 0.
       01 WS-AP-DROP PIC 9(8) VALUE 0.
       01 WS-DM-IN PIC 9(8) VALUE 0.
       01 WS-DM-OUT PIC 9(8) VALUE 0.
       01 WS-DM-DROP PIC 9(8) VALUE 0.
       01 WS-AP-SEEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-AP-SEEN VALUE 'Y'.
       01 WS-DM-SEEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-DM-SEEN VALUE 'Y'.
       01 WS-SC-COUNT PIC 9(8) VALUE 0.
       01 WS-EXPECT PIC 9(8) VALUE 0.
       01 WS-OOB-COUNT PIC 9(3) VALUE 0.
             PERFORM CHECK-CHAIN THRU CHECK-CHAIN-EXIT.
             PERFORM CHECK-PLMAINT THRU CHECK-PLMAINT-EXIT.
             PERFORM CHECK-ARCHIVE THRU CHECK-ARCHIVE-EXIT.
             PERFORM CHECK-ARPOST THRU CHECK-ARPOST-EXIT.
             PERFORM CHECK-DIVMAINT THRU CHECK-DIVMAINT-EXIT.
             IF WS-RUN-DATE = 0 THEN
                PERFORM CHECK-SCMASTER THRU CHECK-SCMASTER-EXIT
             END-IF.
                   END-IF
                WHEN CT-PROGRAM = 'PLMERGE'
                   ADD CT-DROP-COUNT TO WS-PM-CLASH
                WHEN CT-PROGRAM = 'ARPOST'
                   MOVE 'Y' TO WS-AP-SEEN-FLAG
                   ADD CT-IN-COUNT TO WS-AP-IN
                   ADD CT-OUT-COUNT TO WS-AP-OUT
                   ADD CT-DROP-COUNT TO WS-AP-DROP
                WHEN CT-PROGRAM = 'DIVMAINT'
                   MOVE 'Y' TO WS-DM-SEEN-FLAG
                   ADD CT-IN-COUNT TO WS-DM-IN
                   ADD CT-OUT-COUNT TO WS-DM-OUT
                   ADD CT-DROP-COUNT TO WS-DM-DROP
                WHEN OTHER
                   DISPLAY '  UNKNOWN CONTROL PROGRAM ' CT-PROGRAM
             END-EVALUATE.
          CHECK-ARCHIVE-EXIT.
             EXIT.

          CHECK-ARPOST.
             IF NOT WS-AP-SEEN THEN
                DISPLAY 'ARPOST LEDGER TRANS  NO CONTROL RECORD'
                GO TO CHECK-ARPOST-EXIT
             END-IF.
             COMPUTE WS-EXPECT = WS-AP-OUT + WS-AP-DROP.
             IF WS-EXPECT = WS-AP-IN THEN
                DISPLAY 'ARPOST LEDGER TRANS  IN BALANCE     '
                        WS-AP-IN
             ELSE
                DISPLAY 'ARPOST LEDGER TRANS  OUT OF BALANCE, READ '
                        WS-AP-IN ' POSTED ' WS-AP-OUT ' ERRORS '
                        WS-AP-DROP
                ADD 1 TO WS-OOB-COUNT
             END-IF.
          CHECK-ARPOST-EXIT.
             EXIT.

          CHECK-DIVMAINT.
             IF NOT WS-DM-SEEN THEN
                DISPLAY 'DIVMAINT TRANS       NO CONTROL RECORD'
                GO TO CHECK-DIVMAINT-EXIT
             END-IF.
             COMPUTE WS-EXPECT = WS-DM-OUT + WS-DM-DROP.
             IF WS-EXPECT = WS-DM-IN THEN
                DISPLAY 'DIVMAINT TRANS       IN BALANCE     '
                        WS-DM-IN
             ELSE
                DISPLAY 'DIVMAINT TRANS       OUT OF BALANCE, READ '
                        WS-DM-IN ' APPLIED ' WS-DM-OUT ' ERRORS '
                        WS-DM-DROP
                ADD 1 TO WS-OOB-COUNT
             END-IF.
          CHECK-DIVMAINT-EXIT.
             EXIT.

          CHECK-SCMASTER.
             OPEN INPUT SCMASTER-FILE.
             IF WS-SC-STATUS NOT = '00' THEN
