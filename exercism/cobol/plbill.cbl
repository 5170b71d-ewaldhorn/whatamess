           SELECT INVOICE-FILE ASSIGN TO "INVOICE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.
           SELECT DIVISION-FILE ASSIGN TO "DIVMAST"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DM-DIVISION
              FILE STATUS IS WS-DM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           05 BP-YEAR PIC 9(4).
           05 BP-MONTH PIC 9(2).
           05 BP-GAME-FEE PIC 9(3)V99.
           05 BP-FEE-X REDEFINES BP-GAME-FEE PIC X(5).
           05 BP-AS-OF-DATE PIC 9(8).
       FD  CALENDAR-FILE.
           COPY CALREC.
       FD  GAMESUM-FILE.
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  INVOICE-FILE.
           COPY INVOICE.
       FD  LEDGER-FILE.
           COPY ARLEDGER.
       FD  DIVISION-FILE.
           COPY DIVMAST.
       WORKING-STORAGE SECTION.
       01 WS-PH-PLAYER-ID PIC X(8) EXTERNAL.
       01 WS-PH-AS-OF-DATE PIC 9(8) EXTERNAL.
       01 WS-PH-RESULT PIC X(1) EXTERNAL.
          88 WS-PH-USE-MASTER VALUE 'C'.
          88 WS-PH-REBUILT VALUE 'J'.
          88 WS-PH-NOT-ON-FILE VALUE 'X'.
          88 WS-PH-TRUNCATED VALUE 'T'.
       01 WS-PH-IMAGE EXTERNAL.
          05 WS-PH-IMAGE-ID PIC X(8).
          05 WS-PH-NAME PIC X(20).
          05 WS-PH-DIVISION PIC X(10).
          05 WS-PH-JOIN-DATE PIC 9(8).
          05 WS-PH-ACTIVE-FLAG PIC X(1).
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-CAL-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-INV-STATUS PIC X(2) VALUE '00'.
       01 WS-AR-STATUS PIC X(2) VALUE '00'.
       01 WS-AR-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-AR-OPEN VALUE 'Y'.
       01 WS-DM-STATUS PIC X(2) VALUE '00'.
       01 WS-DM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-DM-OPEN VALUE 'Y'.
       01 WS-BASE-FEE PIC 9(3)V99 VALUE 0.
       01 WS-NORATE-COUNT PIC 9(6) VALUE 0.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TIME-NOW PIC 9(8) VALUE 0.
       01 WS-PM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-OPEN VALUE 'Y'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-BILL-YEAR PIC 9(4) VALUE 0.
       01 WS-BILL-MONTH PIC 9(2) VALUE 0.
       01 WS-GAME-FEE PIC 9(3)V99 VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-COUNT PIC 9(6) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-MONTH-START PIC 9(8) VALUE 0.
       01 WS-MONTH-END PIC 9(8) VALUE 0.
          05 WS-BILL-ENTRY OCCURS 200 TIMES.
             10 WS-BL-NAME PIC X(20).
             10 WS-BL-ID PIC X(8).
             10 WS-BL-MASTER-FLAG PIC X(1).
                88 WS-BL-NOT-ON-MASTER VALUE 'N'.
             10 WS-BL-DISPLAY PIC X(20).
             10 WS-BL-DIV PIC X(10).
             10 WS-BL-JOIN-DATE PIC 9(8).
       01 WS-INVOICE-COUNT PIC 9(6) VALUE 0.
       01 WS-PRORATE-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUP-POST-COUNT PIC 9(6) VALUE 0.
       01 WS-NOPOST-COUNT PIC 9(6) VALUE 0.
       01 WS-MAX-RC PIC S9(4) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
             COMPUTE WS-MONTH-END =
                WS-BILL-YEAR * 10000 + WS-BILL-MONTH * 100
                + WS-MONTH-DAYS.
             IF WS-AS-OF-DATE > 0 THEN
                DISPLAY 'PLAYER DETAILS AS AT ' WS-AS-OF-DATE
             END-IF.
             OPEN INPUT GAMESUM-FILE.
             IF WS-GS-STATUS NOT = '00' THEN
                DISPLAY 'NO GAME SUMMARIES TO BILL'
                GO TO PLBILL-EXIT
             END-IF.
             OPEN INPUT DIVISION-FILE.
             IF WS-DM-STATUS = '00' THEN
                MOVE 'Y' TO WS-DM-OPEN-FLAG
             END-IF.
             IF NOT WS-DM-OPEN AND WS-GAME-FEE = 0 THEN
                DISPLAY 'NO DIVISION MASTER AND NO GAME FEE IN '
                        'BILLING PARM'
                CLOSE GAMESUM-FILE
                MOVE 8 TO RETURN-CODE
                GO TO PLBILL-EXIT
             END-IF.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS = '00' THEN
                MOVE 'Y' TO WS-PM-OPEN-FLAG
                CLOSE PLAYER-FILE
             END-IF.
             PERFORM BILL-PLAYERS THRU BILL-PLAYERS-EXIT.
             IF WS-DM-OPEN THEN
                CLOSE DIVISION-FILE
             END-IF.
             PERFORM PRINT-DIV-TOTALS THRU PRINT-DIV-TOTALS-EXIT.
             DISPLAY ' '.
             DISPLAY 'PLBILL CONTROL TOTALS'.
             DISPLAY '  OUT OF MONTH      ' WS-SKIP-DATE-COUNT.
             DISPLAY '  INVOICES WRITTEN  ' WS-INVOICE-COUNT.
             DISPLAY '  INVOICES PRORATED ' WS-PRORATE-COUNT.
             DISPLAY '  LEDGER POSTED     ' WS-POSTED-COUNT.
             IF WS-DUP-POST-COUNT > 0 THEN
                DISPLAY '  ALREADY POSTED    ' WS-DUP-POST-COUNT
             END-IF.
             IF WS-NOPOST-COUNT > 0 THEN
                DISPLAY '  NOT POSTED        ' WS-NOPOST-COUNT
             END-IF.
             IF WS-NORATE-COUNT > 0 THEN
                DISPLAY '  NO RATE FOUND     ' WS-NORATE-COUNT
             END-IF.
             IF WS-AS-OF-DATE > 0 THEN
                DISPLAY '  PLAYERS ROLLED BACK ' WS-AS-OF-COUNT
             END-IF.
             IF RETURN-CODE < WS-MAX-RC THEN
                MOVE WS-MAX-RC TO RETURN-CODE
             END-IF.
          PLBILL-EXIT.
             EXIT.
          GOBACK.
                DISPLAY 'INVALID BILLING MONTH IN BILLING PARM'
                GO TO EDIT-PARM-EXIT
             END-IF.
             IF BP-FEE-X NOT = SPACES AND BP-GAME-FEE IS NOT NUMERIC
                THEN
                DISPLAY 'INVALID GAME FEE IN BILLING PARM'
                GO TO EDIT-PARM-EXIT
             END-IF.
             MOVE BP-YEAR TO WS-BILL-YEAR.
             MOVE BP-MONTH TO WS-BILL-MONTH.
             IF BP-FEE-X NOT = SPACES THEN
                MOVE BP-GAME-FEE TO WS-GAME-FEE
             END-IF.
             IF BP-AS-OF-DATE IS NUMERIC THEN
                MOVE BP-AS-OF-DATE TO WS-AS-OF-DATE
             END-IF.
          EDIT-PARM-EXIT.
             EXIT.

                   DISPLAY 'WARNING: BILLING TABLE FULL, DISCARDING '
                           GS-PLAYER
                   MOVE 'F' TO WS-ENTRY-FLAG
                   IF WS-MAX-RC < 4 THEN
                      MOVE 4 TO WS-MAX-RC
                   END-IF
                ELSE
                   ADD 1 TO WS-BILL-COUNT
                   MOVE WS-BILL-COUNT TO WS-IDX
                   MOVE GS-PLAYER TO WS-BL-NAME(WS-IDX)
                   MOVE SPACES TO WS-BL-ID(WS-IDX)
                   MOVE 'Y' TO WS-BL-MASTER-FLAG(WS-IDX)
                   MOVE GS-PLAYER TO WS-BL-DISPLAY(WS-IDX)
                   MOVE SPACES TO WS-BL-DIV(WS-IDX)
                   MOVE 0 TO WS-BL-JOIN-DATE(WS-IDX)
             END-IF.
             MOVE WS-NP-KEY TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY
                   MOVE 'N' TO WS-BL-MASTER-FLAG(WS-IDX)
                   GO TO LOOKUP-PLAYER-EXIT
             END-READ.
             IF WS-AS-OF-DATE > 0 THEN
                MOVE PM-PLAYER-ID TO WS-PH-PLAYER-ID
                MOVE WS-AS-OF-DATE TO WS-PH-AS-OF-DATE
                CALL 'PLHIST'
                IF WS-PH-NOT-ON-FILE THEN
                   MOVE 'N' TO WS-BL-MASTER-FLAG(WS-IDX)
                   GO TO LOOKUP-PLAYER-EXIT
                END-IF
                IF WS-PH-REBUILT THEN
                   MOVE WS-PH-IMAGE TO PLAYER-RECORD
                   ADD 1 TO WS-AS-OF-COUNT
                END-IF
                IF WS-PH-TRUNCATED AND WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
                END-IF
             END-IF.
             MOVE PM-NAME TO WS-BL-DISPLAY(WS-IDX).
             MOVE PM-DIVISION TO WS-BL-DIV(WS-IDX).
             MOVE PM-JOIN-DATE TO WS-BL-JOIN-DATE(WS-IDX).
                GO TO BILL-PLAYERS-EXIT
             END-IF.
             DISPLAY 'BILLING REGISTER ' WS-BILL-YEAR '/' WS-BILL-MONTH
                     ' DEFAULT FEE ' WS-GAME-FEE ' DAYS ' WS-MONTH-DAYS.
             DISPLAY 'PLAYER    NAME                 DIVISION   GAMES'
                     '    RATE    AMOUNT'.
             PERFORM OPEN-LEDGER THRU OPEN-LEDGER-EXIT.
             PERFORM BILL-ONE-PLAYER THRU BILL-ONE-PLAYER-EXIT
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-BILL-COUNT.
             CLOSE INVOICE-FILE.
             IF WS-AR-OPEN THEN
                CLOSE LEDGER-FILE
             END-IF.
          BILL-PLAYERS-EXIT.
             EXIT.

          BILL-ONE-PLAYER.
             PERFORM DIVISION-RATE THRU DIVISION-RATE-EXIT.
             MOVE WS-BASE-FEE TO WS-RATE.
             MOVE WS-BL-JOIN-DATE(WS-I) TO WS-JOIN-PARSE.
             IF WS-JP-YEAR = WS-BILL-YEAR
                AND WS-JP-MONTH = WS-BILL-MONTH
                COMPUTE WS-DAYS-BILLED =
                   WS-MONTH-DAYS - WS-JP-DAY + 1
                COMPUTE WS-RATE ROUNDED =
                   WS-BASE-FEE * WS-DAYS-BILLED / WS-MONTH-DAYS
                ADD 1 TO WS-PRORATE-COUNT
             END-IF.
             COMPUTE WS-AMOUNT = WS-RATE * WS-BL-GAMES(WS-I).
             MOVE WS-AMOUNT TO IV-AMOUNT.
             WRITE INVOICE-RECORD.
             ADD 1 TO WS-INVOICE-COUNT.
             PERFORM POST-LEDGER THRU POST-LEDGER-EXIT.
             MOVE WS-BL-ID(WS-I) TO WS-LINE-ID.
             MOVE WS-BL-DISPLAY(WS-I) TO WS-LINE-NAME.
             MOVE WS-BL-DIV(WS-I) TO WS-LINE-DIV.
          BILL-ONE-PLAYER-EXIT.
             EXIT.

          DIVISION-RATE.
             MOVE WS-GAME-FEE TO WS-BASE-FEE.
             IF WS-DM-OPEN AND WS-BL-DIV(WS-I) NOT = SPACES THEN
                MOVE WS-BL-DIV(WS-I) TO DM-DIVISION
                READ DIVISION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF DM-GAME-FEE IS NUMERIC AND DM-GAME-FEE > 0 THEN
                         MOVE DM-GAME-FEE TO WS-BASE-FEE
                      END-IF
                END-READ
             END-IF.
             IF WS-BASE-FEE = 0 AND WS-BL-GAMES(WS-I) > 0 THEN
                DISPLAY '  NO RATE FOR DIVISION ' WS-BL-DIV(WS-I)
                        ', ' WS-BL-DISPLAY(WS-I) ' BILLED AT ZERO'
                ADD 1 TO WS-NORATE-COUNT
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
          DIVISION-RATE-EXIT.
             EXIT.

          OPEN-LEDGER.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             OPEN I-O LEDGER-FILE.
             IF WS-AR-STATUS = '35' THEN
                OPEN OUTPUT LEDGER-FILE
                CLOSE LEDGER-FILE
                OPEN I-O LEDGER-FILE
             END-IF.
             IF WS-AR-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER LEDGER, STATUS '
                        WS-AR-STATUS ', CHARGES NOT POSTED'
                MOVE 8 TO RETURN-CODE
                GO TO OPEN-LEDGER-EXIT
             END-IF.
             MOVE 'Y' TO WS-AR-OPEN-FLAG.
          OPEN-LEDGER-EXIT.
             EXIT.

          POST-LEDGER.
             IF NOT WS-AR-OPEN THEN
                ADD 1 TO WS-NOPOST-COUNT
                GO TO POST-LEDGER-EXIT
             END-IF.
             IF WS-BL-ID(WS-I) = SPACES THEN
                DISPLAY '  NO PLAYER ID FOR ' WS-BL-NAME(WS-I)
                        ', CHARGE NOT POSTED TO LEDGER'
                ADD 1 TO WS-NOPOST-COUNT
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
                GO TO POST-LEDGER-EXIT
             END-IF.
             IF WS-BL-NOT-ON-MASTER(WS-I) THEN
                DISPLAY '  PLAYER ' WS-BL-ID(WS-I)
                        ' NOT ON PLAYER MASTER, CHARGE NOT POSTED'
                ADD 1 TO WS-NOPOST-COUNT
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
                GO TO POST-LEDGER-EXIT
             END-IF.
             MOVE WS-BL-ID(WS-I) TO AR-PLAYER-ID.
             MOVE WS-MONTH-END TO AR-ENTRY-DATE.
             MOVE 'I' TO AR-ENTRY-TYPE.
             MOVE SPACES TO AR-REFERENCE.
             STRING 'INV' DELIMITED BY SIZE
                    WS-BILL-YEAR DELIMITED BY SIZE
                    WS-BILL-MONTH DELIMITED BY SIZE
                    INTO AR-REFERENCE.
             MOVE WS-AMOUNT TO AR-AMOUNT.
             MOVE SPACES TO AR-DESCRIPTION.
             STRING 'GAME FEES ' DELIMITED BY SIZE
                    WS-BILL-YEAR DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    WS-BILL-MONTH DELIMITED BY SIZE
                    INTO AR-DESCRIPTION.
             MOVE 'PLBILL' TO AR-SOURCE.
             MOVE WS-DATE-NOW TO AR-POST-DATE.
             MOVE WS-TIME-NOW TO AR-POST-TIME.
             WRITE AR-LEDGER-RECORD
                INVALID KEY
                   DISPLAY '  CHARGE FOR ' WS-BL-ID(WS-I)
                           ' ALREADY ON LEDGER, NOT REPOSTED'
                   ADD 1 TO WS-DUP-POST-COUNT
                NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
             END-WRITE.
          POST-LEDGER-EXIT.
             EXIT.

          ADD-DIV-TOTAL.
             MOVE 0 TO WS-IDX.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-DIV-COUNT
