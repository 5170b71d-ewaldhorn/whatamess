       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "ARTRANS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-TR-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.
           SELECT CTL-FILE ASSIGN TO "CTLFILE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-CT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TR-ACTION PIC X(01).
           05 TR-PLAYER-ID PIC X(08).
           05 TR-DATE PIC 9(08).
           05 TR-REFERENCE PIC X(10).
           05 TR-AMOUNT PIC 9(07)V99.
           05 TR-SIGN PIC X(01).
           05 TR-DESCRIPTION PIC X(20).
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  LEDGER-FILE.
           COPY ARLEDGER.
       FD  CTL-FILE.
           COPY CTLREC.
       WORKING-STORAGE SECTION.
       01 WS-YEAR     PIC 9(4) EXTERNAL.
       01 WS-LEAP-RESULT   PIC 9(1) EXTERNAL.
       01 WS-MODE     PIC X(1) EXTERNAL.
       01 WS-START-YEAR PIC 9(4) EXTERNAL.
       01 WS-END-YEAR   PIC 9(4) EXTERNAL.
       01 WS-LEAP-COUNT PIC 9(4) EXTERNAL.
       01 WS-AUDIT-SW PIC X(1) EXTERNAL.
       01 WS-DC-FUNCTION PIC X(1) EXTERNAL.
       01 WS-DC-DATE-1 PIC 9(8) EXTERNAL.
       01 WS-DC-DATE-2 PIC 9(8) EXTERNAL.
       01 WS-DC-DAY-COUNT PIC S9(7) EXTERNAL.
       01 WS-DC-RESULT-DATE PIC 9(8) EXTERNAL.
       01 WS-DC-WEEKDAY PIC 9(1) EXTERNAL.
       01 WS-DC-ERROR-CODE PIC X(1) EXTERNAL.
          88 WS-DC-NO-ERROR VALUE SPACE.
       01 WS-TR-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-AR-STATUS PIC X(2) VALUE '00'.
       01 WS-CT-STATUS PIC X(2) VALUE '00'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TIME-NOW PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-TRANS-ERR-FLAG PIC X(1) VALUE 'N'.
          88 WS-TRANS-ERROR VALUE 'Y'.
       01 WS-TRANS-COUNT PIC 9(6) VALUE 0.
       01 WS-PAYMENT-COUNT PIC 9(6) VALUE 0.
       01 WS-CREDIT-COUNT PIC 9(6) VALUE 0.
       01 WS-ADJUST-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-PAYMENT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-ADJUST-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-LINE-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
          ARPOST.
             OPEN INPUT TRANS-FILE.
             IF WS-TR-STATUS NOT = '00' THEN
                DISPLAY 'NO LEDGER TRANSACTIONS TO PROCESS'
                GO TO ARPOST-EXIT
             END-IF.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS '
                        WS-PM-STATUS
                CLOSE TRANS-FILE
                MOVE 8 TO RETURN-CODE
                GO TO ARPOST-EXIT
             END-IF.
             OPEN I-O LEDGER-FILE.
             IF WS-AR-STATUS = '35' THEN
                OPEN OUTPUT LEDGER-FILE
                CLOSE LEDGER-FILE
                OPEN I-O LEDGER-FILE
             END-IF.
             IF WS-AR-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER LEDGER, STATUS '
                        WS-AR-STATUS
                CLOSE TRANS-FILE
                CLOSE PLAYER-FILE
                MOVE 8 TO RETURN-CODE
                GO TO ARPOST-EXIT
             END-IF.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             PERFORM READ-TRANS.
             PERFORM PROCESS-TRANS THRU PROCESS-TRANS-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE TRANS-FILE.
             CLOSE PLAYER-FILE.
             CLOSE LEDGER-FILE.
             DISPLAY 'ARPOST CONTROL TOTALS'.
             DISPLAY '  TRANSACTIONS READ ' WS-TRANS-COUNT.
             MOVE WS-PAYMENT-TOTAL TO WS-LINE-AMOUNT.
             DISPLAY '  PAYMENTS POSTED   ' WS-PAYMENT-COUNT
                     ' ' WS-LINE-AMOUNT.
             MOVE WS-CREDIT-TOTAL TO WS-LINE-AMOUNT.
             DISPLAY '  CREDITS POSTED    ' WS-CREDIT-COUNT
                     ' ' WS-LINE-AMOUNT.
             MOVE WS-ADJUST-TOTAL TO WS-LINE-AMOUNT.
             DISPLAY '  ADJUSTMENTS POSTED ' WS-ADJUST-COUNT
                     ' ' WS-LINE-AMOUNT.
             DISPLAY '  TRANSACTIONS IN ERROR ' WS-ERROR-COUNT.
             IF WS-ERROR-COUNT > 0 AND RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
             END-IF.
             PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
          ARPOST-EXIT.
             EXIT.
          GOBACK.

          READ-TRANS.
             READ TRANS-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             IF TR-ACTION NOT = 'P' AND TR-ACTION NOT = 'C'
                AND TR-ACTION NOT = 'A' THEN
                DISPLAY 'INVALID ACTION ' TR-ACTION ' FOR '
                        TR-PLAYER-ID
                ADD 1 TO WS-ERROR-COUNT
                GO TO PROCESS-TRANS-READ
             END-IF.
             PERFORM EDIT-TRANS THRU EDIT-TRANS-EXIT.
             IF WS-TRANS-ERROR THEN
                ADD 1 TO WS-ERROR-COUNT
                GO TO PROCESS-TRANS-READ
             END-IF.
             PERFORM POST-ENTRY THRU POST-ENTRY-EXIT.
          PROCESS-TRANS-READ.
             PERFORM READ-TRANS.
          PROCESS-TRANS-EXIT.
             EXIT.

          EDIT-TRANS.
             MOVE 'N' TO WS-TRANS-ERR-FLAG.
             MOVE TR-PLAYER-ID TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY
                   DISPLAY 'PLAYER NOT FOUND ' TR-PLAYER-ID
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO EDIT-TRANS-EXIT
             END-READ.
             IF TR-DATE IS NOT NUMERIC THEN
                DISPLAY 'INVALID DATE FOR ' TR-PLAYER-ID ' '
                        TR-REFERENCE
                SET WS-TRANS-ERROR TO TRUE
                GO TO EDIT-TRANS-EXIT
             END-IF.
             MOVE 'W' TO WS-DC-FUNCTION.
             MOVE TR-DATE TO WS-DC-DATE-1.
             MOVE 'S' TO WS-AUDIT-SW.
             CALL 'DATECALC'.
             IF NOT WS-DC-NO-ERROR THEN
                DISPLAY 'INVALID DATE ' TR-DATE ' FOR ' TR-PLAYER-ID
                SET WS-TRANS-ERROR TO TRUE
                GO TO EDIT-TRANS-EXIT
             END-IF.
             IF TR-AMOUNT IS NOT NUMERIC OR TR-AMOUNT = 0 THEN
                DISPLAY 'INVALID AMOUNT FOR ' TR-PLAYER-ID ' '
                        TR-REFERENCE
                SET WS-TRANS-ERROR TO TRUE
                GO TO EDIT-TRANS-EXIT
             END-IF.
             IF TR-REFERENCE = SPACES THEN
                DISPLAY 'REFERENCE REQUIRED FOR ' TR-PLAYER-ID
                SET WS-TRANS-ERROR TO TRUE
                GO TO EDIT-TRANS-EXIT
             END-IF.
             IF TR-SIGN NOT = SPACE AND TR-SIGN NOT = '-'
                AND TR-SIGN NOT = '+' THEN
                DISPLAY 'INVALID SIGN ' TR-SIGN ' FOR ' TR-PLAYER-ID
                SET WS-TRANS-ERROR TO TRUE
             END-IF.
          EDIT-TRANS-EXIT.
             EXIT.

          POST-ENTRY.
             MOVE TR-PLAYER-ID TO AR-PLAYER-ID.
             MOVE TR-DATE TO AR-ENTRY-DATE.
             MOVE TR-ACTION TO AR-ENTRY-TYPE.
             MOVE TR-REFERENCE TO AR-REFERENCE.
             EVALUATE TRUE
                WHEN TR-ACTION = 'A' AND TR-SIGN NOT = '-'
                   MOVE TR-AMOUNT TO AR-AMOUNT
                WHEN OTHER
                   COMPUTE AR-AMOUNT = 0 - TR-AMOUNT
             END-EVALUATE.
             IF TR-DESCRIPTION NOT = SPACES THEN
                MOVE TR-DESCRIPTION TO AR-DESCRIPTION
             ELSE
                EVALUATE TR-ACTION
                   WHEN 'P'
                      MOVE 'PAYMENT RECEIVED' TO AR-DESCRIPTION
                   WHEN 'C'
                      MOVE 'CREDIT' TO AR-DESCRIPTION
                   WHEN OTHER
                      MOVE 'ADJUSTMENT' TO AR-DESCRIPTION
                END-EVALUATE
             END-IF.
             MOVE 'ARPOST' TO AR-SOURCE.
             MOVE WS-DATE-NOW TO AR-POST-DATE.
             MOVE WS-TIME-NOW TO AR-POST-TIME.
             WRITE AR-LEDGER-RECORD
                INVALID KEY
                   DISPLAY 'DUPLICATE LEDGER ENTRY ' TR-PLAYER-ID ' '
                           TR-DATE ' ' TR-ACTION ' ' TR-REFERENCE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO POST-ENTRY-EXIT
             END-WRITE.
             EVALUATE TR-ACTION
                WHEN 'P'
                   ADD 1 TO WS-PAYMENT-COUNT
                   ADD TR-AMOUNT TO WS-PAYMENT-TOTAL
                WHEN 'C'
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD TR-AMOUNT TO WS-CREDIT-TOTAL
                WHEN OTHER
                   ADD 1 TO WS-ADJUST-COUNT
                   ADD AR-AMOUNT TO WS-ADJUST-TOTAL
             END-EVALUATE.
          POST-ENTRY-EXIT.
             EXIT.

          WRITE-CONTROL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             MOVE 'ARPOST' TO CT-PROGRAM.
             MOVE 'ARLEDGER' TO CT-FILE-NAME.
             MOVE WS-DATE-NOW TO CT-DATE.
             MOVE WS-TIME-NOW TO CT-TIME.
             MOVE WS-TRANS-COUNT TO CT-IN-COUNT.
             COMPUTE CT-OUT-COUNT = WS-PAYMENT-COUNT + WS-CREDIT-COUNT
                + WS-ADJUST-COUNT.
             MOVE WS-ERROR-COUNT TO CT-DROP-COUNT.
             MOVE 0 TO CT-KEEP-COUNT.
             OPEN EXTEND CTL-FILE.
             IF WS-CT-STATUS = '35' THEN
                OPEN OUTPUT CTL-FILE
             END-IF.
             IF WS-CT-STATUS NOT = '00' THEN
                DISPLAY 'CONTROL FILE UNAVAILABLE, STATUS '
                        WS-CT-STATUS
                GO TO WRITE-CONTROL-EXIT
             END-IF.
             WRITE CTL-RECORD.
             CLOSE CTL-FILE.
          WRITE-CONTROL-EXIT.
             EXIT.
