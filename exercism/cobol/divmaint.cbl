       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "DIVTRANS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-TR-STATUS.
           SELECT DIVISION-FILE ASSIGN TO "DIVMAST"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DM-DIVISION
              FILE STATUS IS WS-DM-STATUS.
           SELECT CTL-FILE ASSIGN TO "CTLFILE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-CT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TR-ACTION PIC X(01).
           05 TR-DIVISION PIC X(10).
           05 TR-DESCRIPTION PIC X(30).
           05 TR-GAME-FEE PIC 9(3)V99.
           05 TR-FEE-X REDEFINES TR-GAME-FEE PIC X(05).
       FD  DIVISION-FILE.
           COPY DIVMAST.
       FD  CTL-FILE.
           COPY CTLREC.
       WORKING-STORAGE SECTION.
       01 WS-TR-STATUS PIC X(2) VALUE '00'.
       01 WS-DM-STATUS PIC X(2) VALUE '00'.
       01 WS-CT-STATUS PIC X(2) VALUE '00'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TIME-NOW PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-TRANS-COUNT PIC 9(6) VALUE 0.
       01 WS-ADD-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       01 WS-DEACT-COUNT PIC 9(6) VALUE 0.
       01 WS-REACT-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
          DIVMAINT.
             OPEN INPUT TRANS-FILE.
             IF WS-TR-STATUS NOT = '00' THEN
                DISPLAY 'NO DIVISION TRANSACTIONS TO PROCESS'
                GO TO DIVMAINT-EXIT
             END-IF.
             OPEN I-O DIVISION-FILE.
             IF WS-DM-STATUS = '35' THEN
                OPEN OUTPUT DIVISION-FILE
                CLOSE DIVISION-FILE
                OPEN I-O DIVISION-FILE
             END-IF.
             IF WS-DM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN DIVISION MASTER, STATUS '
                        WS-DM-STATUS
                CLOSE TRANS-FILE
                MOVE 8 TO RETURN-CODE
                GO TO DIVMAINT-EXIT
             END-IF.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             PERFORM READ-TRANS.
             PERFORM PROCESS-TRANS THRU PROCESS-TRANS-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE TRANS-FILE.
             CLOSE DIVISION-FILE.
             DISPLAY 'DIVMAINT CONTROL TOTALS'.
             DISPLAY '  TRANSACTIONS READ ' WS-TRANS-COUNT.
             DISPLAY '  DIVISIONS ADDED   ' WS-ADD-COUNT.
             DISPLAY '  DIVISIONS CHANGED ' WS-CHANGE-COUNT.
             DISPLAY '  DIVISIONS DEACTIVATED ' WS-DEACT-COUNT.
             DISPLAY '  DIVISIONS REACTIVATED ' WS-REACT-COUNT.
             DISPLAY '  TRANSACTIONS IN ERROR ' WS-ERROR-COUNT.
             PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
          DIVMAINT-EXIT.
             EXIT.
          GOBACK.

          READ-TRANS.
             READ TRANS-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             IF TR-DIVISION = SPACES THEN
                DISPLAY 'MISSING DIVISION CODE, ACTION ' TR-ACTION
                ADD 1 TO WS-ERROR-COUNT
                GO TO PROCESS-TRANS-READ
             END-IF.
             EVALUATE TR-ACTION
                WHEN 'A'
                   PERFORM ADD-DIVISION THRU ADD-DIVISION-EXIT
                WHEN 'C'
                   PERFORM CHANGE-DIVISION THRU CHANGE-DIVISION-EXIT
                WHEN 'D'
                   PERFORM DEACT-DIVISION THRU DEACT-DIVISION-EXIT
                WHEN 'R'
                   PERFORM REACT-DIVISION THRU REACT-DIVISION-EXIT
                WHEN OTHER
                   DISPLAY 'INVALID ACTION ' TR-ACTION ' FOR '
                           TR-DIVISION
                   ADD 1 TO WS-ERROR-COUNT
             END-EVALUATE.
          PROCESS-TRANS-READ.
             PERFORM READ-TRANS.
          PROCESS-TRANS-EXIT.
             EXIT.

          ADD-DIVISION.
             IF TR-GAME-FEE IS NOT NUMERIC THEN
                DISPLAY 'INVALID GAME FEE ' TR-FEE-X ' FOR '
                        TR-DIVISION
                ADD 1 TO WS-ERROR-COUNT
                GO TO ADD-DIVISION-EXIT
             END-IF.
             MOVE TR-DIVISION TO DM-DIVISION.
             MOVE TR-DESCRIPTION TO DM-DESCRIPTION.
             MOVE 'Y' TO DM-ACTIVE-FLAG.
             MOVE TR-GAME-FEE TO DM-GAME-FEE.
             MOVE WS-DATE-NOW TO DM-CREATE-DATE.
             MOVE WS-DATE-NOW TO DM-CHANGE-DATE.
             WRITE DIVISION-RECORD
                INVALID KEY
                   DISPLAY 'DUPLICATE DIVISION ' TR-DIVISION
                   ADD 1 TO WS-ERROR-COUNT
                NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
             END-WRITE.
          ADD-DIVISION-EXIT.
             EXIT.

          CHANGE-DIVISION.
             IF TR-FEE-X NOT = SPACES AND TR-GAME-FEE IS NOT NUMERIC
                THEN
                DISPLAY 'INVALID GAME FEE ' TR-FEE-X ' FOR '
                        TR-DIVISION
                ADD 1 TO WS-ERROR-COUNT
                GO TO CHANGE-DIVISION-EXIT
             END-IF.
             MOVE TR-DIVISION TO DM-DIVISION.
             READ DIVISION-FILE
                INVALID KEY
                   DISPLAY 'DIVISION NOT FOUND ' TR-DIVISION
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO CHANGE-DIVISION-EXIT
             END-READ.
             IF TR-DESCRIPTION NOT = SPACES THEN
                MOVE TR-DESCRIPTION TO DM-DESCRIPTION
             END-IF.
             IF TR-FEE-X NOT = SPACES THEN
                MOVE TR-GAME-FEE TO DM-GAME-FEE
             END-IF.
             MOVE WS-DATE-NOW TO DM-CHANGE-DATE.
             REWRITE DIVISION-RECORD.
             ADD 1 TO WS-CHANGE-COUNT.
          CHANGE-DIVISION-EXIT.
             EXIT.

          DEACT-DIVISION.
             MOVE TR-DIVISION TO DM-DIVISION.
             READ DIVISION-FILE
                INVALID KEY
                   DISPLAY 'DIVISION NOT FOUND ' TR-DIVISION
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO DEACT-DIVISION-EXIT
             END-READ.
             MOVE 'N' TO DM-ACTIVE-FLAG.
             MOVE WS-DATE-NOW TO DM-CHANGE-DATE.
             REWRITE DIVISION-RECORD.
             ADD 1 TO WS-DEACT-COUNT.
          DEACT-DIVISION-EXIT.
             EXIT.

          REACT-DIVISION.
             MOVE TR-DIVISION TO DM-DIVISION.
             READ DIVISION-FILE
                INVALID KEY
                   DISPLAY 'DIVISION NOT FOUND ' TR-DIVISION
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO REACT-DIVISION-EXIT
             END-READ.
             MOVE 'Y' TO DM-ACTIVE-FLAG.
             MOVE WS-DATE-NOW TO DM-CHANGE-DATE.
             REWRITE DIVISION-RECORD.
             ADD 1 TO WS-REACT-COUNT.
          REACT-DIVISION-EXIT.
             EXIT.

          WRITE-CONTROL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             MOVE 'DIVMAINT' TO CT-PROGRAM.
             MOVE 'DIVMAST' TO CT-FILE-NAME.
             MOVE WS-DATE-NOW TO CT-DATE.
             MOVE WS-TIME-NOW TO CT-TIME.
             MOVE WS-TRANS-COUNT TO CT-IN-COUNT.
             COMPUTE CT-OUT-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
                + WS-DEACT-COUNT + WS-REACT-COUNT.
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
