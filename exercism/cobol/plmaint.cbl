           SELECT IDMAP-FILE ASSIGN TO "IDMAP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-IM-STATUS.
           SELECT DIVISION-FILE ASSIGN TO "DIVMAST"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DM-DIVISION
              FILE STATUS IS WS-DM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PLJRNL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
              10 FILLER PIC X(12).
           05 TR-DIVISION PIC X(10).
           05 TR-JOIN-DATE PIC 9(08).
           05 TR-OPERATOR PIC X(08).
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  CTL-FILE.
           COPY CTLREC.
       FD  IDMAP-FILE.
           COPY IDMAPREC.
       FD  DIVISION-FILE.
           COPY DIVMAST.
       FD  JOURNAL-FILE.
           COPY PLJRNL.
       WORKING-STORAGE SECTION.
       01 WS-TR-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
          88 WS-IM-END VALUE 'Y'.
       01 WS-MAP-CONFLICT-FLAG PIC X(1) VALUE 'N'.
          88 WS-MAP-CONFLICT VALUE 'Y'.
       01 WS-DM-STATUS PIC X(2) VALUE '00'.
       01 WS-DIV-ERR-FLAG PIC X(1) VALUE 'N'.
          88 WS-DIV-INVALID VALUE 'Y'.
       01 WS-PJ-STATUS PIC X(2) VALUE '00'.
       01 WS-JOURNAL-COUNT PIC 9(6) VALUE 0.
       01 WS-BEFORE-IMAGE PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
          PLMAINT.
                CLOSE TRANS-FILE
                GO TO PLMAINT-EXIT
             END-IF.
             OPEN INPUT DIVISION-FILE.
             IF WS-DM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN DIVISION MASTER, STATUS '
                        WS-DM-STATUS
                CLOSE TRANS-FILE
                CLOSE PLAYER-FILE
                MOVE 8 TO RETURN-CODE
                GO TO PLMAINT-EXIT
             END-IF.
             OPEN EXTEND JOURNAL-FILE.
             IF WS-PJ-STATUS = '35' THEN
                OPEN OUTPUT JOURNAL-FILE
             END-IF.
             IF WS-PJ-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER JOURNAL, STATUS '
                        WS-PJ-STATUS
                CLOSE TRANS-FILE
                CLOSE PLAYER-FILE
                CLOSE DIVISION-FILE
                MOVE 8 TO RETURN-CODE
                GO TO PLMAINT-EXIT
             END-IF.
             PERFORM READ-TRANS.
             PERFORM PROCESS-TRANS THRU PROCESS-TRANS-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE TRANS-FILE.
             CLOSE PLAYER-FILE.
             CLOSE DIVISION-FILE.
             CLOSE JOURNAL-FILE.
             DISPLAY 'PLMAINT CONTROL TOTALS'.
             DISPLAY '  TRANSACTIONS READ ' WS-TRANS-COUNT.
             DISPLAY '  PLAYERS ADDED     ' WS-ADD-COUNT.
             DISPLAY '  PLAYERS REACTIVATED ' WS-REACT-COUNT.
             DISPLAY '  MERGES RECORDED   ' WS-MERGE-COUNT.
             DISPLAY '  TRANSACTIONS IN ERROR ' WS-ERROR-COUNT.
             DISPLAY '  JOURNAL RECORDS   ' WS-JOURNAL-COUNT.
             PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
          PLMAINT-EXIT.
             EXIT.
             EXIT.

          ADD-PLAYER.
             PERFORM CHECK-DIVISION THRU CHECK-DIVISION-EXIT.
             IF WS-DIV-INVALID THEN
                ADD 1 TO WS-ERROR-COUNT
                GO TO ADD-PLAYER-EXIT
             END-IF.
             MOVE TR-PLAYER-ID TO PM-PLAYER-ID.
             MOVE TR-NAME TO PM-NAME.
             MOVE TR-DIVISION TO PM-DIVISION.
                MOVE 0 TO PM-JOIN-DATE
             END-IF.
             MOVE 'Y' TO PM-ACTIVE-FLAG.
             MOVE SPACES TO WS-BEFORE-IMAGE.
             WRITE PLAYER-RECORD
                INVALID KEY
                   DISPLAY 'DUPLICATE PLAYER ID ' TR-PLAYER-ID
                   ADD 1 TO WS-ERROR-COUNT
                NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
             END-WRITE.
          ADD-PLAYER-EXIT.
             EXIT.

          CHANGE-PLAYER.
             IF TR-DIVISION NOT = SPACES THEN
                PERFORM CHECK-DIVISION THRU CHECK-DIVISION-EXIT
                IF WS-DIV-INVALID THEN
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO CHANGE-PLAYER-EXIT
                END-IF
             END-IF.
             MOVE TR-PLAYER-ID TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO CHANGE-PLAYER-EXIT
             END-READ.
             MOVE PLAYER-RECORD TO WS-BEFORE-IMAGE.
             IF TR-NAME NOT = SPACES THEN
                MOVE TR-NAME TO PM-NAME
             END-IF.
             END-IF.
             REWRITE PLAYER-RECORD.
             ADD 1 TO WS-CHANGE-COUNT.
             PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
          CHANGE-PLAYER-EXIT.
             EXIT.

          CHECK-DIVISION.
             MOVE 'N' TO WS-DIV-ERR-FLAG.
             MOVE TR-DIVISION TO DM-DIVISION.
             READ DIVISION-FILE
                INVALID KEY
                   DISPLAY 'UNKNOWN DIVISION ' TR-DIVISION ' FOR '
                           TR-PLAYER-ID
                   SET WS-DIV-INVALID TO TRUE
                   GO TO CHECK-DIVISION-EXIT
             END-READ.
             IF DM-ACTIVE-FLAG NOT = 'Y' THEN
                DISPLAY 'DIVISION ' TR-DIVISION ' NOT ACTIVE FOR '
                        TR-PLAYER-ID
                SET WS-DIV-INVALID TO TRUE
             END-IF.
          CHECK-DIVISION-EXIT.
             EXIT.

          REACT-PLAYER.
             MOVE TR-PLAYER-ID TO PM-PLAYER-ID.
             READ PLAYER-FILE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO REACT-PLAYER-EXIT
             END-READ.
             MOVE PLAYER-RECORD TO WS-BEFORE-IMAGE.
             MOVE 'Y' TO PM-ACTIVE-FLAG.
             REWRITE PLAYER-RECORD.
             ADD 1 TO WS-REACT-COUNT.
             PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
          REACT-PLAYER-EXIT.
             EXIT.

                   ADD 1 TO WS-ERROR-COUNT
                   GO TO DEACT-PLAYER-EXIT
             END-READ.
             MOVE PLAYER-RECORD TO WS-BEFORE-IMAGE.
             MOVE 'N' TO PM-ACTIVE-FLAG.
             REWRITE PLAYER-RECORD.
             ADD 1 TO WS-DEACT-COUNT.
             PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
          DEACT-PLAYER-EXIT.
             EXIT.

             WRITE IDMAP-RECORD.
             CLOSE IDMAP-FILE.
             ADD 1 TO WS-MERGE-COUNT.
             MOVE PLAYER-RECORD TO WS-BEFORE-IMAGE.
             PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
          WRITE-IDMAP-EXIT.
             EXIT.

          WRITE-JOURNAL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             MOVE TR-PLAYER-ID TO PJ-PLAYER-ID.
             MOVE WS-DATE-NOW TO PJ-DATE.
             MOVE WS-TIME-NOW TO PJ-TIME.
             MOVE TR-ACTION TO PJ-ACTION.
             IF TR-OPERATOR NOT = SPACES THEN
                MOVE TR-OPERATOR TO PJ-OPERATOR
             ELSE
                MOVE 'PLMAINT' TO PJ-OPERATOR
             END-IF.
             MOVE 'PLMAINT' TO PJ-PROGRAM.
             IF TR-ACTION = 'M' THEN
                MOVE TR-NEW-ID TO PJ-REF-ID
             ELSE
                MOVE SPACES TO PJ-REF-ID
             END-IF.
             MOVE WS-BEFORE-IMAGE TO PJ-BEFORE-IMAGE.
             IF WS-BEFORE-IMAGE = SPACES THEN
                MOVE 0 TO PJB-JOIN-DATE
             END-IF.
             MOVE PLAYER-RECORD TO PJ-AFTER-IMAGE.
             WRITE PLJRNL-RECORD.
             IF WS-PJ-STATUS NOT = '00' THEN
                DISPLAY 'PLAYER JOURNAL WRITE FAILED FOR '
                        TR-PLAYER-ID ', STATUS ' WS-PJ-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO WRITE-JOURNAL-EXIT
             END-IF.
             ADD 1 TO WS-JOURNAL-COUNT.
          WRITE-JOURNAL-EXIT.
             EXIT.

          WRITE-CONTROL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
