       IDENTIFICATION DIVISION.
       PROGRAM-ID. OGSTALE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "OGPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT OPENGAME-FILE ASSIGN TO "OPENGAME"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS OG-KEY
              FILE STATUS IS WS-OG-STATUS.
           SELECT GAMESUM-FILE ASSIGN TO "GAMESUM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT RULE-FILE ASSIGN TO "RULEFILE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-RL-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 OP-STALE-DAYS PIC 9(3).
           05 OP-ACTION PIC X(1).
           05 OP-AS-OF-DATE PIC 9(8).
           05 OP-PLAYER PIC X(20).
           05 OP-GAME-ID PIC 9(6).
       FD  OPENGAME-FILE.
           COPY OPENGAME.
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  RULE-FILE.
           COPY RULEREC.
       FD  PLAYER-FILE.
           COPY PLAYERM.
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
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-OG-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-RL-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-OPEN VALUE 'Y'.
       01 WS-GS-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-GS-OPEN VALUE 'Y'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-RL-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-RL-END VALUE 'Y'.
       01 WS-STALE-DAYS PIC 9(3) VALUE 30.
       01 WS-ACTION PIC X(1) VALUE 'R'.
          88 WS-ACT-REPORT VALUE 'R'.
          88 WS-ACT-CLOSE VALUE 'C'.
          88 WS-ACT-VOID VALUE 'V'.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-SEL-PLAYER PIC X(20) VALUE SPACES.
       01 WS-SEL-GAME-ID PIC 9(6) VALUE 0.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TIME-NOW PIC 9(8) VALUE 0.
       01 WS-NAME-PARSE.
          05 WS-NP-KEY PIC X(8).
          05 WS-NP-REST PIC X(12).
       01 WS-IDLE-DAYS PIC S9(7) VALUE 0.
       01 WS-K PIC 9(2) VALUE 0.
       01 WS-R PIC 9(2) VALUE 0.
       01 WS-RULE-IDX PIC 9(2) VALUE 0.
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 20 TIMES.
             10 WS-RL-DIVISION PIC X(10).
             10 WS-RL-UPPER-THRESHOLD PIC 9(3).
             10 WS-RL-UPPER-BONUS PIC 9(3).
             10 WS-RL-SECOND-YACHT-BONUS PIC 9(3).
       01 WS-BONUS-TOTAL PIC 9(4) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-STALE-COUNT PIC 9(6) VALUE 0.
       01 WS-CLOSE-COUNT PIC 9(6) VALUE 0.
       01 WS-VOID-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-PLAYER PIC X(20).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LINE-GAME PIC 9(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-ROUNDS PIC Z9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-TOTAL PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-OPENED PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-LAST PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-IDLE PIC ZZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-STATE PIC X(10).

       PROCEDURE DIVISION.
          OGSTALE.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             IF WS-ACT-REPORT THEN
                OPEN INPUT OPENGAME-FILE
             ELSE
                OPEN I-O OPENGAME-FILE
             END-IF.
             IF WS-OG-STATUS NOT = '00' THEN
                DISPLAY 'NO OPEN GAMES TO REVIEW'
                GO TO OGSTALE-EXIT
             END-IF.
             IF WS-ACT-CLOSE THEN
                PERFORM LOAD-RULES THRU LOAD-RULES-EXIT
                OPEN INPUT PLAYER-FILE
                IF WS-PM-STATUS = '00' THEN
                   MOVE 'Y' TO WS-PM-OPEN-FLAG
                END-IF
             END-IF.
             DISPLAY 'OPEN GAME SUSPENSE REVIEW AS OF ' WS-AS-OF-DATE.
             DISPLAY 'STALE AFTER ' WS-STALE-DAYS ' DAYS, ACTION '
                     WS-ACTION.
             DISPLAY 'PLAYER               GAME   RNDS TOTAL  OPENED'
                     '    LAST PLAY    IDLE  STATUS'.
             PERFORM READ-OPENGAME.
             PERFORM PROCESS-GAME THRU PROCESS-GAME-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE OPENGAME-FILE.
             IF WS-GS-OPEN THEN
                CLOSE GAMESUM-FILE
             END-IF.
             IF WS-PM-OPEN THEN
                CLOSE PLAYER-FILE
             END-IF.
             DISPLAY ' '.
             DISPLAY 'OGSTALE CONTROL TOTALS'.
             DISPLAY '  OPEN GAMES READ   ' WS-READ-COUNT.
             DISPLAY '  STALE GAMES       ' WS-STALE-COUNT.
             DISPLAY '  GAMES FORCE-CLOSED ' WS-CLOSE-COUNT.
             DISPLAY '  GAMES VOIDED      ' WS-VOID-COUNT.
             DISPLAY '  GAMES IN ERROR    ' WS-ERROR-COUNT.
             IF WS-ACT-REPORT AND WS-STALE-COUNT > 0 THEN
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
             IF WS-ERROR-COUNT > 0 THEN
                MOVE 8 TO RETURN-CODE
             END-IF.
          OGSTALE-EXIT.
             EXIT.
          GOBACK.

          READ-PARM.
             OPEN INPUT PARM-FILE.
             IF WS-PARM-STATUS NOT = '00' THEN
                GO TO READ-PARM-DEFAULT
             END-IF.
             READ PARM-FILE
                AT END GO TO READ-PARM-CLOSE
             END-READ.
             IF OP-STALE-DAYS IS NUMERIC AND OP-STALE-DAYS > 0 THEN
                MOVE OP-STALE-DAYS TO WS-STALE-DAYS
             END-IF.
             IF OP-ACTION = 'C' OR OP-ACTION = 'V' THEN
                MOVE OP-ACTION TO WS-ACTION
             END-IF.
             IF OP-AS-OF-DATE IS NUMERIC AND OP-AS-OF-DATE > 0 THEN
                MOVE OP-AS-OF-DATE TO WS-AS-OF-DATE
             END-IF.
             MOVE OP-PLAYER TO WS-SEL-PLAYER.
             IF OP-GAME-ID IS NUMERIC THEN
                MOVE OP-GAME-ID TO WS-SEL-GAME-ID
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-DEFAULT.
             IF WS-AS-OF-DATE = 0 THEN
                ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
             END-IF.
          READ-PARM-EXIT.
             EXIT.

          READ-OPENGAME.
             READ OPENGAME-FILE NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          PROCESS-GAME.
             ADD 1 TO WS-READ-COUNT.
             MOVE OG-PLAYER TO WS-LINE-PLAYER.
             MOVE OG-GAME-ID TO WS-LINE-GAME.
             MOVE OG-PLAY-COUNT TO WS-LINE-ROUNDS.
             MOVE OG-TOTAL TO WS-LINE-TOTAL.
             MOVE OG-OPEN-DATE TO WS-LINE-OPENED.
             MOVE OG-LAST-DATE TO WS-LINE-LAST.
             MOVE 'D' TO WS-DC-FUNCTION.
             MOVE OG-LAST-DATE TO WS-DC-DATE-1.
             MOVE WS-AS-OF-DATE TO WS-DC-DATE-2.
             MOVE 'S' TO WS-AUDIT-SW.
             CALL 'DATECALC'.
             IF WS-DC-NO-ERROR THEN
                MOVE WS-DC-DAY-COUNT TO WS-IDLE-DAYS
             ELSE
                MOVE 0 TO WS-IDLE-DAYS
             END-IF.
             IF WS-IDLE-DAYS < 0 THEN
                MOVE 0 TO WS-IDLE-DAYS
             END-IF.
             MOVE WS-IDLE-DAYS TO WS-LINE-IDLE.
             IF WS-IDLE-DAYS < WS-STALE-DAYS THEN
                MOVE 'OPEN' TO WS-LINE-STATE
                DISPLAY WS-LINE
                GO TO PROCESS-GAME-READ
             END-IF.
             ADD 1 TO WS-STALE-COUNT.
             MOVE 'STALE' TO WS-LINE-STATE.
             IF WS-ACT-REPORT THEN
                DISPLAY WS-LINE
                GO TO PROCESS-GAME-READ
             END-IF.
             IF WS-SEL-PLAYER NOT = SPACES
                AND WS-SEL-PLAYER NOT = OG-PLAYER THEN
                DISPLAY WS-LINE
                GO TO PROCESS-GAME-READ
             END-IF.
             IF WS-SEL-GAME-ID > 0 AND WS-SEL-GAME-ID NOT = OG-GAME-ID
                THEN
                DISPLAY WS-LINE
                GO TO PROCESS-GAME-READ
             END-IF.
             IF WS-ACT-CLOSE THEN
                PERFORM CLOSE-GAME THRU CLOSE-GAME-EXIT
             ELSE
                PERFORM VOID-GAME THRU VOID-GAME-EXIT
             END-IF.
             DISPLAY WS-LINE.
          PROCESS-GAME-READ.
             PERFORM READ-OPENGAME.
          PROCESS-GAME-EXIT.
             EXIT.

          CLOSE-GAME.
             IF NOT WS-GS-OPEN THEN
                OPEN EXTEND GAMESUM-FILE
                IF WS-GS-STATUS = '35' THEN
                   OPEN OUTPUT GAMESUM-FILE
                END-IF
                IF WS-GS-STATUS NOT = '00' THEN
                   DISPLAY 'CANNOT OPEN GAME SUMMARY FILE, STATUS '
                           WS-GS-STATUS
                   MOVE 'NOT CLOSED' TO WS-LINE-STATE
                   ADD 1 TO WS-ERROR-COUNT
                   GO TO CLOSE-GAME-EXIT
                END-IF
                MOVE 'Y' TO WS-GS-OPEN-FLAG
             END-IF.
             PERFORM APPLY-GAME-BONUSES THRU APPLY-GAME-BONUSES-EXIT.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             MOVE OG-PLAYER TO GS-PLAYER.
             MOVE OG-GAME-ID TO GS-GAME-ID.
             MOVE WS-BONUS-TOTAL TO GS-FINAL-TOTAL.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                MOVE OG-CAT-USED(WS-K) TO GS-CAT-USED(WS-K)
             END-PERFORM.
             MOVE WS-DATE-NOW TO GS-DATE.
             MOVE WS-TIME-NOW TO GS-TIME.
             WRITE GAMESUM-RECORD.
             IF WS-GS-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT WRITE GAME SUMMARY FOR ' OG-GAME-ID
                        ', STATUS ' WS-GS-STATUS
                MOVE 'NOT CLOSED' TO WS-LINE-STATE
                ADD 1 TO WS-ERROR-COUNT
                GO TO CLOSE-GAME-EXIT
             END-IF.
             DELETE OPENGAME-FILE RECORD.
             IF WS-OG-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT REMOVE OPEN GAME ' OG-GAME-ID
                        ', STATUS '
                        WS-OG-STATUS
                MOVE 'NOT CLOSED' TO WS-LINE-STATE
                ADD 1 TO WS-ERROR-COUNT
                GO TO CLOSE-GAME-EXIT
             END-IF.
             MOVE 'CLOSED' TO WS-LINE-STATE.
             MOVE WS-BONUS-TOTAL TO WS-LINE-TOTAL.
             ADD 1 TO WS-CLOSE-COUNT.
          CLOSE-GAME-EXIT.
             EXIT.

          VOID-GAME.
             DELETE OPENGAME-FILE RECORD.
             IF WS-OG-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT REMOVE OPEN GAME ' OG-GAME-ID
                        ', STATUS '
                        WS-OG-STATUS
                MOVE 'NOT VOIDED' TO WS-LINE-STATE
                ADD 1 TO WS-ERROR-COUNT
                GO TO VOID-GAME-EXIT
             END-IF.
             MOVE 'VOIDED' TO WS-LINE-STATE.
             ADD 1 TO WS-VOID-COUNT.
          VOID-GAME-EXIT.
             EXIT.

          APPLY-GAME-BONUSES.
             MOVE OG-TOTAL TO WS-BONUS-TOTAL.
             PERFORM FIND-GAME-RULES THRU FIND-GAME-RULES-EXIT.
             IF WS-RULE-IDX = 0 THEN
                GO TO APPLY-GAME-BONUSES-EXIT
             END-IF.
             MOVE WS-RULE-IDX TO WS-R.
             IF WS-RL-UPPER-THRESHOLD(WS-R) > 0
                AND OG-UPPER-TOTAL >= WS-RL-UPPER-THRESHOLD(WS-R) THEN
                ADD WS-RL-UPPER-BONUS(WS-R) TO WS-BONUS-TOTAL
             END-IF.
             IF WS-RL-SECOND-YACHT-BONUS(WS-R) > 0
                AND OG-YACHT-COUNT >= 2 THEN
                ADD WS-RL-SECOND-YACHT-BONUS(WS-R) TO WS-BONUS-TOTAL
             END-IF.
          APPLY-GAME-BONUSES-EXIT.
             EXIT.

          FIND-GAME-RULES.
             MOVE 0 TO WS-RULE-IDX.
             IF WS-RULE-COUNT = 0 OR NOT WS-PM-OPEN THEN
                GO TO FIND-GAME-RULES-EXIT
             END-IF.
             MOVE OG-PLAYER TO WS-NAME-PARSE.
             IF WS-NP-REST NOT = SPACES THEN
                GO TO FIND-GAME-RULES-EXIT
             END-IF.
             MOVE WS-NP-KEY TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY GO TO FIND-GAME-RULES-EXIT
             END-READ.
             PERFORM VARYING WS-R FROM 1 BY 1
                UNTIL WS-R > WS-RULE-COUNT
                IF WS-RL-DIVISION(WS-R) = PM-DIVISION THEN
                   MOVE WS-R TO WS-RULE-IDX
                END-IF
             END-PERFORM.
          FIND-GAME-RULES-EXIT.
             EXIT.

          LOAD-RULES.
             OPEN INPUT RULE-FILE.
             IF WS-RL-STATUS NOT = '00' THEN
                GO TO LOAD-RULES-EXIT
             END-IF.
             PERFORM READ-RULE.
             PERFORM STORE-RULE THRU STORE-RULE-EXIT
                UNTIL WS-RL-END.
             CLOSE RULE-FILE.
          LOAD-RULES-EXIT.
             EXIT.

          READ-RULE.
             READ RULE-FILE
                AT END SET WS-RL-END TO TRUE
             END-READ.

          STORE-RULE.
             IF WS-RULE-COUNT >= 20 THEN
                DISPLAY 'WARNING: RULE TABLE FULL, IGNORING '
                        RL-DIVISION
                GO TO STORE-RULE-READ
             END-IF.
             ADD 1 TO WS-RULE-COUNT.
             MOVE RL-DIVISION TO WS-RL-DIVISION(WS-RULE-COUNT).
             MOVE RL-UPPER-THRESHOLD
                  TO WS-RL-UPPER-THRESHOLD(WS-RULE-COUNT).
             MOVE RL-UPPER-BONUS TO WS-RL-UPPER-BONUS(WS-RULE-COUNT).
             MOVE RL-SECOND-YACHT-BONUS
                  TO WS-RL-SECOND-YACHT-BONUS(WS-RULE-COUNT).
          STORE-RULE-READ.
             PERFORM READ-RULE.
          STORE-RULE-EXIT.
             EXIT.
