       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-FILE ASSIGN TO "GAMEFILE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-GF-STATUS.
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
           SELECT OPENGAME-FILE ASSIGN TO "OPENGAME"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS OG-KEY
              FILE STATUS IS WS-OG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-FILE.
           COPY GAMEROLL.
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  RULE-FILE.
           COPY RULEREC.
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  OPENGAME-FILE.
           COPY OPENGAME.
       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 99 EXTERNAL.
       01 WS-CATEGORY PIC X(15) EXTERNAL.
       01 WS-DICE EXTERNAL.
          05 FILLER OCCURS 5 TIMES.
             10 DICE PIC X.
       01 WS-ERROR-CODE PIC X(1) EXTERNAL.
          88 WS-NO-ERROR VALUE SPACE.
          88 WS-DICE-ERROR VALUE 'D'.
          88 WS-CATEGORY-ERROR VALUE 'C'.
          88 WS-DUP-CATEGORY-ERROR VALUE 'U'.
       01 WS-PLAYER-NAME PIC X(20) EXTERNAL.
       01 WS-ROUND-NUM PIC 9(3) EXTERNAL.
       01 WS-LOG-SW PIC X(1) EXTERNAL.
          88 WS-LOG-SUPPRESS VALUE 'S'.
       01 WS-RULE-YACHT-PAY PIC 9(2) EXTERNAL.
       01 WS-RULE-STRAIGHT-PAY PIC 9(2) EXTERNAL.
       01 WS-GF-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-RL-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-OG-STATUS PIC X(2) VALUE '00'.
       01 WS-OG-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-OG-OPEN VALUE 'Y'.
       01 WS-GF-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-GF-END VALUE 'Y'.
       01 WS-GS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-GS-END VALUE 'Y'.
       01 WS-RL-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-RL-END VALUE 'Y'.
       01 WS-SESSION-FLAG PIC X(1) VALUE 'N'.
          88 WS-SESSION-DONE VALUE 'Y'.
       01 WS-GAME-FLAG PIC X(1) VALUE 'N'.
          88 WS-GAME-DONE VALUE 'Y'.
       01 WS-COMPLETE-FLAG PIC X(1) VALUE 'N'.
          88 WS-GAME-COMPLETE VALUE 'Y'.
       01 WS-ENTRY-FLAG PIC X(1) VALUE 'N'.
          88 WS-ENTRY-OK VALUE 'Y'.
       01 WS-CAT-LITERAL.
          05 FILLER PIC X(15) VALUE 'ones'.
          05 FILLER PIC X(15) VALUE 'twos'.
          05 FILLER PIC X(15) VALUE 'threes'.
          05 FILLER PIC X(15) VALUE 'fours'.
          05 FILLER PIC X(15) VALUE 'fives'.
          05 FILLER PIC X(15) VALUE 'sixes'.
          05 FILLER PIC X(15) VALUE 'full house'.
          05 FILLER PIC X(15) VALUE 'four of a kind'.
          05 FILLER PIC X(15) VALUE 'little straight'.
          05 FILLER PIC X(15) VALUE 'big straight'.
          05 FILLER PIC X(15) VALUE 'choice'.
          05 FILLER PIC X(15) VALUE 'yacht'.
       01 WS-CAT-TABLE REDEFINES WS-CAT-LITERAL.
          05 WS-CAT-ENTRY PIC X(15) OCCURS 12 TIMES.
       01 WS-CAT-USED-MAP.
          05 WS-CAT-USED PIC X(1) OCCURS 12 TIMES.
       01 WS-ROUND-USED-MAP.
          05 WS-ROUND-USED PIC X(1) OCCURS 12 TIMES.
       01 WS-RULE-COUNT PIC 9(2) VALUE 0.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 20 TIMES.
             10 WS-RL-DIVISION PIC X(10).
             10 WS-RL-YACHT-PAY PIC 9(2).
             10 WS-RL-STRAIGHT-PAY PIC 9(2).
       01 WS-RULE-IDX PIC 9(2) VALUE 0.
       01 WS-R PIC 9(2) VALUE 0.
       01 WS-K PIC 9(2) VALUE 0.
       01 WS-CAT-IDX PIC 9(2) VALUE 0.
       01 WS-PLAY-COUNT PIC 9(2) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(2) VALUE 0.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-IN-PLAYER PIC X(8) VALUE SPACES.
       01 WS-IN-GAME-ID PIC 9(6) VALUE 0.
       01 WS-IN-ROUND PIC 9(3) VALUE 0.
       01 WS-IN-DICE PIC X(5) VALUE SPACES.
       01 WS-IN-CATEGORY PIC X(15) VALUE SPACES.
       01 WS-IN-CONFIRM PIC X(1) VALUE SPACE.
       01 WS-GAME-PLAYER PIC X(20) VALUE SPACES.
       01 WS-SCR-NAME PIC X(20) VALUE SPACES.
       01 WS-SCR-DIVISION PIC X(10) VALUE SPACES.
       01 WS-SCR-RULES PIC X(8) VALUE SPACES.
       01 WS-SCR-PREVIEW PIC X(2) VALUE SPACES.
       01 WS-PREVIEW-EDIT PIC Z9.
       01 WS-MESSAGE PIC X(70) VALUE SPACES.
       01 WS-STATUS-ROWS.
          05 WS-SR-LINE PIC X(60) OCCURS 12 TIMES.
       01 WS-ROW.
          05 WS-ROW-NUM PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-ROW-CATEGORY PIC X(15).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-ROW-CAT-STATUS PIC X(4).
          05 FILLER PIC X(9) VALUE SPACES.
          05 WS-ROW-ROUND PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-ROW-ROUND-STATUS PIC X(4).
          05 FILLER PIC X(18) VALUE SPACES.
       01 WS-PLAYER-COUNT PIC 9(6) VALUE 0.
       01 WS-PLAYER-REJ-COUNT PIC 9(6) VALUE 0.
       01 WS-GAME-COUNT PIC 9(6) VALUE 0.
       01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-DISCARD-COUNT PIC 9(6) VALUE 0.
       01 WS-SAVED-COUNT PIC 9(6) VALUE 0.

       SCREEN SECTION.
       01 ENTRY-SCREEN.
          05 BLANK SCREEN.
          05 LINE 1 COLUMN 2 VALUE 'ROLLENT  YACHT ROLL ENTRY'.
          05 LINE 1 COLUMN 62 PIC 9(8) FROM WS-DATE-NOW.
          05 LINE 3 COLUMN 2 VALUE 'PLAYER ID'.
          05 LINE 3 COLUMN 13 PIC X(8) FROM WS-IN-PLAYER.
          05 LINE 3 COLUMN 24 PIC X(20) FROM WS-SCR-NAME.
          05 LINE 3 COLUMN 46 VALUE 'DIVISION'.
          05 LINE 3 COLUMN 55 PIC X(10) FROM WS-SCR-DIVISION.
          05 LINE 3 COLUMN 67 PIC X(8) FROM WS-SCR-RULES.
          05 LINE 4 COLUMN 2 VALUE 'GAME ID'.
          05 LINE 4 COLUMN 13 PIC 9(6) FROM WS-IN-GAME-ID.
          05 LINE 4 COLUMN 24 VALUE 'ROUNDS SCORED'.
          05 LINE 4 COLUMN 38 PIC 9(2) FROM WS-PLAY-COUNT.
          05 LINE 4 COLUMN 41 VALUE 'OF 12   AWAITING YGAME RUN'.
          05 LINE 4 COLUMN 68 PIC 9(2) FROM WS-PENDING-COUNT.
          05 LINE 6 COLUMN 2
             VALUE 'NO  CATEGORY         STATUS    ROUND  STATUS'.
          05 LINE 7 COLUMN 2 PIC X(60) FROM WS-SR-LINE(1).
          05 LINE 8 COLUMN 2 PIC X(60) FROM WS-SR-LINE(2).
          05 LINE 9 COLUMN 2 PIC X(60) FROM WS-SR-LINE(3).
          05 LINE 10 COLUMN 2 PIC X(60) FROM WS-SR-LINE(4).
          05 LINE 11 COLUMN 2 PIC X(60) FROM WS-SR-LINE(5).
          05 LINE 12 COLUMN 2 PIC X(60) FROM WS-SR-LINE(6).
          05 LINE 13 COLUMN 2 PIC X(60) FROM WS-SR-LINE(7).
          05 LINE 14 COLUMN 2 PIC X(60) FROM WS-SR-LINE(8).
          05 LINE 15 COLUMN 2 PIC X(60) FROM WS-SR-LINE(9).
          05 LINE 16 COLUMN 2 PIC X(60) FROM WS-SR-LINE(10).
          05 LINE 17 COLUMN 2 PIC X(60) FROM WS-SR-LINE(11).
          05 LINE 18 COLUMN 2 PIC X(60) FROM WS-SR-LINE(12).
          05 LINE 20 COLUMN 2 VALUE 'ROUND'.
          05 LINE 20 COLUMN 8 PIC 9(3) FROM WS-IN-ROUND.
          05 LINE 20 COLUMN 13 VALUE 'DICE'.
          05 LINE 20 COLUMN 18 PIC X(5) FROM WS-IN-DICE.
          05 LINE 20 COLUMN 25 VALUE 'CATEGORY (NO OR NAME)'.
          05 LINE 20 COLUMN 47 PIC X(15) FROM WS-IN-CATEGORY.
          05 LINE 21 COLUMN 2 VALUE 'SCORE PREVIEW'.
          05 LINE 21 COLUMN 16 PIC X(2) FROM WS-SCR-PREVIEW.
          05 LINE 23 COLUMN 2 PIC X(70) FROM WS-MESSAGE HIGHLIGHT.
          05 LINE 24 COLUMN 2 VALUE
             'BLANK PLAYER ENDS  GAME 0 NEW PLAYER  ROUND 0 NEW GAME'.
       01 PLAYER-INPUT.
          05 LINE 3 COLUMN 13 PIC X(8) USING WS-IN-PLAYER.
       01 GAME-INPUT.
          05 LINE 4 COLUMN 13 PIC 9(6) USING WS-IN-GAME-ID.
       01 ROLL-INPUT.
          05 LINE 20 COLUMN 8 PIC 9(3) USING WS-IN-ROUND.
          05 LINE 20 COLUMN 18 PIC X(5) USING WS-IN-DICE.
          05 LINE 20 COLUMN 47 PIC X(15) USING WS-IN-CATEGORY.
       01 CONFIRM-INPUT.
          05 LINE 21 COLUMN 25 VALUE 'SAVE THIS ROLL (Y/N)'.
          05 LINE 21 COLUMN 46 PIC X(1) USING WS-IN-CONFIRM.

       PROCEDURE DIVISION.
          ROLLENT.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS '
                        WS-PM-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO ROLLENT-EXIT
             END-IF.
             OPEN INPUT OPENGAME-FILE.
             IF WS-OG-STATUS = '00' THEN
                MOVE 'Y' TO WS-OG-OPEN-FLAG
             END-IF.
             PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             PERFORM CLEAR-PLAYER.
             PERFORM ENTER-PLAYER THRU ENTER-PLAYER-EXIT
                UNTIL WS-SESSION-DONE.
             CLOSE PLAYER-FILE.
             IF WS-OG-OPEN THEN
                CLOSE OPENGAME-FILE
             END-IF.
             DISPLAY 'ROLLENT CONTROL TOTALS'.
             DISPLAY '  PLAYERS ACCEPTED  ' WS-PLAYER-COUNT.
             DISPLAY '  PLAYERS REFUSED   ' WS-PLAYER-REJ-COUNT.
             DISPLAY '  GAMES OPENED      ' WS-GAME-COUNT.
             DISPLAY '  ROLLS KEYED       ' WS-ENTRY-COUNT.
             DISPLAY '  ROLLS REFUSED     ' WS-REFUSED-COUNT.
             DISPLAY '  ROLLS DISCARDED   ' WS-DISCARD-COUNT.
             DISPLAY '  ROLLS SAVED       ' WS-SAVED-COUNT.
          ROLLENT-EXIT.
             EXIT.
          GOBACK.

          CLEAR-PLAYER.
             MOVE SPACES TO WS-SCR-NAME.
             MOVE SPACES TO WS-SCR-DIVISION.
             MOVE SPACES TO WS-SCR-RULES.
             MOVE 0 TO WS-RULE-IDX.
             PERFORM CLEAR-GAME.

          CLEAR-GAME.
             MOVE 0 TO WS-IN-GAME-ID.
             MOVE 0 TO WS-PLAY-COUNT.
             MOVE 0 TO WS-PENDING-COUNT.
             MOVE ALL 'N' TO WS-CAT-USED-MAP.
             MOVE ALL 'N' TO WS-ROUND-USED-MAP.
             MOVE SPACES TO WS-STATUS-ROWS.
             PERFORM CLEAR-ROLL.

          CLEAR-ROLL.
             MOVE 0 TO WS-IN-ROUND.
             MOVE SPACES TO WS-IN-DICE.
             MOVE SPACES TO WS-IN-CATEGORY.
             MOVE SPACE TO WS-IN-CONFIRM.
             MOVE SPACES TO WS-SCR-PREVIEW.

          ENTER-PLAYER.
             DISPLAY ENTRY-SCREEN.
             ACCEPT PLAYER-INPUT.
             MOVE SPACES TO WS-MESSAGE.
             PERFORM CLEAR-PLAYER.
             IF WS-IN-PLAYER = SPACES THEN
                SET WS-SESSION-DONE TO TRUE
                GO TO ENTER-PLAYER-EXIT
             END-IF.
             MOVE WS-IN-PLAYER TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY
                   MOVE 'PLAYER NOT ON PLAYER MASTER' TO WS-MESSAGE
                   ADD 1 TO WS-PLAYER-REJ-COUNT
                   GO TO ENTER-PLAYER-EXIT
             END-READ.
             IF PM-ACTIVE-FLAG NOT = 'Y' THEN
                MOVE 'PLAYER IS NOT ACTIVE' TO WS-MESSAGE
                ADD 1 TO WS-PLAYER-REJ-COUNT
                GO TO ENTER-PLAYER-EXIT
             END-IF.
             ADD 1 TO WS-PLAYER-COUNT.
             MOVE PM-NAME TO WS-SCR-NAME.
             MOVE PM-DIVISION TO WS-SCR-DIVISION.
             PERFORM VARYING WS-R FROM 1 BY 1
                UNTIL WS-R > WS-RULE-COUNT
                IF WS-RL-DIVISION(WS-R) = PM-DIVISION THEN
                   MOVE WS-R TO WS-RULE-IDX
                END-IF
             END-PERFORM.
             IF WS-RULE-IDX = 0 THEN
                MOVE 'DEFAULTS' TO WS-SCR-RULES
             END-IF.
             MOVE 'N' TO WS-GAME-FLAG.
             PERFORM ENTER-GAME THRU ENTER-GAME-EXIT
                UNTIL WS-GAME-DONE.
             MOVE SPACES TO WS-IN-PLAYER.
             PERFORM CLEAR-PLAYER.
          ENTER-PLAYER-EXIT.
             EXIT.

          ENTER-GAME.
             DISPLAY ENTRY-SCREEN.
             ACCEPT GAME-INPUT.
             MOVE SPACES TO WS-MESSAGE.
             IF WS-IN-GAME-ID = 0 THEN
                SET WS-GAME-DONE TO TRUE
                GO TO ENTER-GAME-EXIT
             END-IF.
             PERFORM LOAD-GAME THRU LOAD-GAME-EXIT.
             IF WS-GAME-COMPLETE THEN
                MOVE 'GAME ALREADY COMPLETE, ENTER ANOTHER GAME ID'
                     TO WS-MESSAGE
                MOVE 0 TO WS-IN-GAME-ID
                GO TO ENTER-GAME-EXIT
             END-IF.
             ADD 1 TO WS-GAME-COUNT.
             PERFORM ENTER-ROLL THRU ENTER-ROLL-EXIT
                UNTIL WS-GAME-COMPLETE OR WS-IN-GAME-ID = 0.
             PERFORM CLEAR-GAME.
          ENTER-GAME-EXIT.
             EXIT.

          LOAD-GAME.
             MOVE 'N' TO WS-COMPLETE-FLAG.
             MOVE 0 TO WS-PLAY-COUNT.
             MOVE 0 TO WS-PENDING-COUNT.
             MOVE ALL 'N' TO WS-CAT-USED-MAP.
             MOVE ALL 'N' TO WS-ROUND-USED-MAP.
             MOVE WS-IN-PLAYER TO WS-GAME-PLAYER.
             PERFORM CHECK-GAMESUM THRU CHECK-GAMESUM-EXIT.
             IF WS-GAME-COMPLETE THEN
                GO TO LOAD-GAME-EXIT
             END-IF.
             IF WS-OG-OPEN THEN
                MOVE WS-GAME-PLAYER TO OG-PLAYER
                MOVE WS-IN-GAME-ID TO OG-GAME-ID
                READ OPENGAME-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE OG-CAT-MAP TO WS-CAT-USED-MAP
                      MOVE OG-ROUND-MAP TO WS-ROUND-USED-MAP
                      MOVE OG-PLAY-COUNT TO WS-PLAY-COUNT
                END-READ
             END-IF.
             PERFORM SCAN-GAMEFILE THRU SCAN-GAMEFILE-EXIT.
             IF WS-PLAY-COUNT >= 12 THEN
                MOVE 'Y' TO WS-COMPLETE-FLAG
             END-IF.
             PERFORM BUILD-STATUS THRU BUILD-STATUS-EXIT.
          LOAD-GAME-EXIT.
             EXIT.

          CHECK-GAMESUM.
             OPEN INPUT GAMESUM-FILE.
             IF WS-GS-STATUS NOT = '00' THEN
                GO TO CHECK-GAMESUM-EXIT
             END-IF.
             MOVE 'N' TO WS-GS-EOF-FLAG.
             PERFORM READ-GAMESUM.
             PERFORM MATCH-GAMESUM THRU MATCH-GAMESUM-EXIT
                UNTIL WS-GS-END.
             CLOSE GAMESUM-FILE.
          CHECK-GAMESUM-EXIT.
             EXIT.

          READ-GAMESUM.
             READ GAMESUM-FILE
                AT END SET WS-GS-END TO TRUE
             END-READ.

          MATCH-GAMESUM.
             IF GS-PLAYER = WS-GAME-PLAYER
                AND GS-GAME-ID = WS-IN-GAME-ID THEN
                MOVE 'Y' TO WS-COMPLETE-FLAG
                SET WS-GS-END TO TRUE
                GO TO MATCH-GAMESUM-EXIT
             END-IF.
             PERFORM READ-GAMESUM.
          MATCH-GAMESUM-EXIT.
             EXIT.

          SCAN-GAMEFILE.
             OPEN INPUT GAME-FILE.
             IF WS-GF-STATUS NOT = '00' THEN
                GO TO SCAN-GAMEFILE-EXIT
             END-IF.
             MOVE 'N' TO WS-GF-EOF-FLAG.
             PERFORM READ-GAMEFILE.
             PERFORM MARK-PENDING THRU MARK-PENDING-EXIT
                UNTIL WS-GF-END.
             CLOSE GAME-FILE.
          SCAN-GAMEFILE-EXIT.
             EXIT.

          READ-GAMEFILE.
             READ GAME-FILE
                AT END SET WS-GF-END TO TRUE
             END-READ.

          MARK-PENDING.
             IF GF-PLAYER NOT = WS-GAME-PLAYER
                OR GF-GAME-ID NOT = WS-IN-GAME-ID THEN
                GO TO MARK-PENDING-READ
             END-IF.
             IF GF-ROUND < 1 OR GF-ROUND > 12 THEN
                GO TO MARK-PENDING-READ
             END-IF.
             IF WS-ROUND-USED(GF-ROUND) = 'Y' THEN
                GO TO MARK-PENDING-READ
             END-IF.
             MOVE GF-CATEGORY TO WS-IN-CATEGORY.
             PERFORM FIND-CATEGORY THRU FIND-CATEGORY-EXIT.
             MOVE SPACES TO WS-IN-CATEGORY.
             IF WS-CAT-IDX = 0 THEN
                GO TO MARK-PENDING-READ
             END-IF.
             IF WS-CAT-USED(WS-CAT-IDX) = 'Y' THEN
                GO TO MARK-PENDING-READ
             END-IF.
             MOVE 'Y' TO WS-ROUND-USED(GF-ROUND).
             MOVE 'Y' TO WS-CAT-USED(WS-CAT-IDX).
             ADD 1 TO WS-PLAY-COUNT.
             ADD 1 TO WS-PENDING-COUNT.
          MARK-PENDING-READ.
             PERFORM READ-GAMEFILE.
          MARK-PENDING-EXIT.
             EXIT.

          BUILD-STATUS.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                MOVE WS-K TO WS-ROW-NUM
                MOVE WS-CAT-ENTRY(WS-K) TO WS-ROW-CATEGORY
                IF WS-CAT-USED(WS-K) = 'Y' THEN
                   MOVE 'USED' TO WS-ROW-CAT-STATUS
                ELSE
                   MOVE 'OPEN' TO WS-ROW-CAT-STATUS
                END-IF
                MOVE WS-K TO WS-ROW-ROUND
                IF WS-ROUND-USED(WS-K) = 'Y' THEN
                   MOVE 'USED' TO WS-ROW-ROUND-STATUS
                ELSE
                   MOVE 'OPEN' TO WS-ROW-ROUND-STATUS
                END-IF
                MOVE WS-ROW TO WS-SR-LINE(WS-K)
             END-PERFORM.
          BUILD-STATUS-EXIT.
             EXIT.

          ENTER-ROLL.
             PERFORM CLEAR-ROLL.
             DISPLAY ENTRY-SCREEN.
             ACCEPT ROLL-INPUT.
             MOVE SPACES TO WS-MESSAGE.
             IF WS-IN-ROUND = 0 THEN
                MOVE 0 TO WS-IN-GAME-ID
                GO TO ENTER-ROLL-EXIT
             END-IF.
             ADD 1 TO WS-ENTRY-COUNT.
             PERFORM EDIT-ROLL THRU EDIT-ROLL-EXIT.
             IF NOT WS-ENTRY-OK THEN
                ADD 1 TO WS-REFUSED-COUNT
                GO TO ENTER-ROLL-EXIT
             END-IF.
             PERFORM PREVIEW-SCORE THRU PREVIEW-SCORE-EXIT.
             DISPLAY ENTRY-SCREEN.
             ACCEPT CONFIRM-INPUT.
             IF WS-IN-CONFIRM = 'Y' OR WS-IN-CONFIRM = 'y' THEN
                PERFORM SAVE-ROLL THRU SAVE-ROLL-EXIT
             ELSE
                MOVE 'ROLL NOT SAVED' TO WS-MESSAGE
                ADD 1 TO WS-DISCARD-COUNT
             END-IF.
          ENTER-ROLL-EXIT.
             EXIT.

          EDIT-ROLL.
             MOVE 'N' TO WS-ENTRY-FLAG.
             IF WS-IN-ROUND > 12 THEN
                MOVE 'ROUND MUST BE 1 TO 12' TO WS-MESSAGE
                GO TO EDIT-ROLL-EXIT
             END-IF.
             IF WS-ROUND-USED(WS-IN-ROUND) = 'Y' THEN
                MOVE 'ROUND ALREADY SCORED FOR THIS GAME' TO WS-MESSAGE
                GO TO EDIT-ROLL-EXIT
             END-IF.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
                IF WS-IN-DICE(WS-K:1) < '1'
                   OR WS-IN-DICE(WS-K:1) > '6' THEN
                   MOVE 'EACH OF THE FIVE DICE MUST BE 1 TO 6'
                        TO WS-MESSAGE
                END-IF
             END-PERFORM.
             IF WS-MESSAGE NOT = SPACES THEN
                GO TO EDIT-ROLL-EXIT
             END-IF.
             PERFORM FIND-CATEGORY THRU FIND-CATEGORY-EXIT.
             IF WS-CAT-IDX = 0 THEN
                MOVE 'UNKNOWN CATEGORY, ENTER 1 TO 12 OR A NAME'
                     TO WS-MESSAGE
                GO TO EDIT-ROLL-EXIT
             END-IF.
             MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-IN-CATEGORY.
             IF WS-CAT-USED(WS-CAT-IDX) = 'Y' THEN
                MOVE 'CATEGORY ALREADY SCORED FOR THIS GAME'
                     TO WS-MESSAGE
                GO TO EDIT-ROLL-EXIT
             END-IF.
             MOVE 'Y' TO WS-ENTRY-FLAG.
          EDIT-ROLL-EXIT.
             EXIT.

          FIND-CATEGORY.
             MOVE 0 TO WS-CAT-IDX.
             IF WS-IN-CATEGORY(3:13) = SPACES
                AND WS-IN-CATEGORY(1:1) IS NUMERIC THEN
                IF WS-IN-CATEGORY(2:1) = SPACE THEN
                   MOVE WS-IN-CATEGORY(1:1) TO WS-K
                ELSE
                   IF WS-IN-CATEGORY(2:1) IS NUMERIC THEN
                      MOVE WS-IN-CATEGORY(1:2) TO WS-K
                   ELSE
                      MOVE 0 TO WS-K
                   END-IF
                END-IF
                IF WS-K >= 1 AND WS-K <= 12 THEN
                   MOVE WS-K TO WS-CAT-IDX
                END-IF
                GO TO FIND-CATEGORY-EXIT
             END-IF.
             INSPECT WS-IN-CATEGORY CONVERTING
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                TO 'abcdefghijklmnopqrstuvwxyz'.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                IF WS-CAT-ENTRY(WS-K) = WS-IN-CATEGORY THEN
                   MOVE WS-K TO WS-CAT-IDX
                END-IF
             END-PERFORM.
          FIND-CATEGORY-EXIT.
             EXIT.

          PREVIEW-SCORE.
             MOVE WS-GAME-PLAYER TO WS-PLAYER-NAME.
             MOVE WS-IN-ROUND TO WS-ROUND-NUM.
             MOVE WS-IN-DICE TO WS-DICE.
             MOVE WS-IN-CATEGORY TO WS-CATEGORY.
             IF WS-RULE-IDX > 0 THEN
                MOVE WS-RL-YACHT-PAY(WS-RULE-IDX) TO WS-RULE-YACHT-PAY
                MOVE WS-RL-STRAIGHT-PAY(WS-RULE-IDX)
                     TO WS-RULE-STRAIGHT-PAY
             ELSE
                MOVE 0 TO WS-RULE-YACHT-PAY
                MOVE 0 TO WS-RULE-STRAIGHT-PAY
             END-IF.
             MOVE SPACE TO WS-ERROR-CODE.
             MOVE 'S' TO WS-LOG-SW.
             CALL 'YACHT'.
             MOVE SPACE TO WS-LOG-SW.
             MOVE WS-RESULT TO WS-PREVIEW-EDIT.
             MOVE WS-PREVIEW-EDIT TO WS-SCR-PREVIEW.
          PREVIEW-SCORE-EXIT.
             EXIT.

          SAVE-ROLL.
             MOVE WS-GAME-PLAYER TO GF-PLAYER.
             MOVE WS-IN-GAME-ID TO GF-GAME-ID.
             MOVE WS-IN-ROUND TO GF-ROUND.
             MOVE WS-IN-DICE TO GF-DICE.
             MOVE WS-IN-CATEGORY TO GF-CATEGORY.
             OPEN EXTEND GAME-FILE.
             IF WS-GF-STATUS = '35' THEN
                OPEN OUTPUT GAME-FILE
             END-IF.
             IF WS-GF-STATUS NOT = '00' THEN
                STRING 'GAME FILE UNAVAILABLE, STATUS '
                       DELIMITED BY SIZE
                       WS-GF-STATUS DELIMITED BY SIZE
                       ', ROLL NOT SAVED' DELIMITED BY SIZE
                       INTO WS-MESSAGE
                ADD 1 TO WS-DISCARD-COUNT
                MOVE 8 TO RETURN-CODE
                GO TO SAVE-ROLL-EXIT
             END-IF.
             WRITE GAME-ROLL-RECORD.
             CLOSE GAME-FILE.
             ADD 1 TO WS-SAVED-COUNT.
             ADD 1 TO WS-PLAY-COUNT.
             ADD 1 TO WS-PENDING-COUNT.
             MOVE 'Y' TO WS-ROUND-USED(WS-IN-ROUND).
             MOVE 'Y' TO WS-CAT-USED(WS-CAT-IDX).
             PERFORM BUILD-STATUS THRU BUILD-STATUS-EXIT.
             IF WS-PLAY-COUNT >= 12 THEN
                MOVE 'ALL 12 ROUNDS KEYED, GAME COMPLETE' TO WS-MESSAGE
                MOVE 'Y' TO WS-COMPLETE-FLAG
             ELSE
                MOVE 'ROLL SAVED' TO WS-MESSAGE
             END-IF.
          SAVE-ROLL-EXIT.
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
                GO TO STORE-RULE-READ
             END-IF.
             ADD 1 TO WS-RULE-COUNT.
             MOVE RL-DIVISION TO WS-RL-DIVISION(WS-RULE-COUNT).
             MOVE RL-YACHT-PAY TO WS-RL-YACHT-PAY(WS-RULE-COUNT).
             MOVE RL-STRAIGHT-PAY
                  TO WS-RL-STRAIGHT-PAY(WS-RULE-COUNT).
          STORE-RULE-READ.
             PERFORM READ-RULE.
          STORE-RULE-EXIT.
             EXIT.
