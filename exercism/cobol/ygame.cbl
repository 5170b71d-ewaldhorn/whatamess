           SELECT CTL-FILE ASSIGN TO "CTLFILE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-CT-STATUS.
           SELECT OPENGAME-FILE ASSIGN TO "OPENGAME"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS OG-KEY
              FILE STATUS IS WS-OG-STATUS.
           SELECT DIVISION-FILE ASSIGN TO "DIVMAST"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS DM-DIVISION
              FILE STATUS IS WS-DM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-FILE.
           COPY GAMEROLL.
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  RESUB-FILE.
           COPY PLAYERM.
       FD  CTL-FILE.
           COPY CTLREC.
       FD  OPENGAME-FILE.
           COPY OPENGAME.
       FD  DIVISION-FILE.
           COPY DIVMAST.
       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 99 EXTERNAL.
       01 WS-CATEGORY PIC X(15) EXTERNAL.
       01 WS-CT-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-OPEN VALUE 'Y'.
       01 WS-OG-STATUS PIC X(2) VALUE '00'.
       01 WS-OG-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-OG-OPEN VALUE 'Y'.
       01 WS-RL-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-RL-END VALUE 'Y'.
       01 WS-DM-STATUS PIC X(2) VALUE '00'.
       01 WS-DM-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-DM-END VALUE 'Y'.
       01 WS-RULE-FLAG PIC X(1) VALUE 'N'.
          88 WS-RULE-FOUND VALUE 'Y'.
       01 WS-NORULE-DIV-COUNT PIC 9(3) VALUE 0.
       01 WS-NR-COUNT PIC 9(2) VALUE 0.
       01 WS-NR-TABLE.
          05 WS-NR-ENTRY OCCURS 20 TIMES.
             10 WS-NR-DIVISION PIC X(10).
             10 WS-NR-GAMES PIC 9(4).
       01 WS-NR-GAME-COUNT PIC 9(6) VALUE 0.
       01 WS-NAME-PARSE.
          05 WS-NP-KEY PIC X(8).
          05 WS-NP-REST PIC X(12).
             10 WS-GM-RULE-IDX PIC 9(2).
             10 WS-GM-UPPER-TOTAL PIC 9(3).
             10 WS-GM-YACHT-COUNT PIC 9(2).
             10 WS-GM-SUSP-FLAG PIC X(1).
                88 WS-GM-FROM-SUSPENSE VALUE 'Y'.
             10 WS-GM-CHANGE-FLAG PIC X(1).
                88 WS-GM-CHANGED VALUE 'Y'.
             10 WS-GM-OPEN-DATE PIC 9(8).
       01 WS-IDX PIC 9(3) VALUE 0.
       01 WS-CAT-IDX PIC 9(2) VALUE 0.
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-COMPLETE-COUNT PIC 9(3) VALUE 0.
       01 WS-INCOMPLETE-COUNT PIC 9(3) VALUE 0.
       01 WS-RELOAD-COUNT PIC 9(3) VALUE 0.
       01 WS-SUSPEND-COUNT PIC 9(3) VALUE 0.
       01 WS-SUSP-CLEAR-COUNT PIC 9(3) VALUE 0.
       01 WS-SUSP-FAIL-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
          YGAME.
                GO TO YGAME-EXIT
             END-IF.
             PERFORM LOAD-RULES THRU LOAD-RULES-EXIT.
             PERFORM CHECK-DIV-RULES THRU CHECK-DIV-RULES-EXIT.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS = '00' THEN
                MOVE 'Y' TO WS-PM-OPEN-FLAG
             END-IF.
             PERFORM OPEN-SUSPENSE THRU OPEN-SUSPENSE-EXIT.
             PERFORM PROCESS-RESUBMITS THRU PROCESS-RESUBMITS-EXIT.
             PERFORM READ-ROLL.
             PERFORM PROCESS-ROLL THRU PROCESS-ROLL-EXIT
                MOVE SPACE TO WS-LOG-SW
             END-IF.
             PERFORM WRITE-SUMMARIES THRU WRITE-SUMMARIES-EXIT.
             IF WS-OG-OPEN THEN
                CLOSE OPENGAME-FILE
             END-IF.
             DISPLAY 'YGAME CONTROL TOTALS'.
             DISPLAY '  ROLLS READ       ' WS-ROLL-COUNT.
             DISPLAY '  ROLLS RESUBMITTED ' WS-RESUB-COUNT.
             DISPLAY '  REJECTS WRITTEN  ' WS-REJ-WRITE-COUNT.
             DISPLAY '  GAMES COMPLETE   ' WS-COMPLETE-COUNT.
             DISPLAY '  GAMES INCOMPLETE ' WS-INCOMPLETE-COUNT.
             DISPLAY '  GAMES RELOADED   ' WS-RELOAD-COUNT.
             DISPLAY '  GAMES SUSPENDED  ' WS-SUSPEND-COUNT.
             DISPLAY '  SUSPENSE CLEARED ' WS-SUSP-CLEAR-COUNT.
             IF WS-SUSP-FAIL-COUNT > 0 THEN
                DISPLAY '  SUSPEND FAILED   ' WS-SUSP-FAIL-COUNT
             END-IF.
             IF WS-BONUS-COUNT > 0 THEN
                DISPLAY '  BONUSES APPLIED  ' WS-BONUS-COUNT
             END-IF.
             IF WS-NR-GAME-COUNT > 0 THEN
                DISPLAY '  GAMES WITH NO RULE PROFILE ' WS-NR-GAME-COUNT
                PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NR-COUNT
                   DISPLAY '    DIVISION ' WS-NR-DIVISION(WS-R)
                           ' GAMES ' WS-NR-GAMES(WS-R)
                END-PERFORM
             END-IF.
             IF WS-NORULE-DIV-COUNT > 0 OR WS-NR-GAME-COUNT > 0
                OR NOT WS-OG-OPEN OR WS-SUSP-FAIL-COUNT > 0 THEN
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
             PERFORM WRITE-CONTROL THRU WRITE-CONTROL-EXIT.
          YGAME-EXIT.
             EXIT.
                MOVE 'Y' TO WS-GM-ROUND-USED(WS-IDX GF-ROUND)
                ADD WS-RESULT TO WS-GM-TOTAL(WS-IDX)
                ADD 1 TO WS-GM-PLAY-COUNT(WS-IDX)
                MOVE 'Y' TO WS-GM-CHANGE-FLAG(WS-IDX)
                ADD 1 TO WS-SCORED-COUNT
                IF WS-CAT-IDX <= 6 THEN
                   ADD WS-RESULT TO WS-GM-UPPER-TOTAL(WS-IDX)
                   MOVE 0 TO WS-GM-RULE-IDX(WS-IDX)
                   MOVE 0 TO WS-GM-UPPER-TOTAL(WS-IDX)
                   MOVE 0 TO WS-GM-YACHT-COUNT(WS-IDX)
                   MOVE 'N' TO WS-GM-SUSP-FLAG(WS-IDX)
                   MOVE 'N' TO WS-GM-CHANGE-FLAG(WS-IDX)
                   MOVE 0 TO WS-GM-OPEN-DATE(WS-IDX)
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                      MOVE 'N' TO WS-GM-CAT-USED(WS-IDX WS-K)
                      MOVE 'N' TO WS-GM-ROUND-USED(WS-IDX WS-K)
                   END-PERFORM
                   PERFORM RELOAD-GAME THRU RELOAD-GAME-EXIT
                   PERFORM SET-GAME-RULES THRU SET-GAME-RULES-EXIT
                END-IF
             END-IF.
                   MOVE WS-TIME-NOW TO GS-TIME
                   WRITE GAMESUM-RECORD
                   ADD 1 TO WS-COMPLETE-COUNT
                   IF WS-GM-FROM-SUSPENSE(WS-I) THEN
                      PERFORM CLEAR-SUSPENSE THRU CLEAR-SUSPENSE-EXIT
                   END-IF
                ELSE
                   DISPLAY 'WARNING: INCOMPLETE GAME '
                           WS-GM-GAME-ID(WS-I) ' FOR '
                           WS-GM-PLAYER(WS-I) ' - '
                           WS-GM-PLAY-COUNT(WS-I) ' OF 12 ROUNDS'
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   PERFORM SUSPEND-GAME THRU SUSPEND-GAME-EXIT
                END-IF
             END-PERFORM.
             CLOSE GAMESUM-FILE.
          WRITE-SUMMARIES-EXIT.
             EXIT.

          OPEN-SUSPENSE.
             OPEN I-O OPENGAME-FILE.
             IF WS-OG-STATUS = '35' THEN
                OPEN OUTPUT OPENGAME-FILE
                CLOSE OPENGAME-FILE
                OPEN I-O OPENGAME-FILE
             END-IF.
             IF WS-OG-STATUS NOT = '00' THEN
                DISPLAY 'WARNING: OPEN GAME FILE UNAVAILABLE, STATUS '
                        WS-OG-STATUS ', INCOMPLETE GAMES NOT CARRIED'
                GO TO OPEN-SUSPENSE-EXIT
             END-IF.
             MOVE 'Y' TO WS-OG-OPEN-FLAG.
          OPEN-SUSPENSE-EXIT.
             EXIT.

          RELOAD-GAME.
             IF NOT WS-OG-OPEN THEN
                GO TO RELOAD-GAME-EXIT
             END-IF.
             MOVE GF-PLAYER TO OG-PLAYER.
             MOVE GF-GAME-ID TO OG-GAME-ID.
             READ OPENGAME-FILE
                INVALID KEY GO TO RELOAD-GAME-EXIT
             END-READ.
             MOVE OG-TOTAL TO WS-GM-TOTAL(WS-IDX).
             MOVE OG-PLAY-COUNT TO WS-GM-PLAY-COUNT(WS-IDX).
             MOVE OG-UPPER-TOTAL TO WS-GM-UPPER-TOTAL(WS-IDX).
             MOVE OG-YACHT-COUNT TO WS-GM-YACHT-COUNT(WS-IDX).
             MOVE OG-OPEN-DATE TO WS-GM-OPEN-DATE(WS-IDX).
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                MOVE OG-CAT-USED(WS-K) TO WS-GM-CAT-USED(WS-IDX WS-K)
                MOVE OG-ROUND-USED(WS-K)
                     TO WS-GM-ROUND-USED(WS-IDX WS-K)
             END-PERFORM.
             MOVE 'Y' TO WS-GM-SUSP-FLAG(WS-IDX).
             ADD 1 TO WS-RELOAD-COUNT.
          RELOAD-GAME-EXIT.
             EXIT.

          SUSPEND-GAME.
             IF NOT WS-OG-OPEN OR NOT WS-GM-CHANGED(WS-I) THEN
                GO TO SUSPEND-GAME-EXIT
             END-IF.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             MOVE WS-GM-PLAYER(WS-I) TO OG-PLAYER.
             MOVE WS-GM-GAME-ID(WS-I) TO OG-GAME-ID.
             MOVE WS-GM-TOTAL(WS-I) TO OG-TOTAL.
             MOVE WS-GM-PLAY-COUNT(WS-I) TO OG-PLAY-COUNT.
             MOVE WS-GM-UPPER-TOTAL(WS-I) TO OG-UPPER-TOTAL.
             MOVE WS-GM-YACHT-COUNT(WS-I) TO OG-YACHT-COUNT.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                MOVE WS-GM-CAT-USED(WS-I WS-K) TO OG-CAT-USED(WS-K)
                MOVE WS-GM-ROUND-USED(WS-I WS-K) TO OG-ROUND-USED(WS-K)
             END-PERFORM.
             MOVE WS-DATE-NOW TO OG-LAST-DATE.
             IF WS-GM-FROM-SUSPENSE(WS-I) THEN
                MOVE WS-GM-OPEN-DATE(WS-I) TO OG-OPEN-DATE
                REWRITE OPEN-GAME-RECORD
                   INVALID KEY
                      DISPLAY 'WARNING: CANNOT UPDATE OPEN GAME '
                              OG-GAME-ID ' FOR ' OG-PLAYER
                      ADD 1 TO WS-SUSP-FAIL-COUNT
                      GO TO SUSPEND-GAME-EXIT
                END-REWRITE
             ELSE
                MOVE WS-DATE-NOW TO OG-OPEN-DATE
                WRITE OPEN-GAME-RECORD
                   INVALID KEY
                      DISPLAY 'WARNING: CANNOT SUSPEND GAME '
                              OG-GAME-ID ' FOR ' OG-PLAYER
                      ADD 1 TO WS-SUSP-FAIL-COUNT
                      GO TO SUSPEND-GAME-EXIT
                END-WRITE
             END-IF.
             ADD 1 TO WS-SUSPEND-COUNT.
          SUSPEND-GAME-EXIT.
             EXIT.

          CLEAR-SUSPENSE.
             IF NOT WS-OG-OPEN THEN
                GO TO CLEAR-SUSPENSE-EXIT
             END-IF.
             MOVE WS-GM-PLAYER(WS-I) TO OG-PLAYER.
             MOVE WS-GM-GAME-ID(WS-I) TO OG-GAME-ID.
             DELETE OPENGAME-FILE
                INVALID KEY GO TO CLEAR-SUSPENSE-EXIT
             END-DELETE.
             ADD 1 TO WS-SUSP-CLEAR-COUNT.
          CLEAR-SUSPENSE-EXIT.
             EXIT.

          APPLY-GAME-BONUSES.
             MOVE WS-GM-TOTAL(WS-I) TO WS-BONUS-TOTAL.
             IF WS-GM-RULE-IDX(WS-I) = 0 THEN
             EXIT.

          SET-GAME-RULES.
             IF NOT WS-PM-OPEN THEN
                GO TO SET-GAME-RULES-EXIT
             END-IF.
             MOVE GF-PLAYER TO WS-NAME-PARSE.
                   MOVE WS-R TO WS-GM-RULE-IDX(WS-IDX)
                END-IF
             END-PERFORM.
             IF WS-GM-RULE-IDX(WS-IDX) = 0 THEN
                PERFORM NOTE-NO-RULE THRU NOTE-NO-RULE-EXIT
             END-IF.
          SET-GAME-RULES-EXIT.
             EXIT.

          NOTE-NO-RULE.
             ADD 1 TO WS-NR-GAME-COUNT.
             PERFORM VARYING WS-R FROM 1 BY 1
                UNTIL WS-R > WS-NR-COUNT
                IF WS-NR-DIVISION(WS-R) = PM-DIVISION THEN
                   ADD 1 TO WS-NR-GAMES(WS-R)
                   GO TO NOTE-NO-RULE-EXIT
                END-IF
             END-PERFORM.
             IF WS-NR-COUNT >= 20 THEN
                GO TO NOTE-NO-RULE-EXIT
             END-IF.
             ADD 1 TO WS-NR-COUNT.
             MOVE PM-DIVISION TO WS-NR-DIVISION(WS-NR-COUNT).
             MOVE 1 TO WS-NR-GAMES(WS-NR-COUNT).
             DISPLAY 'WARNING: NO RULE PROFILE FOR DIVISION '
                     PM-DIVISION ', ' GF-PLAYER ' SCORED ON DEFAULTS'.
          NOTE-NO-RULE-EXIT.
             EXIT.

          CHECK-DIV-RULES.
             OPEN INPUT DIVISION-FILE.
             IF WS-DM-STATUS NOT = '00' THEN
                GO TO CHECK-DIV-RULES-EXIT
             END-IF.
             PERFORM READ-DIVISION.
             PERFORM CHECK-ONE-DIVISION THRU CHECK-ONE-DIVISION-EXIT
                UNTIL WS-DM-END.
             CLOSE DIVISION-FILE.
          CHECK-DIV-RULES-EXIT.
             EXIT.

          READ-DIVISION.
             READ DIVISION-FILE NEXT RECORD
                AT END SET WS-DM-END TO TRUE
             END-READ.

          CHECK-ONE-DIVISION.
             IF DM-ACTIVE-FLAG NOT = 'Y' THEN
                GO TO CHECK-ONE-DIVISION-READ
             END-IF.
             MOVE 'N' TO WS-RULE-FLAG.
             PERFORM VARYING WS-R FROM 1 BY 1
                UNTIL WS-R > WS-RULE-COUNT
                IF WS-RL-DIVISION(WS-R) = DM-DIVISION THEN
                   MOVE 'Y' TO WS-RULE-FLAG
                END-IF
             END-PERFORM.
             IF NOT WS-RULE-FOUND THEN
                DISPLAY 'WARNING: DIVISION ' DM-DIVISION
                        ' HAS NO RULE PROFILE'
                ADD 1 TO WS-NORULE-DIV-COUNT
             END-IF.
          CHECK-ONE-DIVISION-READ.
             PERFORM READ-DIVISION.
          CHECK-ONE-DIVISION-EXIT.
             EXIT.

          WRITE-CONTROL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
