       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCAPCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "HCPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT GAMESUM-FILE ASSIGN TO "GAMESUM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HANDICAP"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HC-KEY
              FILE STATUS IS WS-HC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 HP-EFF-DATE PIC 9(8).
           05 HP-GAME-COUNT PIC 9(2).
           05 HP-MIN-GAMES PIC 9(2).
           05 HP-PAR PIC 9(3).
           05 HP-PERCENT PIC 9(3).
           05 HP-MAX-HCAP PIC 9(3).
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  HANDICAP-FILE.
           COPY HCAPREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-HC-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-HC-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-HC-END VALUE 'Y'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-GAME-LIMIT PIC 9(2) VALUE 10.
       01 WS-MIN-GAMES PIC 9(2) VALUE 3.
       01 WS-PAR PIC 9(3) VALUE 250.
       01 WS-PERCENT PIC 9(3) VALUE 80.
       01 WS-MAX-HCAP PIC 9(3) VALUE 150.
       01 WS-NAME-PARSE.
          05 WS-NP-KEY PIC X(8).
          05 WS-NP-REST PIC X(12).
       01 WS-HP-COUNT PIC 9(3) VALUE 0.
       01 WS-HP-TABLE.
          05 WS-HP-ENTRY OCCURS 500 TIMES.
             10 WS-HP-PLAYER PIC X(8).
             10 WS-HP-GAMES PIC 9(2).
             10 WS-HP-GAME OCCURS 20 TIMES.
                15 WS-HP-DATE PIC 9(8).
                15 WS-HP-TIME PIC 9(8).
                15 WS-HP-TOTAL PIC 9(4).
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-K PIC 9(3) VALUE 0.
       01 WS-G PIC 9(2) VALUE 0.
       01 WS-OLD PIC 9(2) VALUE 0.
       01 WS-SUM PIC 9(6) VALUE 0.
       01 WS-AVG PIC 9(4)V99 VALUE 0.
       01 WS-HCAP PIC 9(3) VALUE 0.
       01 WS-PREV-HCAP PIC 9(3) VALUE 0.
       01 WS-PREV-DATE PIC 9(8) VALUE 0.
       01 WS-MOVE PIC S9(3) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-USED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-CAT-COUNT PIC 9(2) VALUE 0.
       01 WS-RATED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPLACED-COUNT PIC 9(6) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-PLAYER PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-GAMES PIC Z9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-AVG PIC ZZZ9.99.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-PREV PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-HCAP PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-MOVE PIC +ZZ9.

       PROCEDURE DIVISION.
          HCAPCALC.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             MOVE WS-DATE-NOW TO WS-EFF-DATE.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             PERFORM LOAD-PLAYERS THRU LOAD-PLAYERS-EXIT.
             IF WS-HP-COUNT = 0 THEN
                DISPLAY 'NO ACTIVE PLAYERS TO RATE'
                GO TO HCAPCALC-EXIT
             END-IF.
             OPEN INPUT GAMESUM-FILE.
             IF WS-GS-STATUS NOT = '00' THEN
                DISPLAY 'NO GAME SUMMARIES ON FILE'
                GO TO HCAPCALC-EXIT
             END-IF.
             PERFORM READ-GAMESUM.
             PERFORM STORE-GAME THRU STORE-GAME-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE GAMESUM-FILE.
             OPEN I-O HANDICAP-FILE.
             IF WS-HC-STATUS = '35' THEN
                OPEN OUTPUT HANDICAP-FILE
                CLOSE HANDICAP-FILE
                OPEN I-O HANDICAP-FILE
             END-IF.
             IF WS-HC-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN HANDICAP FILE, STATUS '
                        WS-HC-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO HCAPCALC-EXIT
             END-IF.
             DISPLAY 'HANDICAP CALCULATION EFFECTIVE ' WS-EFF-DATE.
             DISPLAY 'LAST ' WS-GAME-LIMIT ' GAMES, MINIMUM '
                     WS-MIN-GAMES ', PAR ' WS-PAR ', ' WS-PERCENT
                     ' PERCENT, MAXIMUM ' WS-MAX-HCAP.
             DISPLAY ' '.
             DISPLAY 'PLAYER   GAMES   AVERAGE   OLD   NEW  MOVE'.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HP-COUNT
                PERFORM RATE-PLAYER THRU RATE-PLAYER-EXIT
             END-PERFORM.
             CLOSE HANDICAP-FILE.
             DISPLAY ' '.
             DISPLAY 'HCAPCALC CONTROL TOTALS'.
             DISPLAY '  GAMES READ        ' WS-READ-COUNT.
             DISPLAY '  GAMES USED        ' WS-USED-COUNT.
             DISPLAY '  GAMES SKIPPED     ' WS-SKIP-COUNT.
             DISPLAY '  PLAYERS RATED     ' WS-RATED-COUNT.
             DISPLAY '  RATINGS REPLACED  ' WS-REPLACED-COUNT.
             DISPLAY '  TOO FEW GAMES     ' WS-SHORT-COUNT.
          HCAPCALC-EXIT.
             EXIT.
          GOBACK.

          READ-PARM.
             OPEN INPUT PARM-FILE.
             IF WS-PARM-STATUS NOT = '00' THEN
                GO TO READ-PARM-EXIT
             END-IF.
             READ PARM-FILE
                AT END GO TO READ-PARM-CLOSE
             END-READ.
             IF HP-EFF-DATE IS NUMERIC AND HP-EFF-DATE > 0 THEN
                MOVE HP-EFF-DATE TO WS-EFF-DATE
             END-IF.
             IF HP-GAME-COUNT IS NUMERIC AND HP-GAME-COUNT > 0 THEN
                MOVE HP-GAME-COUNT TO WS-GAME-LIMIT
             END-IF.
             IF WS-GAME-LIMIT > 20 THEN
                MOVE 20 TO WS-GAME-LIMIT
             END-IF.
             IF HP-MIN-GAMES IS NUMERIC AND HP-MIN-GAMES > 0 THEN
                MOVE HP-MIN-GAMES TO WS-MIN-GAMES
             END-IF.
             IF WS-MIN-GAMES > WS-GAME-LIMIT THEN
                MOVE WS-GAME-LIMIT TO WS-MIN-GAMES
             END-IF.
             IF HP-PAR IS NUMERIC AND HP-PAR > 0 THEN
                MOVE HP-PAR TO WS-PAR
             END-IF.
             IF HP-PERCENT IS NUMERIC AND HP-PERCENT > 0 THEN
                MOVE HP-PERCENT TO WS-PERCENT
             END-IF.
             IF HP-MAX-HCAP IS NUMERIC AND HP-MAX-HCAP > 0 THEN
                MOVE HP-MAX-HCAP TO WS-MAX-HCAP
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-EXIT.
             EXIT.

          LOAD-PLAYERS.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS '
                        WS-PM-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO LOAD-PLAYERS-EXIT
             END-IF.
             PERFORM READ-PLAYER.
             PERFORM STORE-PLAYER THRU STORE-PLAYER-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE PLAYER-FILE.
             MOVE 'N' TO WS-EOF-FLAG.
          LOAD-PLAYERS-EXIT.
             EXIT.

          READ-PLAYER.
             READ PLAYER-FILE NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          STORE-PLAYER.
             IF PM-ACTIVE-FLAG NOT = 'Y' THEN
                GO TO STORE-PLAYER-READ
             END-IF.
             IF WS-HP-COUNT >= 500 THEN
                DISPLAY 'WARNING: PLAYER TABLE FULL, ' PM-PLAYER-ID
                        ' NOT RATED'
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
                GO TO STORE-PLAYER-READ
             END-IF.
             ADD 1 TO WS-HP-COUNT.
             MOVE PM-PLAYER-ID TO WS-HP-PLAYER(WS-HP-COUNT).
             MOVE 0 TO WS-HP-GAMES(WS-HP-COUNT).
          STORE-PLAYER-READ.
             PERFORM READ-PLAYER.
          STORE-PLAYER-EXIT.
             EXIT.

          READ-GAMESUM.
             READ GAMESUM-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          STORE-GAME.
             ADD 1 TO WS-READ-COUNT.
             IF GS-DATE > WS-EFF-DATE THEN
                ADD 1 TO WS-SKIP-COUNT
                GO TO STORE-GAME-READ
             END-IF.
             MOVE 0 TO WS-CAT-COUNT.
             INSPECT GS-CAT-MAP TALLYING WS-CAT-COUNT FOR ALL 'Y'.
             IF WS-CAT-COUNT < 12 THEN
                ADD 1 TO WS-SKIP-COUNT
                GO TO STORE-GAME-READ
             END-IF.
             MOVE GS-PLAYER TO WS-NAME-PARSE.
             IF WS-NP-REST NOT = SPACES THEN
                ADD 1 TO WS-SKIP-COUNT
                GO TO STORE-GAME-READ
             END-IF.
             MOVE 0 TO WS-K.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HP-COUNT
                IF WS-HP-PLAYER(WS-I) = WS-NP-KEY THEN
                   MOVE WS-I TO WS-K
                END-IF
             END-PERFORM.
             IF WS-K = 0 THEN
                ADD 1 TO WS-SKIP-COUNT
                GO TO STORE-GAME-READ
             END-IF.
             ADD 1 TO WS-USED-COUNT.
             IF WS-HP-GAMES(WS-K) < WS-GAME-LIMIT THEN
                ADD 1 TO WS-HP-GAMES(WS-K)
                MOVE WS-HP-GAMES(WS-K) TO WS-G
                MOVE GS-DATE TO WS-HP-DATE(WS-K, WS-G)
                MOVE GS-TIME TO WS-HP-TIME(WS-K, WS-G)
                MOVE GS-FINAL-TOTAL TO WS-HP-TOTAL(WS-K, WS-G)
                GO TO STORE-GAME-READ
             END-IF.
             MOVE 1 TO WS-OLD.
             PERFORM VARYING WS-G FROM 2 BY 1
                UNTIL WS-G > WS-HP-GAMES(WS-K)
                IF WS-HP-DATE(WS-K, WS-G) < WS-HP-DATE(WS-K, WS-OLD)
                   OR (WS-HP-DATE(WS-K, WS-G) = WS-HP-DATE(WS-K, WS-OLD)
                   AND WS-HP-TIME(WS-K, WS-G)
                       < WS-HP-TIME(WS-K, WS-OLD))
                   THEN
                   MOVE WS-G TO WS-OLD
                END-IF
             END-PERFORM.
             IF GS-DATE > WS-HP-DATE(WS-K, WS-OLD)
                OR (GS-DATE = WS-HP-DATE(WS-K, WS-OLD)
                AND GS-TIME > WS-HP-TIME(WS-K, WS-OLD)) THEN
                MOVE GS-DATE TO WS-HP-DATE(WS-K, WS-OLD)
                MOVE GS-TIME TO WS-HP-TIME(WS-K, WS-OLD)
                MOVE GS-FINAL-TOTAL TO WS-HP-TOTAL(WS-K, WS-OLD)
             END-IF.
          STORE-GAME-READ.
             PERFORM READ-GAMESUM.
          STORE-GAME-EXIT.
             EXIT.

          RATE-PLAYER.
             IF WS-HP-GAMES(WS-I) < WS-MIN-GAMES THEN
                ADD 1 TO WS-SHORT-COUNT
                GO TO RATE-PLAYER-EXIT
             END-IF.
             MOVE 0 TO WS-SUM.
             PERFORM VARYING WS-G FROM 1 BY 1
                UNTIL WS-G > WS-HP-GAMES(WS-I)
                ADD WS-HP-TOTAL(WS-I, WS-G) TO WS-SUM
             END-PERFORM.
             COMPUTE WS-AVG ROUNDED = WS-SUM / WS-HP-GAMES(WS-I).
             MOVE 0 TO WS-HCAP.
             IF WS-AVG < WS-PAR THEN
                COMPUTE WS-HCAP ROUNDED =
                   (WS-PAR - WS-AVG) * WS-PERCENT / 100
             END-IF.
             IF WS-HCAP > WS-MAX-HCAP THEN
                MOVE WS-MAX-HCAP TO WS-HCAP
             END-IF.
             PERFORM FIND-PREVIOUS THRU FIND-PREVIOUS-EXIT.
             MOVE WS-HP-PLAYER(WS-I) TO HC-PLAYER-ID.
             MOVE WS-EFF-DATE TO HC-EFF-DATE.
             READ HANDICAP-FILE
                INVALID KEY
                   PERFORM BUILD-HANDICAP THRU BUILD-HANDICAP-EXIT
                   WRITE HANDICAP-RECORD
                      INVALID KEY
                         DISPLAY 'CANNOT WRITE HANDICAP FOR '
                                 WS-HP-PLAYER(WS-I) ', STATUS '
                                 WS-HC-STATUS
                         IF RETURN-CODE < 4 THEN
                            MOVE 4 TO RETURN-CODE
                         END-IF
                         GO TO RATE-PLAYER-EXIT
                   END-WRITE
                NOT INVALID KEY
                   PERFORM BUILD-HANDICAP THRU BUILD-HANDICAP-EXIT
                   REWRITE HANDICAP-RECORD
                      INVALID KEY
                         DISPLAY 'CANNOT REPLACE HANDICAP FOR '
                                 WS-HP-PLAYER(WS-I) ', STATUS '
                                 WS-HC-STATUS
                         IF RETURN-CODE < 4 THEN
                            MOVE 4 TO RETURN-CODE
                         END-IF
                         GO TO RATE-PLAYER-EXIT
                   END-REWRITE
                   ADD 1 TO WS-REPLACED-COUNT
             END-READ.
             ADD 1 TO WS-RATED-COUNT.
             COMPUTE WS-MOVE = WS-HCAP - WS-PREV-HCAP.
             MOVE WS-HP-PLAYER(WS-I) TO WS-LINE-PLAYER.
             MOVE WS-HP-GAMES(WS-I) TO WS-LINE-GAMES.
             MOVE WS-AVG TO WS-LINE-AVG.
             MOVE WS-PREV-HCAP TO WS-LINE-PREV.
             MOVE WS-HCAP TO WS-LINE-HCAP.
             MOVE WS-MOVE TO WS-LINE-MOVE.
             DISPLAY WS-LINE.
          RATE-PLAYER-EXIT.
             EXIT.

          BUILD-HANDICAP.
             MOVE WS-HP-PLAYER(WS-I) TO HC-PLAYER-ID.
             MOVE WS-EFF-DATE TO HC-EFF-DATE.
             MOVE WS-HCAP TO HC-HANDICAP.
             MOVE WS-HP-GAMES(WS-I) TO HC-GAMES-USED.
             MOVE WS-AVG TO HC-AVERAGE.
             MOVE WS-PREV-HCAP TO HC-PREV-HANDICAP.
             MOVE WS-PREV-DATE TO HC-PREV-DATE.
             MOVE WS-DATE-NOW TO HC-CALC-DATE.
          BUILD-HANDICAP-EXIT.
             EXIT.

          FIND-PREVIOUS.
             MOVE 0 TO WS-PREV-HCAP.
             MOVE 0 TO WS-PREV-DATE.
             MOVE 'N' TO WS-HC-EOF-FLAG.
             MOVE WS-HP-PLAYER(WS-I) TO HC-PLAYER-ID.
             MOVE 0 TO HC-EFF-DATE.
             START HANDICAP-FILE KEY IS NOT LESS THAN HC-KEY
                INVALID KEY GO TO FIND-PREVIOUS-EXIT
             END-START.
             PERFORM READ-HANDICAP.
             PERFORM UNTIL WS-HC-END
                OR HC-PLAYER-ID NOT = WS-HP-PLAYER(WS-I)
                OR HC-EFF-DATE >= WS-EFF-DATE
                MOVE HC-HANDICAP TO WS-PREV-HCAP
                MOVE HC-EFF-DATE TO WS-PREV-DATE
                PERFORM READ-HANDICAP
             END-PERFORM.
          FIND-PREVIOUS-EXIT.
             EXIT.

          READ-HANDICAP.
             READ HANDICAP-FILE NEXT RECORD
                AT END SET WS-HC-END TO TRUE
             END-READ.
