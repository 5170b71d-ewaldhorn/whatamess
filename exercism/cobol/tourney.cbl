       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TOURTRAN"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-TR-STATUS.
           SELECT TOURMAST-FILE ASSIGN TO "TOURMAST"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS TM-TOUR-ID
              FILE STATUS IS WS-TM-STATUS.
           SELECT TOURFIX-FILE ASSIGN TO "TOURFIX"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS TF-KEY
              FILE STATUS IS WS-TF-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT RANK-FILE ASSIGN TO "DIVRANK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-DR-STATUS.
           SELECT MATCHCTL-FILE ASSIGN TO "MATCHCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-MC-STATUS.
           SELECT MATCHRES-FILE ASSIGN TO "MATCHRES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-MR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TOUR-TRANS-RECORD.
           05 TT-ACTION PIC X(01).
           05 TT-TOUR-ID PIC 9(02).
           05 TT-NAME PIC X(20).
           05 TT-DIVISION PIC X(10).
           05 TT-START-DATE PIC 9(08).
           05 TT-CUTOFF-DATE REDEFINES TT-START-DATE PIC 9(08).
           05 TT-INTERVAL PIC 9(03).
           05 TT-MAX-PLAYERS PIC 9(02).
           05 TT-HANDICAP-FLAG PIC X(01).
       FD  TOURMAST-FILE.
           COPY TOURMAST.
       FD  TOURFIX-FILE.
           COPY TOURFIX.
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  RANK-FILE.
           COPY DIVRANK.
       FD  MATCHCTL-FILE.
           COPY MATCHCTL.
       FD  MATCHRES-FILE.
           COPY MATCHRES.
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
       01 WS-TM-STATUS PIC X(2) VALUE '00'.
       01 WS-TF-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-DR-STATUS PIC X(2) VALUE '00'.
       01 WS-MC-STATUS PIC X(2) VALUE '00'.
       01 WS-MR-STATUS PIC X(2) VALUE '00'.
       01 WS-MC-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-MC-OPEN VALUE 'Y'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-PM-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-END VALUE 'Y'.
       01 WS-DR-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-DR-END VALUE 'Y'.
       01 WS-MR-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-MR-END VALUE 'Y'.
       01 WS-FX-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-FX-END VALUE 'Y'.
       01 WS-TRANS-ERR-FLAG PIC X(1) VALUE 'N'.
          88 WS-TRANS-ERROR VALUE 'Y'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TID PIC 9(2) VALUE 0.
       01 WS-ID-BASE PIC 9(6) VALUE 0.
       01 WS-ID-LIMIT PIC 9(6) VALUE 0.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-MAX-PLAYERS PIC 9(2) VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
       01 WS-TP-TABLE.
          05 WS-TP-ENTRY OCCURS 200 TIMES.
             10 WS-TP-PLAYER PIC X(20).
             10 WS-TP-RANK PIC 9(3).
             10 WS-TP-AVG PIC 9(4)V99.
       01 WS-TMP-TP PIC X(29).
       01 WS-RK-COUNT PIC 9(3) VALUE 0.
       01 WS-RK-TABLE.
          05 WS-RK-ENTRY OCCURS 200 TIMES.
             10 WS-RK-PLAYER PIC X(20).
             10 WS-RK-RANK PIC 9(3).
             10 WS-RK-AVG PIC 9(4)V99.
       01 WS-BRACKET PIC 9(2) VALUE 0.
       01 WS-SIZE PIC 9(2) VALUE 0.
       01 WS-SAVE-POS PIC 9(2) VALUE 0.
       01 WS-POS-TABLE.
          05 WS-POS PIC 9(2) OCCURS 32 TIMES.
       01 WS-SLOTS PIC 9(2) VALUE 0.
       01 WS-HALF PIC 9(2) VALUE 0.
       01 WS-ROUND PIC 9(2) VALUE 0.
       01 WS-M PIC 9(2) VALUE 0.
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-J PIC 9(3) VALUE 0.
       01 WS-K PIC 9(3) VALUE 0.
       01 WS-S1 PIC 9(2) VALUE 0.
       01 WS-S2 PIC 9(2) VALUE 0.
       01 WS-ROUND-DATE PIC 9(8) VALUE 0.
       01 WS-FX-PLAYER-1 PIC X(20) VALUE SPACES.
       01 WS-FX-SEED-1 PIC 9(2) VALUE 0.
       01 WS-FX-PLAYER-2 PIC X(20) VALUE SPACES.
       01 WS-FX-SEED-2 PIC 9(2) VALUE 0.
       01 WS-WIN-TABLE.
          05 WS-WIN-ENTRY OCCURS 16 TIMES.
             10 WS-WIN-PLAYER PIC X(20).
             10 WS-WIN-SEED PIC 9(2).
       01 WS-RND-FIX-COUNT PIC 9(3) VALUE 0.
       01 WS-RND-DONE-COUNT PIC 9(3) VALUE 0.
       01 WS-OPEN-FIX-COUNT PIC 9(3) VALUE 0.
       01 WS-RT-COUNT PIC 9(3) VALUE 0.
       01 WS-RT-TABLE.
          05 WS-RT-ENTRY OCCURS 500 TIMES.
             10 WS-RT-MATCH-ID PIC 9(6).
             10 WS-RT-PLAYER-1 PIC X(20).
             10 WS-RT-TOTAL-1 PIC 9(4).
             10 WS-RT-PLAYER-2 PIC X(20).
             10 WS-RT-TOTAL-2 PIC 9(4).
             10 WS-RT-WINNER PIC X(20).
             10 WS-RT-FLAG PIC X(1).
       01 WS-RT-IDX PIC 9(3) VALUE 0.
       01 WS-ST-COUNT PIC 9(2) VALUE 0.
       01 WS-ST-TABLE.
          05 WS-ST-ENTRY OCCURS 32 TIMES.
             10 WS-ST-PLAYER PIC X(20).
             10 WS-ST-SEED PIC 9(2).
             10 WS-ST-PLAYED PIC 9(2).
             10 WS-ST-WON PIC 9(2).
             10 WS-ST-TIED PIC 9(2).
             10 WS-ST-LOST PIC 9(2).
             10 WS-ST-POINTS PIC 9(3).
             10 WS-ST-PINS PIC 9(6).
       01 WS-TMP-ST PIC X(39).
       01 WS-ST-IDX PIC 9(2) VALUE 0.
       01 WS-ST-PLAYER-KEY PIC X(20) VALUE SPACES.
       01 WS-ST-SEED-KEY PIC 9(2) VALUE 0.
       01 WS-TRANS-COUNT PIC 9(6) VALUE 0.
       01 WS-CREATE-COUNT PIC 9(6) VALUE 0.
       01 WS-ADVANCE-COUNT PIC 9(6) VALUE 0.
       01 WS-PRINT-COUNT PIC 9(6) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-FIX-WRITE-COUNT PIC 9(6) VALUE 0.
       01 WS-MC-WRITE-COUNT PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01 WS-FX-LINE.
          05 WS-FL-ROUND PIC Z9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FL-MATCH PIC Z9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FL-MATCH-ID PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FL-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FL-PLAYER-1 PIC X(20).
          05 WS-FL-SEED-1 PIC Z9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FL-GAME-1 PIC 9(6).
          05 WS-FL-TOTAL-1 PIC ZZZ9.
          05 FILLER PIC X(4) VALUE ' V  '.
          05 WS-FL-PLAYER-2 PIC X(20).
          05 WS-FL-SEED-2 PIC Z9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-FL-GAME-2 PIC 9(6).
          05 WS-FL-TOTAL-2 PIC ZZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-FL-RESULT PIC X(30).
       01 WS-ST-LINE.
          05 WS-SL-POS PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-PLAYER PIC X(20).
          05 WS-SL-SEED PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-PLAYED PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-WON PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-TIED PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-LOST PIC Z9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-POINTS PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SL-PINS PIC ZZZZZ9.

       PROCEDURE DIVISION.
          TOURNEY.
             OPEN INPUT TRANS-FILE.
             IF WS-TR-STATUS NOT = '00' THEN
                DISPLAY 'NO TOURNAMENT TRANSACTIONS TO PROCESS'
                GO TO TOURNEY-EXIT
             END-IF.
             OPEN I-O TOURMAST-FILE.
             IF WS-TM-STATUS = '35' THEN
                OPEN OUTPUT TOURMAST-FILE
                CLOSE TOURMAST-FILE
                OPEN I-O TOURMAST-FILE
             END-IF.
             IF WS-TM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN TOURNAMENT MASTER, STATUS '
                        WS-TM-STATUS
                CLOSE TRANS-FILE
                MOVE 8 TO RETURN-CODE
                GO TO TOURNEY-EXIT
             END-IF.
             OPEN I-O TOURFIX-FILE.
             IF WS-TF-STATUS = '35' THEN
                OPEN OUTPUT TOURFIX-FILE
                CLOSE TOURFIX-FILE
                OPEN I-O TOURFIX-FILE
             END-IF.
             IF WS-TF-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN FIXTURE FILE, STATUS '
                        WS-TF-STATUS
                CLOSE TRANS-FILE
                CLOSE TOURMAST-FILE
                MOVE 8 TO RETURN-CODE
                GO TO TOURNEY-EXIT
             END-IF.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             PERFORM READ-TRANS.
             PERFORM PROCESS-TRANS THRU PROCESS-TRANS-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE TRANS-FILE.
             CLOSE TOURMAST-FILE.
             CLOSE TOURFIX-FILE.
             IF WS-MC-OPEN THEN
                CLOSE MATCHCTL-FILE
             END-IF.
             DISPLAY ' '.
             DISPLAY 'TOURNEY CONTROL TOTALS'.
             DISPLAY '  TRANSACTIONS READ ' WS-TRANS-COUNT.
             DISPLAY '  TOURNAMENTS CREATED ' WS-CREATE-COUNT.
             DISPLAY '  TOURNAMENTS ADVANCED ' WS-ADVANCE-COUNT.
             DISPLAY '  TOURNAMENTS PRINTED ' WS-PRINT-COUNT.
             DISPLAY '  FIXTURES WRITTEN  ' WS-FIX-WRITE-COUNT.
             DISPLAY '  MATCHES SCHEDULED ' WS-MC-WRITE-COUNT.
             DISPLAY '  RESULTS APPLIED   ' WS-APPLIED-COUNT.
             DISPLAY '  TRANSACTIONS IN ERROR ' WS-ERROR-COUNT.
             IF WS-ERROR-COUNT > 0 AND RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE
             END-IF.
          TOURNEY-EXIT.
             EXIT.
          GOBACK.

          READ-TRANS.
             READ TRANS-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          PROCESS-TRANS.
             ADD 1 TO WS-TRANS-COUNT.
             MOVE 'N' TO WS-TRANS-ERR-FLAG.
             IF TT-TOUR-ID IS NOT NUMERIC OR TT-TOUR-ID = 0 THEN
                DISPLAY 'INVALID TOURNAMENT ID ' TT-TOUR-ID
                ADD 1 TO WS-ERROR-COUNT
                GO TO PROCESS-TRANS-READ
             END-IF.
             MOVE TT-TOUR-ID TO WS-TID.
             COMPUTE WS-ID-BASE = 900000 + WS-TID * 1000.
             COMPUTE WS-ID-LIMIT = WS-ID-BASE + 999.
             EVALUATE TT-ACTION
                WHEN 'R'
                   PERFORM CREATE-TOURNEY THRU CREATE-TOURNEY-EXIT
                WHEN 'K'
                   PERFORM CREATE-TOURNEY THRU CREATE-TOURNEY-EXIT
                WHEN 'A'
                   PERFORM ADVANCE-TOURNEY THRU ADVANCE-TOURNEY-EXIT
                WHEN 'P'
                   PERFORM PRINT-TOURNEY THRU PRINT-TOURNEY-EXIT
                WHEN OTHER
                   DISPLAY 'INVALID ACTION ' TT-ACTION ' FOR '
                           'TOURNAMENT ' TT-TOUR-ID
                   SET WS-TRANS-ERROR TO TRUE
             END-EVALUATE.
             IF WS-TRANS-ERROR THEN
                ADD 1 TO WS-ERROR-COUNT
             END-IF.
          PROCESS-TRANS-READ.
             PERFORM READ-TRANS.
          PROCESS-TRANS-EXIT.
             EXIT.

          CREATE-TOURNEY.
             MOVE WS-TID TO TM-TOUR-ID.
             READ TOURMAST-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   DISPLAY 'DUPLICATE TOURNAMENT ' WS-TID
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO CREATE-TOURNEY-EXIT
             END-READ.
             INITIALIZE TOUR-MASTER-RECORD.
             MOVE WS-TID TO TM-TOUR-ID.
             MOVE TT-NAME TO TM-NAME.
             MOVE TT-ACTION TO TM-TYPE.
             MOVE TT-DIVISION TO TM-DIVISION.
             MOVE 'N' TO TM-HANDICAP-FLAG.
             IF TT-HANDICAP-FLAG = 'Y' THEN
                MOVE 'Y' TO TM-HANDICAP-FLAG
             END-IF.
             MOVE WS-DATE-NOW TO TM-START-DATE.
             IF TT-START-DATE IS NUMERIC AND TT-START-DATE > 0 THEN
                MOVE TT-START-DATE TO TM-START-DATE
             END-IF.
             MOVE 'W' TO WS-DC-FUNCTION.
             MOVE TM-START-DATE TO WS-DC-DATE-1.
             MOVE 'S' TO WS-AUDIT-SW.
             CALL 'DATECALC'.
             IF NOT WS-DC-NO-ERROR THEN
                DISPLAY 'INVALID START DATE ' TT-START-DATE
                        ' FOR TOURNAMENT ' WS-TID
                SET WS-TRANS-ERROR TO TRUE
                GO TO CREATE-TOURNEY-EXIT
             END-IF.
             MOVE 7 TO TM-INTERVAL.
             IF TT-INTERVAL IS NUMERIC AND TT-INTERVAL > 0 THEN
                MOVE TT-INTERVAL TO TM-INTERVAL
             END-IF.
             MOVE 32 TO WS-MAX-PLAYERS.
             IF TT-MAX-PLAYERS IS NUMERIC AND TT-MAX-PLAYERS > 1
                AND TT-MAX-PLAYERS < 32 THEN
                MOVE TT-MAX-PLAYERS TO WS-MAX-PLAYERS
             END-IF.
             PERFORM LOAD-RANKS THRU LOAD-RANKS-EXIT.
             PERFORM SELECT-PLAYERS THRU SELECT-PLAYERS-EXIT.
             IF WS-TRANS-ERROR THEN
                GO TO CREATE-TOURNEY-EXIT
             END-IF.
             IF WS-PLAYER-COUNT < 2 THEN
                DISPLAY 'TOURNAMENT ' WS-TID ' NEEDS AT LEAST 2 '
                        'ACTIVE PLAYERS IN DIVISION ' TT-DIVISION
                SET WS-TRANS-ERROR TO TRUE
                GO TO CREATE-TOURNEY-EXIT
             END-IF.
             PERFORM SEED-PLAYERS THRU SEED-PLAYERS-EXIT.
             IF WS-PLAYER-COUNT > WS-MAX-PLAYERS THEN
                DISPLAY 'TOURNAMENT ' WS-TID ' LIMITED TO TOP '
                        WS-MAX-PLAYERS ' SEEDS OF ' WS-PLAYER-COUNT
                MOVE WS-MAX-PLAYERS TO WS-PLAYER-COUNT
             END-IF.
             MOVE WS-PLAYER-COUNT TO TM-PLAYER-COUNT.
             MOVE 'O' TO TM-STATUS.
             MOVE WS-DATE-NOW TO TM-CREATE-DATE.
             IF TM-TYPE = 'K' THEN
                PERFORM BUILD-KNOCKOUT THRU BUILD-KNOCKOUT-EXIT
             ELSE
                PERFORM BUILD-ROUND-ROBIN THRU BUILD-ROUND-ROBIN-EXIT
             END-IF.
             WRITE TOUR-MASTER-RECORD
                INVALID KEY
                   DISPLAY 'CANNOT WRITE TOURNAMENT ' WS-TID
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO CREATE-TOURNEY-EXIT
             END-WRITE.
             ADD 1 TO WS-CREATE-COUNT.
             DISPLAY 'TOURNAMENT ' WS-TID ' ' TM-NAME ' CREATED, '
                     TM-PLAYER-COUNT ' PLAYERS, ' TM-ROUND-COUNT
                     ' ROUNDS'.
          CREATE-TOURNEY-EXIT.
             EXIT.

          LOAD-RANKS.
             MOVE 0 TO WS-RK-COUNT.
             MOVE 'N' TO WS-DR-EOF-FLAG.
             OPEN INPUT RANK-FILE.
             IF WS-DR-STATUS NOT = '00' THEN
                DISPLAY 'NO DIVISION RANKINGS, PLAYERS SEEDED BY ID'
                GO TO LOAD-RANKS-EXIT
             END-IF.
             PERFORM READ-RANK.
             PERFORM STORE-RANK THRU STORE-RANK-EXIT
                UNTIL WS-DR-END.
             CLOSE RANK-FILE.
          LOAD-RANKS-EXIT.
             EXIT.

          READ-RANK.
             READ RANK-FILE
                AT END SET WS-DR-END TO TRUE
             END-READ.

          STORE-RANK.
             IF TT-DIVISION NOT = SPACES
                AND DR-DIVISION NOT = TT-DIVISION THEN
                GO TO STORE-RANK-READ
             END-IF.
             IF WS-RK-COUNT >= 200 THEN
                GO TO STORE-RANK-READ
             END-IF.
             ADD 1 TO WS-RK-COUNT.
             MOVE DR-PLAYER TO WS-RK-PLAYER(WS-RK-COUNT).
             MOVE DR-RANK TO WS-RK-RANK(WS-RK-COUNT).
             MOVE DR-AVERAGE TO WS-RK-AVG(WS-RK-COUNT).
          STORE-RANK-READ.
             PERFORM READ-RANK.
          STORE-RANK-EXIT.
             EXIT.

          SELECT-PLAYERS.
             MOVE 0 TO WS-PLAYER-COUNT.
             MOVE 'N' TO WS-PM-EOF-FLAG.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS '
                        WS-PM-STATUS
                SET WS-TRANS-ERROR TO TRUE
                GO TO SELECT-PLAYERS-EXIT
             END-IF.
             PERFORM READ-PLAYER.
             PERFORM STORE-PLAYER THRU STORE-PLAYER-EXIT
                UNTIL WS-PM-END.
             CLOSE PLAYER-FILE.
          SELECT-PLAYERS-EXIT.
             EXIT.

          READ-PLAYER.
             READ PLAYER-FILE NEXT RECORD
                AT END SET WS-PM-END TO TRUE
             END-READ.

          STORE-PLAYER.
             IF PM-ACTIVE-FLAG NOT = 'Y' THEN
                GO TO STORE-PLAYER-READ
             END-IF.
             IF TT-DIVISION NOT = SPACES
                AND PM-DIVISION NOT = TT-DIVISION THEN
                GO TO STORE-PLAYER-READ
             END-IF.
             IF WS-PLAYER-COUNT >= 200 THEN
                GO TO STORE-PLAYER-READ
             END-IF.
             ADD 1 TO WS-PLAYER-COUNT.
             MOVE PM-PLAYER-ID TO WS-TP-PLAYER(WS-PLAYER-COUNT).
             MOVE 999 TO WS-TP-RANK(WS-PLAYER-COUNT).
             MOVE 0 TO WS-TP-AVG(WS-PLAYER-COUNT).
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RK-COUNT
                IF WS-RK-PLAYER(WS-K) = WS-TP-PLAYER(WS-PLAYER-COUNT)
                   THEN
                   MOVE WS-RK-RANK(WS-K)
                        TO WS-TP-RANK(WS-PLAYER-COUNT)
                   MOVE WS-RK-AVG(WS-K)
                        TO WS-TP-AVG(WS-PLAYER-COUNT)
                END-IF
             END-PERFORM.
          STORE-PLAYER-READ.
             PERFORM READ-PLAYER.
          STORE-PLAYER-EXIT.
             EXIT.

          SEED-PLAYERS.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-PLAYER-COUNT
                PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-PLAYER-COUNT
                   IF WS-TP-RANK(WS-K) > WS-TP-RANK(WS-I)
                      OR (WS-TP-RANK(WS-K) = WS-TP-RANK(WS-I)
                      AND WS-TP-AVG(WS-K) < WS-TP-AVG(WS-I))
                      OR (WS-TP-RANK(WS-K) = WS-TP-RANK(WS-I)
                      AND WS-TP-AVG(WS-K) = WS-TP-AVG(WS-I)
                      AND WS-TP-PLAYER(WS-K) > WS-TP-PLAYER(WS-I)) THEN
                      MOVE WS-TP-ENTRY(WS-I) TO WS-TMP-TP
                      MOVE WS-TP-ENTRY(WS-K) TO WS-TP-ENTRY(WS-I)
                      MOVE WS-TMP-TP TO WS-TP-ENTRY(WS-K)
                   END-IF
                END-PERFORM
             END-PERFORM.
          SEED-PLAYERS-EXIT.
             EXIT.

          BUILD-KNOCKOUT.
             MOVE 1 TO WS-BRACKET.
             MOVE 0 TO TM-ROUND-COUNT.
             PERFORM UNTIL WS-BRACKET >= WS-PLAYER-COUNT
                MULTIPLY 2 BY WS-BRACKET
                ADD 1 TO TM-ROUND-COUNT
             END-PERFORM.
             MOVE 1 TO WS-POS(1).
             MOVE 1 TO WS-SIZE.
             PERFORM UNTIL WS-SIZE >= WS-BRACKET
                PERFORM VARYING WS-I FROM WS-SIZE BY -1 UNTIL WS-I < 1
                   MOVE WS-POS(WS-I) TO WS-SAVE-POS
                   COMPUTE WS-J = WS-I * 2 - 1
                   MOVE WS-SAVE-POS TO WS-POS(WS-J)
                   ADD 1 TO WS-J
                   COMPUTE WS-POS(WS-J) = WS-SIZE * 2 + 1 - WS-SAVE-POS
                END-PERFORM
                MULTIPLY 2 BY WS-SIZE
             END-PERFORM.
             MOVE 1 TO WS-ROUND.
             MOVE 1 TO TM-CUR-ROUND.
             PERFORM ROUND-DATE THRU ROUND-DATE-EXIT.
             COMPUTE WS-HALF = WS-BRACKET / 2.
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-HALF
                COMPUTE WS-J = WS-M * 2 - 1
                MOVE WS-POS(WS-J) TO WS-S1
                ADD 1 TO WS-J
                MOVE WS-POS(WS-J) TO WS-S2
                MOVE WS-TP-PLAYER(WS-S1) TO WS-FX-PLAYER-1
                MOVE WS-S1 TO WS-FX-SEED-1
                IF WS-S2 > WS-PLAYER-COUNT THEN
                   MOVE SPACES TO WS-FX-PLAYER-2
                   MOVE 0 TO WS-FX-SEED-2
                ELSE
                   MOVE WS-TP-PLAYER(WS-S2) TO WS-FX-PLAYER-2
                   MOVE WS-S2 TO WS-FX-SEED-2
                END-IF
                PERFORM WRITE-FIXTURE THRU WRITE-FIXTURE-EXIT
             END-PERFORM.
          BUILD-KNOCKOUT-EXIT.
             EXIT.

          BUILD-ROUND-ROBIN.
             MOVE WS-PLAYER-COUNT TO WS-SLOTS.
             DIVIDE WS-SLOTS BY 2 GIVING WS-HALF REMAINDER WS-S1.
             IF WS-S1 > 0 THEN
                ADD 1 TO WS-SLOTS
             END-IF.
             COMPUTE WS-HALF = WS-SLOTS / 2.
             COMPUTE TM-ROUND-COUNT = WS-SLOTS - 1.
             MOVE TM-ROUND-COUNT TO TM-CUR-ROUND.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SLOTS
                MOVE WS-I TO WS-POS(WS-I)
             END-PERFORM.
             PERFORM VARYING WS-ROUND FROM 1 BY 1
                UNTIL WS-ROUND > TM-ROUND-COUNT
                PERFORM ROUND-DATE THRU ROUND-DATE-EXIT
                PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-HALF
                   MOVE WS-POS(WS-M) TO WS-S1
                   COMPUTE WS-J = WS-SLOTS + 1 - WS-M
                   MOVE WS-POS(WS-J) TO WS-S2
                   IF WS-S2 < WS-S1 THEN
                      MOVE WS-S1 TO WS-SAVE-POS
                      MOVE WS-S2 TO WS-S1
                      MOVE WS-SAVE-POS TO WS-S2
                   END-IF
                   MOVE WS-TP-PLAYER(WS-S1) TO WS-FX-PLAYER-1
                   MOVE WS-S1 TO WS-FX-SEED-1
                   IF WS-S2 > WS-PLAYER-COUNT THEN
                      MOVE SPACES TO WS-FX-PLAYER-2
                      MOVE 0 TO WS-FX-SEED-2
                   ELSE
                      MOVE WS-TP-PLAYER(WS-S2) TO WS-FX-PLAYER-2
                      MOVE WS-S2 TO WS-FX-SEED-2
                   END-IF
                   PERFORM WRITE-FIXTURE THRU WRITE-FIXTURE-EXIT
                END-PERFORM
                MOVE WS-POS(WS-SLOTS) TO WS-SAVE-POS
                PERFORM VARYING WS-I FROM WS-SLOTS BY -1 UNTIL WS-I < 3
                   COMPUTE WS-J = WS-I - 1
                   MOVE WS-POS(WS-J) TO WS-POS(WS-I)
                END-PERFORM
                MOVE WS-SAVE-POS TO WS-POS(2)
             END-PERFORM.
          BUILD-ROUND-ROBIN-EXIT.
             EXIT.

          ROUND-DATE.
             MOVE TM-START-DATE TO WS-ROUND-DATE.
             IF WS-ROUND < 2 THEN
                GO TO ROUND-DATE-EXIT
             END-IF.
             MOVE 'A' TO WS-DC-FUNCTION.
             MOVE TM-START-DATE TO WS-DC-DATE-1.
             COMPUTE WS-DC-DAY-COUNT = (WS-ROUND - 1) * TM-INTERVAL.
             MOVE 'S' TO WS-AUDIT-SW.
             CALL 'DATECALC'.
             IF WS-DC-NO-ERROR THEN
                MOVE WS-DC-RESULT-DATE TO WS-ROUND-DATE
             END-IF.
          ROUND-DATE-EXIT.
             EXIT.

          WRITE-FIXTURE.
             INITIALIZE TOUR-FIXTURE-RECORD.
             MOVE WS-TID TO TF-TOUR-ID.
             MOVE WS-ROUND TO TF-ROUND.
             MOVE WS-M TO TF-MATCH-NO.
             MOVE WS-ROUND-DATE TO TF-MATCH-DATE.
             MOVE WS-FX-PLAYER-1 TO TF-PLAYER-1.
             MOVE WS-FX-SEED-1 TO TF-SEED-1.
             MOVE WS-FX-PLAYER-2 TO TF-PLAYER-2.
             MOVE WS-FX-SEED-2 TO TF-SEED-2.
             IF WS-FX-PLAYER-2 = SPACES THEN
                MOVE 'B' TO TF-STATUS
                MOVE 'B' TO TF-RESULT-FLAG
                IF TM-TYPE = 'K' THEN
                   MOVE WS-FX-PLAYER-1 TO TF-WINNER
                END-IF
             ELSE
                ADD 1 TO TM-NEXT-MATCH
                COMPUTE TF-MATCH-ID = WS-ID-BASE + TM-NEXT-MATCH
                ADD 1 TO TM-NEXT-GAME
                COMPUTE TF-GAME-ID-1 = WS-ID-BASE + TM-NEXT-GAME
                ADD 1 TO TM-NEXT-GAME
                COMPUTE TF-GAME-ID-2 = WS-ID-BASE + TM-NEXT-GAME
                MOVE 'S' TO TF-STATUS
                PERFORM WRITE-MATCHCTL THRU WRITE-MATCHCTL-EXIT
             END-IF.
             WRITE TOUR-FIXTURE-RECORD
                INVALID KEY
                   DISPLAY 'DUPLICATE FIXTURE ' TF-TOUR-ID '/'
                           TF-ROUND '/' TF-MATCH-NO
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO WRITE-FIXTURE-EXIT
             END-WRITE.
             ADD 1 TO WS-FIX-WRITE-COUNT.
          WRITE-FIXTURE-EXIT.
             EXIT.

          WRITE-MATCHCTL.
             IF NOT WS-MC-OPEN THEN
                OPEN EXTEND MATCHCTL-FILE
                IF WS-MC-STATUS = '35' THEN
                   OPEN OUTPUT MATCHCTL-FILE
                END-IF
                IF WS-MC-STATUS NOT = '00' THEN
                   DISPLAY 'CANNOT OPEN MATCH CONTROL FILE, STATUS '
                           WS-MC-STATUS
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO WRITE-MATCHCTL-EXIT
                END-IF
                MOVE 'Y' TO WS-MC-OPEN-FLAG
             END-IF.
             MOVE TF-MATCH-ID TO MC-MATCH-ID.
             MOVE TF-GAME-ID-1 TO MC-GAME-ID-1.
             MOVE TF-GAME-ID-2 TO MC-GAME-ID-2.
             MOVE TF-MATCH-DATE TO MC-MATCH-DATE.
             MOVE TM-HANDICAP-FLAG TO MC-HANDICAP-FLAG.
             WRITE MATCHCTL-RECORD.
             ADD 1 TO WS-MC-WRITE-COUNT.
          WRITE-MATCHCTL-EXIT.
             EXIT.

          ADVANCE-TOURNEY.
             MOVE WS-TID TO TM-TOUR-ID.
             READ TOURMAST-FILE
                INVALID KEY
                   DISPLAY 'TOURNAMENT NOT FOUND ' WS-TID
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO ADVANCE-TOURNEY-EXIT
             END-READ.
             IF TM-STATUS = 'C' THEN
                DISPLAY 'TOURNAMENT ' WS-TID ' ALREADY COMPLETE, '
                        'CHAMPION ' TM-CHAMPION
                GO TO ADVANCE-TOURNEY-EXIT
             END-IF.
             MOVE 0 TO WS-CUTOFF-DATE.
             IF TT-CUTOFF-DATE IS NUMERIC THEN
                MOVE TT-CUTOFF-DATE TO WS-CUTOFF-DATE
             END-IF.
             PERFORM LOAD-RESULTS THRU LOAD-RESULTS-EXIT.
             MOVE 0 TO WS-RND-FIX-COUNT.
             MOVE 0 TO WS-RND-DONE-COUNT.
             MOVE 0 TO WS-OPEN-FIX-COUNT.
             PERFORM START-FIXTURES THRU START-FIXTURES-EXIT.
             PERFORM ADVANCE-FIXTURE THRU ADVANCE-FIXTURE-EXIT
                UNTIL WS-FX-END.
             ADD 1 TO WS-ADVANCE-COUNT.
             IF TM-TYPE = 'K' THEN
                IF WS-RND-FIX-COUNT > 0
                   AND WS-RND-DONE-COUNT = WS-RND-FIX-COUNT THEN
                   IF TM-CUR-ROUND >= TM-ROUND-COUNT THEN
                      MOVE WS-WIN-PLAYER(1) TO TM-CHAMPION
                      MOVE 'C' TO TM-STATUS
                   ELSE
                      PERFORM NEXT-KO-ROUND THRU NEXT-KO-ROUND-EXIT
                   END-IF
                END-IF
             ELSE
                IF WS-OPEN-FIX-COUNT = 0 THEN
                   PERFORM BUILD-STANDINGS THRU BUILD-STANDINGS-EXIT
                   MOVE WS-ST-PLAYER(1) TO TM-CHAMPION
                   MOVE 'C' TO TM-STATUS
                END-IF
             END-IF.
             REWRITE TOUR-MASTER-RECORD
                INVALID KEY
                   DISPLAY 'CANNOT UPDATE TOURNAMENT ' WS-TID
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO ADVANCE-TOURNEY-EXIT
             END-REWRITE.
             IF TM-STATUS = 'C' THEN
                DISPLAY 'TOURNAMENT ' WS-TID ' COMPLETE, CHAMPION '
                        TM-CHAMPION
             ELSE
                DISPLAY 'TOURNAMENT ' WS-TID ' AT ROUND ' TM-CUR-ROUND
                        ' OF ' TM-ROUND-COUNT ', ' WS-OPEN-FIX-COUNT
                        ' MATCHES OPEN'
             END-IF.
          ADVANCE-TOURNEY-EXIT.
             EXIT.

          LOAD-RESULTS.
             MOVE 0 TO WS-RT-COUNT.
             MOVE 'N' TO WS-MR-EOF-FLAG.
             OPEN INPUT MATCHRES-FILE.
             IF WS-MR-STATUS NOT = '00' THEN
                GO TO LOAD-RESULTS-EXIT
             END-IF.
             PERFORM READ-MATCHRES.
             PERFORM STORE-RESULT THRU STORE-RESULT-EXIT
                UNTIL WS-MR-END.
             CLOSE MATCHRES-FILE.
          LOAD-RESULTS-EXIT.
             EXIT.

          READ-MATCHRES.
             READ MATCHRES-FILE
                AT END SET WS-MR-END TO TRUE
             END-READ.

          STORE-RESULT.
             IF MR-MATCH-ID <= WS-ID-BASE OR MR-MATCH-ID > WS-ID-LIMIT
                THEN
                GO TO STORE-RESULT-READ
             END-IF.
             IF WS-RT-COUNT >= 500 THEN
                DISPLAY 'WARNING: RESULT TABLE FULL FOR TOURNAMENT '
                        WS-TID
                GO TO STORE-RESULT-READ
             END-IF.
             ADD 1 TO WS-RT-COUNT.
             MOVE MR-MATCH-ID TO WS-RT-MATCH-ID(WS-RT-COUNT).
             MOVE MR-PLAYER-1 TO WS-RT-PLAYER-1(WS-RT-COUNT).
             MOVE MR-TOTAL-1 TO WS-RT-TOTAL-1(WS-RT-COUNT).
             MOVE MR-PLAYER-2 TO WS-RT-PLAYER-2(WS-RT-COUNT).
             MOVE MR-TOTAL-2 TO WS-RT-TOTAL-2(WS-RT-COUNT).
             IF MR-HCAP-FLAG = 'Y' THEN
                MOVE MR-NET-1 TO WS-RT-TOTAL-1(WS-RT-COUNT)
                MOVE MR-NET-2 TO WS-RT-TOTAL-2(WS-RT-COUNT)
             END-IF.
             MOVE MR-WINNER TO WS-RT-WINNER(WS-RT-COUNT).
             MOVE MR-RESULT-FLAG TO WS-RT-FLAG(WS-RT-COUNT).
          STORE-RESULT-READ.
             PERFORM READ-MATCHRES.
          STORE-RESULT-EXIT.
             EXIT.

          START-FIXTURES.
             MOVE 'N' TO WS-FX-EOF-FLAG.
             MOVE WS-TID TO TF-TOUR-ID.
             MOVE 0 TO TF-ROUND.
             MOVE 0 TO TF-MATCH-NO.
             START TOURFIX-FILE KEY IS NOT LESS THAN TF-KEY
                INVALID KEY
                   SET WS-FX-END TO TRUE
                   GO TO START-FIXTURES-EXIT
             END-START.
             PERFORM READ-FIXTURE.
          START-FIXTURES-EXIT.
             EXIT.

          READ-FIXTURE.
             READ TOURFIX-FILE NEXT RECORD
                AT END SET WS-FX-END TO TRUE
             END-READ.
             IF NOT WS-FX-END AND TF-TOUR-ID NOT = WS-TID THEN
                SET WS-FX-END TO TRUE
             END-IF.

          ADVANCE-FIXTURE.
             IF TF-STATUS = 'S' THEN
                PERFORM APPLY-RESULT THRU APPLY-RESULT-EXIT
             END-IF.
             IF TF-STATUS = 'S' THEN
                ADD 1 TO WS-OPEN-FIX-COUNT
             END-IF.
             IF TF-ROUND = TM-CUR-ROUND THEN
                ADD 1 TO WS-RND-FIX-COUNT
                IF TF-STATUS NOT = 'S' THEN
                   ADD 1 TO WS-RND-DONE-COUNT
                END-IF
                IF TM-TYPE = 'K' AND TF-MATCH-NO <= 16 THEN
                   MOVE TF-WINNER TO WS-WIN-PLAYER(TF-MATCH-NO)
                   IF TF-WINNER = TF-PLAYER-1 THEN
                      MOVE TF-SEED-1 TO WS-WIN-SEED(TF-MATCH-NO)
                   ELSE
                      MOVE TF-SEED-2 TO WS-WIN-SEED(TF-MATCH-NO)
                   END-IF
                END-IF
             END-IF.
             PERFORM READ-FIXTURE.
          ADVANCE-FIXTURE-EXIT.
             EXIT.

          APPLY-RESULT.
             MOVE 0 TO WS-RT-IDX.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-RT-COUNT
                IF WS-RT-MATCH-ID(WS-K) = TF-MATCH-ID THEN
                   MOVE WS-K TO WS-RT-IDX
                END-IF
             END-PERFORM.
             IF WS-RT-IDX = 0 THEN
                IF WS-CUTOFF-DATE > 0
                   AND TF-MATCH-DATE <= WS-CUTOFF-DATE THEN
                   PERFORM APPLY-NO-SHOW THRU APPLY-NO-SHOW-EXIT
                END-IF
                GO TO APPLY-RESULT-EXIT
             END-IF.
             IF (WS-RT-PLAYER-1(WS-RT-IDX) NOT = SPACES
                AND WS-RT-PLAYER-1(WS-RT-IDX) NOT = TF-PLAYER-1
                AND WS-RT-PLAYER-1(WS-RT-IDX) NOT = TF-PLAYER-2)
                OR (WS-RT-PLAYER-2(WS-RT-IDX) NOT = SPACES
                AND WS-RT-PLAYER-2(WS-RT-IDX) NOT = TF-PLAYER-1
                AND WS-RT-PLAYER-2(WS-RT-IDX) NOT = TF-PLAYER-2) THEN
                DISPLAY '  MATCH ' TF-MATCH-ID ' RESULT PLAYERS DO NOT '
                        'MATCH FIXTURE, NOT APPLIED'
                SET WS-TRANS-ERROR TO TRUE
                GO TO APPLY-RESULT-EXIT
             END-IF.
             IF WS-RT-PLAYER-1(WS-RT-IDX) = TF-PLAYER-2
                OR WS-RT-PLAYER-2(WS-RT-IDX) = TF-PLAYER-1 THEN
                MOVE WS-RT-TOTAL-2(WS-RT-IDX) TO TF-TOTAL-1
                MOVE WS-RT-TOTAL-1(WS-RT-IDX) TO TF-TOTAL-2
             ELSE
                MOVE WS-RT-TOTAL-1(WS-RT-IDX) TO TF-TOTAL-1
                MOVE WS-RT-TOTAL-2(WS-RT-IDX) TO TF-TOTAL-2
             END-IF.
             MOVE WS-RT-FLAG(WS-RT-IDX) TO TF-RESULT-FLAG.
             EVALUATE TRUE
                WHEN WS-RT-FLAG(WS-RT-IDX) = 'T' AND TM-TYPE = 'K'
                   PERFORM HIGHER-SEED THRU HIGHER-SEED-EXIT
                   DISPLAY '  MATCH ' TF-MATCH-ID ' TIED, HIGHER SEED '
                           TF-WINNER ' ADVANCES'
                WHEN WS-RT-FLAG(WS-RT-IDX) = 'T'
                   MOVE SPACES TO TF-WINNER
                WHEN OTHER
                   MOVE WS-RT-WINNER(WS-RT-IDX) TO TF-WINNER
             END-EVALUATE.
             MOVE 'D' TO TF-STATUS.
             REWRITE TOUR-FIXTURE-RECORD
                INVALID KEY
                   DISPLAY '  CANNOT UPDATE FIXTURE FOR MATCH '
                           TF-MATCH-ID
                   SET WS-TRANS-ERROR TO TRUE
                   MOVE 'S' TO TF-STATUS
                   GO TO APPLY-RESULT-EXIT
             END-REWRITE.
             ADD 1 TO WS-APPLIED-COUNT.
          APPLY-RESULT-EXIT.
             EXIT.

          APPLY-NO-SHOW.
             MOVE 'N' TO TF-RESULT-FLAG.
             IF TM-TYPE = 'K' THEN
                PERFORM HIGHER-SEED THRU HIGHER-SEED-EXIT
                DISPLAY '  MATCH ' TF-MATCH-ID ' NOT PLAYED BY CUTOFF, '
                        'HIGHER SEED ' TF-WINNER ' ADVANCES'
             ELSE
                MOVE SPACES TO TF-WINNER
                DISPLAY '  MATCH ' TF-MATCH-ID ' NOT PLAYED BY CUTOFF, '
                        'NO RESULT'
             END-IF.
             MOVE 'D' TO TF-STATUS.
             REWRITE TOUR-FIXTURE-RECORD
                INVALID KEY
                   DISPLAY '  CANNOT UPDATE FIXTURE FOR MATCH '
                           TF-MATCH-ID
                   SET WS-TRANS-ERROR TO TRUE
                   MOVE 'S' TO TF-STATUS
                   GO TO APPLY-NO-SHOW-EXIT
             END-REWRITE.
             ADD 1 TO WS-APPLIED-COUNT.
          APPLY-NO-SHOW-EXIT.
             EXIT.

          HIGHER-SEED.
             IF TF-SEED-1 <= TF-SEED-2 THEN
                MOVE TF-PLAYER-1 TO TF-WINNER
             ELSE
                MOVE TF-PLAYER-2 TO TF-WINNER
             END-IF.
          HIGHER-SEED-EXIT.
             EXIT.

          NEXT-KO-ROUND.
             ADD 1 TO TM-CUR-ROUND.
             MOVE TM-CUR-ROUND TO WS-ROUND.
             PERFORM ROUND-DATE THRU ROUND-DATE-EXIT.
             COMPUTE WS-HALF = WS-RND-FIX-COUNT / 2.
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-HALF
                COMPUTE WS-J = WS-M * 2 - 1
                MOVE WS-WIN-PLAYER(WS-J) TO WS-FX-PLAYER-1
                MOVE WS-WIN-SEED(WS-J) TO WS-FX-SEED-1
                ADD 1 TO WS-J
                MOVE WS-WIN-PLAYER(WS-J) TO WS-FX-PLAYER-2
                MOVE WS-WIN-SEED(WS-J) TO WS-FX-SEED-2
                PERFORM WRITE-FIXTURE THRU WRITE-FIXTURE-EXIT
             END-PERFORM.
             DISPLAY 'TOURNAMENT ' WS-TID ' ROUND ' TM-CUR-ROUND
                     ' DRAWN, ' WS-HALF ' MATCHES'.
          NEXT-KO-ROUND-EXIT.
             EXIT.

          BUILD-STANDINGS.
             MOVE 0 TO WS-ST-COUNT.
             PERFORM START-FIXTURES THRU START-FIXTURES-EXIT.
             PERFORM STAND-FIXTURE THRU STAND-FIXTURE-EXIT
                UNTIL WS-FX-END.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-COUNT
                PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-ST-COUNT
                   IF WS-ST-POINTS(WS-K) < WS-ST-POINTS(WS-I)
                      OR (WS-ST-POINTS(WS-K) = WS-ST-POINTS(WS-I)
                      AND WS-ST-PINS(WS-K) < WS-ST-PINS(WS-I))
                      OR (WS-ST-POINTS(WS-K) = WS-ST-POINTS(WS-I)
                      AND WS-ST-PINS(WS-K) = WS-ST-PINS(WS-I)
                      AND WS-ST-SEED(WS-K) > WS-ST-SEED(WS-I)) THEN
                      MOVE WS-ST-ENTRY(WS-I) TO WS-TMP-ST
                      MOVE WS-ST-ENTRY(WS-K) TO WS-ST-ENTRY(WS-I)
                      MOVE WS-TMP-ST TO WS-ST-ENTRY(WS-K)
                   END-IF
                END-PERFORM
             END-PERFORM.
          BUILD-STANDINGS-EXIT.
             EXIT.

          STAND-FIXTURE.
             MOVE TF-PLAYER-1 TO WS-ST-PLAYER-KEY.
             MOVE TF-SEED-1 TO WS-ST-SEED-KEY.
             PERFORM FIND-STANDING THRU FIND-STANDING-EXIT.
             IF TF-PLAYER-2 = SPACES THEN
                GO TO STAND-FIXTURE-READ
             END-IF.
             MOVE WS-ST-IDX TO WS-S1.
             MOVE TF-PLAYER-2 TO WS-ST-PLAYER-KEY.
             MOVE TF-SEED-2 TO WS-ST-SEED-KEY.
             PERFORM FIND-STANDING THRU FIND-STANDING-EXIT.
             MOVE WS-ST-IDX TO WS-S2.
             IF TF-STATUS NOT = 'D' OR TF-RESULT-FLAG = 'N'
                OR WS-S1 = 0 OR WS-S2 = 0 THEN
                GO TO STAND-FIXTURE-READ
             END-IF.
             ADD 1 TO WS-ST-PLAYED(WS-S1).
             ADD 1 TO WS-ST-PLAYED(WS-S2).
             ADD TF-TOTAL-1 TO WS-ST-PINS(WS-S1).
             ADD TF-TOTAL-2 TO WS-ST-PINS(WS-S2).
             EVALUATE TRUE
                WHEN TF-WINNER = SPACES
                   ADD 1 TO WS-ST-TIED(WS-S1)
                   ADD 1 TO WS-ST-TIED(WS-S2)
                   ADD 1 TO WS-ST-POINTS(WS-S1)
                   ADD 1 TO WS-ST-POINTS(WS-S2)
                WHEN TF-WINNER = TF-PLAYER-1
                   ADD 1 TO WS-ST-WON(WS-S1)
                   ADD 1 TO WS-ST-LOST(WS-S2)
                   ADD 2 TO WS-ST-POINTS(WS-S1)
                WHEN OTHER
                   ADD 1 TO WS-ST-WON(WS-S2)
                   ADD 1 TO WS-ST-LOST(WS-S1)
                   ADD 2 TO WS-ST-POINTS(WS-S2)
             END-EVALUATE.
          STAND-FIXTURE-READ.
             PERFORM READ-FIXTURE.
          STAND-FIXTURE-EXIT.
             EXIT.

          FIND-STANDING.
             MOVE 0 TO WS-ST-IDX.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-ST-COUNT
                IF WS-ST-PLAYER(WS-K) = WS-ST-PLAYER-KEY THEN
                   MOVE WS-K TO WS-ST-IDX
                END-IF
             END-PERFORM.
             IF WS-ST-IDX > 0 OR WS-ST-COUNT >= 32 THEN
                GO TO FIND-STANDING-EXIT
             END-IF.
             ADD 1 TO WS-ST-COUNT.
             MOVE WS-ST-COUNT TO WS-ST-IDX.
             MOVE WS-ST-PLAYER-KEY TO WS-ST-PLAYER(WS-ST-IDX).
             MOVE WS-ST-SEED-KEY TO WS-ST-SEED(WS-ST-IDX).
             MOVE 0 TO WS-ST-PLAYED(WS-ST-IDX).
             MOVE 0 TO WS-ST-WON(WS-ST-IDX).
             MOVE 0 TO WS-ST-TIED(WS-ST-IDX).
             MOVE 0 TO WS-ST-LOST(WS-ST-IDX).
             MOVE 0 TO WS-ST-POINTS(WS-ST-IDX).
             MOVE 0 TO WS-ST-PINS(WS-ST-IDX).
          FIND-STANDING-EXIT.
             EXIT.

          PRINT-TOURNEY.
             MOVE WS-TID TO TM-TOUR-ID.
             READ TOURMAST-FILE
                INVALID KEY
                   DISPLAY 'TOURNAMENT NOT FOUND ' WS-TID
                   SET WS-TRANS-ERROR TO TRUE
                   GO TO PRINT-TOURNEY-EXIT
             END-READ.
             ADD 1 TO WS-PRINT-COUNT.
             DISPLAY ' '.
             IF TM-TYPE = 'K' THEN
                DISPLAY 'KNOCKOUT BRACKET ' TM-TOUR-ID ' ' TM-NAME
             ELSE
                DISPLAY 'ROUND-ROBIN FIXTURES ' TM-TOUR-ID ' ' TM-NAME
             END-IF.
             DISPLAY 'DIVISION ' TM-DIVISION ' STARTS ' TM-START-DATE
                     ' EVERY ' TM-INTERVAL ' DAYS, ' TM-PLAYER-COUNT
                     ' PLAYERS'.
             IF TM-HANDICAP-FLAG = 'Y' THEN
                DISPLAY 'HANDICAP EVENT, POINTS SHOWN ARE NET'
             END-IF.
             IF TM-STATUS = 'C' THEN
                DISPLAY 'COMPLETE, CHAMPION ' TM-CHAMPION
             ELSE
                DISPLAY 'IN PROGRESS, ROUND ' TM-CUR-ROUND ' OF '
                        TM-ROUND-COUNT
             END-IF.
             DISPLAY 'RD  M MATCH  DATE     PLAYER 1           SD '
                     'GAME 1 PTS    PLAYER 2           SD GAME 2 PTS'
                     '  RESULT'.
             PERFORM START-FIXTURES THRU START-FIXTURES-EXIT.
             PERFORM PRINT-FIXTURE THRU PRINT-FIXTURE-EXIT
                UNTIL WS-FX-END.
             IF TM-TYPE = 'R' THEN
                PERFORM PRINT-STANDINGS THRU PRINT-STANDINGS-EXIT
             END-IF.
          PRINT-TOURNEY-EXIT.
             EXIT.

          PRINT-FIXTURE.
             MOVE TF-ROUND TO WS-FL-ROUND.
             MOVE TF-MATCH-NO TO WS-FL-MATCH.
             MOVE TF-MATCH-ID TO WS-FL-MATCH-ID.
             MOVE TF-MATCH-DATE TO WS-FL-DATE.
             MOVE TF-PLAYER-1 TO WS-FL-PLAYER-1.
             MOVE TF-SEED-1 TO WS-FL-SEED-1.
             MOVE TF-GAME-ID-1 TO WS-FL-GAME-1.
             MOVE TF-TOTAL-1 TO WS-FL-TOTAL-1.
             MOVE TF-PLAYER-2 TO WS-FL-PLAYER-2.
             MOVE TF-SEED-2 TO WS-FL-SEED-2.
             MOVE TF-GAME-ID-2 TO WS-FL-GAME-2.
             MOVE TF-TOTAL-2 TO WS-FL-TOTAL-2.
             MOVE SPACES TO WS-FL-RESULT.
             EVALUATE TRUE
                WHEN TF-STATUS = 'B'
                   MOVE 'BYE' TO WS-FL-PLAYER-2
                   MOVE 'BYE' TO WS-FL-RESULT
                WHEN TF-STATUS = 'S'
                   MOVE 'SCHEDULED' TO WS-FL-RESULT
                WHEN TF-RESULT-FLAG = 'N' AND TF-WINNER = SPACES
                   MOVE 'NOT PLAYED' TO WS-FL-RESULT
                WHEN TF-WINNER = SPACES
                   MOVE 'TIED' TO WS-FL-RESULT
                WHEN TF-RESULT-FLAG = 'V'
                   STRING TF-WINNER DELIMITED BY SPACE
                          ' WALKOVER' DELIMITED BY SIZE
                          INTO WS-FL-RESULT
                WHEN TF-RESULT-FLAG = 'T' OR TF-RESULT-FLAG = 'N'
                   STRING TF-WINNER DELIMITED BY SPACE
                          ' ON SEED' DELIMITED BY SIZE
                          INTO WS-FL-RESULT
                WHEN OTHER
                   STRING TF-WINNER DELIMITED BY SPACE
                          ' WON' DELIMITED BY SIZE
                          INTO WS-FL-RESULT
             END-EVALUATE.
             DISPLAY WS-FX-LINE.
             PERFORM READ-FIXTURE.
          PRINT-FIXTURE-EXIT.
             EXIT.

          PRINT-STANDINGS.
             PERFORM BUILD-STANDINGS THRU BUILD-STANDINGS-EXIT.
             DISPLAY ' '.
             DISPLAY 'STANDINGS (WIN 2, TIE 1, WALKOVER 2)'.
             DISPLAY 'POS PLAYER            SEED  P   W   T   L  PTS'
                     '    PINS'.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-COUNT
                MOVE WS-I TO WS-SL-POS
                MOVE WS-ST-PLAYER(WS-I) TO WS-SL-PLAYER
                MOVE WS-ST-SEED(WS-I) TO WS-SL-SEED
                MOVE WS-ST-PLAYED(WS-I) TO WS-SL-PLAYED
                MOVE WS-ST-WON(WS-I) TO WS-SL-WON
                MOVE WS-ST-TIED(WS-I) TO WS-SL-TIED
                MOVE WS-ST-LOST(WS-I) TO WS-SL-LOST
                MOVE WS-ST-POINTS(WS-I) TO WS-SL-POINTS
                MOVE WS-ST-PINS(WS-I) TO WS-SL-PINS
                DISPLAY WS-ST-LINE
             END-PERFORM.
          PRINT-STANDINGS-EXIT.
             EXIT.
