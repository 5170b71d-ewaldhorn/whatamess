       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICEAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCMASTER-FILE ASSIGN TO "SCMASTER"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS SCM-KEY
              FILE STATUS IS WS-SC-STATUS.
           SELECT PARM-FILE ASSIGN TO "DAPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "DICEEXC"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-DX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCMASTER-FILE.
           COPY SCMASTR.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 DA-START-DATE PIC 9(8).
           05 DA-END-DATE PIC 9(8).
           05 DA-MIN-ROLLS PIC 9(4).
           05 DA-CHI-LIMIT PIC 9(3)V999.
           05 DA-Z-LIMIT PIC 9(2)V99.
       FD  EXCEPTION-FILE.
           COPY DICEEXC.
       WORKING-STORAGE SECTION.
       01 WS-SC-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-DX-STATUS PIC X(2) VALUE '00'.
       01 WS-DX-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-DX-OPEN VALUE 'Y'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 99999999.
       01 WS-MIN-ROLLS PIC 9(4) VALUE 30.
       01 WS-CHI-LIMIT PIC 9(3)V999 VALUE 15.086.
       01 WS-Z-LIMIT PIC 9(2)V99 VALUE 3.09.
       01 WS-YACHT-WAYS PIC 9(4) VALUE 6.
       01 WS-STRAIGHT-WAYS PIC 9(4) VALUE 240.
       01 WS-FULL-WAYS PIC 9(4) VALUE 300.
       01 WS-ALL-WAYS PIC 9(4) VALUE 7776.
       01 WS-DICE-X PIC X(5).
       01 WS-DICE-CHARS REDEFINES WS-DICE-X.
          05 WS-DIE-X PIC X(1) OCCURS 5 TIMES.
       01 WS-DICE-NUMS REDEFINES WS-DICE-X.
          05 WS-DIE PIC 9(1) OCCURS 5 TIMES.
       01 WS-CNT-TABLE.
          05 WS-CNT PIC 9(1) OCCURS 6 TIMES.
       01 WS-DICE-FLAG PIC X(1) VALUE 'Y'.
          88 WS-DICE-VALID VALUE 'Y'.
       01 WS-PATTERN-FLAG PIC X(1) VALUE SPACE.
          88 WS-PAT-YACHT VALUE 'Y'.
          88 WS-PAT-STRAIGHT VALUE 'S'.
          88 WS-PAT-FULL VALUE 'F'.
       01 WS-HAS-THREE PIC X(1) VALUE 'N'.
       01 WS-HAS-TWO PIC X(1) VALUE 'N'.
       01 WS-HAS-MULTI PIC X(1) VALUE 'N'.
       01 WS-SS-ACC.
          05 WS-SS-PLAYER PIC X(20).
          05 WS-SS-FIRST PIC 9(8).
          05 WS-SS-LAST PIC 9(8).
          05 WS-SS-ROLLS PIC 9(6).
          05 WS-SS-FACE PIC 9(7) OCCURS 6 TIMES.
          05 WS-SS-YACHT PIC 9(6).
          05 WS-SS-STRAIGHT PIC 9(6).
          05 WS-SS-FULL PIC 9(6).
       01 WS-PL-ACC.
          05 WS-PL-PLAYER PIC X(20).
          05 WS-PL-FIRST PIC 9(8).
          05 WS-PL-LAST PIC 9(8).
          05 WS-PL-ROLLS PIC 9(6).
          05 WS-PL-FACE PIC 9(7) OCCURS 6 TIMES.
          05 WS-PL-YACHT PIC 9(6).
          05 WS-PL-STRAIGHT PIC 9(6).
          05 WS-PL-FULL PIC 9(6).
       01 WS-ALL-ACC.
          05 WS-ALL-PLAYER PIC X(20).
          05 WS-ALL-FIRST PIC 9(8).
          05 WS-ALL-LAST PIC 9(8).
          05 WS-ALL-ROLLS PIC 9(6).
          05 WS-ALL-FACE PIC 9(7) OCCURS 6 TIMES.
          05 WS-ALL-YACHT PIC 9(6).
          05 WS-ALL-STRAIGHT PIC 9(6).
          05 WS-ALL-FULL PIC 9(6).
       01 WS-EV-ACC.
          05 WS-EV-PLAYER PIC X(20).
          05 WS-EV-FIRST PIC 9(8).
          05 WS-EV-LAST PIC 9(8).
          05 WS-EV-ROLLS PIC 9(6).
          05 WS-EV-FACE PIC 9(7) OCCURS 6 TIMES.
          05 WS-EV-YACHT PIC 9(6).
          05 WS-EV-STRAIGHT PIC 9(6).
          05 WS-EV-FULL PIC 9(6).
       01 WS-EV-LEVEL PIC X(1) VALUE SPACE.
          88 WS-EV-SESSION VALUE 'S'.
          88 WS-EV-PLAYER-LEVEL VALUE 'P'.
          88 WS-EV-ALL VALUE 'A'.
       01 WS-I PIC 9(2) VALUE 0.
       01 WS-F PIC 9(2) VALUE 0.
       01 WS-DICE-COUNT PIC 9(7) VALUE 0.
       01 WS-EXP-FACE PIC 9(7)V9999 VALUE 0.
       01 WS-DIFF PIC S9(7)V9999 VALUE 0.
       01 WS-CHI PIC 9(6)V999 VALUE 0.
       01 WS-PAT-OBS PIC 9(6) VALUE 0.
       01 WS-PAT-WAYS PIC 9(4) VALUE 0.
       01 WS-PAT-EXP PIC 9(6)V9999 VALUE 0.
       01 WS-PAT-VAR PIC 9(6)V9999 VALUE 0.
       01 WS-PAT-Z PIC S9(6)V999 VALUE 0.
       01 WS-PAT-TEST PIC X(10) VALUE SPACES.
       01 WS-PAT-HIT-FLAG PIC X(1) VALUE 'N'.
          88 WS-PAT-HIT VALUE 'Y'.
       01 WS-FLAG-TEXT PIC X(30) VALUE SPACES.
       01 WS-FLAG-PTR PIC 9(2) VALUE 1.
       01 WS-RATE PIC 9(3)V99 VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-USED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-ERR-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-DATE-COUNT PIC 9(6) VALUE 0.
       01 WS-BAD-DICE-COUNT PIC 9(6) VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(6) VALUE 0.
       01 WS-SESSION-COUNT PIC 9(6) VALUE 0.
       01 WS-FLAG-PLAYER-COUNT PIC 9(6) VALUE 0.
       01 WS-EXC-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-LABEL PIC X(20).
          05 WS-LINE-ROLLS PIC Z(5)9.
          05 WS-LINE-FACES OCCURS 6 TIMES.
             10 FILLER PIC X(1) VALUE SPACE.
             10 WS-LINE-FACE PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LINE-YACHT PIC ZZZ9.
          05 WS-LINE-STRAIGHT PIC ZZZ9.
          05 WS-LINE-FULL PIC ZZZ9.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LINE-CHI PIC ZZZZZ9.999.
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-LINE-FLAGS PIC X(30).
       01 WS-RATE-LINE.
          05 FILLER PIC X(20) VALUE '  RATES PCT   YACHT '.
          05 WS-RL-YACHT PIC ZZ9.99.
          05 FILLER PIC X(11) VALUE '  STRAIGHT '.
          05 WS-RL-STRAIGHT PIC ZZ9.99.
          05 FILLER PIC X(13) VALUE '  FULL HOUSE '.
          05 WS-RL-FULL PIC ZZ9.99.

       PROCEDURE DIVISION.
          DICEAUD.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             OPEN INPUT SCMASTER-FILE.
             IF WS-SC-STATUS NOT = '00' THEN
                DISPLAY 'NO SCORE MASTER RECORDS TO AUDIT'
                GO TO DICEAUD-EXIT
             END-IF.
             INITIALIZE WS-SS-ACC.
             INITIALIZE WS-PL-ACC.
             INITIALIZE WS-ALL-ACC.
             MOVE 'ALL PLAYERS' TO WS-ALL-PLAYER.
             DISPLAY 'DICE FAIRNESS AUDIT'.
             IF WS-START-DATE > 0 OR WS-END-DATE < 99999999 THEN
                DISPLAY 'DATE RANGE ' WS-START-DATE ' TO ' WS-END-DATE
             END-IF.
             DISPLAY 'CHI-SQUARE LIMIT ' WS-CHI-LIMIT
                     ' (5 DF), PATTERN Z LIMIT ' WS-Z-LIMIT
                     ', MINIMUM ROLLS ' WS-MIN-ROLLS.
             DISPLAY 'EXPECTED PCT  YACHT   0.08  STRAIGHT   3.09  '
                     'FULL HOUSE   3.86'.
             DISPLAY ' '.
             DISPLAY 'PLAYER/SESSION       ROLLS   ONES   TWOS THREES'
                     '  FOURS  FIVES  SIXES    Y   S   F CHI-SQUARE'
                     ' FLAGS'.
             PERFORM READ-SCMASTER.
             PERFORM TALLY-ROLL THRU TALLY-ROLL-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE SCMASTER-FILE.
             PERFORM END-SESSION THRU END-SESSION-EXIT.
             PERFORM END-PLAYER THRU END-PLAYER-EXIT.
             IF WS-ALL-ROLLS > 0 THEN
                DISPLAY ' '
                MOVE WS-ALL-ACC TO WS-EV-ACC
                SET WS-EV-ALL TO TRUE
                PERFORM EVALUATE-DICE THRU EVALUATE-DICE-EXIT
             END-IF.
             IF WS-DX-OPEN THEN
                CLOSE EXCEPTION-FILE
             END-IF.
             DISPLAY ' '.
             DISPLAY 'DICEAUD CONTROL TOTALS'.
             DISPLAY '  RECORDS READ      ' WS-READ-COUNT.
             DISPLAY '  ROLLS AUDITED     ' WS-USED-COUNT.
             DISPLAY '  ERROR ROWS SKIPPED ' WS-SKIP-ERR-COUNT.
             DISPLAY '  OUT OF DATE RANGE ' WS-SKIP-DATE-COUNT.
             DISPLAY '  INVALID DICE      ' WS-BAD-DICE-COUNT.
             DISPLAY '  PLAYERS AUDITED   ' WS-PLAYER-COUNT.
             DISPLAY '  SESSIONS AUDITED  ' WS-SESSION-COUNT.
             DISPLAY '  PLAYERS FLAGGED   ' WS-FLAG-PLAYER-COUNT.
             DISPLAY '  EXCEPTIONS WRITTEN ' WS-EXC-COUNT.
             IF WS-EXC-COUNT > 0 OR WS-BAD-DICE-COUNT > 0 THEN
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
          DICEAUD-EXIT.
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
             IF DA-START-DATE IS NUMERIC THEN
                MOVE DA-START-DATE TO WS-START-DATE
             END-IF.
             IF DA-END-DATE IS NUMERIC AND DA-END-DATE > 0 THEN
                MOVE DA-END-DATE TO WS-END-DATE
             END-IF.
             IF DA-MIN-ROLLS IS NUMERIC AND DA-MIN-ROLLS > 0 THEN
                MOVE DA-MIN-ROLLS TO WS-MIN-ROLLS
             END-IF.
             IF DA-CHI-LIMIT IS NUMERIC AND DA-CHI-LIMIT > 0 THEN
                MOVE DA-CHI-LIMIT TO WS-CHI-LIMIT
             END-IF.
             IF DA-Z-LIMIT IS NUMERIC AND DA-Z-LIMIT > 0 THEN
                MOVE DA-Z-LIMIT TO WS-Z-LIMIT
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-EXIT.
             EXIT.

          READ-SCMASTER.
             READ SCMASTER-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          TALLY-ROLL.
             ADD 1 TO WS-READ-COUNT.
             IF SCM-ERROR-CODE NOT = SPACE THEN
                ADD 1 TO WS-SKIP-ERR-COUNT
                GO TO TALLY-ROLL-READ
             END-IF.
             IF SCM-DATE < WS-START-DATE OR SCM-DATE > WS-END-DATE THEN
                ADD 1 TO WS-SKIP-DATE-COUNT
                GO TO TALLY-ROLL-READ
             END-IF.
             PERFORM CLASSIFY-DICE THRU CLASSIFY-DICE-EXIT.
             IF NOT WS-DICE-VALID THEN
                ADD 1 TO WS-BAD-DICE-COUNT
                DISPLAY '  INVALID DICE ' SCM-DICE ' FOR ' SCM-PLAYER
                        ' ' SCM-DATE ' ' SCM-TIME
                GO TO TALLY-ROLL-READ
             END-IF.
             IF SCM-PLAYER NOT = WS-SS-PLAYER
                OR SCM-DATE NOT = WS-SS-FIRST THEN
                PERFORM END-SESSION THRU END-SESSION-EXIT
             END-IF.
             IF SCM-PLAYER NOT = WS-PL-PLAYER THEN
                PERFORM END-PLAYER THRU END-PLAYER-EXIT
                MOVE SCM-PLAYER TO WS-PL-PLAYER
                MOVE SCM-DATE TO WS-PL-FIRST
             END-IF.
             IF WS-SS-ROLLS = 0 THEN
                MOVE SCM-PLAYER TO WS-SS-PLAYER
                MOVE SCM-DATE TO WS-SS-FIRST
             END-IF.
             ADD 1 TO WS-USED-COUNT.
             MOVE SCM-DATE TO WS-SS-LAST.
             MOVE SCM-DATE TO WS-PL-LAST.
             IF WS-ALL-ROLLS = 0 OR SCM-DATE < WS-ALL-FIRST THEN
                MOVE SCM-DATE TO WS-ALL-FIRST
             END-IF.
             IF SCM-DATE > WS-ALL-LAST THEN
                MOVE SCM-DATE TO WS-ALL-LAST
             END-IF.
             ADD 1 TO WS-SS-ROLLS WS-PL-ROLLS WS-ALL-ROLLS.
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
                ADD WS-CNT(WS-F) TO WS-SS-FACE(WS-F) WS-PL-FACE(WS-F)
                                    WS-ALL-FACE(WS-F)
             END-PERFORM.
             EVALUATE TRUE
                WHEN WS-PAT-YACHT
                   ADD 1 TO WS-SS-YACHT WS-PL-YACHT WS-ALL-YACHT
                WHEN WS-PAT-STRAIGHT
                   ADD 1 TO WS-SS-STRAIGHT WS-PL-STRAIGHT
                            WS-ALL-STRAIGHT
                WHEN WS-PAT-FULL
                   ADD 1 TO WS-SS-FULL WS-PL-FULL WS-ALL-FULL
             END-EVALUATE.
          TALLY-ROLL-READ.
             PERFORM READ-SCMASTER.
          TALLY-ROLL-EXIT.
             EXIT.

          CLASSIFY-DICE.
             MOVE 'Y' TO WS-DICE-FLAG.
             MOVE SPACE TO WS-PATTERN-FLAG.
             MOVE SCM-DICE TO WS-DICE-X.
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
                MOVE 0 TO WS-CNT(WS-F)
             END-PERFORM.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
                IF WS-DIE-X(WS-I) < '1' OR WS-DIE-X(WS-I) > '6' THEN
                   MOVE 'N' TO WS-DICE-FLAG
                ELSE
                   ADD 1 TO WS-CNT(WS-DIE(WS-I))
                END-IF
             END-PERFORM.
             IF NOT WS-DICE-VALID THEN
                GO TO CLASSIFY-DICE-EXIT
             END-IF.
             MOVE 'N' TO WS-HAS-THREE.
             MOVE 'N' TO WS-HAS-TWO.
             MOVE 'N' TO WS-HAS-MULTI.
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
                EVALUATE WS-CNT(WS-F)
                   WHEN 5
                      SET WS-PAT-YACHT TO TRUE
                   WHEN 3
                      MOVE 'Y' TO WS-HAS-THREE
                   WHEN 2
                      MOVE 'Y' TO WS-HAS-TWO
                END-EVALUATE
                IF WS-CNT(WS-F) > 1 THEN
                   MOVE 'Y' TO WS-HAS-MULTI
                END-IF
             END-PERFORM.
             IF WS-PAT-YACHT THEN
                GO TO CLASSIFY-DICE-EXIT
             END-IF.
             IF WS-HAS-THREE = 'Y' AND WS-HAS-TWO = 'Y' THEN
                SET WS-PAT-FULL TO TRUE
                GO TO CLASSIFY-DICE-EXIT
             END-IF.
             IF WS-HAS-MULTI = 'N'
                AND (WS-CNT(1) = 0 OR WS-CNT(6) = 0) THEN
                SET WS-PAT-STRAIGHT TO TRUE
             END-IF.
          CLASSIFY-DICE-EXIT.
             EXIT.

          END-SESSION.
             IF WS-SS-ROLLS = 0 THEN
                GO TO END-SESSION-EXIT
             END-IF.
             ADD 1 TO WS-SESSION-COUNT.
             MOVE WS-SS-ACC TO WS-EV-ACC.
             SET WS-EV-SESSION TO TRUE.
             PERFORM EVALUATE-DICE THRU EVALUATE-DICE-EXIT.
             INITIALIZE WS-SS-ACC.
          END-SESSION-EXIT.
             EXIT.

          END-PLAYER.
             IF WS-PL-ROLLS = 0 THEN
                GO TO END-PLAYER-EXIT
             END-IF.
             ADD 1 TO WS-PLAYER-COUNT.
             MOVE WS-PL-ACC TO WS-EV-ACC.
             SET WS-EV-PLAYER-LEVEL TO TRUE.
             PERFORM EVALUATE-DICE THRU EVALUATE-DICE-EXIT.
             IF WS-FLAG-TEXT NOT = SPACES THEN
                ADD 1 TO WS-FLAG-PLAYER-COUNT
             END-IF.
             DISPLAY ' '.
             INITIALIZE WS-PL-ACC.
          END-PLAYER-EXIT.
             EXIT.

          EVALUATE-DICE.
             MOVE SPACES TO WS-FLAG-TEXT.
             MOVE 1 TO WS-FLAG-PTR.
             COMPUTE WS-DICE-COUNT = WS-EV-ROLLS * 5.
             COMPUTE WS-EXP-FACE ROUNDED = WS-DICE-COUNT / 6.
             MOVE 0 TO WS-CHI.
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
                COMPUTE WS-DIFF = WS-EV-FACE(WS-F) - WS-EXP-FACE
                COMPUTE WS-CHI ROUNDED =
                   WS-CHI + (WS-DIFF * WS-DIFF) / WS-EXP-FACE
             END-PERFORM.
             IF WS-EV-ROLLS >= WS-MIN-ROLLS THEN
                IF WS-CHI > WS-CHI-LIMIT THEN
                   STRING 'CHI ' DELIMITED BY SIZE
                          INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                   MOVE 'CHI-SQUARE' TO WS-PAT-TEST
                   MOVE 0 TO WS-PAT-OBS
                   MOVE 0 TO WS-PAT-EXP
                   MOVE WS-CHI TO WS-PAT-Z
                   PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
                END-IF
                MOVE WS-EV-YACHT TO WS-PAT-OBS
                MOVE WS-YACHT-WAYS TO WS-PAT-WAYS
                MOVE 'YACHT' TO WS-PAT-TEST
                PERFORM TEST-PATTERN THRU TEST-PATTERN-EXIT
                MOVE WS-EV-STRAIGHT TO WS-PAT-OBS
                MOVE WS-STRAIGHT-WAYS TO WS-PAT-WAYS
                MOVE 'STRAIGHT' TO WS-PAT-TEST
                PERFORM TEST-PATTERN THRU TEST-PATTERN-EXIT
                MOVE WS-EV-FULL TO WS-PAT-OBS
                MOVE WS-FULL-WAYS TO WS-PAT-WAYS
                MOVE 'FULL HOUSE' TO WS-PAT-TEST
                PERFORM TEST-PATTERN THRU TEST-PATTERN-EXIT
             END-IF.
             EVALUATE TRUE
                WHEN WS-EV-SESSION
                   MOVE SPACES TO WS-LINE-LABEL
                   MOVE WS-EV-FIRST TO WS-LINE-LABEL(3:8)
                WHEN OTHER
                   MOVE WS-EV-PLAYER TO WS-LINE-LABEL
             END-EVALUATE.
             MOVE WS-EV-ROLLS TO WS-LINE-ROLLS.
             PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
                MOVE WS-EV-FACE(WS-F) TO WS-LINE-FACE(WS-F)
             END-PERFORM.
             MOVE WS-EV-YACHT TO WS-LINE-YACHT.
             MOVE WS-EV-STRAIGHT TO WS-LINE-STRAIGHT.
             MOVE WS-EV-FULL TO WS-LINE-FULL.
             MOVE WS-CHI TO WS-LINE-CHI.
             MOVE WS-FLAG-TEXT TO WS-LINE-FLAGS.
             IF WS-EV-ROLLS < WS-MIN-ROLLS THEN
                MOVE 'TOO FEW ROLLS TO TEST' TO WS-LINE-FLAGS
             END-IF.
             DISPLAY WS-LINE.
             IF WS-EV-SESSION THEN
                GO TO EVALUATE-DICE-EXIT
             END-IF.
             DISPLAY '  FROM ' WS-EV-FIRST ' TO ' WS-EV-LAST.
             COMPUTE WS-RATE ROUNDED = WS-EV-YACHT * 100 / WS-EV-ROLLS.
             MOVE WS-RATE TO WS-RL-YACHT.
             COMPUTE WS-RATE ROUNDED =
                WS-EV-STRAIGHT * 100 / WS-EV-ROLLS.
             MOVE WS-RATE TO WS-RL-STRAIGHT.
             COMPUTE WS-RATE ROUNDED = WS-EV-FULL * 100 / WS-EV-ROLLS.
             MOVE WS-RATE TO WS-RL-FULL.
             DISPLAY WS-RATE-LINE.
          EVALUATE-DICE-EXIT.
             EXIT.

          TEST-PATTERN.
             MOVE 'N' TO WS-PAT-HIT-FLAG.
             COMPUTE WS-PAT-EXP ROUNDED =
                WS-EV-ROLLS * WS-PAT-WAYS / WS-ALL-WAYS.
             COMPUTE WS-PAT-VAR ROUNDED =
                WS-PAT-EXP * (WS-ALL-WAYS - WS-PAT-WAYS) / WS-ALL-WAYS.
             IF WS-PAT-OBS < 2 OR WS-PAT-OBS <= WS-PAT-EXP
                OR WS-PAT-VAR = 0 THEN
                GO TO TEST-PATTERN-EXIT
             END-IF.
             COMPUTE WS-PAT-Z ROUNDED =
                (WS-PAT-OBS - WS-PAT-EXP) / (WS-PAT-VAR ** 0.5).
             IF WS-PAT-Z NOT > WS-Z-LIMIT THEN
                GO TO TEST-PATTERN-EXIT
             END-IF.
             SET WS-PAT-HIT TO TRUE.
             EVALUATE WS-PAT-TEST
                WHEN 'YACHT'
                   STRING 'YACHT ' DELIMITED BY SIZE
                          INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                WHEN 'STRAIGHT'
                   STRING 'STRAIGHT ' DELIMITED BY SIZE
                          INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                WHEN OTHER
                   STRING 'FULLHOUSE ' DELIMITED BY SIZE
                          INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
             END-EVALUATE.
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
          TEST-PATTERN-EXIT.
             EXIT.

          WRITE-EXCEPTION.
             IF WS-EV-ALL THEN
                GO TO WRITE-EXCEPTION-EXIT
             END-IF.
             IF NOT WS-DX-OPEN THEN
                OPEN EXTEND EXCEPTION-FILE
                IF WS-DX-STATUS = '35' THEN
                   OPEN OUTPUT EXCEPTION-FILE
                END-IF
                IF WS-DX-STATUS NOT = '00' THEN
                   DISPLAY 'CANNOT OPEN DICE EXCEPTION FILE, STATUS '
                           WS-DX-STATUS
                   IF RETURN-CODE < 4 THEN
                      MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO WRITE-EXCEPTION-EXIT
                END-IF
                MOVE 'Y' TO WS-DX-OPEN-FLAG
             END-IF.
             MOVE WS-EV-PLAYER TO DX-PLAYER.
             MOVE WS-EV-FIRST TO DX-FIRST-DATE.
             MOVE WS-EV-LAST TO DX-LAST-DATE.
             MOVE WS-PAT-TEST TO DX-TEST.
             MOVE WS-EV-ROLLS TO DX-ROLLS.
             MOVE WS-PAT-OBS TO DX-OBSERVED.
             MOVE WS-PAT-EXP TO DX-EXPECTED.
             MOVE WS-PAT-Z TO DX-STATISTIC.
             MOVE WS-DATE-NOW TO DX-AUDIT-DATE.
             WRITE DICE-EXCEPTION-RECORD.
             ADD 1 TO WS-EXC-COUNT.
          WRITE-EXCEPTION-EXIT.
             EXIT.
