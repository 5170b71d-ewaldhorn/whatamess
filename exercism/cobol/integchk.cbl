       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "INTPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT IDMAP-FILE ASSIGN TO "IDMAP"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-IM-STATUS.
           SELECT SCMASTER-FILE ASSIGN TO "SCMASTER"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS SCM-KEY
              FILE STATUS IS WS-SC-STATUS.
           SELECT GAMESUM-FILE ASSIGN TO "GAMESUM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-GS-STATUS.
           SELECT MATCHCTL-FILE ASSIGN TO "MATCHCTL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-MC-STATUS.
           SELECT MATCHRES-FILE ASSIGN TO "MATCHRES"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-MR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "INTEGEXC"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-IX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 IP-FROM-DATE PIC 9(8).
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  IDMAP-FILE.
           COPY IDMAPREC.
       FD  SCMASTER-FILE.
           COPY SCMASTR.
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  MATCHCTL-FILE.
           COPY MATCHCTL.
       FD  MATCHRES-FILE.
           COPY MATCHRES.
       FD  INVOICE-FILE.
           COPY INVOICE.
       FD  EXCEPTION-FILE.
           COPY INTEGEXC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-IM-STATUS PIC X(2) VALUE '00'.
       01 WS-SC-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-MC-STATUS PIC X(2) VALUE '00'.
       01 WS-MR-STATUS PIC X(2) VALUE '00'.
       01 WS-INV-STATUS PIC X(2) VALUE '00'.
       01 WS-IX-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-OPEN VALUE 'Y'.
       01 WS-IX-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-IX-OPEN VALUE 'Y'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
          88 WS-ENTRY-FOUND VALUE 'Y'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-KEEP-DATE PIC 9(8) VALUE 0.
       01 WS-KEEP-PARTS REDEFINES WS-KEEP-DATE.
          05 WS-KP-YEAR PIC 9(4).
          05 WS-KP-MONTH PIC 9(2).
          05 WS-KP-DAY PIC 9(2).
       01 WS-KEEP-MONTH PIC 9(6) VALUE 0.
       01 WS-GT-CUTOFF PIC 9(8) VALUE 0.
       01 WS-NAME-PARSE.
          05 WS-NP-KEY PIC X(8).
          05 WS-NP-REST PIC X(12).
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
       01 WS-CAT-IDX PIC 9(2) VALUE 0.
       01 WS-MAP-COUNT PIC 9(2) VALUE 0.
       01 WS-IM-COUNT PIC 9(4) VALUE 0.
       01 WS-IM-TABLE.
          05 WS-IM-ENTRY OCCURS 500 TIMES.
             10 WS-IM-OLD PIC X(8).
             10 WS-IM-NEW PIC X(8).
       01 WS-PL-COUNT PIC 9(4) VALUE 0.
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 1000 TIMES.
             10 WS-PL-PLAYER PIC X(20).
             10 WS-PL-SC-ROWS PIC 9(6).
             10 WS-PL-GS-GAMES PIC 9(6).
       01 WS-GT-COUNT PIC 9(4) VALUE 0.
       01 WS-GT-TABLE.
          05 WS-GT-ENTRY OCCURS 3000 TIMES.
             10 WS-GT-PLAYER PIC X(20).
             10 WS-GT-GAME-ID PIC 9(6).
             10 WS-GT-DATE PIC 9(8).
             10 WS-GT-STAMP PIC 9(16).
             10 WS-GT-GS-MAP PIC X(12).
             10 WS-GT-ROW-MAP PIC X(12).
             10 WS-GT-ROWS PIC 9(3).
             10 WS-GT-DUPS PIC 9(3).
             10 WS-GT-BILLED PIC X(1).
       01 WS-PG-COUNT PIC 9(3) VALUE 0.
       01 WS-PG-TABLE.
          05 WS-PG-IDX PIC 9(4) OCCURS 200 TIMES.
       01 WS-MC-COUNT PIC 9(4) VALUE 0.
       01 WS-MC-TABLE.
          05 WS-MC-ENTRY OCCURS 1000 TIMES.
             10 WS-MC-MATCH-ID PIC 9(6).
             10 WS-MC-GAME-1 PIC 9(6).
             10 WS-MC-GAME-2 PIC 9(6).
       01 WS-BM-COUNT PIC 9(2) VALUE 0.
       01 WS-BM-TABLE.
          05 WS-BM-MONTH PIC 9(6) OCCURS 24 TIMES.
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-K PIC 9(4) VALUE 0.
       01 WS-IDX PIC 9(4) VALUE 0.
       01 WS-BEST PIC 9(4) VALUE 0.
       01 WS-FALLBACK PIC 9(4) VALUE 0.
       01 WS-CUR-PLAYER PIC X(20) VALUE LOW-VALUES.
       01 WS-CUR-PL-IDX PIC 9(4) VALUE 0.
       01 WS-ROW-STAMP PIC 9(16) VALUE 0.
       01 WS-FIND-PLAYER PIC X(20) VALUE SPACES.
       01 WS-FIND-GAME-ID PIC 9(6) VALUE 0.
       01 WS-INV-KEY PIC X(20) VALUE SPACES.
       01 WS-INV-MONTH PIC 9(6) VALUE 0.
       01 WS-GAME-MONTH PIC 9(6) VALUE 0.
       01 WS-COUNT PIC 9(6) VALUE 0.
       01 WS-EX-CHECK PIC X(8) VALUE SPACES.
       01 WS-EX-SOURCE PIC X(8) VALUE SPACES.
       01 WS-EX-PLAYER PIC X(20) VALUE SPACES.
       01 WS-EX-KEY PIC X(8) VALUE SPACES.
       01 WS-EX-REASON PIC X(20) VALUE SPACES.
       01 WS-EX-EXPECTED PIC 9(6) VALUE 0.
       01 WS-EX-FOUND PIC 9(6) VALUE 0.
       01 WS-EX-DETAIL PIC X(30) VALUE SPACES.
       01 WS-KEY-EDIT PIC 9(6) VALUE 0.
       01 WS-SC-READ-COUNT PIC 9(8) VALUE 0.
       01 WS-SC-SCORED-COUNT PIC 9(8) VALUE 0.
       01 WS-SC-LOOSE-COUNT PIC 9(8) VALUE 0.
       01 WS-GS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-GS-CHECK-COUNT PIC 9(6) VALUE 0.
       01 WS-GS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-GS-DROP-COUNT PIC 9(6) VALUE 0.
       01 WS-SC-SKIP-COUNT PIC 9(8) VALUE 0.
       01 WS-MR-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-INV-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-PLAYER-EXC PIC 9(6) VALUE 0.
       01 WS-CATMAP-EXC PIC 9(6) VALUE 0.
       01 WS-MATCH-EXC PIC 9(6) VALUE 0.
       01 WS-INVOICE-EXC PIC 9(6) VALUE 0.
       01 WS-EXC-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-PLAYER PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-KEY PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-SOURCE PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-REASON PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-EXPECTED PIC Z(5)9.
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-FOUND PIC Z(5)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-DETAIL PIC X(30).

       PROCEDURE DIVISION.
          INTEGCHK.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             DISPLAY 'REFERENTIAL INTEGRITY SWEEP ' WS-DATE-NOW.
             IF WS-FROM-DATE > 0 THEN
                DISPLAY 'CATEGORY MAPS CHECKED FOR GAMES FROM '
                        WS-FROM-DATE
                DISPLAY 'MATCHES AND INVOICES CHECKED FROM '
                        WS-KEEP-DATE
             END-IF.
             PERFORM LOAD-IDMAP THRU LOAD-IDMAP-EXIT.
             PERFORM LOAD-GAMES THRU LOAD-GAMES-EXIT.
             PERFORM SCAN-SCMASTER THRU SCAN-SCMASTER-EXIT.
             DISPLAY ' '.
             DISPLAY 'PLAYER               KEY      SOURCE   REASON'
                     '               EXPECT  FOUND  DETAIL'.
             PERFORM CHECK-PLAYERS THRU CHECK-PLAYERS-EXIT.
             PERFORM CHECK-CATMAPS THRU CHECK-CATMAPS-EXIT.
             PERFORM CHECK-MATCHES THRU CHECK-MATCHES-EXIT.
             PERFORM CHECK-INVOICES THRU CHECK-INVOICES-EXIT.
             IF WS-IX-OPEN THEN
                CLOSE EXCEPTION-FILE
             END-IF.
             IF WS-EXC-COUNT = 0 THEN
                DISPLAY 'NO EXCEPTIONS FOUND'
             END-IF.
             DISPLAY ' '.
             DISPLAY 'INTEGCHK CONTROL TOTALS'.
             DISPLAY '  SCMASTER ROWS READ   ' WS-SC-READ-COUNT.
             DISPLAY '  SCORED ROWS          ' WS-SC-SCORED-COUNT.
             DISPLAY '  ROWS WITH NO GAME    ' WS-SC-LOOSE-COUNT.
             DISPLAY '  ROWS NOT CHECKED     ' WS-SC-SKIP-COUNT.
             DISPLAY '  GAMESUM GAMES READ   ' WS-GS-READ-COUNT.
             DISPLAY '  GAMES BEFORE WINDOW  ' WS-GS-SKIP-COUNT.
             IF WS-GS-DROP-COUNT > 0 THEN
                DISPLAY '  GAMES NOT LOADED     ' WS-GS-DROP-COUNT
             END-IF.
             DISPLAY '  GAMES MAP-CHECKED    ' WS-GS-CHECK-COUNT.
             DISPLAY '  PLAYERS CHECKED      ' WS-PL-COUNT.
             DISPLAY '  MATCH RESULTS READ   ' WS-MR-READ-COUNT.
             DISPLAY '  INVOICE LINES READ   ' WS-INV-READ-COUNT.
             DISPLAY '  PLAYER EXCEPTIONS    ' WS-PLAYER-EXC.
             DISPLAY '  CATEGORY MAP EXCEPTIONS ' WS-CATMAP-EXC.
             DISPLAY '  MATCH EXCEPTIONS     ' WS-MATCH-EXC.
             DISPLAY '  INVOICE EXCEPTIONS   ' WS-INVOICE-EXC.
             DISPLAY '  EXCEPTIONS WRITTEN   ' WS-EXC-COUNT.
             IF WS-OVERFLOW-COUNT > 0 THEN
                DISPLAY '  TABLE OVERFLOWS      ' WS-OVERFLOW-COUNT
             END-IF.
             IF WS-EXC-COUNT > 0 OR WS-OVERFLOW-COUNT > 0 THEN
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
          INTEGCHK-EXIT.
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
             IF IP-FROM-DATE IS NUMERIC AND IP-FROM-DATE > 0 THEN
                MOVE IP-FROM-DATE TO WS-FROM-DATE
                MOVE IP-FROM-DATE TO WS-KEEP-DATE
                MOVE 1 TO WS-KP-DAY
                IF WS-KP-MONTH > 1 THEN
                   SUBTRACT 1 FROM WS-KP-MONTH
                ELSE
                   MOVE 12 TO WS-KP-MONTH
                   SUBTRACT 1 FROM WS-KP-YEAR
                END-IF
                COMPUTE WS-KEEP-MONTH = WS-KEEP-DATE / 100
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-EXIT.
             EXIT.

          LOAD-IDMAP.
             OPEN INPUT IDMAP-FILE.
             IF WS-IM-STATUS NOT = '00' THEN
                GO TO LOAD-IDMAP-EXIT
             END-IF.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-IDMAP.
             PERFORM STORE-IDMAP THRU STORE-IDMAP-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE IDMAP-FILE.
          LOAD-IDMAP-EXIT.
             EXIT.

          READ-IDMAP.
             READ IDMAP-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          STORE-IDMAP.
             IF WS-IM-COUNT >= 500 THEN
                DISPLAY 'WARNING: IDMAP TABLE FULL AT ' IM-OLD-ID
                ADD 1 TO WS-OVERFLOW-COUNT
                SET WS-END-OF-FILE TO TRUE
                GO TO STORE-IDMAP-EXIT
             END-IF.
             ADD 1 TO WS-IM-COUNT.
             MOVE IM-OLD-ID TO WS-IM-OLD(WS-IM-COUNT).
             MOVE IM-NEW-ID TO WS-IM-NEW(WS-IM-COUNT).
             PERFORM READ-IDMAP.
          STORE-IDMAP-EXIT.
             EXIT.

          LOAD-GAMES.
             OPEN INPUT GAMESUM-FILE.
             IF WS-GS-STATUS NOT = '00' THEN
                DISPLAY 'NO GAME SUMMARIES, GAME CHECKS SKIPPED'
                GO TO LOAD-GAMES-EXIT
             END-IF.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-GAMESUM.
             PERFORM STORE-GAME THRU STORE-GAME-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE GAMESUM-FILE.
          LOAD-GAMES-EXIT.
             EXIT.

          READ-GAMESUM.
             READ GAMESUM-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          STORE-GAME.
             ADD 1 TO WS-GS-READ-COUNT.
             MOVE GS-PLAYER TO WS-FIND-PLAYER.
             PERFORM FIND-PLAYER THRU FIND-PLAYER-EXIT.
             IF WS-IDX > 0 THEN
                ADD 1 TO WS-PL-GS-GAMES(WS-IDX)
             END-IF.
             IF GS-DATE < WS-KEEP-DATE THEN
                ADD 1 TO WS-GS-SKIP-COUNT
                GO TO STORE-GAME-READ
             END-IF.
             IF WS-GT-COUNT >= 3000 THEN
                IF WS-GT-CUTOFF = 0 THEN
                   DISPLAY 'WARNING: GAME TABLE FULL AT ' GS-PLAYER
                           ' GAME ' GS-GAME-ID
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE GS-DATE TO WS-GT-CUTOFF
                END-IF
                ADD 1 TO WS-GS-DROP-COUNT
                GO TO STORE-GAME-READ
             END-IF.
             ADD 1 TO WS-GT-COUNT.
             MOVE GS-PLAYER TO WS-GT-PLAYER(WS-GT-COUNT).
             MOVE GS-GAME-ID TO WS-GT-GAME-ID(WS-GT-COUNT).
             MOVE GS-DATE TO WS-GT-DATE(WS-GT-COUNT).
             COMPUTE WS-GT-STAMP(WS-GT-COUNT) =
                GS-DATE * 100000000 + GS-TIME.
             MOVE GS-CAT-MAP TO WS-GT-GS-MAP(WS-GT-COUNT).
             MOVE ALL 'N' TO WS-GT-ROW-MAP(WS-GT-COUNT).
             MOVE 0 TO WS-GT-ROWS(WS-GT-COUNT).
             MOVE 0 TO WS-GT-DUPS(WS-GT-COUNT).
             MOVE 'N' TO WS-GT-BILLED(WS-GT-COUNT).
          STORE-GAME-READ.
             PERFORM READ-GAMESUM.
          STORE-GAME-EXIT.
             EXIT.

          FIND-PLAYER.
             MOVE 0 TO WS-IDX.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-PL-COUNT OR WS-IDX > 0
                IF WS-PL-PLAYER(WS-I) = WS-FIND-PLAYER THEN
                   MOVE WS-I TO WS-IDX
                END-IF
             END-PERFORM.
             IF WS-IDX > 0 THEN
                GO TO FIND-PLAYER-EXIT
             END-IF.
             IF WS-PL-COUNT >= 1000 THEN
                DISPLAY 'WARNING: PLAYER TABLE FULL AT ' WS-FIND-PLAYER
                ADD 1 TO WS-OVERFLOW-COUNT
                GO TO FIND-PLAYER-EXIT
             END-IF.
             ADD 1 TO WS-PL-COUNT.
             MOVE WS-PL-COUNT TO WS-IDX.
             MOVE WS-FIND-PLAYER TO WS-PL-PLAYER(WS-IDX).
             MOVE 0 TO WS-PL-SC-ROWS(WS-IDX).
             MOVE 0 TO WS-PL-GS-GAMES(WS-IDX).
          FIND-PLAYER-EXIT.
             EXIT.

          SCAN-SCMASTER.
             OPEN INPUT SCMASTER-FILE.
             IF WS-SC-STATUS NOT = '00' THEN
                DISPLAY 'NO SCORE MASTER, SCORE CHECKS SKIPPED'
                GO TO SCAN-SCMASTER-EXIT
             END-IF.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-SCMASTER.
             PERFORM ASSIGN-ROW THRU ASSIGN-ROW-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE SCMASTER-FILE.
          SCAN-SCMASTER-EXIT.
             EXIT.

          READ-SCMASTER.
             READ SCMASTER-FILE NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          ASSIGN-ROW.
             ADD 1 TO WS-SC-READ-COUNT.
             IF SCM-PLAYER NOT = WS-CUR-PLAYER THEN
                PERFORM NEW-SC-PLAYER THRU NEW-SC-PLAYER-EXIT
             END-IF.
             IF WS-CUR-PL-IDX > 0 THEN
                ADD 1 TO WS-PL-SC-ROWS(WS-CUR-PL-IDX)
             END-IF.
             IF SCM-ERROR-CODE NOT = SPACE
                OR SCM-ROUND < 1 OR SCM-ROUND > 12 THEN
                GO TO ASSIGN-ROW-READ
             END-IF.
             ADD 1 TO WS-SC-SCORED-COUNT.
             IF SCM-DATE < WS-KEEP-DATE
                OR (WS-GT-CUTOFF > 0 AND SCM-DATE >= WS-GT-CUTOFF) THEN
                ADD 1 TO WS-SC-SKIP-COUNT
                GO TO ASSIGN-ROW-READ
             END-IF.
             COMPUTE WS-ROW-STAMP = SCM-DATE * 100000000 + SCM-TIME.
             MOVE 0 TO WS-CAT-IDX.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 12
                IF WS-CAT-ENTRY(WS-K) = SCM-CATEGORY THEN
                   MOVE WS-K TO WS-CAT-IDX
                END-IF
             END-PERFORM.
             MOVE 0 TO WS-BEST.
             MOVE 0 TO WS-FALLBACK.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PG-COUNT
                MOVE WS-PG-IDX(WS-K) TO WS-I
                IF WS-GT-STAMP(WS-I) >= WS-ROW-STAMP THEN
                   IF WS-FALLBACK = 0 THEN
                      MOVE WS-I TO WS-FALLBACK
                   ELSE
                      IF WS-GT-STAMP(WS-I) < WS-GT-STAMP(WS-FALLBACK)
                         THEN
                         MOVE WS-I TO WS-FALLBACK
                      END-IF
                   END-IF
                   IF WS-CAT-IDX > 0 THEN
                      PERFORM CHECK-ROW-GAME THRU CHECK-ROW-GAME-EXIT
                   END-IF
                END-IF
             END-PERFORM.
             IF WS-BEST = 0 THEN
                MOVE WS-FALLBACK TO WS-BEST
             END-IF.
             IF WS-BEST = 0 THEN
                ADD 1 TO WS-SC-LOOSE-COUNT
                GO TO ASSIGN-ROW-READ
             END-IF.
             ADD 1 TO WS-GT-ROWS(WS-BEST).
             IF WS-CAT-IDX > 0 THEN
                IF WS-GT-ROW-MAP(WS-BEST)(WS-CAT-IDX:1) = 'Y' THEN
                   ADD 1 TO WS-GT-DUPS(WS-BEST)
                ELSE
                   MOVE 'Y' TO WS-GT-ROW-MAP(WS-BEST)(WS-CAT-IDX:1)
                END-IF
             END-IF.
          ASSIGN-ROW-READ.
             PERFORM READ-SCMASTER.
          ASSIGN-ROW-EXIT.
             EXIT.

          CHECK-ROW-GAME.
             IF WS-GT-GS-MAP(WS-I)(WS-CAT-IDX:1) NOT = 'Y'
                OR WS-GT-ROW-MAP(WS-I)(WS-CAT-IDX:1) = 'Y' THEN
                GO TO CHECK-ROW-GAME-EXIT
             END-IF.
             IF WS-BEST = 0 THEN
                MOVE WS-I TO WS-BEST
             ELSE
                IF WS-GT-STAMP(WS-I) < WS-GT-STAMP(WS-BEST) THEN
                   MOVE WS-I TO WS-BEST
                END-IF
             END-IF.
          CHECK-ROW-GAME-EXIT.
             EXIT.

          NEW-SC-PLAYER.
             MOVE SCM-PLAYER TO WS-CUR-PLAYER.
             MOVE SCM-PLAYER TO WS-FIND-PLAYER.
             PERFORM FIND-PLAYER THRU FIND-PLAYER-EXIT.
             MOVE WS-IDX TO WS-CUR-PL-IDX.
             MOVE 0 TO WS-PG-COUNT.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GT-COUNT
                IF WS-GT-PLAYER(WS-I) = SCM-PLAYER THEN
                   IF WS-PG-COUNT < 200 THEN
                      ADD 1 TO WS-PG-COUNT
                      MOVE WS-I TO WS-PG-IDX(WS-PG-COUNT)
                   ELSE
                      ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
                END-IF
             END-PERFORM.
          NEW-SC-PLAYER-EXIT.
             EXIT.

          CHECK-PLAYERS.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS '
                        WS-PM-STATUS ', PLAYER CHECK SKIPPED'
                MOVE 8 TO RETURN-CODE
                GO TO CHECK-PLAYERS-EXIT
             END-IF.
             MOVE 'PLAYER' TO WS-EX-CHECK.
             PERFORM CHECK-ONE-PLAYER THRU CHECK-ONE-PLAYER-EXIT
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-PL-COUNT.
             CLOSE PLAYER-FILE.
          CHECK-PLAYERS-EXIT.
             EXIT.

          CHECK-ONE-PLAYER.
             MOVE SPACES TO WS-EX-REASON.
             MOVE SPACES TO WS-EX-DETAIL.
             MOVE WS-PL-PLAYER(WS-IDX) TO WS-NAME-PARSE.
             IF WS-NP-REST NOT = SPACES THEN
                MOVE 'NOT ON PLAYERS' TO WS-EX-REASON
                MOVE 'NAME IS NOT A PLAYER ID' TO WS-EX-DETAIL
                GO TO CHECK-ONE-PLAYER-REPORT
             END-IF.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IM-COUNT
                IF WS-IM-OLD(WS-K) = WS-NP-KEY THEN
                   MOVE 'MERGED AWAY' TO WS-EX-REASON
                   MOVE SPACES TO WS-EX-DETAIL
                   STRING 'MERGED INTO ' DELIMITED BY SIZE
                          WS-IM-NEW(WS-K) DELIMITED BY SIZE
                          INTO WS-EX-DETAIL
                END-IF
             END-PERFORM.
             IF WS-EX-REASON NOT = SPACES THEN
                GO TO CHECK-ONE-PLAYER-REPORT
             END-IF.
             MOVE WS-NP-KEY TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY
                   MOVE 'NOT ON PLAYERS' TO WS-EX-REASON
                   GO TO CHECK-ONE-PLAYER-REPORT
             END-READ.
             IF PM-ACTIVE-FLAG NOT = 'Y' THEN
                MOVE 'INACTIVE' TO WS-EX-REASON
                MOVE PM-NAME TO WS-EX-DETAIL
             END-IF.
          CHECK-ONE-PLAYER-REPORT.
             IF WS-EX-REASON = SPACES THEN
                GO TO CHECK-ONE-PLAYER-EXIT
             END-IF.
             MOVE WS-PL-PLAYER(WS-IDX) TO WS-EX-PLAYER.
             MOVE SPACES TO WS-EX-KEY.
             MOVE 0 TO WS-EX-EXPECTED.
             IF WS-PL-SC-ROWS(WS-IDX) > 0 THEN
                MOVE 'SCMASTER' TO WS-EX-SOURCE
                MOVE WS-PL-SC-ROWS(WS-IDX) TO WS-EX-FOUND
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
                ADD 1 TO WS-PLAYER-EXC
             END-IF.
             IF WS-PL-GS-GAMES(WS-IDX) > 0 THEN
                MOVE 'GAMESUM' TO WS-EX-SOURCE
                MOVE WS-PL-GS-GAMES(WS-IDX) TO WS-EX-FOUND
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
                ADD 1 TO WS-PLAYER-EXC
             END-IF.
          CHECK-ONE-PLAYER-EXIT.
             EXIT.

          CHECK-CATMAPS.
             MOVE 'CATMAP' TO WS-EX-CHECK.
             MOVE 'GAMESUM' TO WS-EX-SOURCE.
             PERFORM CHECK-ONE-GAME THRU CHECK-ONE-GAME-EXIT
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GT-COUNT.
          CHECK-CATMAPS-EXIT.
             EXIT.

          CHECK-ONE-GAME.
             IF WS-GT-DATE(WS-IDX) < WS-FROM-DATE THEN
                GO TO CHECK-ONE-GAME-EXIT
             END-IF.
             IF WS-GT-CUTOFF > 0
                AND WS-GT-DATE(WS-IDX) >= WS-GT-CUTOFF THEN
                GO TO CHECK-ONE-GAME-EXIT
             END-IF.
             ADD 1 TO WS-GS-CHECK-COUNT.
             MOVE 0 TO WS-MAP-COUNT.
             INSPECT WS-GT-GS-MAP(WS-IDX) TALLYING WS-MAP-COUNT
                FOR ALL 'Y'.
             MOVE SPACES TO WS-EX-REASON.
             EVALUATE TRUE
                WHEN WS-GT-ROWS(WS-IDX) NOT = WS-MAP-COUNT
                   MOVE 'SCORED ROW COUNT' TO WS-EX-REASON
                WHEN WS-GT-DUPS(WS-IDX) > 0
                   MOVE 'DUPLICATE CATEGORY' TO WS-EX-REASON
                WHEN WS-GT-ROW-MAP(WS-IDX) NOT = WS-GT-GS-MAP(WS-IDX)
                   MOVE 'CATEGORY MAP' TO WS-EX-REASON
             END-EVALUATE.
             IF WS-EX-REASON = SPACES THEN
                GO TO CHECK-ONE-GAME-EXIT
             END-IF.
             MOVE WS-GT-PLAYER(WS-IDX) TO WS-EX-PLAYER.
             MOVE WS-GT-GAME-ID(WS-IDX) TO WS-KEY-EDIT.
             MOVE WS-KEY-EDIT TO WS-EX-KEY.
             MOVE WS-MAP-COUNT TO WS-EX-EXPECTED.
             MOVE WS-GT-ROWS(WS-IDX) TO WS-EX-FOUND.
             MOVE SPACES TO WS-EX-DETAIL.
             STRING 'GS' DELIMITED BY SIZE
                    WS-GT-GS-MAP(WS-IDX) DELIMITED BY SIZE
                    ' SC' DELIMITED BY SIZE
                    WS-GT-ROW-MAP(WS-IDX) DELIMITED BY SIZE
                    INTO WS-EX-DETAIL.
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
             ADD 1 TO WS-CATMAP-EXC.
          CHECK-ONE-GAME-EXIT.
             EXIT.

          CHECK-MATCHES.
             IF WS-GT-CUTOFF > 0 THEN
                DISPLAY 'GAME TABLE INCOMPLETE, MATCH CHECK SKIPPED'
                GO TO CHECK-MATCHES-EXIT
             END-IF.
             OPEN INPUT MATCHRES-FILE.
             IF WS-MR-STATUS NOT = '00' THEN
                GO TO CHECK-MATCHES-EXIT
             END-IF.
             PERFORM LOAD-MATCHCTL THRU LOAD-MATCHCTL-EXIT.
             MOVE 'MATCH' TO WS-EX-CHECK.
             MOVE 'MATCHRES' TO WS-EX-SOURCE.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-MATCHRES.
             PERFORM CHECK-ONE-MATCH THRU CHECK-ONE-MATCH-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE MATCHRES-FILE.
          CHECK-MATCHES-EXIT.
             EXIT.

          LOAD-MATCHCTL.
             OPEN INPUT MATCHCTL-FILE.
             IF WS-MC-STATUS NOT = '00' THEN
                GO TO LOAD-MATCHCTL-EXIT
             END-IF.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-MATCHCTL.
             PERFORM STORE-MATCHCTL THRU STORE-MATCHCTL-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE MATCHCTL-FILE.
          LOAD-MATCHCTL-EXIT.
             EXIT.

          READ-MATCHCTL.
             READ MATCHCTL-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          STORE-MATCHCTL.
             IF WS-MC-COUNT >= 1000 THEN
                DISPLAY 'WARNING: MATCH TABLE FULL AT ' MC-MATCH-ID
                ADD 1 TO WS-OVERFLOW-COUNT
                SET WS-END-OF-FILE TO TRUE
                GO TO STORE-MATCHCTL-EXIT
             END-IF.
             ADD 1 TO WS-MC-COUNT.
             MOVE MC-MATCH-ID TO WS-MC-MATCH-ID(WS-MC-COUNT).
             MOVE MC-GAME-ID-1 TO WS-MC-GAME-1(WS-MC-COUNT).
             MOVE MC-GAME-ID-2 TO WS-MC-GAME-2(WS-MC-COUNT).
             PERFORM READ-MATCHCTL.
          STORE-MATCHCTL-EXIT.
             EXIT.

          READ-MATCHRES.
             READ MATCHRES-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          CHECK-ONE-MATCH.
             ADD 1 TO WS-MR-READ-COUNT.
             IF MR-MATCH-DATE < WS-KEEP-DATE THEN
                GO TO CHECK-ONE-MATCH-READ
             END-IF.
             MOVE MR-MATCH-ID TO WS-KEY-EDIT.
             MOVE WS-KEY-EDIT TO WS-EX-KEY.
             MOVE 0 TO WS-EX-EXPECTED.
             MOVE 0 TO WS-EX-FOUND.
             MOVE 0 TO WS-K.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-MC-COUNT OR WS-K > 0
                IF WS-MC-MATCH-ID(WS-I) = MR-MATCH-ID THEN
                   MOVE WS-I TO WS-K
                END-IF
             END-PERFORM.
             IF WS-K = 0 THEN
                MOVE MR-PLAYER-1 TO WS-EX-PLAYER
                MOVE 'NO MATCHCTL ENTRY' TO WS-EX-REASON
                MOVE SPACES TO WS-EX-DETAIL
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
                ADD 1 TO WS-MATCH-EXC
                GO TO CHECK-ONE-MATCH-READ
             END-IF.
             IF MR-PLAYER-1 NOT = SPACES THEN
                MOVE MR-PLAYER-1 TO WS-FIND-PLAYER
                MOVE WS-MC-GAME-1(WS-K) TO WS-FIND-GAME-ID
                PERFORM CHECK-MATCH-GAME THRU CHECK-MATCH-GAME-EXIT
             END-IF.
             IF MR-PLAYER-2 NOT = SPACES THEN
                MOVE MR-PLAYER-2 TO WS-FIND-PLAYER
                MOVE WS-MC-GAME-2(WS-K) TO WS-FIND-GAME-ID
                PERFORM CHECK-MATCH-GAME THRU CHECK-MATCH-GAME-EXIT
             END-IF.
             IF (MR-PLAYER-1 = SPACES OR MR-PLAYER-2 = SPACES)
                AND MR-RESULT-FLAG NOT = 'V' THEN
                MOVE MR-WINNER TO WS-EX-PLAYER
                MOVE 'SIDE MISSING' TO WS-EX-REASON
                MOVE 'RESULT IS NOT A WALKOVER' TO WS-EX-DETAIL
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
                ADD 1 TO WS-MATCH-EXC
             END-IF.
          CHECK-ONE-MATCH-READ.
             PERFORM READ-MATCHRES.
          CHECK-ONE-MATCH-EXIT.
             EXIT.

          CHECK-MATCH-GAME.
             MOVE 'N' TO WS-FOUND-FLAG.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-GT-COUNT OR WS-ENTRY-FOUND
                IF WS-GT-GAME-ID(WS-I) = WS-FIND-GAME-ID
                   AND WS-GT-PLAYER(WS-I) = WS-FIND-PLAYER THEN
                   MOVE 'Y' TO WS-FOUND-FLAG
                END-IF
             END-PERFORM.
             IF WS-ENTRY-FOUND THEN
                GO TO CHECK-MATCH-GAME-EXIT
             END-IF.
             MOVE WS-FIND-PLAYER TO WS-EX-PLAYER.
             MOVE 'GAME NOT IN GAMESUM' TO WS-EX-REASON.
             MOVE SPACES TO WS-EX-DETAIL.
             STRING 'GAME ' DELIMITED BY SIZE
                    WS-FIND-GAME-ID DELIMITED BY SIZE
                    INTO WS-EX-DETAIL.
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
             ADD 1 TO WS-MATCH-EXC.
          CHECK-MATCH-GAME-EXIT.
             EXIT.

          CHECK-INVOICES.
             IF WS-GT-CUTOFF > 0 THEN
                DISPLAY 'GAME TABLE INCOMPLETE, INVOICE CHECK SKIPPED'
                GO TO CHECK-INVOICES-EXIT
             END-IF.
             OPEN INPUT INVOICE-FILE.
             IF WS-INV-STATUS NOT = '00' THEN
                GO TO CHECK-INVOICES-EXIT
             END-IF.
             MOVE 'INVOICE' TO WS-EX-CHECK.
             MOVE 'INVOICE' TO WS-EX-SOURCE.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-INVOICE.
             PERFORM CHECK-ONE-INVOICE THRU CHECK-ONE-INVOICE-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE INVOICE-FILE.
             MOVE 'GAMESUM' TO WS-EX-SOURCE.
             PERFORM CHECK-UNBILLED THRU CHECK-UNBILLED-EXIT
                VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-GT-COUNT.
          CHECK-INVOICES-EXIT.
             EXIT.

          READ-INVOICE.
             READ INVOICE-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          CHECK-ONE-INVOICE.
             ADD 1 TO WS-INV-READ-COUNT.
             IF IV-PLAYER-ID NOT = SPACES THEN
                MOVE IV-PLAYER-ID TO WS-INV-KEY
             ELSE
                MOVE IV-NAME TO WS-INV-KEY
             END-IF.
             COMPUTE WS-INV-MONTH = IV-YEAR * 100 + IV-MONTH.
             IF WS-INV-MONTH < WS-KEEP-MONTH THEN
                GO TO CHECK-ONE-INVOICE-READ
             END-IF.
             MOVE 'N' TO WS-FOUND-FLAG.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-BM-COUNT
                IF WS-BM-MONTH(WS-K) = WS-INV-MONTH THEN
                   MOVE 'Y' TO WS-FOUND-FLAG
                END-IF
             END-PERFORM.
             IF NOT WS-ENTRY-FOUND THEN
                IF WS-BM-COUNT < 24 THEN
                   ADD 1 TO WS-BM-COUNT
                   MOVE WS-INV-MONTH TO WS-BM-MONTH(WS-BM-COUNT)
                ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                END-IF
             END-IF.
             MOVE 0 TO WS-COUNT.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-GT-COUNT
                IF WS-GT-PLAYER(WS-I) = WS-INV-KEY THEN
                   COMPUTE WS-GAME-MONTH = WS-GT-DATE(WS-I) / 100
                   IF WS-GAME-MONTH = WS-INV-MONTH THEN
                      ADD 1 TO WS-COUNT
                      MOVE 'Y' TO WS-GT-BILLED(WS-I)
                   END-IF
                END-IF
             END-PERFORM.
             IF WS-COUNT NOT = IV-GAMES THEN
                MOVE WS-INV-KEY TO WS-EX-PLAYER
                MOVE WS-INV-MONTH TO WS-KEY-EDIT
                MOVE WS-KEY-EDIT TO WS-EX-KEY
                MOVE 'GAME COUNT' TO WS-EX-REASON
                MOVE WS-COUNT TO WS-EX-EXPECTED
                MOVE IV-GAMES TO WS-EX-FOUND
                MOVE IV-DIVISION TO WS-EX-DETAIL
                PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT
                ADD 1 TO WS-INVOICE-EXC
             END-IF.
          CHECK-ONE-INVOICE-READ.
             PERFORM READ-INVOICE.
          CHECK-ONE-INVOICE-EXIT.
             EXIT.

          CHECK-UNBILLED.
             IF WS-GT-BILLED(WS-IDX) = 'Y' THEN
                GO TO CHECK-UNBILLED-EXIT
             END-IF.
             COMPUTE WS-GAME-MONTH = WS-GT-DATE(WS-IDX) / 100.
             MOVE 'N' TO WS-FOUND-FLAG.
             PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-BM-COUNT
                IF WS-BM-MONTH(WS-K) = WS-GAME-MONTH THEN
                   MOVE 'Y' TO WS-FOUND-FLAG
                END-IF
             END-PERFORM.
             IF NOT WS-ENTRY-FOUND THEN
                GO TO CHECK-UNBILLED-EXIT
             END-IF.
             MOVE WS-GT-PLAYER(WS-IDX) TO WS-EX-PLAYER.
             MOVE WS-GAME-MONTH TO WS-KEY-EDIT.
             MOVE WS-KEY-EDIT TO WS-EX-KEY.
             MOVE 'GAME NOT INVOICED' TO WS-EX-REASON.
             MOVE 1 TO WS-EX-EXPECTED.
             MOVE 0 TO WS-EX-FOUND.
             MOVE SPACES TO WS-EX-DETAIL.
             STRING 'GAME ' DELIMITED BY SIZE
                    WS-GT-GAME-ID(WS-IDX) DELIMITED BY SIZE
                    INTO WS-EX-DETAIL.
             PERFORM WRITE-EXCEPTION THRU WRITE-EXCEPTION-EXIT.
             ADD 1 TO WS-INVOICE-EXC.
          CHECK-UNBILLED-EXIT.
             EXIT.

          WRITE-EXCEPTION.
             MOVE WS-EX-PLAYER TO WS-LINE-PLAYER.
             MOVE WS-EX-KEY TO WS-LINE-KEY.
             MOVE WS-EX-SOURCE TO WS-LINE-SOURCE.
             MOVE WS-EX-REASON TO WS-LINE-REASON.
             MOVE WS-EX-EXPECTED TO WS-LINE-EXPECTED.
             MOVE WS-EX-FOUND TO WS-LINE-FOUND.
             MOVE WS-EX-DETAIL TO WS-LINE-DETAIL.
             DISPLAY WS-LINE.
             ADD 1 TO WS-EXC-COUNT.
             IF NOT WS-IX-OPEN THEN
                OPEN EXTEND EXCEPTION-FILE
                IF WS-IX-STATUS = '35' THEN
                   OPEN OUTPUT EXCEPTION-FILE
                END-IF
                IF WS-IX-STATUS NOT = '00' THEN
                   DISPLAY 'CANNOT OPEN INTEGRITY EXCEPTION FILE, '
                           'STATUS ' WS-IX-STATUS
                   IF RETURN-CODE < 4 THEN
                      MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO WRITE-EXCEPTION-EXIT
                END-IF
                MOVE 'Y' TO WS-IX-OPEN-FLAG
             END-IF.
             MOVE WS-EX-CHECK TO IX-CHECK.
             MOVE WS-EX-SOURCE TO IX-SOURCE.
             MOVE WS-EX-PLAYER TO IX-PLAYER.
             MOVE WS-EX-KEY TO IX-KEY.
             MOVE WS-EX-REASON TO IX-REASON.
             MOVE WS-EX-EXPECTED TO IX-EXPECTED.
             MOVE WS-EX-FOUND TO IX-FOUND.
             MOVE WS-EX-DETAIL TO IX-DETAIL.
             MOVE WS-DATE-NOW TO IX-RUN-DATE.
             WRITE INTEGRITY-EXCEPTION-RECORD.
          WRITE-EXCEPTION-EXIT.
             EXIT.
