              ACCESS MODE RANDOM
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT RANK-FILE ASSIGN TO "DIVRANK"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-DR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 DP-START-DATE PIC 9(8).
           05 DP-END-DATE PIC 9(8).
           05 DP-AS-OF-DATE PIC 9(8).
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  RANK-FILE.
           COPY DIVRANK.
       WORKING-STORAGE SECTION.
       01 WS-PH-PLAYER-ID PIC X(8) EXTERNAL.
       01 WS-PH-AS-OF-DATE PIC 9(8) EXTERNAL.
       01 WS-PH-RESULT PIC X(1) EXTERNAL.
          88 WS-PH-USE-MASTER VALUE 'C'.
          88 WS-PH-REBUILT VALUE 'J'.
          88 WS-PH-NOT-ON-FILE VALUE 'X'.
          88 WS-PH-TRUNCATED VALUE 'T'.
       01 WS-PH-IMAGE EXTERNAL.
          05 WS-PH-IMAGE-ID PIC X(8).
          05 WS-PH-NAME PIC X(20).
          05 WS-PH-DIVISION PIC X(10).
          05 WS-PH-JOIN-DATE PIC 9(8).
          05 WS-PH-ACTIVE-FLAG PIC X(1).
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-OPEN VALUE 'Y'.
       01 WS-DR-STATUS PIC X(2) VALUE '00'.
       01 WS-DR-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-DR-OPEN VALUE 'Y'.
       01 WS-RANK-WRITE-COUNT PIC 9(6) VALUE 0.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-START-DATE PIC 9(8) VALUE 0.
       01 WS-END-DATE PIC 9(8) VALUE 99999999.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-COUNT PIC 9(6) VALUE 0.
       01 WS-NAME-PARSE.
          05 WS-NP-KEY PIC X(8).
          05 WS-NP-REST PIC X(12).
       01 WS-USED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-DATE-COUNT PIC 9(6) VALUE 0.
       01 WS-DIV-COUNT PIC 9(3) VALUE 0.
       01 WS-MAX-RC PIC S9(4) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-RANK PIC ZZ9.
          05 FILLER PIC X(2) VALUE SPACES.
       PROCEDURE DIVISION.
          DIVSTAND.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             IF WS-AS-OF-DATE > 0 THEN
                DISPLAY 'PLAYER DIVISIONS AS AT ' WS-AS-OF-DATE
             END-IF.
             OPEN INPUT GAMESUM-FILE.
             IF WS-GS-STATUS NOT = '00' THEN
                DISPLAY 'NO GAME SUMMARIES TO REPORT'
             END-IF.
             PERFORM COMPUTE-AVERAGES THRU COMPUTE-AVERAGES-EXIT.
             PERFORM RANK-ENTRIES THRU RANK-ENTRIES-EXIT.
             OPEN OUTPUT RANK-FILE.
             IF WS-DR-STATUS = '00' THEN
                MOVE 'Y' TO WS-DR-OPEN-FLAG
             ELSE
                DISPLAY 'WARNING: CANNOT OPEN RANKING FILE, STATUS '
                        WS-DR-STATUS
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
             PERFORM PRINT-REPORT THRU PRINT-REPORT-EXIT.
             IF WS-DR-OPEN THEN
                CLOSE RANK-FILE
             END-IF.
             DISPLAY ' '.
             DISPLAY 'DIVSTAND CONTROL TOTALS'.
             DISPLAY '  SUMMARIES READ    ' WS-READ-COUNT.
             DISPLAY '  OUT OF DATE RANGE ' WS-SKIP-DATE-COUNT.
             DISPLAY '  PLAYERS RANKED    ' WS-ENTRY-COUNT.
             DISPLAY '  DIVISIONS         ' WS-DIV-COUNT.
             IF WS-AS-OF-DATE > 0 THEN
                DISPLAY '  PLAYERS ROLLED BACK ' WS-AS-OF-COUNT
             END-IF.
             DISPLAY '  RANKINGS WRITTEN  ' WS-RANK-WRITE-COUNT.
             IF RETURN-CODE < WS-MAX-RC THEN
                MOVE WS-MAX-RC TO RETURN-CODE
             END-IF.
          DIVSTAND-EXIT.
             EXIT.
          GOBACK.
             IF DP-END-DATE IS NUMERIC AND DP-END-DATE > 0 THEN
                MOVE DP-END-DATE TO WS-END-DATE
             END-IF.
             IF DP-AS-OF-DATE IS NUMERIC THEN
                MOVE DP-AS-OF-DATE TO WS-AS-OF-DATE
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-EXIT.
                   DISPLAY 'WARNING: STANDINGS TABLE FULL, DISCARDING '
                           GS-PLAYER
                   MOVE 'F' TO WS-ENTRY-FLAG
                   IF WS-MAX-RC < 4 THEN
                      MOVE 4 TO WS-MAX-RC
                   END-IF
                ELSE
                   ADD 1 TO WS-ENTRY-COUNT
             READ PLAYER-FILE
                INVALID KEY GO TO LOOKUP-PLAYER-EXIT
             END-READ.
             IF WS-AS-OF-DATE > 0 THEN
                MOVE PM-PLAYER-ID TO WS-PH-PLAYER-ID
                MOVE WS-AS-OF-DATE TO WS-PH-AS-OF-DATE
                CALL 'PLHIST'
                IF WS-PH-NOT-ON-FILE THEN
                   GO TO LOOKUP-PLAYER-EXIT
                END-IF
                IF WS-PH-REBUILT THEN
                   MOVE WS-PH-IMAGE TO PLAYER-RECORD
                   ADD 1 TO WS-AS-OF-COUNT
                END-IF
                IF WS-PH-TRUNCATED AND WS-MAX-RC < 4 THEN
                   MOVE 4 TO WS-MAX-RC
                END-IF
             END-IF.
             MOVE PM-NAME TO WS-SD-DISPLAY(WS-IDX).
             MOVE PM-DIVISION TO WS-SD-DIV(WS-IDX).
          LOOKUP-PLAYER-EXIT.
                MOVE WS-SD-AVG(WS-I) TO WS-LINE-AVG
                MOVE WS-SD-BEST(WS-I) TO WS-LINE-BEST
                DISPLAY WS-LINE
                IF WS-DR-OPEN THEN
                   PERFORM WRITE-RANK THRU WRITE-RANK-EXIT
                END-IF
                IF WS-RANK = 1 THEN
                   MOVE WS-SD-DISPLAY(WS-I) TO WS-CHAMP-NAME
                   MOVE WS-SD-AVG(WS-I) TO WS-CHAMP-AVG
             MOVE 0 TO WS-RANK.
          PRINT-DIV-HEADER-EXIT.
             EXIT.

          WRITE-RANK.
             MOVE WS-SD-DIV(WS-I) TO DR-DIVISION.
             MOVE WS-RANK TO DR-RANK.
             MOVE WS-SD-NAME(WS-I) TO DR-PLAYER.
             MOVE WS-SD-GAMES(WS-I) TO DR-GAMES.
             MOVE WS-SD-AVG(WS-I) TO DR-AVERAGE.
             WRITE DIV-RANK-RECORD.
             ADD 1 TO WS-RANK-WRITE-COUNT.
          WRITE-RANK-EXIT.
             EXIT.
