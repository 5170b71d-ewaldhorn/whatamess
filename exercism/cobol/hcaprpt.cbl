       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCAPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "HRPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HANDICAP"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS HC-KEY
              FILE STATUS IS WS-HC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 HR-FROM-DATE PIC 9(8).
           05 HR-TO-DATE PIC 9(8).
       FD  HANDICAP-FILE.
           COPY HCAPREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-HC-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 99999999.
       01 WS-CUR-PLAYER PIC X(8) VALUE SPACES.
       01 WS-OLD-FLAG PIC X(1) VALUE 'N'.
          88 WS-HAS-OLD VALUE 'Y'.
       01 WS-NEW-FLAG PIC X(1) VALUE 'N'.
          88 WS-HAS-NEW VALUE 'Y'.
       01 WS-OLD-HCAP PIC 9(3) VALUE 0.
       01 WS-OLD-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-HCAP PIC 9(3) VALUE 0.
       01 WS-NEW-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-AVG PIC 9(4)V99 VALUE 0.
       01 WS-NEW-GAMES PIC 9(2) VALUE 0.
       01 WS-LAST-PREV-HCAP PIC 9(3) VALUE 0.
       01 WS-LAST-PREV-DATE PIC 9(8) VALUE 0.
       01 WS-MOVE PIC S9(3) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(6) VALUE 0.
       01 WS-UP-COUNT PIC 9(6) VALUE 0.
       01 WS-DOWN-COUNT PIC 9(6) VALUE 0.
       01 WS-SAME-COUNT PIC 9(6) VALUE 0.
       01 WS-FIRST-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-PLAYER PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-OLD-DATE PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-OLD PIC X(3).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-NEW-DATE PIC 9(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-NEW PIC ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-MOVE PIC +ZZ9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-GAMES PIC Z9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-AVG PIC ZZZ9.99.
       01 WS-OLD-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
          HCAPRPT.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             OPEN INPUT HANDICAP-FILE.
             IF WS-HC-STATUS NOT = '00' THEN
                DISPLAY 'NO HANDICAP FILE TO REPORT'
                GO TO HCAPRPT-EXIT
             END-IF.
             DISPLAY 'HANDICAP MOVEMENT REPORT'.
             IF WS-FROM-DATE > 0 THEN
                DISPLAY 'RATINGS AT ' WS-FROM-DATE ' COMPARED WITH '
                        'RATINGS AT ' WS-TO-DATE
             ELSE
                DISPLAY 'LATEST RATINGS TO ' WS-TO-DATE
                        ' COMPARED WITH PRIOR RATING'
             END-IF.
             DISPLAY ' '.
             DISPLAY 'PLAYER    OLD DATE  OLD   NEW DATE  NEW   MOVE  '
                     'GAMES  AVERAGE'.
             PERFORM READ-HANDICAP.
             PERFORM PROCESS-HANDICAP THRU PROCESS-HANDICAP-EXIT
                UNTIL WS-END-OF-FILE.
             PERFORM PRINT-PLAYER THRU PRINT-PLAYER-EXIT.
             CLOSE HANDICAP-FILE.
             DISPLAY ' '.
             DISPLAY 'HCAPRPT CONTROL TOTALS'.
             DISPLAY '  RATINGS READ      ' WS-READ-COUNT.
             DISPLAY '  PLAYERS REPORTED  ' WS-PLAYER-COUNT.
             DISPLAY '  HANDICAP UP       ' WS-UP-COUNT.
             DISPLAY '  HANDICAP DOWN     ' WS-DOWN-COUNT.
             DISPLAY '  UNCHANGED         ' WS-SAME-COUNT.
             DISPLAY '  FIRST RATING      ' WS-FIRST-COUNT.
          HCAPRPT-EXIT.
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
             IF HR-FROM-DATE IS NUMERIC THEN
                MOVE HR-FROM-DATE TO WS-FROM-DATE
             END-IF.
             IF HR-TO-DATE IS NUMERIC AND HR-TO-DATE > 0 THEN
                MOVE HR-TO-DATE TO WS-TO-DATE
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-EXIT.
             EXIT.

          READ-HANDICAP.
             READ HANDICAP-FILE NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          PROCESS-HANDICAP.
             ADD 1 TO WS-READ-COUNT.
             IF HC-PLAYER-ID NOT = WS-CUR-PLAYER THEN
                PERFORM PRINT-PLAYER THRU PRINT-PLAYER-EXIT
                MOVE HC-PLAYER-ID TO WS-CUR-PLAYER
                MOVE 'N' TO WS-OLD-FLAG
                MOVE 'N' TO WS-NEW-FLAG
             END-IF.
             IF HC-EFF-DATE > WS-TO-DATE THEN
                GO TO PROCESS-HANDICAP-READ
             END-IF.
             IF WS-FROM-DATE > 0 AND HC-EFF-DATE <= WS-FROM-DATE THEN
                MOVE 'Y' TO WS-OLD-FLAG
                MOVE HC-HANDICAP TO WS-OLD-HCAP
                MOVE HC-EFF-DATE TO WS-OLD-DATE
             END-IF.
             MOVE 'Y' TO WS-NEW-FLAG.
             MOVE HC-HANDICAP TO WS-NEW-HCAP.
             MOVE HC-EFF-DATE TO WS-NEW-DATE.
             MOVE HC-AVERAGE TO WS-NEW-AVG.
             MOVE HC-GAMES-USED TO WS-NEW-GAMES.
             MOVE HC-PREV-HANDICAP TO WS-LAST-PREV-HCAP.
             MOVE HC-PREV-DATE TO WS-LAST-PREV-DATE.
          PROCESS-HANDICAP-READ.
             PERFORM READ-HANDICAP.
          PROCESS-HANDICAP-EXIT.
             EXIT.

          PRINT-PLAYER.
             IF NOT WS-HAS-NEW THEN
                GO TO PRINT-PLAYER-EXIT
             END-IF.
             IF WS-FROM-DATE = 0 AND WS-LAST-PREV-DATE > 0 THEN
                MOVE 'Y' TO WS-OLD-FLAG
                MOVE WS-LAST-PREV-HCAP TO WS-OLD-HCAP
                MOVE WS-LAST-PREV-DATE TO WS-OLD-DATE
             END-IF.
             ADD 1 TO WS-PLAYER-COUNT.
             MOVE WS-CUR-PLAYER TO WS-LINE-PLAYER.
             MOVE WS-NEW-DATE TO WS-LINE-NEW-DATE.
             MOVE WS-NEW-HCAP TO WS-LINE-NEW.
             MOVE WS-NEW-GAMES TO WS-LINE-GAMES.
             MOVE WS-NEW-AVG TO WS-LINE-AVG.
             IF WS-HAS-OLD THEN
                MOVE WS-OLD-DATE TO WS-LINE-OLD-DATE
                MOVE WS-OLD-HCAP TO WS-OLD-EDIT
                MOVE WS-OLD-EDIT TO WS-LINE-OLD
                COMPUTE WS-MOVE = WS-NEW-HCAP - WS-OLD-HCAP
                EVALUATE TRUE
                   WHEN WS-MOVE > 0
                      ADD 1 TO WS-UP-COUNT
                   WHEN WS-MOVE < 0
                      ADD 1 TO WS-DOWN-COUNT
                   WHEN OTHER
                      ADD 1 TO WS-SAME-COUNT
                END-EVALUATE
             ELSE
                MOVE 'NONE' TO WS-LINE-OLD-DATE
                MOVE 'NEW' TO WS-LINE-OLD
                MOVE 0 TO WS-MOVE
                ADD 1 TO WS-FIRST-COUNT
             END-IF.
             MOVE WS-MOVE TO WS-LINE-MOVE.
             DISPLAY WS-LINE.
             MOVE 'N' TO WS-NEW-FLAG.
          PRINT-PLAYER-EXIT.
             EXIT.
