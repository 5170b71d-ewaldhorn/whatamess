           SELECT PARM-FILE ASSIGN TO "MATCHPRM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT HANDICAP-FILE ASSIGN TO "HANDICAP"
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HC-KEY
              FILE STATUS IS WS-HC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCHCTL-FILE.
           COPY MATCHCTL.
       FD  GAMESUM-FILE.
           COPY GAMESUM.
       FD  MATCHRES-FILE.
           COPY MATCHRES.
       FD  PARM-FILE.
       01  PARM-RECORD PIC 9(8).
       FD  HANDICAP-FILE.
           COPY HCAPREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-MC-STATUS PIC X(2) VALUE '00'.
       01 WS-GS-STATUS PIC X(2) VALUE '00'.
       01 WS-MR-STATUS PIC X(2) VALUE '00'.
       01 WS-HC-STATUS PIC X(2) VALUE '00'.
       01 WS-HC-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-HC-OPEN VALUE 'Y'.
       01 WS-HC-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-HC-END VALUE 'Y'.
       01 WS-NAME-PARSE.
          05 WS-NP-KEY PIC X(8).
          05 WS-NP-REST PIC X(12).
       01 WS-HCAP-PLAYER PIC X(20) VALUE SPACES.
       01 WS-HCAP-DATE PIC 9(8) VALUE 0.
       01 WS-HCAP-VALUE PIC 9(3) VALUE 0.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-MC-EOF-FLAG PIC X(1) VALUE 'N'.
       01 WS-SKIP-DONE-COUNT PIC 9(6) VALUE 0.
       01 WS-AMBIG-COUNT PIC 9(6) VALUE 0.
       01 WS-RESULT-COUNT PIC 9(6) VALUE 0.
       01 WS-HCAP-MATCH-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-HCAP-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
          MATCHPRG.
                MOVE 8 TO RETURN-CODE
                GO TO MATCHPRG-EXIT
             END-IF.
             OPEN INPUT HANDICAP-FILE.
             IF WS-HC-STATUS = '00' THEN
                MOVE 'Y' TO WS-HC-OPEN-FLAG
             END-IF.
             DISPLAY 'MATCH PLAY RESULTS'.
             PERFORM READ-MATCHCTL.
             PERFORM PROCESS-MATCH THRU PROCESS-MATCH-EXIT
                UNTIL WS-MC-END.
             CLOSE MATCHCTL-FILE.
             CLOSE MATCHRES-FILE.
             IF WS-HC-OPEN THEN
                CLOSE HANDICAP-FILE
             END-IF.
             DISPLAY ' '.
             DISPLAY 'MATCHPRG CONTROL TOTALS'.
             DISPLAY '  MATCHES READ     ' WS-MATCH-COUNT.
             DISPLAY '  ALREADY DECIDED  ' WS-SKIP-DONE-COUNT.
             DISPLAY '  AMBIGUOUS GAMES  ' WS-AMBIG-COUNT.
             DISPLAY '  RESULTS WRITTEN  ' WS-RESULT-COUNT.
             DISPLAY '  HANDICAP MATCHES ' WS-HCAP-MATCH-COUNT.
             DISPLAY '  NO HANDICAP HELD ' WS-NO-HCAP-COUNT.
          MATCHPRG-EXIT.
             EXIT.
          GOBACK.
                MOVE WS-GM-PLAYER(WS-IDX-2) TO MR-PLAYER-2
                MOVE WS-GM-TOTAL(WS-IDX-2) TO MR-TOTAL-2
             END-IF.
             MOVE 'N' TO MR-HCAP-FLAG.
             MOVE 0 TO MR-HCAP-1.
             MOVE 0 TO MR-HCAP-2.
             IF MC-HANDICAP-FLAG = 'Y' THEN
                MOVE 'Y' TO MR-HCAP-FLAG
                ADD 1 TO WS-HCAP-MATCH-COUNT
                MOVE MC-MATCH-DATE TO WS-HCAP-DATE
                IF WS-IDX-1 > 0 THEN
                   MOVE MR-PLAYER-1 TO WS-HCAP-PLAYER
                   PERFORM FIND-HANDICAP THRU FIND-HANDICAP-EXIT
                   MOVE WS-HCAP-VALUE TO MR-HCAP-1
                END-IF
                IF WS-IDX-2 > 0 THEN
                   MOVE MR-PLAYER-2 TO WS-HCAP-PLAYER
                   PERFORM FIND-HANDICAP THRU FIND-HANDICAP-EXIT
                   MOVE WS-HCAP-VALUE TO MR-HCAP-2
                END-IF
             END-IF.
             COMPUTE MR-NET-1 = MR-TOTAL-1 + MR-HCAP-1.
             COMPUTE MR-NET-2 = MR-TOTAL-2 + MR-HCAP-2.
             EVALUATE TRUE
                WHEN WS-IDX-2 = 0
                   MOVE 'V' TO MR-RESULT-FLAG
                   MOVE MR-PLAYER-1 TO MR-WINNER
                   MOVE MR-NET-1 TO MR-MARGIN
                   ADD 1 TO WS-WALKOVER-COUNT
                   DISPLAY '  MATCH ' MC-MATCH-ID ' WALKOVER TO '
                           MR-PLAYER-1
                WHEN WS-IDX-1 = 0
                   MOVE 'V' TO MR-RESULT-FLAG
                   MOVE MR-PLAYER-2 TO MR-WINNER
                   MOVE MR-NET-2 TO MR-MARGIN
                   ADD 1 TO WS-WALKOVER-COUNT
                   DISPLAY '  MATCH ' MC-MATCH-ID ' WALKOVER TO '
                           MR-PLAYER-2
                WHEN MR-NET-1 > MR-NET-2
                   MOVE 'W' TO MR-RESULT-FLAG
                   MOVE MR-PLAYER-1 TO MR-WINNER
                   COMPUTE MR-MARGIN = MR-NET-1 - MR-NET-2
                   ADD 1 TO WS-DECIDED-COUNT
                   DISPLAY '  MATCH ' MC-MATCH-ID ' WON BY '
                           MR-PLAYER-1 ' BY ' MR-MARGIN
                WHEN MR-NET-2 > MR-NET-1
                   MOVE 'W' TO MR-RESULT-FLAG
                   MOVE MR-PLAYER-2 TO MR-WINNER
                   COMPUTE MR-MARGIN = MR-NET-2 - MR-NET-1
                   ADD 1 TO WS-DECIDED-COUNT
                   DISPLAY '  MATCH ' MC-MATCH-ID ' WON BY '
                           MR-PLAYER-2 ' BY ' MR-MARGIN
                   MOVE 'T' TO MR-RESULT-FLAG
                   ADD 1 TO WS-TIE-COUNT
                   DISPLAY '  MATCH ' MC-MATCH-ID ' TIED AT '
                           MR-NET-1
             END-EVALUATE.
             WRITE MATCHRES-RECORD.
             ADD 1 TO WS-RESULT-COUNT.
             PERFORM READ-MATCHCTL.
          PROCESS-MATCH-EXIT.
             EXIT.

          FIND-HANDICAP.
             MOVE 0 TO WS-HCAP-VALUE.
             MOVE WS-HCAP-PLAYER TO WS-NAME-PARSE.
             IF NOT WS-HC-OPEN OR WS-NP-REST NOT = SPACES THEN
                GO TO FIND-HANDICAP-MISSING
             END-IF.
             MOVE 'N' TO WS-HC-EOF-FLAG.
             MOVE WS-NP-KEY TO HC-PLAYER-ID.
             MOVE 0 TO HC-EFF-DATE.
             START HANDICAP-FILE KEY IS NOT LESS THAN HC-KEY
                INVALID KEY GO TO FIND-HANDICAP-MISSING
             END-START.
             PERFORM READ-HANDICAP.
             IF WS-HC-END OR HC-PLAYER-ID NOT = WS-NP-KEY
                OR HC-EFF-DATE > WS-HCAP-DATE THEN
                GO TO FIND-HANDICAP-MISSING
             END-IF.
             PERFORM UNTIL WS-HC-END
                OR HC-PLAYER-ID NOT = WS-NP-KEY
                OR HC-EFF-DATE > WS-HCAP-DATE
                MOVE HC-HANDICAP TO WS-HCAP-VALUE
                PERFORM READ-HANDICAP
             END-PERFORM.
             GO TO FIND-HANDICAP-EXIT.
          FIND-HANDICAP-MISSING.
             ADD 1 TO WS-NO-HCAP-COUNT.
             DISPLAY '  MATCH ' MC-MATCH-ID ' NO HANDICAP FOR '
                     WS-HCAP-PLAYER ', PLAYS OFF SCRATCH'.
          FIND-HANDICAP-EXIT.
             EXIT.

          READ-HANDICAP.
             READ HANDICAP-FILE NEXT RECORD
                AT END SET WS-HC-END TO TRUE
             END-READ.
