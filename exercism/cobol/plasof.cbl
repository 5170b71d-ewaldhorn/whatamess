       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ASOFPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PLJRNL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 AP-AS-OF-DATE PIC 9(8).
           05 AP-PLAYER-ID PIC X(8).
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  JOURNAL-FILE.
           COPY PLJRNL.
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
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-PJ-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-TRUNC-FLAG PIC X(1) VALUE 'N'.
          88 WS-JOURNAL-TRUNCATED VALUE 'Y'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-SELECT-ID PIC X(8) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-LIST-COUNT PIC 9(6) VALUE 0.
       01 WS-CURRENT-COUNT PIC 9(6) VALUE 0.
       01 WS-REBUILT-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-ON-FILE-COUNT PIC 9(6) VALUE 0.
       01 WS-HISTORY-COUNT PIC 9(6) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-DIV PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-LINE-JOIN PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-ACTIVE PIC X(1).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-SOURCE PIC X(11).
       01 WS-HIST-LINE.
          05 WS-HL-MARK PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-TIME PIC 9(6).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-ACTION PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-OPERATOR PIC X(8).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-NAME PIC X(20).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-DIV PIC X(10).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-ACTIVE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACES.
          05 WS-HL-REF PIC X(8).

       PROCEDURE DIVISION.
          PLASOF.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             MOVE WS-DATE-NOW TO WS-AS-OF-DATE.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS '
                        WS-PM-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO PLASOF-EXIT
             END-IF.
             DISPLAY 'PLAYER MASTER AS AT ' WS-AS-OF-DATE.
             DISPLAY ' '.
             DISPLAY 'ID        NAME                 DIVISION   '
                     'JOINED    A   SOURCE'.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-PLAYER.
             PERFORM LIST-PLAYER THRU LIST-PLAYER-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE PLAYER-FILE.
             IF WS-JOURNAL-TRUNCATED THEN
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
             IF WS-SELECT-ID NOT = SPACES THEN
                IF WS-LIST-COUNT = 0 THEN
                   DISPLAY 'PLAYER ' WS-SELECT-ID
                           ' NOT ON PLAYER MASTER'
                   IF RETURN-CODE < 4 THEN
                      MOVE 4 TO RETURN-CODE
                   END-IF
                END-IF
                PERFORM LIST-HISTORY THRU LIST-HISTORY-EXIT
             END-IF.
             DISPLAY ' '.
             DISPLAY 'PLASOF CONTROL TOTALS'.
             DISPLAY '  PLAYERS READ      ' WS-READ-COUNT.
             DISPLAY '  PLAYERS LISTED    ' WS-LIST-COUNT.
             DISPLAY '  UNCHANGED SINCE   ' WS-CURRENT-COUNT.
             DISPLAY '  ROLLED BACK       ' WS-REBUILT-COUNT.
             DISPLAY '  NOT YET ON FILE   ' WS-NOT-ON-FILE-COUNT.
             IF WS-SELECT-ID NOT = SPACES THEN
                DISPLAY '  JOURNAL ENTRIES   ' WS-HISTORY-COUNT
             END-IF.
          PLASOF-EXIT.
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
             IF AP-AS-OF-DATE IS NUMERIC AND AP-AS-OF-DATE > 0 THEN
                MOVE AP-AS-OF-DATE TO WS-AS-OF-DATE
             END-IF.
             MOVE AP-PLAYER-ID TO WS-SELECT-ID.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-EXIT.
             EXIT.

          READ-PLAYER.
             READ PLAYER-FILE NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          LIST-PLAYER.
             ADD 1 TO WS-READ-COUNT.
             IF WS-SELECT-ID NOT = SPACES
                AND PM-PLAYER-ID NOT = WS-SELECT-ID THEN
                GO TO LIST-PLAYER-READ
             END-IF.
             MOVE PM-PLAYER-ID TO WS-PH-PLAYER-ID.
             MOVE WS-AS-OF-DATE TO WS-PH-AS-OF-DATE.
             CALL 'PLHIST'.
             IF WS-PH-TRUNCATED THEN
                MOVE 'Y' TO WS-TRUNC-FLAG
             END-IF.
             MOVE PM-PLAYER-ID TO WS-LINE-ID.
             EVALUATE TRUE
                WHEN WS-PH-NOT-ON-FILE
                   ADD 1 TO WS-NOT-ON-FILE-COUNT
                   IF WS-SELECT-ID = SPACES THEN
                      GO TO LIST-PLAYER-READ
                   END-IF
                   MOVE SPACES TO WS-LINE-NAME
                   MOVE SPACES TO WS-LINE-DIV
                   MOVE SPACES TO WS-LINE-JOIN
                   MOVE SPACE TO WS-LINE-ACTIVE
                   MOVE 'NOT ON FILE' TO WS-LINE-SOURCE
                WHEN WS-PH-REBUILT
                   ADD 1 TO WS-REBUILT-COUNT
                   MOVE WS-PH-NAME TO WS-LINE-NAME
                   MOVE WS-PH-DIVISION TO WS-LINE-DIV
                   MOVE WS-PH-JOIN-DATE TO WS-LINE-JOIN
                   MOVE WS-PH-ACTIVE-FLAG TO WS-LINE-ACTIVE
                   MOVE 'JOURNAL' TO WS-LINE-SOURCE
                WHEN OTHER
                   ADD 1 TO WS-CURRENT-COUNT
                   MOVE PM-NAME TO WS-LINE-NAME
                   MOVE PM-DIVISION TO WS-LINE-DIV
                   MOVE PM-JOIN-DATE TO WS-LINE-JOIN
                   MOVE PM-ACTIVE-FLAG TO WS-LINE-ACTIVE
                   MOVE 'MASTER' TO WS-LINE-SOURCE
             END-EVALUATE.
             DISPLAY WS-LINE.
             ADD 1 TO WS-LIST-COUNT.
          LIST-PLAYER-READ.
             PERFORM READ-PLAYER.
          LIST-PLAYER-EXIT.
             EXIT.

          LIST-HISTORY.
             OPEN INPUT JOURNAL-FILE.
             IF WS-PJ-STATUS NOT = '00' THEN
                DISPLAY 'NO PLAYER JOURNAL ON FILE'
                GO TO LIST-HISTORY-EXIT
             END-IF.
             DISPLAY ' '.
             DISPLAY 'JOURNAL HISTORY FOR ' WS-SELECT-ID
                     ' (* = AFTER ' WS-AS-OF-DATE ')'.
             DISPLAY '  DATE     TIME   A OPERATOR NAME (AFTER)'
                     '         DIVISION   A MERGED'.
             MOVE 'N' TO WS-EOF-FLAG.
             PERFORM READ-JOURNAL.
             PERFORM LIST-ENTRY THRU LIST-ENTRY-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE JOURNAL-FILE.
          LIST-HISTORY-EXIT.
             EXIT.

          READ-JOURNAL.
             READ JOURNAL-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          LIST-ENTRY.
             IF PJ-PLAYER-ID NOT = WS-SELECT-ID THEN
                GO TO LIST-ENTRY-READ
             END-IF.
             IF PJ-DATE > WS-AS-OF-DATE THEN
                MOVE '*' TO WS-HL-MARK
             ELSE
                MOVE SPACE TO WS-HL-MARK
             END-IF.
             MOVE PJ-DATE TO WS-HL-DATE.
             MOVE PJ-TIME(1:6) TO WS-HL-TIME.
             MOVE PJ-ACTION TO WS-HL-ACTION.
             MOVE PJ-OPERATOR TO WS-HL-OPERATOR.
             MOVE PJA-NAME TO WS-HL-NAME.
             MOVE PJA-DIVISION TO WS-HL-DIV.
             MOVE PJA-ACTIVE-FLAG TO WS-HL-ACTIVE.
             MOVE PJ-REF-ID TO WS-HL-REF.
             DISPLAY WS-HIST-LINE.
             ADD 1 TO WS-HISTORY-COUNT.
          LIST-ENTRY-READ.
             PERFORM READ-JOURNAL.
          LIST-ENTRY-EXIT.
             EXIT.
