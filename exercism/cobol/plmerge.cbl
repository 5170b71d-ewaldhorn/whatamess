           SELECT CTL-FILE ASSIGN TO "CTLFILE"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-CT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PLJRNL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IDMAP-FILE.
       01  ARCHWORK-RECORD PIC X(62).
       FD  CTL-FILE.
           COPY CTLREC.
       FD  JOURNAL-FILE.
           COPY PLJRNL.
       WORKING-STORAGE SECTION.
           COPY SCORECRD.
       01 WS-IM-STATUS PIC X(2) VALUE '00'.
       01 WS-AR-STATUS PIC X(2) VALUE '00'.
       01 WS-AW-STATUS PIC X(2) VALUE '00'.
       01 WS-CT-STATUS PIC X(2) VALUE '00'.
       01 WS-PJ-STATUS PIC X(2) VALUE '00'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TIME-NOW PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
                        WS-PM-STATUS
                GO TO DEACT-OLD-IDS-EXIT
             END-IF.
             OPEN EXTEND JOURNAL-FILE.
             IF WS-PJ-STATUS = '35' THEN
                OPEN OUTPUT JOURNAL-FILE
             END-IF.
             IF WS-PJ-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN PLAYER JOURNAL, STATUS '
                        WS-PJ-STATUS ', OLD IDS NOT DEACTIVATED'
                CLOSE PLAYER-FILE
                MOVE 8 TO RETURN-CODE
                GO TO DEACT-OLD-IDS-EXIT
             END-IF.
             PERFORM DEACT-ONE-ID THRU DEACT-ONE-ID-EXIT
                VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MAP-COUNT.
             CLOSE PLAYER-FILE.
             CLOSE JOURNAL-FILE.
          DEACT-OLD-IDS-EXIT.
             EXIT.

                INVALID KEY GO TO DEACT-ONE-ID-EXIT
             END-READ.
             IF PM-ACTIVE-FLAG = 'Y' THEN
                MOVE PLAYER-RECORD TO PJ-BEFORE-IMAGE
                MOVE 'N' TO PM-ACTIVE-FLAG
                REWRITE PLAYER-RECORD
                ADD 1 TO WS-DEACT-COUNT
                PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
             END-IF.
          DEACT-ONE-ID-EXIT.
             EXIT.

          WRITE-JOURNAL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             MOVE PM-PLAYER-ID TO PJ-PLAYER-ID.
             MOVE WS-DATE-NOW TO PJ-DATE.
             MOVE WS-TIME-NOW TO PJ-TIME.
             MOVE 'D' TO PJ-ACTION.
             MOVE 'PLMERGE' TO PJ-OPERATOR.
             MOVE 'PLMERGE' TO PJ-PROGRAM.
             MOVE WS-MP-NEW(WS-M) TO PJ-REF-ID.
             MOVE PLAYER-RECORD TO PJ-AFTER-IMAGE.
             WRITE PLJRNL-RECORD.
             IF WS-PJ-STATUS NOT = '00' THEN
                DISPLAY 'PLAYER JOURNAL WRITE FAILED FOR '
                        PM-PLAYER-ID ', STATUS ' WS-PJ-STATUS
                MOVE 8 TO RETURN-CODE
             END-IF.
          WRITE-JOURNAL-EXIT.
             EXIT.

          WRITE-CONTROL.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
