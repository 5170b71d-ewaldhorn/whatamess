       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "PLJRNL"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PJ-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           01 WS-PJ-STATUS PIC X(2) VALUE '00'.
           01 WS-LOADED-FLAG PIC X(1) VALUE 'N'.
              88 WS-JOURNAL-LOADED VALUE 'Y'.
           01 WS-TRUNC-FLAG PIC X(1) VALUE 'N'.
              88 WS-JOURNAL-TRUNCATED VALUE 'Y'.
           01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
              88 WS-END-OF-FILE VALUE 'Y'.
           01 WS-JT-COUNT PIC 9(5) VALUE 0.
           01 WS-JT-TABLE.
              05 WS-JT-ENTRY OCCURS 5000 TIMES.
                 10 WS-JT-PLAYER-ID PIC X(8).
                 10 WS-JT-DATE PIC 9(8).
                 10 WS-JT-BEFORE PIC X(47).
           01 WS-JT-IDX PIC 9(5) VALUE 0.
           01 WS-I PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
          PLHIST.
             IF NOT WS-JOURNAL-LOADED THEN
                PERFORM LOAD-JOURNAL THRU LOAD-JOURNAL-EXIT
             END-IF.
             SET WS-PH-USE-MASTER TO TRUE.
             MOVE SPACES TO WS-PH-IMAGE.
             MOVE 0 TO WS-JT-IDX.
             PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-JT-COUNT OR WS-JT-IDX > 0
                IF WS-JT-PLAYER-ID(WS-I) = WS-PH-PLAYER-ID
                   AND WS-JT-DATE(WS-I) > WS-PH-AS-OF-DATE THEN
                   MOVE WS-I TO WS-JT-IDX
                END-IF
             END-PERFORM.
             IF WS-JT-IDX = 0 THEN
                IF WS-JOURNAL-TRUNCATED THEN
                   SET WS-PH-TRUNCATED TO TRUE
                END-IF
                GO TO PLHIST-EXIT
             END-IF.
             MOVE WS-JT-BEFORE(WS-JT-IDX) TO WS-PH-IMAGE.
             IF WS-PH-IMAGE-ID = SPACES THEN
                SET WS-PH-NOT-ON-FILE TO TRUE
             ELSE
                SET WS-PH-REBUILT TO TRUE
             END-IF.
          PLHIST-EXIT.
             EXIT.
          GOBACK.

          LOAD-JOURNAL.
             MOVE 'Y' TO WS-LOADED-FLAG.
             OPEN INPUT JOURNAL-FILE.
             IF WS-PJ-STATUS NOT = '00' THEN
                GO TO LOAD-JOURNAL-EXIT
             END-IF.
             PERFORM READ-JOURNAL.
             PERFORM STORE-JOURNAL THRU STORE-JOURNAL-EXIT
                UNTIL WS-END-OF-FILE.
             CLOSE JOURNAL-FILE.
          LOAD-JOURNAL-EXIT.
             EXIT.

          READ-JOURNAL.
             READ JOURNAL-FILE
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          STORE-JOURNAL.
             IF WS-JT-COUNT >= 5000 THEN
                DISPLAY 'WARNING: PLAYER JOURNAL TABLE FULL, CHANGES '
                        'AFTER ' PJ-DATE ' NOT ROLLED BACK'
                MOVE 'Y' TO WS-TRUNC-FLAG
                SET WS-END-OF-FILE TO TRUE
                GO TO STORE-JOURNAL-EXIT
             END-IF.
             IF PJ-BEFORE-IMAGE = PJ-AFTER-IMAGE THEN
                GO TO STORE-JOURNAL-READ
             END-IF.
             ADD 1 TO WS-JT-COUNT.
             MOVE PJ-PLAYER-ID TO WS-JT-PLAYER-ID(WS-JT-COUNT).
             MOVE PJ-DATE TO WS-JT-DATE(WS-JT-COUNT).
             MOVE PJ-BEFORE-IMAGE TO WS-JT-BEFORE(WS-JT-COUNT).
          STORE-JOURNAL-READ.
             PERFORM READ-JOURNAL.
          STORE-JOURNAL-EXIT.
             EXIT.
