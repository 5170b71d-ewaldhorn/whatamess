       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ARPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "ARLEDGER"
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS AR-KEY
              FILE STATUS IS WS-AR-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS PM-PLAYER-ID
              FILE STATUS IS WS-PM-STATUS.
           SELECT STMT-FILE ASSIGN TO "STATEMNT"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-ST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 AP-AS-OF-DATE PIC 9(8).
           05 AP-STMT-FLAG PIC X(1).
       FD  LEDGER-FILE.
           COPY ARLEDGER.
       FD  PLAYER-FILE.
           COPY PLAYERM.
       FD  STMT-FILE.
       01  STMT-RECORD PIC X(80).
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
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-AR-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-STATUS PIC X(2) VALUE '00'.
       01 WS-ST-STATUS PIC X(2) VALUE '00'.
       01 WS-PM-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-PM-OPEN VALUE 'Y'.
       01 WS-STMT-FLAG PIC X(1) VALUE 'Y'.
          88 WS-STMT-WANTED VALUE 'Y'.
          88 WS-STMT-FAILED VALUE 'F'.
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-END-OF-FILE VALUE 'Y'.
       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-START PIC 9(8) VALUE 0.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-START.
          05 WS-PS-YYYYMM PIC 9(6).
          05 WS-PS-DAY PIC 9(2).
       01 WS-CUR-PLAYER PIC X(8) VALUE SPACES.
       01 WS-CUR-NAME PIC X(20) VALUE SPACES.
       01 WS-AGE-DAYS PIC S9(7) VALUE 0.
       01 WS-BKT PIC 9(1) VALUE 0.
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-PA-COUNT PIC 9(3) VALUE 0.
       01 WS-PA-TABLE.
          05 WS-PA-ENTRY OCCURS 500 TIMES.
             10 WS-PA-DATE PIC 9(8).
             10 WS-PA-TYPE PIC X(1).
             10 WS-PA-REF PIC X(10).
             10 WS-PA-DESC PIC X(20).
             10 WS-PA-AMOUNT PIC S9(7)V99.
       01 WS-PA-BUCKETS.
          05 WS-PA-BUCKET PIC S9(7)V99 OCCURS 4 TIMES.
       01 WS-PA-CREDIT PIC S9(7)V99 VALUE 0.
       01 WS-PA-BALANCE PIC S9(7)V99 VALUE 0.
       01 WS-PA-FORWARD PIC S9(7)V99 VALUE 0.
       01 WS-PA-RUNNING PIC S9(7)V99 VALUE 0.
       01 WS-TOT-BUCKETS.
          05 WS-TOT-BUCKET PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-TOT-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-FUTURE-COUNT PIC 9(6) VALUE 0.
       01 WS-PLAYER-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-CREDIT-BAL-COUNT PIC 9(6) VALUE 0.
       01 WS-STMT-COUNT PIC 9(6) VALUE 0.
       01 WS-DATE-ERR-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01 WS-TB-LINE.
          05 WS-TB-ID PIC X(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-TB-NAME PIC X(20).
          05 WS-TB-BUCKET PIC ZZZZ,ZZ9.99- OCCURS 4 TIMES.
          05 WS-TB-BALANCE PIC ZZ,ZZZ,ZZ9.99-.
       01 WS-ST-HEAD-1.
          05 FILLER PIC X(25) VALUE 'PLAYER ACCOUNT STATEMENT'.
          05 FILLER PIC X(6) VALUE 'AS OF '.
          05 WS-SH-DATE PIC 9(8).
       01 WS-ST-HEAD-2.
          05 FILLER PIC X(8) VALUE 'PLAYER  '.
          05 WS-SH-ID PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-SH-NAME PIC X(20).
       01 WS-ST-HEAD-3.
          05 FILLER PIC X(40)
             VALUE 'DATE     T REFERENCE  DESCRIPTION       '.
          05 FILLER PIC X(40)
             VALUE '         AMOUNT        BALANCE'.
       01 WS-ST-DETAIL.
          05 WS-SD-DATE PIC 9(8).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-TYPE PIC X(1).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-REF PIC X(10).
          05 FILLER PIC X(1) VALUE SPACE.
          05 WS-SD-DESC PIC X(20).
          05 WS-SD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
          05 WS-SD-BALANCE PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-ST-AGING-HEAD.
          05 FILLER PIC X(40)
             VALUE '     CURRENT       30-59       60-89    '.
          05 FILLER PIC X(40)
             VALUE '     90 PLUS'.
       01 WS-ST-AGING.
          05 WS-SA-BUCKET PIC ZZZZ,ZZ9.99- OCCURS 4 TIMES.
       01 WS-ST-DUE.
          05 FILLER PIC X(20) VALUE 'AMOUNT DUE'.
          05 WS-SU-LABEL PIC X(32) VALUE SPACES.
          05 WS-SU-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
          ARAGING.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             OPEN INPUT LEDGER-FILE.
             IF WS-AR-STATUS NOT = '00' THEN
                DISPLAY 'NO PLAYER LEDGER TO AGE'
                GO TO ARAGING-EXIT
             END-IF.
             OPEN INPUT PLAYER-FILE.
             IF WS-PM-STATUS = '00' THEN
                MOVE 'Y' TO WS-PM-OPEN-FLAG
             END-IF.
             IF WS-STMT-WANTED THEN
                OPEN OUTPUT STMT-FILE
                IF WS-ST-STATUS NOT = '00' THEN
                   DISPLAY 'CANNOT OPEN STATEMENT FILE, STATUS '
                           WS-ST-STATUS
                   MOVE 'F' TO WS-STMT-FLAG
                END-IF
             END-IF.
             MOVE 0 TO WS-TOT-BALANCE.
             PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                MOVE 0 TO WS-TOT-BUCKET(WS-BKT)
             END-PERFORM.
             DISPLAY 'AGED TRIAL BALANCE AS OF ' WS-AS-OF-DATE.
             DISPLAY 'PLAYER   NAME                     CURRENT'
                     '       30-59       60-89     90 PLUS'
                     '       BALANCE'.
             PERFORM READ-LEDGER.
             PERFORM PROCESS-ENTRY THRU PROCESS-ENTRY-EXIT
                UNTIL WS-END-OF-FILE.
             IF WS-CUR-PLAYER NOT = SPACES THEN
                PERFORM FINISH-PLAYER THRU FINISH-PLAYER-EXIT
             END-IF.
             CLOSE LEDGER-FILE.
             IF WS-PM-OPEN THEN
                CLOSE PLAYER-FILE
             END-IF.
             IF WS-STMT-WANTED THEN
                CLOSE STMT-FILE
             END-IF.
             MOVE 'TOTAL' TO WS-TB-ID.
             MOVE SPACES TO WS-TB-NAME.
             PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                MOVE WS-TOT-BUCKET(WS-BKT) TO WS-TB-BUCKET(WS-BKT)
             END-PERFORM.
             MOVE WS-TOT-BALANCE TO WS-TB-BALANCE.
             DISPLAY ' '.
             DISPLAY WS-TB-LINE.
             DISPLAY ' '.
             DISPLAY 'ARAGING CONTROL TOTALS'.
             DISPLAY '  LEDGER ENTRIES READ ' WS-READ-COUNT.
             DISPLAY '  AFTER AS-OF DATE  ' WS-FUTURE-COUNT.
             DISPLAY '  PLAYERS ON LEDGER ' WS-PLAYER-COUNT.
             DISPLAY '  OPEN BALANCES     ' WS-OPEN-COUNT.
             DISPLAY '  CREDIT BALANCES   ' WS-CREDIT-BAL-COUNT.
             DISPLAY '  STATEMENTS WRITTEN ' WS-STMT-COUNT.
             IF WS-DATE-ERR-COUNT > 0 THEN
                DISPLAY '  UNAGEABLE DATES   ' WS-DATE-ERR-COUNT
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
             IF WS-OVERFLOW-COUNT > 0 THEN
                DISPLAY '  DETAIL LINES OMITTED ' WS-OVERFLOW-COUNT
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
             IF WS-STMT-FAILED THEN
                IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
                END-IF
             END-IF.
          ARAGING-EXIT.
             EXIT.
          GOBACK.

          READ-PARM.
             OPEN INPUT PARM-FILE.
             IF WS-PARM-STATUS NOT = '00' THEN
                GO TO READ-PARM-DEFAULT
             END-IF.
             READ PARM-FILE
                AT END GO TO READ-PARM-CLOSE
             END-READ.
             IF AP-AS-OF-DATE IS NUMERIC AND AP-AS-OF-DATE > 0 THEN
                MOVE AP-AS-OF-DATE TO WS-AS-OF-DATE
             END-IF.
             IF AP-STMT-FLAG = 'N' THEN
                MOVE 'N' TO WS-STMT-FLAG
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-DEFAULT.
             IF WS-AS-OF-DATE = 0 THEN
                ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
             END-IF.
             MOVE WS-AS-OF-DATE TO WS-PERIOD-START.
             MOVE 1 TO WS-PS-DAY.
          READ-PARM-EXIT.
             EXIT.

          READ-LEDGER.
             READ LEDGER-FILE NEXT RECORD
                AT END SET WS-END-OF-FILE TO TRUE
             END-READ.

          PROCESS-ENTRY.
             ADD 1 TO WS-READ-COUNT.
             IF AR-ENTRY-DATE > WS-AS-OF-DATE THEN
                ADD 1 TO WS-FUTURE-COUNT
                GO TO PROCESS-ENTRY-READ
             END-IF.
             IF AR-PLAYER-ID NOT = WS-CUR-PLAYER THEN
                IF WS-CUR-PLAYER NOT = SPACES THEN
                   PERFORM FINISH-PLAYER THRU FINISH-PLAYER-EXIT
                END-IF
                PERFORM START-PLAYER THRU START-PLAYER-EXIT
             END-IF.
             ADD AR-AMOUNT TO WS-PA-BALANCE.
             IF AR-ENTRY-DATE < WS-PERIOD-START THEN
                ADD AR-AMOUNT TO WS-PA-FORWARD
             ELSE
                PERFORM STORE-ENTRY THRU STORE-ENTRY-EXIT
             END-IF.
             IF AR-AMOUNT < 0 THEN
                SUBTRACT AR-AMOUNT FROM WS-PA-CREDIT
                GO TO PROCESS-ENTRY-READ
             END-IF.
             PERFORM AGE-ENTRY THRU AGE-ENTRY-EXIT.
             ADD AR-AMOUNT TO WS-PA-BUCKET(WS-BKT).
          PROCESS-ENTRY-READ.
             PERFORM READ-LEDGER.
          PROCESS-ENTRY-EXIT.
             EXIT.

          START-PLAYER.
             MOVE AR-PLAYER-ID TO WS-CUR-PLAYER.
             ADD 1 TO WS-PLAYER-COUNT.
             MOVE 0 TO WS-PA-COUNT.
             MOVE 0 TO WS-PA-CREDIT.
             MOVE 0 TO WS-PA-BALANCE.
             MOVE 0 TO WS-PA-FORWARD.
             PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                MOVE 0 TO WS-PA-BUCKET(WS-BKT)
             END-PERFORM.
             MOVE SPACES TO WS-CUR-NAME.
             IF NOT WS-PM-OPEN THEN
                GO TO START-PLAYER-EXIT
             END-IF.
             MOVE AR-PLAYER-ID TO PM-PLAYER-ID.
             READ PLAYER-FILE
                INVALID KEY
                   MOVE 'NOT ON PLAYER MASTER' TO WS-CUR-NAME
                   GO TO START-PLAYER-EXIT
             END-READ.
             MOVE PM-NAME TO WS-CUR-NAME.
          START-PLAYER-EXIT.
             EXIT.

          STORE-ENTRY.
             IF WS-PA-COUNT >= 500 THEN
                ADD 1 TO WS-OVERFLOW-COUNT
                GO TO STORE-ENTRY-EXIT
             END-IF.
             ADD 1 TO WS-PA-COUNT.
             MOVE AR-ENTRY-DATE TO WS-PA-DATE(WS-PA-COUNT).
             MOVE AR-ENTRY-TYPE TO WS-PA-TYPE(WS-PA-COUNT).
             MOVE AR-REFERENCE TO WS-PA-REF(WS-PA-COUNT).
             MOVE AR-DESCRIPTION TO WS-PA-DESC(WS-PA-COUNT).
             MOVE AR-AMOUNT TO WS-PA-AMOUNT(WS-PA-COUNT).
          STORE-ENTRY-EXIT.
             EXIT.

          AGE-ENTRY.
             MOVE 1 TO WS-BKT.
             MOVE 'D' TO WS-DC-FUNCTION.
             MOVE AR-ENTRY-DATE TO WS-DC-DATE-1.
             MOVE WS-AS-OF-DATE TO WS-DC-DATE-2.
             MOVE 'S' TO WS-AUDIT-SW.
             CALL 'DATECALC'.
             IF NOT WS-DC-NO-ERROR THEN
                DISPLAY 'CANNOT AGE ' AR-PLAYER-ID ' ENTRY DATED '
                        AR-ENTRY-DATE ', TREATED AS CURRENT'
                ADD 1 TO WS-DATE-ERR-COUNT
                GO TO AGE-ENTRY-EXIT
             END-IF.
             MOVE WS-DC-DAY-COUNT TO WS-AGE-DAYS.
             EVALUATE TRUE
                WHEN WS-AGE-DAYS >= 90
                   MOVE 4 TO WS-BKT
                WHEN WS-AGE-DAYS >= 60
                   MOVE 3 TO WS-BKT
                WHEN WS-AGE-DAYS >= 30
                   MOVE 2 TO WS-BKT
                WHEN OTHER
                   MOVE 1 TO WS-BKT
             END-EVALUATE.
          AGE-ENTRY-EXIT.
             EXIT.

          FINISH-PLAYER.
             PERFORM APPLY-CREDITS THRU APPLY-CREDITS-EXIT.
             IF WS-PA-BALANCE = 0 THEN
                GO TO FINISH-PLAYER-EXIT
             END-IF.
             ADD 1 TO WS-OPEN-COUNT.
             IF WS-PA-BALANCE < 0 THEN
                ADD 1 TO WS-CREDIT-BAL-COUNT
             END-IF.
             MOVE WS-CUR-PLAYER TO WS-TB-ID.
             MOVE WS-CUR-NAME TO WS-TB-NAME.
             PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                MOVE WS-PA-BUCKET(WS-BKT) TO WS-TB-BUCKET(WS-BKT)
                ADD WS-PA-BUCKET(WS-BKT) TO WS-TOT-BUCKET(WS-BKT)
             END-PERFORM.
             MOVE WS-PA-BALANCE TO WS-TB-BALANCE.
             ADD WS-PA-BALANCE TO WS-TOT-BALANCE.
             DISPLAY WS-TB-LINE.
             IF WS-STMT-WANTED THEN
                PERFORM WRITE-STATEMENT THRU WRITE-STATEMENT-EXIT
             END-IF.
          FINISH-PLAYER-EXIT.
             EXIT.

          APPLY-CREDITS.
             PERFORM VARYING WS-BKT FROM 4 BY -1
                UNTIL WS-BKT < 1 OR WS-PA-CREDIT = 0
                IF WS-PA-CREDIT >= WS-PA-BUCKET(WS-BKT) THEN
                   SUBTRACT WS-PA-BUCKET(WS-BKT) FROM WS-PA-CREDIT
                   MOVE 0 TO WS-PA-BUCKET(WS-BKT)
                ELSE
                   SUBTRACT WS-PA-CREDIT FROM WS-PA-BUCKET(WS-BKT)
                   MOVE 0 TO WS-PA-CREDIT
                END-IF
             END-PERFORM.
             IF WS-PA-CREDIT > 0 THEN
                SUBTRACT WS-PA-CREDIT FROM WS-PA-BUCKET(1)
                MOVE 0 TO WS-PA-CREDIT
             END-IF.
          APPLY-CREDITS-EXIT.
             EXIT.

          WRITE-STATEMENT.
             MOVE WS-AS-OF-DATE TO WS-SH-DATE.
             WRITE STMT-RECORD FROM WS-ST-HEAD-1.
             MOVE WS-CUR-PLAYER TO WS-SH-ID.
             MOVE WS-CUR-NAME TO WS-SH-NAME.
             WRITE STMT-RECORD FROM WS-ST-HEAD-2.
             MOVE SPACES TO STMT-RECORD.
             WRITE STMT-RECORD.
             WRITE STMT-RECORD FROM WS-ST-HEAD-3.
             MOVE WS-PA-FORWARD TO WS-PA-RUNNING.
             MOVE WS-PERIOD-START TO WS-SD-DATE.
             MOVE SPACE TO WS-SD-TYPE.
             MOVE SPACES TO WS-SD-REF.
             MOVE 'BALANCE FORWARD' TO WS-SD-DESC.
             MOVE 0 TO WS-SD-AMOUNT.
             MOVE WS-PA-RUNNING TO WS-SD-BALANCE.
             WRITE STMT-RECORD FROM WS-ST-DETAIL.
             PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PA-COUNT
                ADD WS-PA-AMOUNT(WS-I) TO WS-PA-RUNNING
                MOVE WS-PA-DATE(WS-I) TO WS-SD-DATE
                MOVE WS-PA-TYPE(WS-I) TO WS-SD-TYPE
                MOVE WS-PA-REF(WS-I) TO WS-SD-REF
                MOVE WS-PA-DESC(WS-I) TO WS-SD-DESC
                MOVE WS-PA-AMOUNT(WS-I) TO WS-SD-AMOUNT
                MOVE WS-PA-RUNNING TO WS-SD-BALANCE
                WRITE STMT-RECORD FROM WS-ST-DETAIL
             END-PERFORM.
             MOVE SPACES TO STMT-RECORD.
             WRITE STMT-RECORD.
             WRITE STMT-RECORD FROM WS-ST-AGING-HEAD.
             PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
                MOVE WS-PA-BUCKET(WS-BKT) TO WS-SA-BUCKET(WS-BKT)
             END-PERFORM.
             WRITE STMT-RECORD FROM WS-ST-AGING.
             MOVE SPACES TO STMT-RECORD.
             WRITE STMT-RECORD.
             IF WS-PA-BALANCE < 0 THEN
                MOVE 'CREDIT BALANCE, NOTHING DUE' TO WS-SU-LABEL
             ELSE
                MOVE SPACES TO WS-SU-LABEL
             END-IF.
             MOVE WS-PA-BALANCE TO WS-SU-AMOUNT.
             WRITE STMT-RECORD FROM WS-ST-DUE.
             MOVE SPACES TO STMT-RECORD.
             WRITE STMT-RECORD.
             ADD 1 TO WS-STMT-COUNT.
          WRITE-STATEMENT-EXIT.
             EXIT.
