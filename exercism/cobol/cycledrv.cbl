       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLEDRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CYCPARM"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT STEP-FILE ASSIGN TO "JOBSTEPS"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-JS-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
              ORGANIZATION LINE SEQUENTIAL
              FILE STATUS IS WS-RG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 CP-CYCLE-DATE PIC 9(8).
           05 CP-MONTH-END PIC X(1).
           05 CP-START PIC X(1).
       FD  STEP-FILE.
       01  STEP-RECORD.
           05 JS-STEP-NAME PIC X(8).
           05 JS-PROGRAM PIC X(8).
           05 JS-FREQUENCY PIC X(1).
           05 JS-MAX-RC PIC 9(2).
           05 JS-MAX-RC-X REDEFINES JS-MAX-RC PIC X(2).
           05 JS-PRED PIC X(8) OCCURS 4 TIMES.
       FD  RUNLOG-FILE.
           COPY RUNLOG.
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
       01 WS-JS-STATUS PIC X(2) VALUE '00'.
       01 WS-RG-STATUS PIC X(2) VALUE '00'.
       01 WS-JS-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-JS-END VALUE 'Y'.
       01 WS-RG-EOF-FLAG PIC X(1) VALUE 'N'.
          88 WS-RG-END VALUE 'Y'.
       01 WS-RG-OPEN-FLAG PIC X(1) VALUE 'N'.
          88 WS-RG-OPEN VALUE 'Y'.
       01 WS-TABLE-FLAG PIC X(1) VALUE 'Y'.
          88 WS-TABLE-OK VALUE 'Y'.
       01 WS-STOP-FLAG PIC X(1) VALUE 'N'.
          88 WS-CYCLE-STOPPED VALUE 'Y'.
       01 WS-PRED-FLAG PIC X(1) VALUE 'Y'.
          88 WS-PREDS-MET VALUE 'Y'.
       01 WS-FOUND-FLAG PIC X(1) VALUE 'N'.
          88 WS-STEP-FOUND VALUE 'Y'.
       01 WS-CALL-FLAG PIC X(1) VALUE 'Y'.
          88 WS-CALL-OK VALUE 'Y'.
       01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
       01 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
          05 WS-CD-YYYYMM PIC 9(6).
          05 WS-CD-DAY PIC 9(2).
       01 WS-NEXT-DATE PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
          05 WS-ND-YYYYMM PIC 9(6).
          05 WS-ND-DAY PIC 9(2).
       01 WS-MONTH-END-FLAG PIC X(1) VALUE 'N'.
          88 WS-MONTH-END VALUE 'Y'.
       01 WS-START-MODE PIC X(1) VALUE 'R'.
          88 WS-FRESH-START VALUE 'F'.
       01 WS-DATE-NOW PIC 9(8) VALUE 0.
       01 WS-TIME-NOW PIC 9(8) VALUE 0.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
          05 WS-ST-ENTRY OCCURS 30 TIMES.
             10 WS-ST-NAME PIC X(8).
             10 WS-ST-PROGRAM PIC X(8).
             10 WS-ST-FREQUENCY PIC X(1).
                88 WS-ST-MONTH-END VALUE 'M'.
             10 WS-ST-MAX-RC PIC 9(2).
             10 WS-ST-PRED PIC X(8) OCCURS 4 TIMES.
             10 WS-ST-STATE PIC X(1).
                88 WS-ST-PENDING VALUE ' '.
                88 WS-ST-COMPLETE VALUE 'C'.
                88 WS-ST-NOT-DUE VALUE 'N'.
                88 WS-ST-FAILED VALUE 'F'.
       01 WS-S PIC 9(2) VALUE 0.
       01 WS-P PIC 9(2) VALUE 0.
       01 WS-Q PIC 9(2) VALUE 0.
       01 WS-CALL-NAME PIC X(8) VALUE SPACES.
       01 WS-STEP-RC PIC S9(4) VALUE 0.
       01 WS-CYCLE-RC PIC S9(4) VALUE 0.
       01 WS-LOG-STEP PIC X(8) VALUE SPACES.
       01 WS-LOG-PROGRAM PIC X(8) VALUE SPACES.
       01 WS-LOG-EVENT PIC X(6) VALUE SPACES.
       01 WS-LOG-RC PIC 9(4) VALUE 0.
       01 WS-LOG-STATUS PIC X(10) VALUE SPACES.
       01 WS-LOG-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-RESTART-COUNT PIC 9(2) VALUE 0.
       01 WS-RUN-COUNT PIC 9(2) VALUE 0.
       01 WS-DONE-COUNT PIC 9(2) VALUE 0.
       01 WS-NOTDUE-COUNT PIC 9(2) VALUE 0.
       01 WS-FAIL-COUNT PIC 9(2) VALUE 0.
       01 WS-LINE.
          05 WS-LINE-STEP PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-PROGRAM PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 WS-LINE-FREQ PIC X(1).
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-LINE-MAX PIC Z9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 WS-LINE-RC PIC X(4).
          05 FILLER PIC X(3) VALUE SPACES.
          05 WS-LINE-STATUS PIC X(10).
       01 WS-RC-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
          CYCLEDRV.
             PERFORM READ-PARM THRU READ-PARM-EXIT.
             PERFORM LOAD-STEPS THRU LOAD-STEPS-EXIT.
             IF NOT WS-TABLE-OK THEN
                DISPLAY 'JOB STEP TABLE IN ERROR, CYCLE NOT STARTED'
                MOVE 8 TO RETURN-CODE
                GO TO CYCLEDRV-EXIT
             END-IF.
             PERFORM OPEN-RUNLOG THRU OPEN-RUNLOG-EXIT.
             IF NOT WS-RG-OPEN THEN
                MOVE 8 TO RETURN-CODE
                GO TO CYCLEDRV-EXIT
             END-IF.
             DISPLAY 'CYCLEDRV BATCH CYCLE FOR ' WS-CYCLE-DATE.
             IF WS-MONTH-END THEN
                DISPLAY 'MONTH-END CYCLE'
             ELSE
                DISPLAY 'DAILY CYCLE'
             END-IF.
             IF WS-FRESH-START THEN
                DISPLAY 'FRESH START REQUESTED, EARLIER STEPS IGNORED'
             ELSE
                IF WS-RESTART-COUNT > 0 THEN
                   DISPLAY 'RESTART, ' WS-RESTART-COUNT
                           ' STEPS ALREADY COMPLETE FOR THIS CYCLE'
                END-IF
             END-IF.
             MOVE 'CYCLEDRV' TO WS-LOG-STEP.
             MOVE 'CYCLEDRV' TO WS-LOG-PROGRAM.
             IF WS-FRESH-START THEN
                MOVE 'RESET' TO WS-LOG-EVENT
             ELSE
                MOVE 'BEGIN' TO WS-LOG-EVENT
             END-IF.
             MOVE 0 TO WS-LOG-RC.
             IF WS-MONTH-END THEN
                MOVE 'MONTH-END' TO WS-LOG-STATUS
             ELSE
                MOVE 'DAILY' TO WS-LOG-STATUS
             END-IF.
             PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT.
             DISPLAY ' '.
             DISPLAY 'STEP      PROGRAM   FREQ  MAX   RC     STATUS'.
             PERFORM RUN-STEP THRU RUN-STEP-EXIT
                VARYING WS-S FROM 1 BY 1
                UNTIL WS-S > WS-STEP-COUNT OR WS-CYCLE-STOPPED.
             MOVE 'CYCLEDRV' TO WS-LOG-STEP.
             MOVE 'CYCLEDRV' TO WS-LOG-PROGRAM.
             MOVE 'FINISH' TO WS-LOG-EVENT.
             MOVE WS-CYCLE-RC TO WS-LOG-RC.
             IF WS-CYCLE-STOPPED THEN
                MOVE 'STOPPED' TO WS-LOG-STATUS
             ELSE
                MOVE 'COMPLETE' TO WS-LOG-STATUS
             END-IF.
             PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT.
             CLOSE RUNLOG-FILE.
             DISPLAY ' '.
             IF WS-CYCLE-STOPPED THEN
                DISPLAY 'CYCLE STOPPED, RERUN TO RESTART AT THE '
                        'FAILED STEP'
             ELSE
                DISPLAY 'CYCLE COMPLETE'
             END-IF.
             DISPLAY 'CYCLEDRV CONTROL TOTALS'.
             DISPLAY '  STEPS IN TABLE    ' WS-STEP-COUNT.
             DISPLAY '  STEPS RUN         ' WS-RUN-COUNT.
             DISPLAY '  ALREADY COMPLETE  ' WS-DONE-COUNT.
             DISPLAY '  NOT DUE           ' WS-NOTDUE-COUNT.
             DISPLAY '  STEPS FAILED      ' WS-FAIL-COUNT.
             MOVE WS-CYCLE-RC TO RETURN-CODE.
          CYCLEDRV-EXIT.
             EXIT.
          GOBACK.

          READ-PARM.
             ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
             MOVE SPACE TO WS-MONTH-END-FLAG.
             OPEN INPUT PARM-FILE.
             IF WS-PARM-STATUS NOT = '00' THEN
                GO TO READ-PARM-MONTH
             END-IF.
             READ PARM-FILE
                AT END GO TO READ-PARM-CLOSE
             END-READ.
             IF CP-CYCLE-DATE IS NUMERIC AND CP-CYCLE-DATE > 0 THEN
                MOVE CP-CYCLE-DATE TO WS-CYCLE-DATE
             END-IF.
             IF CP-MONTH-END = 'Y' OR CP-MONTH-END = 'N' THEN
                MOVE CP-MONTH-END TO WS-MONTH-END-FLAG
             END-IF.
             IF CP-START = 'F' THEN
                MOVE 'F' TO WS-START-MODE
             END-IF.
          READ-PARM-CLOSE.
             CLOSE PARM-FILE.
          READ-PARM-MONTH.
             IF WS-MONTH-END-FLAG NOT = SPACE THEN
                GO TO READ-PARM-EXIT
             END-IF.
             MOVE 'N' TO WS-MONTH-END-FLAG.
             MOVE 'A' TO WS-DC-FUNCTION.
             MOVE WS-CYCLE-DATE TO WS-DC-DATE-1.
             MOVE 1 TO WS-DC-DAY-COUNT.
             MOVE 'S' TO WS-AUDIT-SW.
             CALL 'DATECALC'.
             MOVE SPACE TO WS-AUDIT-SW.
             IF NOT WS-DC-NO-ERROR THEN
                DISPLAY 'WARNING: CANNOT TELL MONTH-END FOR '
                        WS-CYCLE-DATE ', RUNNING DAILY STEPS ONLY'
                IF WS-CYCLE-RC < 4 THEN
                   MOVE 4 TO WS-CYCLE-RC
                END-IF
                GO TO READ-PARM-EXIT
             END-IF.
             MOVE WS-DC-RESULT-DATE TO WS-NEXT-DATE.
             IF WS-ND-YYYYMM NOT = WS-CD-YYYYMM THEN
                MOVE 'Y' TO WS-MONTH-END-FLAG
             END-IF.
          READ-PARM-EXIT.
             EXIT.

          LOAD-STEPS.
             OPEN INPUT STEP-FILE.
             IF WS-JS-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN JOB STEP TABLE, STATUS '
                        WS-JS-STATUS
                MOVE 'N' TO WS-TABLE-FLAG
                GO TO LOAD-STEPS-EXIT
             END-IF.
             PERFORM READ-STEP.
             PERFORM STORE-STEP THRU STORE-STEP-EXIT
                UNTIL WS-JS-END.
             CLOSE STEP-FILE.
             IF WS-STEP-COUNT = 0 THEN
                DISPLAY 'JOB STEP TABLE IS EMPTY'
                MOVE 'N' TO WS-TABLE-FLAG
             END-IF.
          LOAD-STEPS-EXIT.
             EXIT.

          READ-STEP.
             READ STEP-FILE
                AT END SET WS-JS-END TO TRUE
             END-READ.

          STORE-STEP.
             IF STEP-RECORD = SPACES THEN
                GO TO STORE-STEP-READ
             END-IF.
             IF WS-STEP-COUNT >= 30 THEN
                DISPLAY 'JOB STEP TABLE FULL AT STEP ' JS-STEP-NAME
                MOVE 'N' TO WS-TABLE-FLAG
                GO TO STORE-STEP-READ
             END-IF.
             IF JS-STEP-NAME = SPACES OR JS-PROGRAM = SPACES THEN
                DISPLAY 'STEP NAME OR PROGRAM MISSING: ' STEP-RECORD
                MOVE 'N' TO WS-TABLE-FLAG
                GO TO STORE-STEP-READ
             END-IF.
             IF JS-FREQUENCY = SPACE THEN
                MOVE 'D' TO JS-FREQUENCY
             END-IF.
             IF JS-FREQUENCY NOT = 'D' AND JS-FREQUENCY NOT = 'M' THEN
                DISPLAY 'STEP ' JS-STEP-NAME ' FREQUENCY MUST BE D OR M'
                MOVE 'N' TO WS-TABLE-FLAG
                GO TO STORE-STEP-READ
             END-IF.
             IF JS-MAX-RC-X = SPACES THEN
                MOVE 0 TO JS-MAX-RC
             END-IF.
             IF JS-MAX-RC IS NOT NUMERIC THEN
                DISPLAY 'STEP ' JS-STEP-NAME ' MAXIMUM RC '
                        JS-MAX-RC-X ' NOT NUMERIC'
                MOVE 'N' TO WS-TABLE-FLAG
                GO TO STORE-STEP-READ
             END-IF.
             PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-STEP-COUNT
                IF WS-ST-NAME(WS-Q) = JS-STEP-NAME THEN
                   DISPLAY 'DUPLICATE STEP ' JS-STEP-NAME
                   MOVE 'N' TO WS-TABLE-FLAG
                END-IF
             END-PERFORM.
             PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                IF JS-PRED(WS-P) NOT = SPACES THEN
                   MOVE 'N' TO WS-FOUND-FLAG
                   PERFORM VARYING WS-Q FROM 1 BY 1
                      UNTIL WS-Q > WS-STEP-COUNT
                      IF WS-ST-NAME(WS-Q) = JS-PRED(WS-P) THEN
                         MOVE 'Y' TO WS-FOUND-FLAG
                      END-IF
                   END-PERFORM
                   IF NOT WS-STEP-FOUND THEN
                      DISPLAY 'STEP ' JS-STEP-NAME ' PREDECESSOR '
                              JS-PRED(WS-P) ' NOT AN EARLIER STEP'
                      MOVE 'N' TO WS-TABLE-FLAG
                   END-IF
                END-IF
             END-PERFORM.
             ADD 1 TO WS-STEP-COUNT.
             MOVE JS-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT).
             MOVE JS-PROGRAM TO WS-ST-PROGRAM(WS-STEP-COUNT).
             MOVE JS-FREQUENCY TO WS-ST-FREQUENCY(WS-STEP-COUNT).
             MOVE JS-MAX-RC TO WS-ST-MAX-RC(WS-STEP-COUNT).
             PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                MOVE JS-PRED(WS-P) TO WS-ST-PRED(WS-STEP-COUNT WS-P)
             END-PERFORM.
             MOVE SPACE TO WS-ST-STATE(WS-STEP-COUNT).
          STORE-STEP-READ.
             PERFORM READ-STEP.
          STORE-STEP-EXIT.
             EXIT.

          OPEN-RUNLOG.
             IF WS-FRESH-START THEN
                GO TO OPEN-RUNLOG-EXTEND
             END-IF.
             OPEN INPUT RUNLOG-FILE.
             IF WS-RG-STATUS NOT = '00' THEN
                GO TO OPEN-RUNLOG-EXTEND
             END-IF.
             PERFORM READ-RUNLOG.
             PERFORM SCAN-RUNLOG THRU SCAN-RUNLOG-EXIT
                UNTIL WS-RG-END.
             CLOSE RUNLOG-FILE.
             PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-STEP-COUNT
                IF WS-ST-COMPLETE(WS-Q) THEN
                   ADD 1 TO WS-RESTART-COUNT
                END-IF
             END-PERFORM.
          OPEN-RUNLOG-EXTEND.
             OPEN EXTEND RUNLOG-FILE.
             IF WS-RG-STATUS = '35' THEN
                OPEN OUTPUT RUNLOG-FILE
             END-IF.
             IF WS-RG-STATUS NOT = '00' THEN
                DISPLAY 'CANNOT OPEN RUN LOG, STATUS ' WS-RG-STATUS
                        ', CYCLE NOT STARTED'
                GO TO OPEN-RUNLOG-EXIT
             END-IF.
             MOVE 'Y' TO WS-RG-OPEN-FLAG.
          OPEN-RUNLOG-EXIT.
             EXIT.

          READ-RUNLOG.
             READ RUNLOG-FILE
                AT END SET WS-RG-END TO TRUE
             END-READ.

          SCAN-RUNLOG.
             ADD 1 TO WS-LOG-READ-COUNT.
             IF RG-CYCLE-DATE NOT = WS-CYCLE-DATE THEN
                GO TO SCAN-RUNLOG-READ
             END-IF.
             IF RG-EVENT = 'RESET' THEN
                PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-STEP-COUNT
                   MOVE SPACE TO WS-ST-STATE(WS-Q)
                END-PERFORM
                GO TO SCAN-RUNLOG-READ
             END-IF.
             IF RG-EVENT NOT = 'END' THEN
                GO TO SCAN-RUNLOG-READ
             END-IF.
             PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-STEP-COUNT
                IF WS-ST-NAME(WS-Q) = RG-STEP THEN
                   IF RG-STATUS = 'OK' THEN
                      MOVE 'C' TO WS-ST-STATE(WS-Q)
                   ELSE
                      MOVE SPACE TO WS-ST-STATE(WS-Q)
                   END-IF
                END-IF
             END-PERFORM.
          SCAN-RUNLOG-READ.
             PERFORM READ-RUNLOG.
          SCAN-RUNLOG-EXIT.
             EXIT.

          RUN-STEP.
             MOVE WS-ST-NAME(WS-S) TO WS-LINE-STEP.
             MOVE WS-ST-PROGRAM(WS-S) TO WS-LINE-PROGRAM.
             MOVE WS-ST-FREQUENCY(WS-S) TO WS-LINE-FREQ.
             MOVE WS-ST-MAX-RC(WS-S) TO WS-LINE-MAX.
             MOVE SPACES TO WS-LINE-RC.
             MOVE WS-ST-NAME(WS-S) TO WS-LOG-STEP.
             MOVE WS-ST-PROGRAM(WS-S) TO WS-LOG-PROGRAM.
             MOVE 0 TO WS-LOG-RC.
             IF WS-ST-COMPLETE(WS-S) THEN
                MOVE 'COMPLETE' TO WS-LINE-STATUS
                DISPLAY WS-LINE
                ADD 1 TO WS-DONE-COUNT
                MOVE 'SKIP' TO WS-LOG-EVENT
                MOVE 'COMPLETE' TO WS-LOG-STATUS
                PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT
                GO TO RUN-STEP-EXIT
             END-IF.
             IF WS-ST-MONTH-END(WS-S) AND NOT WS-MONTH-END THEN
                MOVE 'N' TO WS-ST-STATE(WS-S)
                MOVE 'NOT DUE' TO WS-LINE-STATUS
                DISPLAY WS-LINE
                ADD 1 TO WS-NOTDUE-COUNT
                MOVE 'SKIP' TO WS-LOG-EVENT
                MOVE 'NOT DUE' TO WS-LOG-STATUS
                PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT
                GO TO RUN-STEP-EXIT
             END-IF.
             PERFORM CHECK-PREDS THRU CHECK-PREDS-EXIT.
             IF NOT WS-PREDS-MET THEN
                MOVE 'HELD' TO WS-LINE-STATUS
                DISPLAY WS-LINE
                MOVE 'HELD' TO WS-LOG-EVENT
                MOVE 'PRED OPEN' TO WS-LOG-STATUS
                PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT
                MOVE 'Y' TO WS-STOP-FLAG
                IF WS-CYCLE-RC < 8 THEN
                   MOVE 8 TO WS-CYCLE-RC
                END-IF
                GO TO RUN-STEP-EXIT
             END-IF.
             MOVE 'START' TO WS-LOG-EVENT.
             MOVE 'RUNNING' TO WS-LOG-STATUS.
             PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT.
             ADD 1 TO WS-RUN-COUNT.
             MOVE WS-ST-PROGRAM(WS-S) TO WS-CALL-NAME.
             MOVE 'Y' TO WS-CALL-FLAG.
             MOVE 0 TO RETURN-CODE.
             CALL WS-CALL-NAME
                ON EXCEPTION
                   MOVE 'N' TO WS-CALL-FLAG
             END-CALL.
             IF WS-CALL-OK THEN
                MOVE RETURN-CODE TO WS-STEP-RC
                CANCEL WS-CALL-NAME
             ELSE
                DISPLAY 'PROGRAM ' WS-CALL-NAME ' NOT FOUND'
                MOVE 12 TO WS-STEP-RC
             END-IF.
             MOVE 0 TO RETURN-CODE.
             IF WS-STEP-RC < 0 THEN
                MOVE 12 TO WS-STEP-RC
             END-IF.
             MOVE WS-STEP-RC TO WS-RC-EDIT.
             MOVE WS-RC-EDIT TO WS-LINE-RC.
             MOVE WS-STEP-RC TO WS-LOG-RC.
             MOVE 'END' TO WS-LOG-EVENT.
             IF WS-CALL-OK AND WS-STEP-RC <= WS-ST-MAX-RC(WS-S) THEN
                MOVE 'C' TO WS-ST-STATE(WS-S)
                MOVE 'OK' TO WS-LINE-STATUS
                MOVE 'OK' TO WS-LOG-STATUS
                IF WS-STEP-RC > WS-CYCLE-RC THEN
                   MOVE WS-STEP-RC TO WS-CYCLE-RC
                END-IF
             ELSE
                MOVE 'F' TO WS-ST-STATE(WS-S)
                ADD 1 TO WS-FAIL-COUNT
                MOVE 'Y' TO WS-STOP-FLAG
                IF WS-CALL-OK THEN
                   MOVE 'FAILED' TO WS-LINE-STATUS
                   MOVE 'FAILED' TO WS-LOG-STATUS
                ELSE
                   MOVE 'NOT FOUND' TO WS-LINE-STATUS
                   MOVE 'NOT FOUND' TO WS-LOG-STATUS
                END-IF
                IF WS-STEP-RC > WS-CYCLE-RC THEN
                   MOVE WS-STEP-RC TO WS-CYCLE-RC
                END-IF
                IF WS-CYCLE-RC < 8 THEN
                   MOVE 8 TO WS-CYCLE-RC
                END-IF
             END-IF.
             DISPLAY WS-LINE.
             PERFORM WRITE-RUNLOG THRU WRITE-RUNLOG-EXIT.
          RUN-STEP-EXIT.
             EXIT.

          CHECK-PREDS.
             MOVE 'Y' TO WS-PRED-FLAG.
             PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                IF WS-ST-PRED(WS-S WS-P) NOT = SPACES THEN
                   PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q >= WS-S
                      IF WS-ST-NAME(WS-Q) = WS-ST-PRED(WS-S WS-P)
                         AND NOT WS-ST-COMPLETE(WS-Q)
                         AND NOT WS-ST-NOT-DUE(WS-Q) THEN
                         MOVE 'N' TO WS-PRED-FLAG
                         DISPLAY 'STEP ' WS-ST-NAME(WS-S)
                                 ' HELD, PREDECESSOR '
                                 WS-ST-NAME(WS-Q) ' NOT COMPLETE'
                      END-IF
                   END-PERFORM
                END-IF
             END-PERFORM.
          CHECK-PREDS-EXIT.
             EXIT.

          WRITE-RUNLOG.
             ACCEPT WS-DATE-NOW FROM DATE YYYYMMDD.
             ACCEPT WS-TIME-NOW FROM TIME.
             MOVE WS-CYCLE-DATE TO RG-CYCLE-DATE.
             MOVE WS-LOG-STEP TO RG-STEP.
             MOVE WS-LOG-PROGRAM TO RG-PROGRAM.
             MOVE WS-LOG-EVENT TO RG-EVENT.
             MOVE WS-DATE-NOW TO RG-DATE.
             MOVE WS-TIME-NOW TO RG-TIME.
             MOVE WS-LOG-RC TO RG-RETURN-CODE.
             MOVE WS-LOG-STATUS TO RG-STATUS.
             WRITE RUNLOG-RECORD.
             IF WS-RG-STATUS NOT = '00' THEN
                DISPLAY 'RUN LOG WRITE FAILED, STATUS ' WS-RG-STATUS
             END-IF.
          WRITE-RUNLOG-EXIT.
             EXIT.
