               SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT OPTIONAL CTL-FILE ASSIGN TO 'streamctl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
               SELECT STEPSTAT-FILE ASSIGN TO DYNAMIC WS-STEPSTAT-NAME
                   03 WS-PLAN-PRE1 PIC X(12).
                   03 WS-PLAN-PRE2 PIC X(12).
                   03 WS-PLAN-PRE3 PIC X(12).
                   03 WS-PLAN-TARGET PIC 9(4).
                   03 WS-PLAN-START PIC X(21).
           01 WS-NDONE PIC 99 VALUE ZERO.
           01 WS-DONE-TAB.
               02 WS-DONE-ENT OCCURS 50 TIMES.
           01 WS-STAT-OUTCOME PIC X(17).
           01 WS-STAT-RUNDATE PIC X(8).
           01 WS-CTL-DETAIL PIC X(120).
           01 WS-WINDOW PIC X(4) VALUE SPACES.
           01 WS-TS-START PIC X(21).
           01 WS-TS-WORK.
               02 WS-TW-DATE PIC 9(8).
               02 WS-TW-HH PIC 99.
               02 WS-TW-MM PIC 99.
               02 WS-TW-SS PIC 99.
               02 FILLER PIC X(7).
           01 WS-START-SECS PIC 9(12).
           01 WS-END-SECS PIC 9(12).
           01 WS-ELAPSED PIC 9(6).
           01 WS-COMPLETE-DETAIL.
               02 WS-CD-STEP PIC X(12).
               02 FILLER PIC X(10) VALUE '|COMPLETE|'.
               02 WS-CD-END PIC X(21).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-START PIC X(21).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-ELAPSED PIC 9(6).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-TARGET PIC 9(4).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
                           IF PLAN-LINE = SPACES THEN
                               CONTINUE
                           ELSE
      *                    THE BATCH WINDOW DEADLINE - HHMM, RUN DATE
                           IF PLAN-LINE(1:7) = 'WINDOW|' THEN
                               MOVE PLAN-LINE(8:4) TO WS-WINDOW
                           ELSE
                           IF WS-NSTEPS < 50 THEN
                               ADD 1 TO WS-NSTEPS
                               MOVE SPACES TO WS-PLAN-ENT(WS-NSTEPS)
                                   WS-PLAN-PRE1(WS-NSTEPS)
                                   WS-PLAN-PRE2(WS-NSTEPS)
                                   WS-PLAN-PRE3(WS-NSTEPS)
                                   WS-PLAN-TARGET(WS-NSTEPS)
                               IF WS-PLAN-TARGET(WS-NSTEPS) IS NOT
                                   NUMERIC THEN
                                   MOVE 0 TO WS-PLAN-TARGET(WS-NSTEPS)
                               END-IF
                           ELSE
                               DISPLAY 'JOB PLAN TABLE FULL AT '
                                   WS-NSTEPS ' - EXCESS IGNORED'
                               MOVE 'Y' TO WS-EOF
                           END-IF
                           END-IF
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE PLAN-FILE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-WINDOW NOT = SPACES AND WS-WINDOW IS NOT NUMERIC THEN
               DISPLAY 'JOB PLAN WINDOW ' WS-WINDOW ' IS NOT HHMM'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    LOAD THE STEP CONTROL RECORDS - THE FILE IS CUMULATIVE,
      *    ONE COMPLETION PER STEP PER NIGHT, AND THE LATEST RECORD
                           UNSTRING CTL-LINE DELIMITED BY '|'
                               INTO WS-CTL-STEP WS-CTL-STATE
                               WS-CTL-TS
      *                    THE FIRST RELEASE OF A STEP TONIGHT IS ITS
      *                    START TIME
                           IF WS-CTL-STATE = 'STARTED' AND
                               WS-CTL-TS(1:8) = WS-TODAY THEN
                               PERFORM VARYING WS-PX FROM 1 BY 1
                                   UNTIL WS-PX > WS-NSTEPS
                                   IF WS-PLAN-STEP(WS-PX) = WS-CTL-STEP
                                       AND WS-PLAN-START(WS-PX) = SPACES
                                       THEN
                                       MOVE WS-CTL-TS
                                           TO WS-PLAN-START(WS-PX)
                                   END-IF
                               END-PERFORM
                           END-IF
                           IF WS-CTL-STATE = 'COMPLETE' THEN
                               MOVE 0 TO WS-DONE-IX
                               PERFORM VARYING WS-DX FROM 1 BY 1
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.
      *    A FIRST NIGHT WITH NO CONTROL FILE OPENS EMPTY
           IF WS-CTL-STATUS = '05' THEN
               CLOSE CTL-FILE
           END-IF.

      *    WALK THE PLAN - SKIP STEPS ALREADY COMPLETED TONIGHT,
      *    VERIFY PREREQUISITES, THEN JUDGE EACH STEP BY THE OUTCOME
                   END-PERFORM
                   IF WS-STAT-OUTCOME = SPACES OR
                       WS-STAT-RUNDATE NOT = WS-TODAY THEN
                       MOVE FUNCTION CURRENT-DATE TO WS-TS
                       IF WS-PLAN-START(WS-PX) = SPACES THEN
                           OPEN EXTEND CTL-FILE
                           MOVE SPACES TO WS-CTL-DETAIL
                           STRING WS-PLAN-STEP(WS-PX) DELIMITED BY SPACE
                               '|STARTED|' DELIMITED BY SIZE
                               WS-TS DELIMITED BY SIZE
                               INTO WS-CTL-DETAIL
                           WRITE CTL-LINE FROM WS-CTL-DETAIL
                           CLOSE CTL-FILE
                       END-IF
                       DISPLAY 'RELEASE STEP ' WS-PLAN-STEP(WS-PX)
                           ' - RUN IT, THEN RERUN THE CONTROLLER'
                       IF WS-WINDOW NOT = SPACES AND
                           WS-TS(9:4) > WS-WINDOW THEN
                           DISPLAY 'WARNING - BATCH WINDOW DEADLINE '
                               WS-WINDOW ' HAS PASSED'
                       END-IF
                       MOVE 4 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-STAT-OUTCOME = 'CLEAN' OR
                       WS-STAT-OUTCOME = 'EXCEPTIONS' THEN
                       MOVE FUNCTION CURRENT-DATE TO WS-TS
      *                ELAPSED IS FROM THE FIRST RELEASE TONIGHT TO THE
      *                CONTROLLER SEEING THE STEP FINISHED - A STEP RUN
      *                WITHOUT BEING RELEASED HAS NO START AND IS NOT
      *                TIMED
                       MOVE 0 TO WS-ELAPSED
                       MOVE WS-PLAN-START(WS-PX) TO WS-TS-START
                       IF WS-TS-START NOT = SPACES THEN
                           MOVE WS-TS-START TO WS-TS-WORK
                           COMPUTE WS-START-SECS =
                               FUNCTION INTEGER-OF-DATE (WS-TW-DATE)
                               * 86400 + WS-TW-HH * 3600
                               + WS-TW-MM * 60 + WS-TW-SS
                           MOVE WS-TS TO WS-TS-WORK
                           COMPUTE WS-END-SECS =
                               FUNCTION INTEGER-OF-DATE (WS-TW-DATE)
                               * 86400 + WS-TW-HH * 3600
                               + WS-TW-MM * 60 + WS-TW-SS
                           IF WS-END-SECS > WS-START-SECS THEN
                               COMPUTE WS-ELAPSED =
                                   WS-END-SECS - WS-START-SECS
                           END-IF
                       END-IF
                       OPEN EXTEND CTL-FILE
                       MOVE WS-PLAN-STEP(WS-PX) TO WS-CD-STEP
                       MOVE WS-TS TO WS-CD-END
                       MOVE WS-TS-START TO WS-CD-START
                       MOVE WS-ELAPSED TO WS-CD-ELAPSED
                       MOVE WS-PLAN-TARGET(WS-PX) TO WS-CD-TARGET
                       MOVE SPACES TO WS-CTL-DETAIL
                       STRING WS-CD-STEP DELIMITED BY SPACE
                           WS-COMPLETE-DETAIL(13:) DELIMITED BY SIZE
                           INTO WS-CTL-DETAIL
                       WRITE CTL-LINE FROM WS-CTL-DETAIL
                       CLOSE CTL-FILE
                       IF WS-TS-START NOT = SPACES AND
                           WS-PLAN-TARGET(WS-PX) > 0 AND
                           WS-ELAPSED > WS-PLAN-TARGET(WS-PX) * 60 THEN
                           DISPLAY 'STEP ' WS-PLAN-STEP(WS-PX)
                               ' OVER TARGET - ' WS-ELAPSED
                               ' SECONDS, TARGET '
                               WS-PLAN-TARGET(WS-PX) ' MINUTES'
                       END-IF
                       IF WS-DONE-IX = 0 AND WS-NDONE < 50 THEN
                           ADD 1 TO WS-NDONE
                           MOVE WS-NDONE TO WS-DONE-IX
              END-PERFORM.
           DISPLAY 'STREAM COMPLETE - ALL ' WS-NSTEPS
               ' STEP(S) ACCOUNTED FOR'.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           IF WS-WINDOW NOT = SPACES AND WS-TS(9:4) > WS-WINDOW THEN
               DISPLAY 'BATCH WINDOW DEADLINE ' WS-WINDOW ' MISSED'
           END-IF.
           STOP RUN.
