      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_slarpt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
               SELECT CTL-FILE ASSIGN TO 'streamctl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'sla_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PLAN-FILE.
           01 PLAN-LINE PIC X(100).

           FD CTL-FILE.
           01 CTL-LINE PIC X(120).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-PLAN-NAME PIC X(100).
           01 WS-PLAN-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNDATE PIC X(8).
           01 WS-RPTDATE PIC X(8).
           01 WS-TS PIC X(21).
           01 WS-WINDOW PIC X(4) VALUE SPACES.
           01 WS-WINDOW-R REDEFINES WS-WINDOW.
               02 WS-WIN-HH PIC 99.
               02 WS-WIN-MM PIC 99.
           01 WS-NSTEPS PIC 99 VALUE ZERO.
      *    ONE ENTRY PER JOB PLAN STEP - TONIGHT'S TIMINGS AND THE
      *    TRAILING NIGHTS THAT FEED THE AVERAGE
           01 WS-PLAN-TAB.
               02 WS-PLAN-ENT OCCURS 50 TIMES.
                   03 WS-PLAN-STEP PIC X(12).
                   03 WS-PLAN-STATFILE PIC X(40).
                   03 WS-PLAN-PRE1 PIC X(12).
                   03 WS-PLAN-PRE2 PIC X(12).
                   03 WS-PLAN-PRE3 PIC X(12).
                   03 WS-PLAN-TARGET PIC 9(4).
                   03 WS-SL-DONE PIC A(1).
                   03 WS-SL-START PIC X(21).
                   03 WS-SL-END PIC X(21).
                   03 WS-SL-ELAPSED PIC 9(6).
                   03 WS-SL-AVG-SUM PIC 9(9).
                   03 WS-SL-AVG-CNT PIC 9(4).
           01 WS-PX PIC 99.
           01 WS-CTL-STEP PIC X(12).
           01 WS-CTL-STATE PIC X(12).
           01 WS-CTL-END PIC X(21).
           01 WS-CTL-START PIC X(21).
           01 WS-CTL-ELAPSED PIC 9(6).
           01 WS-CTL-TARGET PIC 9(4).
           01 WS-CTL-DATE PIC 9(8).
           01 WS-RPT-DAYNO PIC 9(8).
           01 WS-CTL-DAYNO PIC 9(8).
           01 WS-NUM-ENV PIC X(3).
           01 WS-NUM-LEN PIC 9.
           01 WS-SLADAYS PIC 999 VALUE 7.
           01 WS-SLATREND PIC 999 VALUE 125.
           01 WS-SLAWARN PIC 999 VALUE 80.
           01 WS-TARGET-SECS PIC 9(7).
           01 WS-AVG-SECS PIC 9(7).
           01 WS-PCT PIC 9(5).
           01 WS-DONE-CNT PIC 99 VALUE ZERO.
           01 WS-BREACH-CNT PIC 99 VALUE ZERO.
           01 WS-NEAR-CNT PIC 99 VALUE ZERO.
           01 WS-TREND-CNT PIC 99 VALUE ZERO.
           01 WS-UNTIMED-CNT PIC 99 VALUE ZERO.
           01 WS-FIRST-START PIC X(21) VALUE SPACES.
           01 WS-LAST-END PIC X(21) VALUE SPACES.
           01 WS-TS-WORK.
               02 WS-TW-DATE PIC 9(8).
               02 WS-TW-HH PIC 99.
               02 WS-TW-MM PIC 99.
               02 WS-TW-SS PIC 99.
               02 FILLER PIC X(7).
           01 WS-START-SECS PIC 9(12).
           01 WS-END-SECS PIC 9(12).
           01 WS-WINDOW-SECS PIC 9(7).
           01 WS-NOW-SECS PIC 9(7).
           01 WS-PROJ-SECS PIC 9(7).
           01 WS-HMS-SECS PIC 9(7).
           01 WS-HMS-REM PIC 9(7).
           01 WS-HMS.
               02 WS-HMS-HH PIC 99.
               02 FILLER PIC X(1) VALUE ':'.
               02 WS-HMS-MM PIC 99.
               02 FILLER PIC X(1) VALUE ':'.
               02 WS-HMS-SS PIC 99.
           01 WS-RPT-HDR1.
               02 FILLER PIC X(34) VALUE
                   'BATCH WINDOW SLA REPORT FOR RUN OF'.
               02 FILLER PIC X(1) VALUE SPACE.
               02 WS-RH-DATE PIC X(8).
               02 FILLER PIC X(23) VALUE '   TRAILING AVERAGE OF '.
               02 WS-RH-DAYS PIC ZZ9.
               02 FILLER PIC X(7) VALUE ' NIGHTS'.
           01 WS-RPT-HDR2.
               02 FILLER PIC X(14) VALUE 'STEP'.
               02 FILLER PIC X(10) VALUE 'START'.
               02 FILLER PIC X(10) VALUE 'END'.
               02 FILLER PIC X(10) VALUE 'ELAPSED'.
               02 FILLER PIC X(10) VALUE 'TARGET'.
               02 FILLER PIC X(10) VALUE 'TRAIL AVG'.
               02 FILLER PIC X(7) VALUE 'NIGHTS'.
               02 FILLER PIC X(8) VALUE 'VS AVG'.
               02 FILLER PIC X(13) VALUE 'SLA'.
               02 FILLER PIC X(10) VALUE 'TREND'.
           01 WS-RPT-BLANK PIC X(132) VALUE SPACES.
           01 WS-RPT-DETAIL.
               02 WS-RD-STEP PIC X(12).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-START PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-END PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-ELAPSED PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-TARGET PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-AVG PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-NIGHTS PIC ZZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 WS-RD-PCT PIC X(5).
               02 FILLER PIC X(3) VALUE SPACES.
               02 WS-RD-SLA PIC X(11).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-TREND PIC X(20).
           01 WS-PCT-OUT.
               02 WS-PCT-NUM PIC ZZZ9.
               02 FILLER PIC X(1) VALUE '%'.
           01 WS-RPT-STREAM.
               02 WS-RS-NAME PIC X(28).
               02 WS-RS-TEXT PIC X(40).
           01 WS-RPT-COUNT.
               02 WS-RC-NAME PIC X(28).
               02 WS-RC-OUT PIC Z9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           MOVE WS-TS(1:8) TO WS-RUNDATE.
      *    SLADATE REPORTS AN EARLIER NIGHT - DEFAULT IS TODAY
           MOVE SPACES TO WS-RPTDATE.
           ACCEPT WS-RPTDATE FROM ENVIRONMENT 'SLADATE'.
           IF WS-RPTDATE = SPACES THEN
               MOVE WS-RUNDATE TO WS-RPTDATE
           END-IF.
           IF WS-RPTDATE IS NOT NUMERIC THEN
               DISPLAY 'SLADATE MUST BE YYYYMMDD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RPTDATE TO WS-CTL-DATE.
           COMPUTE WS-RPT-DAYNO =
               FUNCTION INTEGER-OF-DATE (WS-CTL-DATE).

      *    SLADAYS - NIGHTS IN THE TRAILING AVERAGE (DEFAULT 7)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'SLADAYS'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'SLADAYS MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-SLADAYS
           END-IF.
           IF WS-SLADAYS = 0 THEN
               DISPLAY 'SLADAYS MUST BE 1 TO 999'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    SLATREND - PERCENT OF THE TRAILING AVERAGE THAT FLAGS A STEP
      *    AS RUNNING LONG (DEFAULT 125)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'SLATREND'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'SLATREND MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-SLATREND
           END-IF.
      *    SLAWARN - PERCENT OF TARGET THAT FLAGS A STEP AS NEARING
      *    ITS TARGET (DEFAULT 80)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'SLAWARN'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'SLAWARN MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-SLAWARN
           END-IF.

      *    LOAD THE JOB PLAN - THE SAME FILE THE STREAM CONTROLLER RUNS
           MOVE SPACES TO WS-PLAN-NAME.
           ACCEPT WS-PLAN-NAME FROM ENVIRONMENT 'JOBPLAN'.
           IF WS-PLAN-NAME = SPACES THEN
               MOVE 'jobplan.txt' TO WS-PLAN-NAME
           END-IF.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-PLAN-NAME
                   ' - FILE STATUS ' WS-PLAN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ PLAN-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF PLAN-LINE = SPACES THEN
                               CONTINUE
                           ELSE
                           IF PLAN-LINE(1:7) = 'WINDOW|' THEN
                               MOVE PLAN-LINE(8:4) TO WS-WINDOW
                           ELSE
                           IF WS-NSTEPS < 50 THEN
                               ADD 1 TO WS-NSTEPS
                               MOVE SPACES TO WS-PLAN-ENT(WS-NSTEPS)
                               UNSTRING PLAN-LINE DELIMITED BY '|'
                                   INTO WS-PLAN-STEP(WS-NSTEPS)
                                   WS-PLAN-STATFILE(WS-NSTEPS)
                                   WS-PLAN-PRE1(WS-NSTEPS)
                                   WS-PLAN-PRE2(WS-NSTEPS)
                                   WS-PLAN-PRE3(WS-NSTEPS)
                                   WS-PLAN-TARGET(WS-NSTEPS)
                               IF WS-PLAN-TARGET(WS-NSTEPS) IS NOT
                                   NUMERIC THEN
                                   MOVE 0 TO WS-PLAN-TARGET(WS-NSTEPS)
                               END-IF
                               MOVE 'N' TO WS-SL-DONE(WS-NSTEPS)
                               MOVE 0 TO WS-SL-ELAPSED(WS-NSTEPS)
                               MOVE 0 TO WS-SL-AVG-SUM(WS-NSTEPS)
                               MOVE 0 TO WS-SL-AVG-CNT(WS-NSTEPS)
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
           IF WS-NSTEPS = 0 THEN
               DISPLAY 'JOB PLAN ' WS-PLAN-NAME ' IS EMPTY'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-WINDOW NOT = SPACES AND WS-WINDOW IS NOT NUMERIC THEN
               DISPLAY 'JOB PLAN WINDOW ' WS-WINDOW ' IS NOT HHMM'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    COMPLETIONS ON THE REPORT DATE GIVE TONIGHT'S TIMINGS - THE
      *    LATEST RECORD FOR A STEP WINS. TIMED COMPLETIONS ON THE
      *    TRAILING NIGHTS BUILD THE AVERAGE
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00' THEN
               DISPLAY 'streamctl.txt NOT FOUND - NO STEP TIMINGS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ CTL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           MOVE SPACES TO WS-CTL-STEP
                           MOVE SPACES TO WS-CTL-STATE
                           MOVE SPACES TO WS-CTL-END
                           MOVE SPACES TO WS-CTL-START
                           MOVE 0 TO WS-CTL-ELAPSED
                           MOVE 0 TO WS-CTL-TARGET
                           UNSTRING CTL-LINE DELIMITED BY '|'
                               INTO WS-CTL-STEP WS-CTL-STATE
                               WS-CTL-END WS-CTL-START
                               WS-CTL-ELAPSED WS-CTL-TARGET
                           IF WS-CTL-STATE = 'COMPLETE' AND
                               WS-CTL-END(1:8) IS NUMERIC THEN
                               MOVE WS-CTL-END(1:8) TO WS-CTL-DATE
                               COMPUTE WS-CTL-DAYNO =
                                   FUNCTION INTEGER-OF-DATE
                                   (WS-CTL-DATE)
                               PERFORM VARYING WS-PX FROM 1 BY 1
                                   UNTIL WS-PX > WS-NSTEPS
                                   IF WS-PLAN-STEP(WS-PX) = WS-CTL-STEP
                                       THEN
                                       IF WS-CTL-DAYNO = WS-RPT-DAYNO
                                           THEN
                                           MOVE 'Y' TO WS-SL-DONE(WS-PX)
                                           MOVE WS-CTL-START
                                               TO WS-SL-START(WS-PX)
                                           MOVE WS-CTL-END
                                               TO WS-SL-END(WS-PX)
                                           MOVE WS-CTL-ELAPSED
                                               TO WS-SL-ELAPSED(WS-PX)
                                       END-IF
                                       IF WS-CTL-DAYNO < WS-RPT-DAYNO
                                           AND WS-CTL-DAYNO NOT <
                                           WS-RPT-DAYNO - WS-SLADAYS
                                           AND WS-CTL-START NOT = SPACES
                                           THEN
                                           ADD WS-CTL-ELAPSED
                                               TO WS-SL-AVG-SUM(WS-PX)
                                           ADD 1 TO WS-SL-AVG-CNT(WS-PX)
                                       END-IF
                                   END-IF
                               END-PERFORM
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE CTL-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPTDATE TO WS-RH-DATE.
           MOVE WS-SLADAYS TO WS-RH-DAYS.
           WRITE REPORT-LINE FROM WS-RPT-HDR1.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-HDR2.
           MOVE 0 TO WS-PROJ-SECS.
              PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-NSTEPS
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE WS-PLAN-STEP(WS-PX) TO WS-RD-STEP
                   COMPUTE WS-TARGET-SECS = WS-PLAN-TARGET(WS-PX) * 60
                   IF WS-TARGET-SECS > 0 THEN
                       MOVE WS-TARGET-SECS TO WS-HMS-SECS
                       DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
                           REMAINDER WS-HMS-REM
                       DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
                           REMAINDER WS-HMS-SS
                       MOVE WS-HMS TO WS-RD-TARGET
                   ELSE
                       MOVE '  --' TO WS-RD-TARGET
                   END-IF
                   MOVE 0 TO WS-AVG-SECS
                   MOVE WS-SL-AVG-CNT(WS-PX) TO WS-RD-NIGHTS
                   IF WS-SL-AVG-CNT(WS-PX) > 0 THEN
                       DIVIDE WS-SL-AVG-SUM(WS-PX) BY
                           WS-SL-AVG-CNT(WS-PX) GIVING WS-AVG-SECS
                           ROUNDED
                       MOVE WS-AVG-SECS TO WS-HMS-SECS
                       DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
                           REMAINDER WS-HMS-REM
                       DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
                           REMAINDER WS-HMS-SS
                       MOVE WS-HMS TO WS-RD-AVG
                   ELSE
                       MOVE '  --' TO WS-RD-AVG
                   END-IF
      *            A STEP NOT YET RUN ADDS ITS USUAL TIME (OR ITS
      *            TARGET WHEN IT HAS NO HISTORY) TO THE PROJECTION
                   IF WS-SL-DONE(WS-PX) = 'N' THEN
                       MOVE 'NOT RUN' TO WS-RD-SLA
                       IF WS-AVG-SECS > 0 THEN
                           ADD WS-AVG-SECS TO WS-PROJ-SECS
                       ELSE
                           ADD WS-TARGET-SECS TO WS-PROJ-SECS
                       END-IF
                   ELSE
                   ADD 1 TO WS-DONE-CNT
                   IF WS-LAST-END = SPACES OR
                       WS-SL-END(WS-PX) > WS-LAST-END THEN
                       MOVE WS-SL-END(WS-PX) TO WS-LAST-END
                   END-IF
                   MOVE WS-SL-END(WS-PX)(9:2) TO WS-RD-END(1:2)
                   MOVE ':' TO WS-RD-END(3:1)
                   MOVE WS-SL-END(WS-PX)(11:2) TO WS-RD-END(4:2)
                   MOVE ':' TO WS-RD-END(6:1)
                   MOVE WS-SL-END(WS-PX)(13:2) TO WS-RD-END(7:2)
                   IF WS-SL-START(WS-PX) = SPACES THEN
      *                RUN WITHOUT BEING RELEASED BY THE CONTROLLER
                       ADD 1 TO WS-UNTIMED-CNT
                       MOVE 'NOT TIMED' TO WS-RD-SLA
                   ELSE
                   IF WS-FIRST-START = SPACES OR
                       WS-SL-START(WS-PX) < WS-FIRST-START THEN
                       MOVE WS-SL-START(WS-PX) TO WS-FIRST-START
                   END-IF
                   MOVE WS-SL-START(WS-PX)(9:2) TO WS-RD-START(1:2)
                   MOVE ':' TO WS-RD-START(3:1)
                   MOVE WS-SL-START(WS-PX)(11:2) TO WS-RD-START(4:2)
                   MOVE ':' TO WS-RD-START(6:1)
                   MOVE WS-SL-START(WS-PX)(13:2) TO WS-RD-START(7:2)
                   MOVE WS-SL-ELAPSED(WS-PX) TO WS-HMS-SECS
                   DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
                       REMAINDER WS-HMS-REM
                   DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
                       REMAINDER WS-HMS-SS
                   MOVE WS-HMS TO WS-RD-ELAPSED
                   IF WS-TARGET-SECS = 0 THEN
                       MOVE 'NO TARGET' TO WS-RD-SLA
                   ELSE
                   IF WS-SL-ELAPSED(WS-PX) > WS-TARGET-SECS THEN
                       MOVE '*** BREACH' TO WS-RD-SLA
                       ADD 1 TO WS-BREACH-CNT
                   ELSE
                   IF WS-SL-ELAPSED(WS-PX) * 100 NOT <
                       WS-TARGET-SECS * WS-SLAWARN THEN
                       MOVE 'NEAR TARGET' TO WS-RD-SLA
                       ADD 1 TO WS-NEAR-CNT
                   ELSE
                       MOVE 'MET' TO WS-RD-SLA
                   END-IF
                   END-IF
                   END-IF
      *            THE TREND CHECK - TONIGHT AGAINST THE STEP'S OWN
      *            HISTORY, SO GROWTH SHOWS BEFORE THE TARGET IS HIT
                   IF WS-AVG-SECS > 0 THEN
                       COMPUTE WS-PCT ROUNDED =
                           WS-SL-ELAPSED(WS-PX) * 100 / WS-AVG-SECS
                       MOVE WS-PCT TO WS-PCT-NUM
                       MOVE WS-PCT-OUT TO WS-RD-PCT
                       IF WS-PCT > WS-SLATREND THEN
                           MOVE 'RUNNING LONG' TO WS-RD-TREND
                           ADD 1 TO WS-TREND-CNT
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   WRITE REPORT-LINE FROM WS-RPT-DETAIL
              END-PERFORM.

      *    THE STREAM AGAINST THE BATCH WINDOW
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'STREAM FIRST START:' TO WS-RS-NAME.
           MOVE SPACES TO WS-RS-TEXT.
           IF WS-FIRST-START NOT = SPACES THEN
               MOVE WS-FIRST-START(9:2) TO WS-RS-TEXT(1:2)
               MOVE ':' TO WS-RS-TEXT(3:1)
               MOVE WS-FIRST-START(11:2) TO WS-RS-TEXT(4:2)
               MOVE ':' TO WS-RS-TEXT(6:1)
               MOVE WS-FIRST-START(13:2) TO WS-RS-TEXT(7:2)
           ELSE
               MOVE 'NONE' TO WS-RS-TEXT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-STREAM.
           MOVE 'STREAM LAST END:' TO WS-RS-NAME.
           MOVE SPACES TO WS-RS-TEXT.
           IF WS-LAST-END NOT = SPACES THEN
               MOVE WS-LAST-END(9:2) TO WS-RS-TEXT(1:2)
               MOVE ':' TO WS-RS-TEXT(3:1)
               MOVE WS-LAST-END(11:2) TO WS-RS-TEXT(4:2)
               MOVE ':' TO WS-RS-TEXT(6:1)
               MOVE WS-LAST-END(13:2) TO WS-RS-TEXT(7:2)
           ELSE
               MOVE 'NONE' TO WS-RS-TEXT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-STREAM.
           IF WS-FIRST-START NOT = SPACES AND WS-LAST-END NOT = SPACES
               THEN
               MOVE WS-FIRST-START TO WS-TS-WORK
               COMPUTE WS-START-SECS =
                   FUNCTION INTEGER-OF-DATE (WS-TW-DATE)
                   * 86400 + WS-TW-HH * 3600
                   + WS-TW-MM * 60 + WS-TW-SS
               MOVE WS-LAST-END TO WS-TS-WORK
               COMPUTE WS-END-SECS =
                   FUNCTION INTEGER-OF-DATE (WS-TW-DATE)
                   * 86400 + WS-TW-HH * 3600
                   + WS-TW-MM * 60 + WS-TW-SS
               MOVE 0 TO WS-HMS-SECS
               IF WS-END-SECS > WS-START-SECS THEN
                   COMPUTE WS-HMS-SECS = WS-END-SECS - WS-START-SECS
               END-IF
               DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
                   REMAINDER WS-HMS-REM
               DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
                   REMAINDER WS-HMS-SS
               MOVE 'STREAM ELAPSED:' TO WS-RS-NAME
               MOVE WS-HMS TO WS-RS-TEXT
               WRITE REPORT-LINE FROM WS-RPT-STREAM
           END-IF.
           MOVE 'WINDOW DEADLINE:' TO WS-RS-NAME.
           MOVE SPACES TO WS-RS-TEXT.
           IF WS-WINDOW = SPACES THEN
               MOVE 'NOT SET IN JOB PLAN' TO WS-RS-TEXT
               WRITE REPORT-LINE FROM WS-RPT-STREAM
           ELSE
               MOVE WS-WINDOW(1:2) TO WS-RS-TEXT(1:2)
               MOVE ':' TO WS-RS-TEXT(3:1)
               MOVE WS-WINDOW(3:2) TO WS-RS-TEXT(4:2)
               WRITE REPORT-LINE FROM WS-RPT-STREAM
               COMPUTE WS-WINDOW-SECS =
                   WS-WIN-HH * 3600 + WS-WIN-MM * 60
               MOVE 'WINDOW STATUS:' TO WS-RS-NAME
               MOVE SPACES TO WS-RS-TEXT
               IF WS-DONE-CNT = WS-NSTEPS THEN
                   MOVE WS-LAST-END TO WS-TS-WORK
                   COMPUTE WS-END-SECS = WS-TW-HH * 3600
                       + WS-TW-MM * 60 + WS-TW-SS
                   IF WS-END-SECS > WS-WINDOW-SECS THEN
                       COMPUTE WS-HMS-SECS =
                           WS-END-SECS - WS-WINDOW-SECS
                       MOVE 'MISSED BY' TO WS-RS-TEXT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       COMPUTE WS-HMS-SECS =
                           WS-WINDOW-SECS - WS-END-SECS
                       MOVE 'MET WITH MARGIN OF' TO WS-RS-TEXT
                   END-IF
                   DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
                       REMAINDER WS-HMS-REM
                   DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
                       REMAINDER WS-HMS-SS
                   MOVE WS-HMS TO WS-RS-TEXT(20:8)
                   WRITE REPORT-LINE FROM WS-RPT-STREAM
               ELSE
      *            STREAM STILL OPEN - ON THE NIGHT ITSELF, PROJECT
      *            THE FINISH FROM NOW PLUS THE REMAINING STEPS
                   MOVE 'STREAM NOT COMPLETE' TO WS-RS-TEXT
                   WRITE REPORT-LINE FROM WS-RPT-STREAM
                   IF WS-RPTDATE = WS-RUNDATE THEN
                       MOVE WS-TS TO WS-TS-WORK
                       COMPUTE WS-NOW-SECS = WS-TW-HH * 3600
                           + WS-TW-MM * 60 + WS-TW-SS
                       ADD WS-NOW-SECS TO WS-PROJ-SECS
                       MOVE 'PROJECTED FINISH:' TO WS-RS-NAME
                       MOVE SPACES TO WS-RS-TEXT
                       MOVE WS-PROJ-SECS TO WS-HMS-SECS
                       DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
                           REMAINDER WS-HMS-REM
                       DIVIDE WS-HMS-REM BY 60 GIVING WS-HMS-MM
                           REMAINDER WS-HMS-SS
                       MOVE WS-HMS TO WS-RS-TEXT(1:8)
                       IF WS-PROJ-SECS > WS-WINDOW-SECS THEN
                           MOVE '*** WINDOW AT RISK' TO WS-RS-TEXT(11:)
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       WRITE REPORT-LINE FROM WS-RPT-STREAM
                   END-IF
               END-IF
           END-IF.

           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'STEPS COMPLETE:' TO WS-RC-NAME.
           MOVE WS-DONE-CNT TO WS-RC-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'STEPS OVER TARGET:' TO WS-RC-NAME.
           MOVE WS-BREACH-CNT TO WS-RC-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'STEPS NEAR TARGET:' TO WS-RC-NAME.
           MOVE WS-NEAR-CNT TO WS-RC-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'STEPS RUNNING LONG:' TO WS-RC-NAME.
           MOVE WS-TREND-CNT TO WS-RC-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'STEPS NOT TIMED:' TO WS-RC-NAME.
           MOVE WS-UNTIMED-CNT TO WS-RC-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           CLOSE REPORT-FILE.
           IF WS-BREACH-CNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'SLA REPORT WRITTEN - ' WS-BREACH-CNT
               ' STEP(S) OVER TARGET, ' WS-TREND-CNT
               ' RUNNING LONG'.
           STOP RUN.
