      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_dashbd.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RUNSTAT-FILE ASSIGN TO DYNAMIC WS-RUNSTAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
               SELECT FAILURE-FILE ASSIGN TO 'recon_failures.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILURE-STATUS.
               SELECT AGING-FILE ASSIGN TO 'exc_aging.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
               SELECT COMPL-FILE ASSIGN TO 'compliance_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPL-STATUS.
               SELECT CONFIRM-FILE ASSIGN TO 'ack_confirm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
               SELECT DASH-FILE ASSIGN TO 'ops_dashboard.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATUS-FILE ASSIGN TO 'runstatus_dashbd.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RUNSTAT-FILE.
           01 RUNSTAT-LINE PIC X(80).

           FD FAILURE-FILE.
           01 FAILURE-LINE PIC X(80).

           FD AGING-FILE.
           01 AGING-LINE PIC X(70).

           FD COMPL-FILE.
           01 COMPL-LINE PIC X(110).

           FD CONFIRM-FILE.
           01 CONFIRM-LINE PIC X(60).

           FD DASH-FILE.
           01 DASH-LINE PIC X(100).

           FD STATUS-FILE.
           01 STATUS-LINE PIC X(60).

           WORKING-STORAGE SECTION.
           01 WS-RUNSTAT-NAME PIC X(40).
           01 WS-RUNSTAT-STATUS PIC XX.
           01 WS-FAILURE-STATUS PIC XX.
           01 WS-AGING-STATUS PIC XX.
           01 WS-COMPL-STATUS PIC XX.
           01 WS-CONFIRM-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNDATE PIC X(8).
           01 WS-STATUS-DETAIL PIC X(60).
           01 WS-OUTCOME PIC X(17).
      *    THRESHOLDS - EACH MAY BE SET FROM THE ENVIRONMENT. A
      *    THRESHOLD OF ZERO NEVER TRIPS
           01 WS-NUM-ENV PIC X(3).
           01 WS-NUM-LEN PIC 9.
           01 WS-EXCAMBER PIC 999 VALUE 5.
           01 WS-EXCRED PIC 999 VALUE 10.
           01 WS-AGEAMBER PIC 999 VALUE 1.
           01 WS-AGERED PIC 999 VALUE 10.
           01 WS-BADGEAMBER PIC 999 VALUE 1.
           01 WS-BADGERED PIC 999 VALUE 10.
           01 WS-ACKRED PIC X(1) VALUE 'N'.
      *    THE SEVEN NIGHTLY STEPS WHOSE RUNSTATUS FILES ARE READ
           01 WS-STEP-NAMES.
               02 FILLER PIC X(10) VALUE 'P1'.
               02 FILLER PIC X(10) VALUE 'P2'.
               02 FILLER PIC X(10) VALUE 'DRIVER'.
               02 FILLER PIC X(10) VALUE 'CONSOL'.
               02 FILLER PIC X(10) VALUE 'RECON'.
               02 FILLER PIC X(10) VALUE 'ANALYTICS'.
               02 FILLER PIC X(10) VALUE 'EXTRACT'.
           01 WS-STEP-NAME-TAB REDEFINES WS-STEP-NAMES.
               02 WS-STEP-NAME PIC X(10) OCCURS 7 TIMES.
           01 WS-STEP-FILES.
               02 FILLER PIC X(10) VALUE 'p1'.
               02 FILLER PIC X(10) VALUE 'p2'.
               02 FILLER PIC X(10) VALUE 'driver'.
               02 FILLER PIC X(10) VALUE 'consol'.
               02 FILLER PIC X(10) VALUE 'recon'.
               02 FILLER PIC X(10) VALUE 'analytics'.
               02 FILLER PIC X(10) VALUE 'extract'.
           01 WS-STEP-FILE-TAB REDEFINES WS-STEP-FILES.
               02 WS-STEP-FILE PIC X(10) OCCURS 7 TIMES.
           01 WS-STEP-TAB.
               02 WS-ST-ENT OCCURS 7 TIMES.
                   03 WS-ST-OUTCOME PIC X(17).
                   03 WS-ST-DATE PIC X(8).
                   03 WS-ST-CURRENT PIC A(1).
                   03 WS-ST-RC PIC 99.
                   03 WS-ST-STATE PIC X(20).
                   03 WS-ST-NUMS.
                       04 WS-ST-NUM PIC 9(9) OCCURS 4 TIMES.
           01 WS-SX PIC 9.
           01 WS-FX PIC 9.
           01 WS-ST-LAST PIC 9.
           01 WS-STAT-FLDS.
               02 WS-STAT-FLD PIC X(20) OCCURS 8 TIMES.
           01 WS-FLDLEN PIC 99.
           01 WS-STEPS-RUN PIC 9 VALUE ZERO.
           01 WS-STEPS-FAILED PIC 9 VALUE ZERO.
           01 WS-STEPS-EXC PIC 9 VALUE ZERO.
      *    CONTROL TOTALS - COLUMNS P1, P2, DRIVER, RECON, CONSOL AND
      *    THE ROWS EACH STEP CARRIES. ONLY THE FIRST FOUR COLUMNS
      *    COVER THE SAME FILE AND MUST AGREE
           01 WS-CT-COLSTEPS PIC X(5) VALUE '12354'.
           01 WS-CT-ROWS.
               02 FILLER PIC X(25) VALUE 'RUCKSACKS           YYYYY'.
               02 FILLER PIC X(25) VALUE 'EXCEPTIONS          YYYNY'.
               02 FILLER PIC X(25) VALUE 'HALF-SPLIT TOTAL    YNYYY'.
               02 FILLER PIC X(25) VALUE 'GROUP BADGE TOTAL   NYYYY'.
           01 WS-CT-ROW-TAB REDEFINES WS-CT-ROWS.
               02 WS-CT-ROW OCCURS 4 TIMES.
                   03 WS-CT-LABEL PIC X(20).
                   03 WS-CT-SHOW PIC X(1) OCCURS 5 TIMES.
           01 WS-RX PIC 9.
           01 WS-CX PIC 9.
           01 WS-CT-REF PIC 9(9).
           01 WS-CT-REFSET PIC A(1).
           01 WS-CT-DIFFS PIC 9 VALUE ZERO.
           01 WS-EXC-PCT PIC 999V9 VALUE ZERO.
           01 WS-EXC-PCT-OK PIC A(1) VALUE 'N'.
      *    RECONCILIATION, AGING, COMPLIANCE AND ACKNOWLEDGMENT
           01 WS-FAIL-CNT PIC 9 VALUE ZERO.
           01 WS-FAIL-TAB.
               02 WS-FAIL-LINE PIC X(80) OCCURS 8 TIMES.
           01 WS-FAIL-FOUND PIC A(1) VALUE 'N'.
           01 WS-AGING-FOUND PIC A(1) VALUE 'N'.
           01 WS-AGING-DATE PIC X(8) VALUE SPACES.
           01 WS-AGING-ROWS PIC A(1) VALUE 'N'.
           01 WS-AGE-BUCKETS.
               02 WS-AGE-BUCKET PIC 9(5) OCCURS 3 TIMES.
           01 WS-AGE-OPEN PIC 9(5) VALUE ZERO.
           01 WS-BX PIC 9.
           01 WS-NUMWORK PIC X(5).
           01 WS-NUMVAL PIC 9(5).
           01 WS-COMPL-FOUND PIC A(1) VALUE 'N'.
           01 WS-BADGES PIC 9(5) VALUE ZERO.
           01 WS-ACK-STATE PIC X(1) VALUE 'N'.
           01 WS-ACK-TS PIC X(21) VALUE SPACES.
           01 WS-CF-FLDS.
               02 WS-CF-FLD PIC X(21) OCCURS 5 TIMES.
           01 WS-CF-COUNT PIC 9(9).
           01 WS-CF-HASH PIC 9(9).
      *    AREA RATINGS - 0 GREEN, 1 AMBER, 2 RED
           01 WS-AREA-NAMES.
               02 FILLER PIC X(20) VALUE 'STEP OUTCOMES'.
               02 FILLER PIC X(20) VALUE 'CONTROL TOTALS'.
               02 FILLER PIC X(20) VALUE 'RECONCILIATION'.
               02 FILLER PIC X(20) VALUE 'EXCEPTION AGING'.
               02 FILLER PIC X(20) VALUE 'BADGE COMPLIANCE'.
               02 FILLER PIC X(20) VALUE 'WAREHOUSE ACK'.
           01 WS-AREA-NAME-TAB REDEFINES WS-AREA-NAMES.
               02 WS-AREA-NAME PIC X(20) OCCURS 6 TIMES.
           01 WS-AREA-TAB.
               02 WS-AREA-ENT OCCURS 6 TIMES.
                   03 WS-AREA-LVL PIC 9.
                   03 WS-AREA-TEXT PIC X(60).
           01 WS-AX PIC 9.
           01 WS-RAG-NAMES.
               02 FILLER PIC X(5) VALUE 'GREEN'.
               02 FILLER PIC X(5) VALUE 'AMBER'.
               02 FILLER PIC X(5) VALUE 'RED'.
           01 WS-RAG-NAME-TAB REDEFINES WS-RAG-NAMES.
               02 WS-RAG-NAME PIC X(5) OCCURS 3 TIMES.
           01 WS-OVERALL PIC 9 VALUE ZERO.
           01 WS-NRED PIC 9 VALUE ZERO.
           01 WS-NAMBER PIC 9 VALUE ZERO.
           01 WS-NOTRUN PIC 9 VALUE ZERO.
           01 WS-EDRC PIC Z9.
           01 WS-ED5 PIC ZZZZ9.
           01 WS-ED9 PIC Z(8)9.
           01 WS-EDPCT PIC ZZ9.9.
      *    REPORT LINES
           01 WS-DASH-HDR1.
               02 FILLER PIC X(40) VALUE
                   'NIGHTLY OPERATIONS DASHBOARD FOR RUN OF '.
               02 WS-DH-DATE PIC X(8).
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(9) VALUE 'OVERALL: '.
               02 WS-DH-RATING PIC X(5).
           01 WS-DASH-BLANK PIC X(100) VALUE SPACES.
           01 WS-AREA-HDR.
               02 FILLER PIC X(20) VALUE 'AREA'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(6) VALUE 'RATING'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(60) VALUE 'DETAIL'.
           01 WS-AREA-DETAIL.
               02 WS-AD-NAME PIC X(20).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-AD-RATING PIC X(6).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-AD-TEXT PIC X(60).
           01 WS-STEP-HDR.
               02 FILLER PIC X(10) VALUE 'STEP'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(17) VALUE 'OUTCOME'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(2) VALUE 'RC'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'RUN DATE'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(20) VALUE 'STATE'.
           01 WS-STEP-DETAIL.
               02 WS-SD-STEP PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-SD-OUTCOME PIC X(17).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-SD-RC PIC X(2).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-SD-DATE PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-SD-STATE PIC X(20).
           01 WS-CT-HDR.
               02 FILLER PIC X(20) VALUE 'CONTROL TOTALS'.
               02 FILLER PIC X(11) VALUE '         P1'.
               02 FILLER PIC X(11) VALUE '         P2'.
               02 FILLER PIC X(11) VALUE '     DRIVER'.
               02 FILLER PIC X(11) VALUE '      RECON'.
               02 FILLER PIC X(11) VALUE '     CONSOL'.
           01 WS-CT-DETAIL.
               02 WS-CD-LABEL PIC X(20).
               02 WS-CD-CELL PIC X(11) OCCURS 5 TIMES.
           01 WS-LBL-DETAIL.
               02 WS-LBL-LABEL PIC X(34).
               02 WS-LBL-VALUE PIC X(60).
           01 WS-AGE-HDR.
               02 FILLER PIC X(20) VALUE 'OPEN EXCEPTIONS'.
               02 FILLER PIC X(10) VALUE '   0-1 DAY'.
               02 FILLER PIC X(10) VALUE '  2-5 DAYS'.
               02 FILLER PIC X(10) VALUE '    OVER 5'.
               02 FILLER PIC X(10) VALUE '     TOTAL'.
           01 WS-AGE-DETAIL.
               02 WS-AGD-LABEL PIC X(20).
               02 FILLER PIC X(5) VALUE SPACES.
               02 WS-AGD-B1 PIC ZZZZ9.
               02 FILLER PIC X(5) VALUE SPACES.
               02 WS-AGD-B2 PIC ZZZZ9.
               02 FILLER PIC X(5) VALUE SPACES.
               02 WS-AGD-B3 PIC ZZZZ9.
               02 FILLER PIC X(5) VALUE SPACES.
               02 WS-AGD-TOT PIC ZZZZ9.
           01 WS-THR-LINE1.
               02 FILLER PIC X(29) VALUE
                   'THRESHOLDS - EXCEPTION PCT  '.
               02 FILLER PIC X(6) VALUE 'AMBER '.
               02 WS-TH-EXCA PIC ZZ9.
               02 FILLER PIC X(5) VALUE ' RED '.
               02 WS-TH-EXCR PIC ZZ9.
               02 FILLER PIC X(21) VALUE '   AGED OVER 5 AMBER '.
               02 WS-TH-AGEA PIC ZZ9.
               02 FILLER PIC X(5) VALUE ' RED '.
               02 WS-TH-AGER PIC ZZ9.
           01 WS-THR-LINE2.
               02 FILLER PIC X(29) VALUE
                   '             BADGES         '.
               02 FILLER PIC X(6) VALUE 'AMBER '.
               02 WS-TH-BDGA PIC ZZ9.
               02 FILLER PIC X(5) VALUE ' RED '.
               02 WS-TH-BDGR PIC ZZ9.
               02 FILLER PIC X(28) VALUE
                   '   NO WAREHOUSE ACK RED:    '.
               02 WS-TH-ACK PIC X(1).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.

      *    DBEXCAMBER / DBEXCRED - EXCEPTIONS AS A PERCENT OF THE
      *    RUCKSACKS READ BY THE DRIVER (DEFAULTS 5 AND 10)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBEXCAMBER'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'DBEXCAMBER MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-EXCAMBER
           END-IF.
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBEXCRED'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'DBEXCRED MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-EXCRED
           END-IF.
      *    DBAGEAMBER / DBAGERED - OPEN EXCEPTIONS AGED OVER 5 DAYS
      *    (DEFAULTS 1 AND 10)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBAGEAMBER'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'DBAGEAMBER MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-AGEAMBER
           END-IF.
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBAGERED'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'DBAGERED MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-AGERED
           END-IF.
      *    DBBADGEAMBER / DBBADGERED - UNAUTHORIZED BADGES (DEFAULTS
      *    1 AND 10)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBBADGEAMBER'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'DBBADGEAMBER MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-BADGEAMBER
           END-IF.
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBBADGERED'.
           IF WS-NUM-ENV NOT = SPACES THEN
               INSPECT WS-NUM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-NUM-LEN
               INSPECT FUNCTION REVERSE (WS-NUM-ENV)
      -            TALLYING WS-NUM-LEN FOR LEADING SPACES
               COMPUTE WS-NUM-LEN = LENGTH OF WS-NUM-ENV - WS-NUM-LEN
               IF WS-NUM-ENV(1:WS-NUM-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'DBBADGERED MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:WS-NUM-LEN) TO WS-BADGERED
           END-IF.
      *    DBACKRED - Y RATES A MISSING WAREHOUSE ACKNOWLEDGMENT RED
      *    RATHER THAN AMBER (DEFAULT N)
           MOVE SPACES TO WS-NUM-ENV.
           ACCEPT WS-NUM-ENV FROM ENVIRONMENT 'DBACKRED'.
           IF WS-NUM-ENV NOT = SPACES THEN
               IF WS-NUM-ENV NOT = 'Y' AND WS-NUM-ENV NOT = 'N' THEN
                   DISPLAY 'DBACKRED MUST BE Y OR N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NUM-ENV(1:1) TO WS-ACKRED
           END-IF.
           MOVE ZEROES TO WS-AREA-TAB.
              PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 6
                   MOVE SPACES TO WS-AREA-TEXT(WS-AX)
              END-PERFORM.

      *    STEP OUTCOMES - THE RUN DATE IS THE LAST FIELD OF EVERY
      *    RUNSTATUS LINE, AND EACH STEP SETS ITS RETURN CODE FROM ITS
      *    OUTCOME. A STEP WITH NO RUNSTATUS, OR ONE FROM A PRIOR DAY,
      *    DID NOT RUN TONIGHT
              PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
                   MOVE SPACES TO WS-RUNSTAT-NAME
                   STRING 'runstatus_' DELIMITED BY SIZE
                       WS-STEP-FILE(WS-SX) DELIMITED BY SPACE
                       '.txt' DELIMITED BY SIZE
                       INTO WS-RUNSTAT-NAME
                   MOVE SPACES TO WS-STAT-FLDS
                   MOVE SPACES TO WS-ST-DATE(WS-SX)
                   MOVE ZEROES TO WS-ST-NUMS(WS-SX)
                   MOVE 0 TO WS-ST-RC(WS-SX)
                   MOVE 'N' TO WS-ST-CURRENT(WS-SX)
                   MOVE 2 TO WS-ST-LAST
                   OPEN INPUT RUNSTAT-FILE
                   IF WS-RUNSTAT-STATUS = '00' THEN
                       READ RUNSTAT-FILE
                           AT END CONTINUE
                           NOT AT END
                               UNSTRING RUNSTAT-LINE
                                   DELIMITED BY '|'
                                   INTO WS-STAT-FLD(1)
                                   WS-STAT-FLD(2) WS-STAT-FLD(3)
                                   WS-STAT-FLD(4) WS-STAT-FLD(5)
                                   WS-STAT-FLD(6) WS-STAT-FLD(7)
                                   WS-STAT-FLD(8)
                       END-READ
                       CLOSE RUNSTAT-FILE
                   END-IF
                   MOVE WS-STAT-FLD(2) TO WS-ST-OUTCOME(WS-SX)
                   PERFORM VARYING WS-FX FROM 8 BY -1
                       UNTIL WS-FX < 3 OR
                       WS-ST-DATE(WS-SX) NOT = SPACES
                       IF WS-STAT-FLD(WS-FX) NOT = SPACES THEN
                           MOVE WS-STAT-FLD(WS-FX)(1:8)
                               TO WS-ST-DATE(WS-SX)
                           MOVE WS-FX TO WS-ST-LAST
                       END-IF
                   END-PERFORM
      *            THE COUNTS AND TOTALS SIT BETWEEN THE OUTCOME AND THE
      *            RUN DATE
                   PERFORM VARYING WS-FX FROM 3 BY 1
                       UNTIL WS-FX NOT < WS-ST-LAST OR WS-FX > 6
                       MOVE 0 TO WS-FLDLEN
                       INSPECT FUNCTION REVERSE (WS-STAT-FLD(WS-FX))
      -                    TALLYING WS-FLDLEN FOR LEADING SPACES
                       COMPUTE WS-FLDLEN =
                           LENGTH OF WS-STAT-FLD(WS-FX) - WS-FLDLEN
                       IF WS-FLDLEN > 0 AND WS-FLDLEN < 10 AND
                           WS-STAT-FLD(WS-FX)(1:WS-FLDLEN) IS NUMERIC
                           THEN
                           MOVE WS-STAT-FLD(WS-FX)(1:WS-FLDLEN)
                               TO WS-ST-NUM(WS-SX WS-FX - 2)
                       END-IF
                   END-PERFORM
                   IF WS-ST-OUTCOME(WS-SX) = SPACES THEN
                       MOVE 'NO RUNSTATUS' TO WS-ST-STATE(WS-SX)
                   ELSE
                   IF WS-ST-DATE(WS-SX) NOT = WS-RUNDATE THEN
                       MOVE 'NOT RUN TONIGHT' TO WS-ST-STATE(WS-SX)
                   ELSE
                       MOVE 'Y' TO WS-ST-CURRENT(WS-SX)
                       ADD 1 TO WS-STEPS-RUN
                       IF WS-ST-OUTCOME(WS-SX) = 'CLEAN' THEN
                           MOVE 0 TO WS-ST-RC(WS-SX)
                           MOVE 'OK' TO WS-ST-STATE(WS-SX)
                       ELSE
                       IF WS-ST-OUTCOME(WS-SX) = 'EXCEPTIONS' THEN
                           MOVE 4 TO WS-ST-RC(WS-SX)
                           MOVE 'OK WITH EXCEPTIONS'
                               TO WS-ST-STATE(WS-SX)
                           ADD 1 TO WS-STEPS-EXC
                       ELSE
                       IF WS-ST-OUTCOME(WS-SX) = 'ABENDED' THEN
                           MOVE 12 TO WS-ST-RC(WS-SX)
                           MOVE 'FAILED' TO WS-ST-STATE(WS-SX)
                           ADD 1 TO WS-STEPS-FAILED
                       ELSE
                           MOVE 8 TO WS-ST-RC(WS-SX)
                           MOVE 'FAILED' TO WS-ST-STATE(WS-SX)
                           ADD 1 TO WS-STEPS-FAILED
                       END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
              END-PERFORM.
           SUBTRACT WS-STEPS-RUN FROM 7 GIVING WS-NOTRUN.
           IF WS-STEPS-RUN < 7 OR WS-STEPS-FAILED > 0 THEN
               MOVE 2 TO WS-AREA-LVL(1)
           ELSE
           IF WS-STEPS-EXC > 0 THEN
               MOVE 1 TO WS-AREA-LVL(1)
           END-IF
           END-IF.
           IF WS-AREA-LVL(1) = 0 THEN
               MOVE 'ALL 7 STEPS RAN TONIGHT - ALL CLEAN'
                   TO WS-AREA-TEXT(1)
           ELSE
               STRING WS-NOTRUN DELIMITED BY SIZE
                   ' NOT RUN, ' DELIMITED BY SIZE
                   WS-STEPS-FAILED DELIMITED BY SIZE
                   ' FAILED, ' DELIMITED BY SIZE
                   WS-STEPS-EXC DELIMITED BY SIZE
                   ' WITH EXCEPTIONS' DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(1)
           END-IF.

      *    CONTROL TOTALS - P1, P2, DRIVER AND RECON ALL DESCRIBE THE
      *    SAME FILE, SO EVERY FIGURE THEY SHARE MUST AGREE. STEPS NOT
      *    RUN TONIGHT ARE LEFT OUT OF THE COMPARISON
              PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 4
                   MOVE 'N' TO WS-CT-REFSET
                   IF WS-RX NOT = 2 THEN
                       PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > 4
                           MOVE WS-CT-COLSTEPS(WS-CX:1) TO WS-SX
                           IF WS-CT-SHOW(WS-RX WS-CX) = 'Y' AND
                               WS-ST-CURRENT(WS-SX) = 'Y' THEN
                               IF WS-CT-REFSET = 'N' THEN
                                   MOVE WS-ST-NUM(WS-SX WS-RX)
                                       TO WS-CT-REF
                                   MOVE 'Y' TO WS-CT-REFSET
                               ELSE
                               IF WS-ST-NUM(WS-SX WS-RX) NOT =
                                   WS-CT-REF THEN
                                   ADD 1 TO WS-CT-DIFFS
                               END-IF
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
              END-PERFORM.
           IF WS-ST-CURRENT(3) = 'Y' AND WS-ST-NUM(3 1) > 0 THEN
               COMPUTE WS-EXC-PCT ROUNDED =
                   WS-ST-NUM(3 2) * 100 / WS-ST-NUM(3 1)
               MOVE 'Y' TO WS-EXC-PCT-OK
           END-IF.
           MOVE WS-EXC-PCT TO WS-EDPCT.
           IF WS-CT-DIFFS > 0 THEN
               MOVE 2 TO WS-AREA-LVL(2)
               STRING WS-CT-DIFFS DELIMITED BY SIZE
                   ' SHARED FIGURE(S) DISAGREE BETWEEN STEPS'
                   DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(2)
           ELSE
           IF WS-EXC-PCT-OK = 'N' THEN
               MOVE 1 TO WS-AREA-LVL(2)
               MOVE 'NO DRIVER TOTALS TONIGHT - EXCEPTION RATE UNKNOWN'
                   TO WS-AREA-TEXT(2)
           ELSE
               IF WS-EXCRED > 0 AND WS-EXC-PCT NOT < WS-EXCRED THEN
                   MOVE 2 TO WS-AREA-LVL(2)
               ELSE
               IF WS-EXCAMBER > 0 AND WS-EXC-PCT NOT < WS-EXCAMBER
                   THEN
                   MOVE 1 TO WS-AREA-LVL(2)
               END-IF
               END-IF
               STRING 'TOTALS AGREE - EXCEPTION RATE' DELIMITED BY SIZE
                   WS-EDPCT DELIMITED BY SIZE
                   ' PCT' DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(2)
           END-IF
           END-IF.

      *    RECONCILIATION - BALANCED ONLY IF RECON RAN CLEAN TONIGHT
      *    AND LISTED NO FAILED CHECKS
           OPEN INPUT FAILURE-FILE.
           IF WS-FAILURE-STATUS = '00' THEN
               MOVE 'Y' TO WS-FAIL-FOUND
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FAILURE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FAILURE-LINE NOT = SPACES AND
                               WS-FAIL-CNT < 8 THEN
                               ADD 1 TO WS-FAIL-CNT
                               MOVE FAILURE-LINE
                                   TO WS-FAIL-LINE(WS-FAIL-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAILURE-FILE
           END-IF.
           IF WS-ST-CURRENT(5) = 'N' THEN
               MOVE 2 TO WS-AREA-LVL(3)
               MOVE 'RECON DID NOT RUN TONIGHT' TO WS-AREA-TEXT(3)
           ELSE
           IF WS-ST-OUTCOME(5) NOT = 'CLEAN' OR WS-FAIL-CNT > 0 THEN
               MOVE 2 TO WS-AREA-LVL(3)
               STRING 'OUT OF BALANCE - ' DELIMITED BY SIZE
                   WS-FAIL-CNT DELIMITED BY SIZE
                   ' CHECK(S) FAILED' DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(3)
           ELSE
               MOVE 'BALANCED - ALL CHECKS OK' TO WS-AREA-TEXT(3)
           END-IF
           END-IF.

      *    EXCEPTION AGING - ADD UP EACH BUCKET OVER THE REASON ROWS
      *    OF THE LEDGER'S AGING REPORT
           MOVE ZEROES TO WS-AGE-BUCKETS.
           OPEN INPUT AGING-FILE.
           IF WS-AGING-STATUS = '00' THEN
               MOVE 'Y' TO WS-AGING-FOUND
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AGING-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AGING-LINE(1:36) =
                               'EXCEPTION AGING REPORT - OPEN AS OF '
                               THEN
                               MOVE AGING-LINE(39:8) TO WS-AGING-DATE
                           ELSE
                           IF AGING-LINE(1:6) = 'REASON' THEN
                               MOVE 'Y' TO WS-AGING-ROWS
                           ELSE
                           IF AGING-LINE = SPACES THEN
                               MOVE 'N' TO WS-AGING-ROWS
                           ELSE
                           IF WS-AGING-ROWS = 'Y' THEN
                               PERFORM VARYING WS-BX FROM 1 BY 1
                                   UNTIL WS-BX > 3
                                   MOVE AGING-LINE(WS-BX * 10 + 16:5)
                                       TO WS-NUMWORK
                                   INSPECT WS-NUMWORK REPLACING
                                       LEADING SPACE BY '0'
                                   IF WS-NUMWORK IS NUMERIC THEN
                                       MOVE WS-NUMWORK TO WS-NUMVAL
                                       ADD WS-NUMVAL
                                           TO WS-AGE-BUCKET(WS-BX)
                                   END-IF
                               END-PERFORM
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-FILE
           END-IF.
           ADD WS-AGE-BUCKET(1) WS-AGE-BUCKET(2) WS-AGE-BUCKET(3)
               GIVING WS-AGE-OPEN.
           IF WS-AGING-FOUND = 'N' THEN
               MOVE 1 TO WS-AREA-LVL(4)
               MOVE 'NO AGING REPORT - exc_aging.txt NOT FOUND'
                   TO WS-AREA-TEXT(4)
           ELSE
           IF WS-AGING-DATE NOT = WS-RUNDATE THEN
               MOVE 1 TO WS-AREA-LVL(4)
               STRING 'AGING REPORT NOT CURRENT - AS OF '
                   DELIMITED BY SIZE
                   WS-AGING-DATE DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(4)
           ELSE
               IF WS-AGERED > 0 AND WS-AGE-BUCKET(3) NOT < WS-AGERED
                   THEN
                   MOVE 2 TO WS-AREA-LVL(4)
               ELSE
               IF WS-AGEAMBER > 0 AND
                   WS-AGE-BUCKET(3) NOT < WS-AGEAMBER THEN
                   MOVE 1 TO WS-AREA-LVL(4)
               END-IF
               END-IF
               STRING 'OPEN EXCEPTIONS AGED OVER 5 DAYS: '
                   DELIMITED BY SIZE
                   WS-AGE-BUCKET(3) DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(4)
           END-IF
           END-IF.

      *    BADGE COMPLIANCE - THE UNAUTHORIZED BADGE TOTAL FROM PASS 2
           OPEN INPUT COMPL-FILE.
           IF WS-COMPL-STATUS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF COMPL-LINE(1:20) =
                               'UNAUTHORIZED BADGES:' THEN
                               MOVE COMPL-LINE(25:5) TO WS-NUMWORK
                               INSPECT WS-NUMWORK REPLACING
                                   LEADING SPACE BY '0'
                               IF WS-NUMWORK IS NUMERIC THEN
                                   MOVE WS-NUMWORK TO WS-BADGES
                                   MOVE 'Y' TO WS-COMPL-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPL-FILE
           END-IF.
           IF WS-COMPL-FOUND = 'N' THEN
               MOVE 1 TO WS-AREA-LVL(5)
               MOVE 'NO BADGE TOTAL - compliance_report.txt NOT FOUND'
                   TO WS-AREA-TEXT(5)
           ELSE
               IF WS-BADGERED > 0 AND WS-BADGES NOT < WS-BADGERED THEN
                   MOVE 2 TO WS-AREA-LVL(5)
               ELSE
               IF WS-BADGEAMBER > 0 AND WS-BADGES NOT < WS-BADGEAMBER
                   THEN
                   MOVE 1 TO WS-AREA-LVL(5)
               END-IF
               END-IF
               STRING 'UNAUTHORIZED BADGES: ' DELIMITED BY SIZE
                   WS-BADGES DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(5)
           END-IF.

      *    WAREHOUSE ACKNOWLEDGMENT - TONIGHT'S EXTRACT IS CONFIRMED
      *    WHEN ack_confirm.txt HOLDS ITS RUN DATE WITH THE SAME RECORD
      *    COUNT AND HASH TOTAL
           MOVE 'N' TO WS-ACK-STATE.
           IF WS-ST-CURRENT(7) = 'Y' THEN
               OPEN INPUT CONFIRM-FILE
               IF WS-CONFIRM-STATUS = '00' THEN
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ CONFIRM-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               MOVE SPACES TO WS-CF-FLDS
                               UNSTRING CONFIRM-LINE DELIMITED BY '|'
                                   INTO WS-CF-FLD(1) WS-CF-FLD(2)
                                   WS-CF-FLD(3) WS-CF-FLD(4)
                                   WS-CF-FLD(5)
                               IF WS-CF-FLD(1)(1:8) = WS-ST-DATE(7)
                                   AND WS-CF-FLD(2) = 'CONFIRMED' AND
                                   WS-CF-FLD(3)(1:7) IS NUMERIC AND
                                   WS-CF-FLD(4)(1:9) IS NUMERIC THEN
                                   MOVE WS-CF-FLD(3)(1:7)
                                       TO WS-CF-COUNT
                                   MOVE WS-CF-FLD(4)(1:9) TO WS-CF-HASH
                                   IF WS-CF-COUNT = WS-ST-NUM(7 1) AND
                                       WS-CF-HASH = WS-ST-NUM(7 2) THEN
                                       MOVE 'Y' TO WS-ACK-STATE
                                       MOVE WS-CF-FLD(5) TO WS-ACK-TS
                                   ELSE
                                   IF WS-ACK-STATE = 'N' THEN
                                       MOVE 'D' TO WS-ACK-STATE
                                   END-IF
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONFIRM-FILE
               END-IF
           END-IF.
           IF WS-ST-CURRENT(7) = 'N' THEN
               MOVE 2 TO WS-AREA-LVL(6)
               MOVE 'NO EXTRACT TONIGHT - NOTHING TO ACKNOWLEDGE'
                   TO WS-AREA-TEXT(6)
           ELSE
           IF WS-ACK-STATE = 'Y' THEN
               STRING 'EXTRACT CONFIRMED BY WAREHOUSE AT '
                   DELIMITED BY SIZE
                   WS-ACK-TS(9:2) ':' WS-ACK-TS(11:2)
                   DELIMITED BY SIZE
                   INTO WS-AREA-TEXT(6)
           ELSE
           IF WS-ACK-STATE = 'D' THEN
               MOVE 2 TO WS-AREA-LVL(6)
               MOVE 'CONFIRMED TOTALS DIFFER FROM TONIGHT''S EXTRACT'
                   TO WS-AREA-TEXT(6)
           ELSE
               IF WS-ACKRED = 'Y' THEN
                   MOVE 2 TO WS-AREA-LVL(6)
               ELSE
                   MOVE 1 TO WS-AREA-LVL(6)
               END-IF
               MOVE 'EXTRACT NOT YET CONFIRMED BY WAREHOUSE'
                   TO WS-AREA-TEXT(6)
           END-IF
           END-IF
           END-IF.

      *    THE WORST AREA RATES THE NIGHT
              PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 6
                   IF WS-AREA-LVL(WS-AX) > WS-OVERALL THEN
                       MOVE WS-AREA-LVL(WS-AX) TO WS-OVERALL
                   END-IF
                   IF WS-AREA-LVL(WS-AX) = 2 THEN
                       ADD 1 TO WS-NRED
                   END-IF
                   IF WS-AREA-LVL(WS-AX) = 1 THEN
                       ADD 1 TO WS-NAMBER
                   END-IF
              END-PERFORM.

      *    WRITE THE DASHBOARD
           OPEN OUTPUT DASH-FILE.
           MOVE WS-RUNDATE TO WS-DH-DATE.
           MOVE WS-RAG-NAME(WS-OVERALL + 1) TO WS-DH-RATING.
           WRITE DASH-LINE FROM WS-DASH-HDR1.
           WRITE DASH-LINE FROM WS-DASH-BLANK.
           WRITE DASH-LINE FROM WS-AREA-HDR.
              PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 6
                   MOVE WS-AREA-NAME(WS-AX) TO WS-AD-NAME
                   MOVE WS-RAG-NAME(WS-AREA-LVL(WS-AX) + 1)
                       TO WS-AD-RATING
                   MOVE WS-AREA-TEXT(WS-AX) TO WS-AD-TEXT
                   WRITE DASH-LINE FROM WS-AREA-DETAIL
              END-PERFORM.

           WRITE DASH-LINE FROM WS-DASH-BLANK.
           WRITE DASH-LINE FROM WS-STEP-HDR.
              PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 7
                   MOVE WS-STEP-NAME(WS-SX) TO WS-SD-STEP
                   MOVE WS-ST-OUTCOME(WS-SX) TO WS-SD-OUTCOME
                   MOVE WS-ST-DATE(WS-SX) TO WS-SD-DATE
                   MOVE WS-ST-STATE(WS-SX) TO WS-SD-STATE
                   IF WS-ST-CURRENT(WS-SX) = 'Y' THEN
                       MOVE WS-ST-RC(WS-SX) TO WS-EDRC
                       MOVE WS-EDRC TO WS-SD-RC
                   ELSE
                       MOVE SPACES TO WS-SD-RC
                   END-IF
                   WRITE DASH-LINE FROM WS-STEP-DETAIL
              END-PERFORM.

           WRITE DASH-LINE FROM WS-DASH-BLANK.
           WRITE DASH-LINE FROM WS-CT-HDR.
              PERFORM VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 4
                   MOVE WS-CT-LABEL(WS-RX) TO WS-CD-LABEL
                   PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
                       MOVE SPACES TO WS-CD-CELL(WS-CX)
                       MOVE WS-CT-COLSTEPS(WS-CX:1) TO WS-SX
                       IF WS-CT-SHOW(WS-RX WS-CX) = 'Y' AND
                           WS-ST-CURRENT(WS-SX) = 'Y' THEN
                           MOVE WS-ST-NUM(WS-SX WS-RX) TO WS-ED9
                           MOVE WS-ED9 TO WS-CD-CELL(WS-CX)(3:9)
                       END-IF
                   END-PERFORM
                   WRITE DASH-LINE FROM WS-CT-DETAIL
              END-PERFORM.
           WRITE DASH-LINE FROM WS-DASH-BLANK.
           MOVE 'EXTRACT RECORDS / HASH TOTAL:' TO WS-LBL-LABEL.
           MOVE SPACES TO WS-LBL-VALUE.
           IF WS-ST-CURRENT(7) = 'Y' THEN
               MOVE WS-ST-NUM(7 1) TO WS-ED9
               MOVE WS-ED9 TO WS-LBL-VALUE(1:9)
               MOVE '/' TO WS-LBL-VALUE(11:1)
               MOVE WS-ST-NUM(7 2) TO WS-ED9
               MOVE WS-ED9 TO WS-LBL-VALUE(13:9)
           END-IF.
           WRITE DASH-LINE FROM WS-LBL-DETAIL.
           MOVE 'ANALYTICS PASS 1 / PASS 2 RECORDS:' TO WS-LBL-LABEL.
           MOVE SPACES TO WS-LBL-VALUE.
           IF WS-ST-CURRENT(6) = 'Y' THEN
               MOVE WS-ST-NUM(6 1) TO WS-ED9
               MOVE WS-ED9 TO WS-LBL-VALUE(1:9)
               MOVE '/' TO WS-LBL-VALUE(11:1)
               MOVE WS-ST-NUM(6 2) TO WS-ED9
               MOVE WS-ED9 TO WS-LBL-VALUE(13:9)
           END-IF.
           WRITE DASH-LINE FROM WS-LBL-DETAIL.
           MOVE 'DRIVER EXCEPTION RATE (PCT):' TO WS-LBL-LABEL.
           MOVE SPACES TO WS-LBL-VALUE.
           IF WS-EXC-PCT-OK = 'Y' THEN
               MOVE WS-EDPCT TO WS-LBL-VALUE(5:5)
           END-IF.
           WRITE DASH-LINE FROM WS-LBL-DETAIL.

           WRITE DASH-LINE FROM WS-DASH-BLANK.
           MOVE 'RECONCILIATION:' TO WS-LBL-LABEL.
           MOVE WS-AREA-TEXT(3) TO WS-LBL-VALUE.
           WRITE DASH-LINE FROM WS-LBL-DETAIL.
              PERFORM VARYING WS-FX FROM 1 BY 1
                  UNTIL WS-FX > WS-FAIL-CNT
                   MOVE SPACES TO DASH-LINE
                   MOVE WS-FAIL-LINE(WS-FX) TO DASH-LINE(3:80)
                   WRITE DASH-LINE
              END-PERFORM.

           WRITE DASH-LINE FROM WS-DASH-BLANK.
           WRITE DASH-LINE FROM WS-AGE-HDR.
           MOVE 'BY AGE' TO WS-AGD-LABEL.
           MOVE WS-AGE-BUCKET(1) TO WS-AGD-B1.
           MOVE WS-AGE-BUCKET(2) TO WS-AGD-B2.
           MOVE WS-AGE-BUCKET(3) TO WS-AGD-B3.
           MOVE WS-AGE-OPEN TO WS-AGD-TOT.
           WRITE DASH-LINE FROM WS-AGE-DETAIL.
           WRITE DASH-LINE FROM WS-DASH-BLANK.
           MOVE 'UNAUTHORIZED BADGES:' TO WS-LBL-LABEL.
           MOVE SPACES TO WS-LBL-VALUE.
           IF WS-COMPL-FOUND = 'Y' THEN
               MOVE WS-BADGES TO WS-ED5
               MOVE WS-ED5 TO WS-LBL-VALUE(1:5)
           ELSE
               MOVE 'NOT AVAILABLE' TO WS-LBL-VALUE
           END-IF.
           WRITE DASH-LINE FROM WS-LBL-DETAIL.
           MOVE 'WAREHOUSE ACKNOWLEDGMENT:' TO WS-LBL-LABEL.
           MOVE WS-AREA-TEXT(6) TO WS-LBL-VALUE.
           WRITE DASH-LINE FROM WS-LBL-DETAIL.

           WRITE DASH-LINE FROM WS-DASH-BLANK.
           MOVE WS-EXCAMBER TO WS-TH-EXCA.
           MOVE WS-EXCRED TO WS-TH-EXCR.
           MOVE WS-AGEAMBER TO WS-TH-AGEA.
           MOVE WS-AGERED TO WS-TH-AGER.
           MOVE WS-BADGEAMBER TO WS-TH-BDGA.
           MOVE WS-BADGERED TO WS-TH-BDGR.
           MOVE WS-ACKRED TO WS-TH-ACK.
           WRITE DASH-LINE FROM WS-THR-LINE1.
           WRITE DASH-LINE FROM WS-THR-LINE2.
           CLOSE DASH-FILE.
           DISPLAY 'OPERATIONS DASHBOARD - OVERALL '
               WS-RAG-NAME(WS-OVERALL + 1) ' - ' WS-NRED ' RED, '
               WS-NAMBER ' AMBER'.

      *    THE OVERALL RATING IS THE JOB'S RETURN CODE - GREEN 0,
      *    AMBER 4, RED 8 - SO THE SCHEDULER PAGES ONLY ON A PROBLEM
           IF WS-OVERALL = 2 THEN
               MOVE 'EXCESS-EXCEPTIONS' TO WS-OUTCOME
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-OVERALL = 1 THEN
               MOVE 'EXCEPTIONS' TO WS-OUTCOME
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'CLEAN' TO WS-OUTCOME
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           OPEN OUTPUT STATUS-FILE.
           MOVE SPACES TO WS-STATUS-DETAIL.
           STRING 'DASHBD|' DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-RAG-NAME(WS-OVERALL + 1) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-NRED DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-NAMBER DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-STATUS-DETAIL.
           WRITE STATUS-LINE FROM WS-STATUS-DETAIL.
           CLOSE STATUS-FILE.
           STOP RUN.
