      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_simcmp.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RUNSTAT-FILE ASSIGN TO DYNAMIC WS-RS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.
               SELECT COMPARE-FILE ASSIGN TO 'sim_compare_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD RUNSTAT-FILE.
           01 RUNSTAT-LINE PIC X(80).

           FD COMPARE-FILE.
           01 COMPARE-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-RS-NAME PIC X(40).
           01 WS-RS-STATUS PIC XX.
           01 WS-RUNDATE PIC X(8).
           01 WS-STEP-NAMES.
               02 FILLER PIC X(8) VALUE 'P1'.
               02 FILLER PIC X(8) VALUE 'P2'.
               02 FILLER PIC X(8) VALUE 'DRIVER'.
               02 FILLER PIC X(8) VALUE 'CONSOL'.
           01 WS-STEP-NAME-TAB REDEFINES WS-STEP-NAMES.
               02 WS-STEP-NAME PIC X(8) OCCURS 4 TIMES.
           01 WS-STEP-FILES.
               02 FILLER PIC X(8) VALUE 'p1'.
               02 FILLER PIC X(8) VALUE 'p2'.
               02 FILLER PIC X(8) VALUE 'driver'.
               02 FILLER PIC X(8) VALUE 'consol'.
           01 WS-STEP-FILE-TAB REDEFINES WS-STEP-FILES.
               02 WS-STEP-FILE PIC X(8) OCCURS 4 TIMES.
           01 WS-SIDE-PREFIXES.
               02 FILLER PIC X(16) VALUE 'sim_runstatus_'.
               02 FILLER PIC X(16) VALUE 'runstatus_'.
           01 WS-SIDE-PREFIX-TAB REDEFINES WS-SIDE-PREFIXES.
               02 WS-SIDE-PREFIX PIC X(16) OCCURS 2 TIMES.
           01 WS-METRIC-NAMES.
               02 FILLER PIC X(18) VALUE 'RECORDS'.
               02 FILLER PIC X(18) VALUE 'EXCEPTIONS'.
               02 FILLER PIC X(18) VALUE 'HALF-SPLIT TOTAL'.
               02 FILLER PIC X(18) VALUE 'GROUP BADGE TOTAL'.
           01 WS-METRIC-NAME-TAB REDEFINES WS-METRIC-NAMES.
               02 WS-METRIC-NAME PIC X(18) OCCURS 4 TIMES.
      *    SIDE 1 IS THE SIMULATION, SIDE 2 THE LAST REAL RUN
           01 WS-SIDE-TAB.
               02 WS-SIDE-ENT OCCURS 2 TIMES.
                   03 WS-SIDE-FOUND PIC A(1).
                   03 WS-SIDE-FLD PIC X(20) OCCURS 7 TIMES.
                   03 WS-SIDE-NUM PIC 9(9) OCCURS 4 TIMES.
           01 WS-SX PIC 9.
           01 WS-DX PIC 9.
           01 WS-MX PIC 9.
           01 WS-FX PIC 9.
           01 WS-FLD-LEN PIC 99.
           01 WS-DIFF PIC S9(9).
           01 WS-STEP-DIFFS PIC 99.
           01 WS-COMPARED PIC 9 VALUE ZERO.
           01 WS-NOT-SIMULATED PIC 9 VALUE ZERO.
           01 WS-DIFFERENCES PIC 999 VALUE ZERO.
           01 WS-SIM-BANNER PIC X(100) VALUE
               '*** SIMULATION RUN - NOTHING POSTED ***'.
           01 WS-HDR1 PIC X(100) VALUE
               'SIMULATION VERSUS LAST REAL RUN COMPARISON'.
           01 WS-DATE-LINE.
               02 FILLER PIC X(14) VALUE 'COMPARED ON:  '.
               02 WS-DATE-OUT PIC X(8).
           01 WS-HDR2.
               02 FILLER PIC X(8) VALUE 'STEP'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(18) VALUE 'MEASURE'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(17) VALUE 'SIMULATED'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(17) VALUE 'LAST REAL RUN'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(10) VALUE 'DIFFERENCE'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(12) VALUE 'NOTE'.
           01 WS-BLANK PIC X(100) VALUE SPACES.
           01 WS-TXT-DETAIL.
               02 WS-TXT-STEP PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-TXT-MEASURE PIC X(18).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-TXT-SIM PIC X(17).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-TXT-REAL PIC X(17).
               02 FILLER PIC X(14) VALUE SPACES.
               02 WS-TXT-NOTE PIC X(12).
           01 WS-NUM-DETAIL.
               02 WS-NUM-STEP PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-NUM-MEASURE PIC X(18).
               02 FILLER PIC X(10) VALUE SPACES.
               02 WS-NUM-SIM PIC Z(8)9.
               02 FILLER PIC X(10) VALUE SPACES.
               02 WS-NUM-REAL PIC Z(8)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-NUM-DIFF PIC -(9)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-NUM-NOTE PIC X(12).
           01 WS-CNT-DETAIL.
               02 WS-CNT-LABEL PIC X(24).
               02 WS-CNT-VALUE PIC ZZ9.
           01 WS-VERDICT-LINE PIC X(100).
           01 WS-DIFFER-MSG.
               02 FILLER PIC X(42) VALUE
                   'SIMULATION DIFFERS FROM THE LAST REAL RUN '.
               02 FILLER PIC X(45) VALUE
                   '- REVIEW BEFORE RELEASING THE REAL RUN'.
           01 WS-DECISION-LINE PIC X(100) VALUE
               'SUPERVISOR DECISION:   APPROVE [ ]     REJECT [ ]'.
           01 WS-SIGN-LINE PIC X(100) VALUE
               'SIGNED: ______________________     DATE: __________'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           OPEN OUTPUT COMPARE-FILE.
           WRITE COMPARE-LINE FROM WS-SIM-BANNER.
           WRITE COMPARE-LINE FROM WS-HDR1.
           MOVE WS-RUNDATE TO WS-DATE-OUT.
           WRITE COMPARE-LINE FROM WS-DATE-LINE.
           WRITE COMPARE-LINE FROM WS-BLANK.
           WRITE COMPARE-LINE FROM WS-HDR2.

      *    EACH STEP RUN UNDER SIMULATE=Y LEFT ITS RUNSTATUS IN A sim_
      *    FILE - THE LIVE RUNSTATUS STILL HOLDS THE LAST REAL RUN
              PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
                   PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 2
                       MOVE 'N' TO WS-SIDE-FOUND(WS-DX)
                       PERFORM VARYING WS-FX FROM 1 BY 1
                           UNTIL WS-FX > 7
                           MOVE SPACES TO WS-SIDE-FLD(WS-DX WS-FX)
                       END-PERFORM
                       PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > 4
                           MOVE ZERO TO WS-SIDE-NUM(WS-DX WS-MX)
                       END-PERFORM
                       MOVE SPACES TO WS-RS-NAME
                       STRING WS-SIDE-PREFIX(WS-DX) DELIMITED BY SPACE
                           WS-STEP-FILE(WS-SX) DELIMITED BY SPACE
                           '.txt' DELIMITED BY SIZE
                           INTO WS-RS-NAME
                       OPEN INPUT RUNSTAT-FILE
                       IF WS-RS-STATUS = '00' THEN
                           READ RUNSTAT-FILE
                               AT END CONTINUE
                               NOT AT END
                                   MOVE 'Y' TO WS-SIDE-FOUND(WS-DX)
                                   UNSTRING RUNSTAT-LINE
                                       DELIMITED BY '|'
                                       INTO WS-SIDE-FLD(WS-DX 1)
                                       WS-SIDE-FLD(WS-DX 2)
                                       WS-SIDE-FLD(WS-DX 3)
                                       WS-SIDE-FLD(WS-DX 4)
                                       WS-SIDE-FLD(WS-DX 5)
                                       WS-SIDE-FLD(WS-DX 6)
                                       WS-SIDE-FLD(WS-DX 7)
                           END-READ
                           CLOSE RUNSTAT-FILE
                       END-IF
      *                COUNTS AND TOTALS ARE FIELDS 3 TO 6 - THEIR
      *                WIDTHS DIFFER BY STEP
                       PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > 4
                           ADD 2 TO WS-MX GIVING WS-FX
                           MOVE 0 TO WS-FLD-LEN
                           INSPECT FUNCTION REVERSE
      -                        (WS-SIDE-FLD(WS-DX WS-FX))
                               TALLYING WS-FLD-LEN FOR LEADING SPACES
                           COMPUTE WS-FLD-LEN = 20 - WS-FLD-LEN
                           IF WS-FLD-LEN > 0 AND WS-FLD-LEN < 10 THEN
                               IF WS-SIDE-FLD(WS-DX WS-FX)
                                   (1:WS-FLD-LEN) IS NUMERIC THEN
                                   MOVE WS-SIDE-FLD(WS-DX WS-FX)
                                       (1:WS-FLD-LEN)
                                       TO WS-SIDE-NUM(WS-DX WS-MX)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-PERFORM

                   MOVE WS-STEP-NAME(WS-SX) TO WS-TXT-STEP
                   IF WS-SIDE-FOUND(1) = 'N' THEN
                       ADD 1 TO WS-NOT-SIMULATED
                       MOVE 'OUTCOME' TO WS-TXT-MEASURE
                       MOVE 'NOT SIMULATED' TO WS-TXT-SIM
                       MOVE WS-SIDE-FLD(2 2) TO WS-TXT-REAL
                       MOVE SPACES TO WS-TXT-NOTE
                       WRITE COMPARE-LINE FROM WS-TXT-DETAIL
                   ELSE
                       ADD 1 TO WS-COMPARED
                       MOVE ZERO TO WS-STEP-DIFFS
                       MOVE 'OUTCOME' TO WS-TXT-MEASURE
                       MOVE WS-SIDE-FLD(1 2) TO WS-TXT-SIM
                       MOVE WS-SIDE-FLD(2 2) TO WS-TXT-REAL
                       MOVE SPACES TO WS-TXT-NOTE
                       IF WS-SIDE-FOUND(2) = 'N' THEN
                           MOVE 'NO REAL RUN' TO WS-TXT-REAL
                           MOVE 'NO BASIS' TO WS-TXT-NOTE
                           ADD 1 TO WS-STEP-DIFFS
                       ELSE
                       IF WS-SIDE-FLD(1 2) NOT = WS-SIDE-FLD(2 2) THEN
                           MOVE 'CHANGED' TO WS-TXT-NOTE
                           ADD 1 TO WS-STEP-DIFFS
                       END-IF
                       END-IF
                       WRITE COMPARE-LINE FROM WS-TXT-DETAIL
                       MOVE 'RUN DATE' TO WS-TXT-MEASURE
                       MOVE WS-SIDE-FLD(1 7) TO WS-TXT-SIM
                       MOVE WS-SIDE-FLD(2 7) TO WS-TXT-REAL
                       MOVE SPACES TO WS-TXT-NOTE
                       IF WS-SIDE-FLD(1 7)(1:8) NOT = WS-RUNDATE THEN
                           MOVE 'NOT TODAY' TO WS-TXT-NOTE
                       END-IF
                       WRITE COMPARE-LINE FROM WS-TXT-DETAIL
                       MOVE WS-STEP-NAME(WS-SX) TO WS-NUM-STEP
      *                A STEP THAT DOES NOT PRODUCE A TOTAL CARRIES
      *                ZERO ON BOTH SIDES - LEAVE IT OFF THE REPORT
                       PERFORM VARYING WS-MX FROM 1 BY 1
                           UNTIL WS-MX > 4
                           IF WS-MX < 3 OR
                               WS-SIDE-NUM(1 WS-MX) NOT = ZERO OR
                               WS-SIDE-NUM(2 WS-MX) NOT = ZERO THEN
                               MOVE WS-METRIC-NAME(WS-MX)
                                   TO WS-NUM-MEASURE
                               MOVE WS-SIDE-NUM(1 WS-MX) TO WS-NUM-SIM
                               MOVE WS-SIDE-NUM(2 WS-MX)
                                   TO WS-NUM-REAL
                               COMPUTE WS-DIFF = WS-SIDE-NUM(1 WS-MX)
                                   - WS-SIDE-NUM(2 WS-MX)
                               MOVE WS-DIFF TO WS-NUM-DIFF
                               MOVE SPACES TO WS-NUM-NOTE
                               IF WS-DIFF NOT = ZERO AND
                                   WS-SIDE-FOUND(2) = 'Y' THEN
                                   MOVE 'CHANGED' TO WS-NUM-NOTE
                                   ADD 1 TO WS-STEP-DIFFS
                               END-IF
                               WRITE COMPARE-LINE FROM WS-NUM-DETAIL
                           END-IF
                       END-PERFORM
                       ADD WS-STEP-DIFFS TO WS-DIFFERENCES
                   END-IF
                   WRITE COMPARE-LINE FROM WS-BLANK
              END-PERFORM.

      *    COUNTS, VERDICT AND SIGN-OFF
           MOVE 'STEPS COMPARED:         ' TO WS-CNT-LABEL.
           MOVE WS-COMPARED TO WS-CNT-VALUE.
           WRITE COMPARE-LINE FROM WS-CNT-DETAIL.
           MOVE 'STEPS NOT SIMULATED:    ' TO WS-CNT-LABEL.
           MOVE WS-NOT-SIMULATED TO WS-CNT-VALUE.
           WRITE COMPARE-LINE FROM WS-CNT-DETAIL.
           MOVE 'DIFFERENCES FOUND:      ' TO WS-CNT-LABEL.
           MOVE WS-DIFFERENCES TO WS-CNT-VALUE.
           WRITE COMPARE-LINE FROM WS-CNT-DETAIL.
           WRITE COMPARE-LINE FROM WS-BLANK.
           IF WS-COMPARED = 0 THEN
               MOVE 'NO SIMULATION RESULTS FOUND - NOTHING TO APPROVE'
                   TO WS-VERDICT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-DIFFERENCES > 0 THEN
               MOVE WS-DIFFER-MSG TO WS-VERDICT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'SIMULATION MATCHES THE LAST REAL RUN'
                   TO WS-VERDICT-LINE
           END-IF
           END-IF.
           WRITE COMPARE-LINE FROM WS-VERDICT-LINE.
           WRITE COMPARE-LINE FROM WS-BLANK.
           WRITE COMPARE-LINE FROM WS-DECISION-LINE.
           WRITE COMPARE-LINE FROM WS-BLANK.
           WRITE COMPARE-LINE FROM WS-SIGN-LINE.
           CLOSE COMPARE-FILE.
           DISPLAY 'SIMULATION COMPARISON COMPLETE - ' WS-COMPARED
               ' STEP(S) COMPARED, ' WS-DIFFERENCES ' DIFFERENCE(S)'.
           STOP RUN.
