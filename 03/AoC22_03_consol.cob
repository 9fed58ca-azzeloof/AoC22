               SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATAFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
               SELECT CONSOL-FILE ASSIGN TO DYNAMIC WS-CONSOL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MTD-FILE ASSIGN TO 'mtd.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTD-STATUS.
               SELECT PREEDIT-FILE ASSIGN TO 'runstatus_preedit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREEDIT-STATUS.
               SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.

       DATA DIVISION.
           FILE SECTION.
               02 MTD-TOTAL2 PIC 9(9).
               02 MTD-EXCS PIC 9(7).

           FD PREEDIT-FILE.
           01 PREEDIT-LINE PIC X(80).

           FD STATUS-FILE.
           01 STATUS-LINE PIC X(80).

           FD PRITAB-FILE.
           01 PRITAB-LINE.
               02 PT-ITEM PIC X(1).
               02 FILLER PIC X(1).
               02 PT-EFF PIC X(8).
               02 FILLER PIC X(1).
               02 PT-WEIGHT PIC X(2).
               02 FILLER PIC X(1).
               02 PT-MAINT PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-NSACKS PIC 9(5) VALUE 0.
           01 WS-RUCKSACKS OCCURS 1 TO 99999 TIMES
           01 WS-DATAFILE-NAME PIC X(100).
           01 WS-DATAFILE-STATUS PIC XX.
           01 WS-MTD-STATUS PIC XX.
           01 WS-PREEDIT-STATUS PIC XX.
           01 WS-PE-FLDS.
               02 WS-PE-FLD PIC X(20) OCCURS 7 TIMES.
           01 WS-NFILES PIC 9(3) VALUE 0.
           01 WS-FILE-TOTAL1 PIC 9(8) VALUE ZERO.
           01 WS-FILE-TOTAL2 PIC 9(8) VALUE ZERO.
               02 WS-SUB-VALUE PIC Z(8)9.
           01 WS-GRAND-HDR PIC X(110) VALUE 'GRAND TOTAL'.
           01 WS-MTD-HDR PIC X(110).
           01 WS-PRITAB-NAME PIC X(100).
           01 WS-PRITAB-STATUS PIC XX.
           01 WS-PT-EOF PIC A(1) VALUE 'N'.
           01 WS-PT-LETTERS PIC X(52) VALUE
               'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-PT-SC PIC 99.
           01 WS-PT-ORD PIC 999.
           01 WS-PT-DATE PIC X(8).
           01 WS-PT-VERSION PIC X(8).
           01 WS-PRI-TAB.
               02 WS-PT-ENT OCCURS 256 TIMES.
                   03 WS-PT-WEIGHT PIC 99.
                   03 WS-PT-EFF PIC X(8).
           01 WS-CONSOL-NAME PIC X(40) VALUE 'consolidated_report.txt'.
           01 WS-EXCEPTION-NAME PIC X(40) VALUE 'exceptions_consol.txt'.
           01 WS-STATUS-NAME PIC X(40) VALUE 'runstatus_consol.txt'.
           01 WS-SIM-ENV PIC X(1).
           01 WS-SIM-MODE PIC A(1) VALUE 'N'.
           01 WS-SIM-BANNER PIC X(60) VALUE
               '*** SIMULATION RUN - NOTHING POSTED ***'.

       PROCEDURE DIVISION.
      *    EVERY RUNSTATUS LINE CARRIES THE RUN DATE AS ITS LAST
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-ABEND-STATUS.
      *    SIMULATE=Y RUNS EVERYTHING BUT POSTS NOTHING - OUTPUTS GO
      *    TO sim_ FILES SO NO LIVE REPORT, EXCEPTION FILE, RUNSTATUS
      *    OR MONTH-TO-DATE TOTAL IS UPDATED AND NO DOWNSTREAM STEP
      *    CAN PICK THEM UP
           MOVE SPACES TO WS-SIM-ENV.
           ACCEPT WS-SIM-ENV FROM ENVIRONMENT 'SIMULATE'.
           IF WS-SIM-ENV = 'Y' THEN
               MOVE 'Y' TO WS-SIM-MODE
               MOVE 'sim_consolidated_report.txt' TO WS-CONSOL-NAME
               MOVE 'sim_exceptions_consol.txt' TO WS-EXCEPTION-NAME
               MOVE 'sim_runstatus_consol.txt' TO WS-STATUS-NAME
               DISPLAY 'SIMULATION RUN - OUTPUTS WRITTEN TO sim_ FILES'
           END-IF.

      *    A FILE THE PRE-EDIT REJECTED TONIGHT MUST NOT REACH THE
      *    MONTH-TO-DATE TOTALS - A SIMULATION POSTS NOTHING, SO IT
      *    MAY STILL BE SIMULATED
           OPEN INPUT PREEDIT-FILE.
           MOVE SPACES TO WS-PE-FLDS.
           IF WS-PREEDIT-STATUS = '00' THEN
               READ PREEDIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING PREEDIT-LINE DELIMITED BY '|'
                           INTO WS-PE-FLD(1) WS-PE-FLD(2) WS-PE-FLD(3)
                           WS-PE-FLD(4) WS-PE-FLD(5) WS-PE-FLD(6)
                           WS-PE-FLD(7)
               END-READ
               CLOSE PREEDIT-FILE
           END-IF.
           IF WS-PE-FLD(2) = 'REJECTED' AND
               WS-PE-FLD(7)(1:8) = WS-RUNDATE AND
               WS-SIM-MODE = 'Y' THEN
               DISPLAY 'DATAFILE REJECTED BY PRE-EDIT - SIMULATED '
                   'ONLY'
           END-IF.
           IF WS-PE-FLD(2) = 'REJECTED' AND
               WS-PE-FLD(7)(1:8) = WS-RUNDATE AND
               WS-SIM-MODE = 'N' THEN
               DISPLAY 'DATAFILE REJECTED BY PRE-EDIT - SEE '
                   'preedit_report.txt'
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    LOAD THE ITEM PRIORITY TABLE IN EFFECT ON THE RUN DATE -
      *    AN ITEM WITH NO ENTRY IN FORCE KEEPS ITS STANDARD WEIGHT
           MOVE SPACES TO WS-PRITAB-NAME.
           ACCEPT WS-PRITAB-NAME FROM ENVIRONMENT 'PRITABFILE'.
           IF WS-PRITAB-NAME = SPACES THEN
               MOVE 'pritab.txt' TO WS-PRITAB-NAME
           END-IF.
           MOVE WS-RUNDATE TO WS-PT-DATE.
           MOVE ZEROES TO WS-PRI-TAB.
              PERFORM VARYING WS-PT-SC FROM 1 BY 1 UNTIL WS-PT-SC > 52
                   SET WS-PT-ORD TO
                       FUNCTION ORD(WS-PT-LETTERS(WS-PT-SC:1))
                   MOVE WS-PT-SC TO WS-PT-WEIGHT(WS-PT-ORD)
              END-PERFORM.
           MOVE SPACES TO WS-PT-VERSION.
           OPEN INPUT PRITAB-FILE.
           IF WS-PRITAB-STATUS = '00' THEN
               PERFORM UNTIL WS-PT-EOF = 'Y'
                   READ PRITAB-FILE
                       AT END MOVE 'Y' TO WS-PT-EOF
                       NOT AT END
                           IF PT-ITEM IS ALPHABETIC AND
                               PT-ITEM NOT = SPACE AND
                               PT-EFF IS NUMERIC AND
                               PT-WEIGHT IS NUMERIC AND
                               PT-WEIGHT NOT = '00' THEN
                               IF PT-EFF NOT > WS-PT-DATE THEN
                                   SET WS-PT-ORD TO
                                       FUNCTION ORD(PT-ITEM)
                                   IF PT-EFF NOT < WS-PT-EFF(WS-PT-ORD)
                                       THEN
                                       MOVE PT-WEIGHT
                                           TO WS-PT-WEIGHT(WS-PT-ORD)
                                       MOVE PT-EFF
                                           TO WS-PT-EFF(WS-PT-ORD)
                                   END-IF
                                   IF PT-EFF > WS-PT-VERSION THEN
                                       MOVE PT-EFF TO WS-PT-VERSION
                                   END-IF
                               END-IF
                           ELSE
                               DISPLAY 'BAD PRITAB LINE SKIPPED: '
                                   PRITAB-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRITAB-FILE
           ELSE
               DISPLAY WS-PRITAB-NAME(1:40)
                   ' NOT FOUND - STANDARD WEIGHTS USED'
           END-IF.
           IF WS-PT-VERSION = SPACES THEN
               MOVE 'STANDARD' TO WS-PT-VERSION
           END-IF.
           DISPLAY 'PRIORITY TABLE VERSION ' WS-PT-VERSION
               ' AS OF ' WS-PT-DATE.

      *    CARRY FORWARD THE MONTH-TO-DATE TOTALS, IF ANY
           OPEN INPUT MTD-FILE.
               STOP RUN
           END-IF.
           OPEN OUTPUT CONSOL-FILE.
           IF WS-SIM-MODE = 'Y' THEN
               WRITE CONSOL-LINE FROM WS-SIM-BANNER
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.

      *    ONE SUBTOTAL BLOCK PER LISTED INPUT FILE
                                       AND WS-SKIP-FRAG = 'Y' THEN
                                       MOVE 'N' TO WS-SKIP-FRAG
                                   ELSE
      *                            HEADER AND TRAILER CONTROL RECORDS
      *                            ARE NOT RUCKSACKS
                                   IF CONTENTS(1:4) = 'HDR|' OR
                                       CONTENTS(1:4) = 'TRL|' THEN
                                       CONTINUE
                                   ELSE
                                   IF WS-NSACKS < 99999 THEN
                                       ADD 1 TO WS-NSACKS
                                       MOVE CONTENTS
                                   END-IF
                                   END-IF
                                   END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE DATAFILE
                                       SET WS-MATCHED TO 1
                                       SET WS-RORD TO
                                           FUNCTION ORD(WS-COM)
                                       MOVE WS-PT-WEIGHT(WS-RORD)
                                           TO WS-PRI
                                       ADD WS-PRI TO WS-FILE-TOTAL1
                                         ON SIZE ERROR
                                         DISPLAY 'HALF-SPLIT TOTAL '
                               ADD 1 TO WS-FILE-EXCS
                           ELSE
                               SET WS-RORD TO FUNCTION ORD(WS-COM)
                               MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                               ADD WS-PRI TO WS-FILE-TOTAL2
                                 ON SIZE ERROR
                                 DISPLAY 'GROUP BADGE TOTAL OVERFLOW'
               WS-MTD-RUNS DELIMITED BY SIZE
               ' RUN(S)' DELIMITED BY SIZE
               INTO WS-MTD-HDR.
           IF WS-SIM-MODE = 'Y' THEN
               MOVE ' - SIMULATED, NOT POSTED' TO WS-MTD-HDR(32:)
           END-IF.
           WRITE CONSOL-LINE FROM WS-MTD-HDR.
           MOVE 'RUCKSACKS READ:     ' TO WS-SUB-LABEL.
           MOVE WS-MTD-SACKS TO WS-SUB-VALUE.
           CLOSE CONSOL-FILE.
           CLOSE EXCEPTION-FILE.

           IF WS-SIM-MODE = 'Y' THEN
               DISPLAY 'SIMULATION - mtd.dat NOT UPDATED'
           ELSE
               OPEN OUTPUT MTD-FILE
               MOVE WS-MTD-RUNS TO MTD-RUNS
               MOVE WS-MTD-SACKS TO MTD-SACKS
               MOVE WS-MTD-TOTAL1 TO MTD-TOTAL1
               MOVE WS-MTD-TOTAL2 TO MTD-TOTAL2
               MOVE WS-MTD-EXCS TO MTD-EXCS
               WRITE MTD-RECORD
               CLOSE MTD-FILE
           END-IF.

           IF WS-GRAND-EXCS > 0 THEN
               MOVE 'EXCEPTIONS' TO WS-OUTCOME
