               SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATAFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
               SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL RUNHIST-FILE ASSIGN TO 'runhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
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
           FD RUNHIST-FILE.
           01 RUNHIST-RECORD PIC X(122).

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
           01 WS-SPACES PIC 999.
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-PREEDIT-STATUS PIC XX.
           01 WS-PE-FLDS.
               02 WS-PE-FLD PIC X(20) OCCURS 7 TIMES.
           01 WS-EXC-INVALID PIC 9(5) VALUE ZERO.
           01 WS-EXC-NOCOM PIC 9(5) VALUE ZERO.
           01 WS-EXC-NOBADGE PIC 9(5) VALUE ZERO.
               02 WS-EXC-T2 PIC A(128).
               02 FILLER PIC X(1) VALUE SPACE.
               02 WS-EXC-T3 PIC A(128).
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
           01 WS-SUMMARY-NAME PIC X(40) VALUE 'summary.txt'.
           01 WS-EXCEPTION-NAME PIC X(40) VALUE 'exceptions_driver.txt'.
           01 WS-STATUS-NAME PIC X(40) VALUE 'runstatus_driver.txt'.
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
      *    TO sim_ FILES SO NO LIVE SUMMARY, EXCEPTION FILE, RUNSTATUS
      *    OR RUN HISTORY IS UPDATED AND NO DOWNSTREAM STEP CAN PICK
      *    THEM UP
           MOVE SPACES TO WS-SIM-ENV.
           ACCEPT WS-SIM-ENV FROM ENVIRONMENT 'SIMULATE'.
           IF WS-SIM-ENV = 'Y' THEN
               MOVE 'Y' TO WS-SIM-MODE
               MOVE 'sim_summary.txt' TO WS-SUMMARY-NAME
               MOVE 'sim_exceptions_driver.txt' TO WS-EXCEPTION-NAME
               MOVE 'sim_runstatus_driver.txt' TO WS-STATUS-NAME
               DISPLAY 'SIMULATION RUN - OUTPUTS WRITTEN TO sim_ FILES'
           END-IF.
           MOVE SPACES TO WS-LIM-ENV.
           ACCEPT WS-LIM-ENV FROM ENVIRONMENT 'EXCLIMIT'.
           IF WS-LIM-ENV NOT = SPACES THEN
           IF WS-DATAFILE-NAME = SPACES THEN
               MOVE 'input.txt' TO WS-DATAFILE-NAME
           END-IF.
      *    A FILE THE PRE-EDIT REJECTED TONIGHT MUST NOT REACH THE
      *    RUN HISTORY
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
      *    A SIMULATION POSTS NOTHING, SO A REJECTED FILE MAY STILL BE
      *    SIMULATED TO SEE WHAT IT WOULD HAVE DONE
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

           OPEN INPUT DATAFILE.
           IF WS-DATAFILE-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-DATAFILE-NAME
                               WS-SKIP-FRAG = 'Y' THEN
                               MOVE 'N' TO WS-SKIP-FRAG
                           ELSE
      *                    HEADER AND TRAILER CONTROL RECORDS ARE
      *                    CHECKED BY THE PRE-EDIT - NOT RUCKSACKS
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
              END-PERFORM.

                               MOVE WS-POC1(WS-CNT:1) TO WS-COM
                               SET WS-MATCHED TO 1
                               SET WS-RORD TO FUNCTION ORD(WS-COM)
                               MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                               ADD WS-PRI TO WS-TOTAL1
                                 ON SIZE ERROR
                                 DISPLAY 'HALF-SPLIT TOTAL OVERFLOW'
                       ADD 1 TO WS-EXC-NOBADGE
                   ELSE
                       SET WS-RORD TO FUNCTION ORD(WS-COM)
                       MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                       ADD WS-PRI TO WS-TOTAL2
                         ON SIZE ERROR
                         DISPLAY 'GROUP BADGE TOTAL OVERFLOW'
                   ' PERCENT - TOTALS SUPPRESSED'
           END-IF.

              IF WS-SIM-MODE = 'Y' THEN
                  WRITE SUMMARY-LINE FROM WS-SIM-BANNER
              END-IF.
              MOVE SPACES TO SUMMARY-LINE.
              STRING 'RUCKSACKS READ: ' DELIMITED BY SIZE
                  WS-NSACKS DELIMITED BY SIZE
              WRITE SUMMARY-LINE
              END-IF.

      *    APPEND THIS RUN TO THE RUN HISTORY - NEVER A SIMULATION
           IF WS-SIM-MODE = 'Y' THEN
               DISPLAY 'SIMULATION - runhist.txt NOT UPDATED'
           ELSE
           OPEN EXTEND RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = '00' AND
               WS-RUNHIST-STATUS NOT = '05' THEN
               DISPLAY 'UNABLE TO OPEN runhist.txt - FILE STATUS '
               MOVE WS-EXC-DUPSCAN TO RH-EXC-DUPSCAN
               WRITE RUNHIST-RECORD FROM WS-RUNHIST-DETAIL
               CLOSE RUNHIST-FILE
           END-IF
           END-IF.

           CLOSE DATAFILE.
