               SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATAFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.

       DATA DIVISION.
           FILE SECTION.
           01 EXCEPTION-LINE PIC X(160).

           FD AUDIT-FILE.
           01 AUDIT-LINE PIC X(170).

           FD STATUS-FILE.
           01 STATUS-LINE PIC X(60).

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
           01 WS-REPORT-DETAIL.
               02 WS-REPORT-CONTENTS PIC A(128).
               02 FILLER PIC X(16) VALUE 'TOTAL PRIORITY: '.
               02 WS-REPORT-TOTAL-OUT PIC Z(7)9.
               02 FILLER PIC X(24) VALUE SPACES.
           01 WS-REPORT-HEADER.
               02 FILLER PIC X(24) VALUE 'PRIORITY TABLE VERSION: '.
               02 WS-REPORT-VERSION PIC X(8).
               02 FILLER PIC X(16) VALUE '  SCORED AS OF: '.
               02 WS-REPORT-ASOF PIC X(8).
           01 WS-EXCEPTION-LINE.
               02 WS-EXC-LINENO PIC ZZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-AUDIT-PRI PIC Z9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-AUDIT-TIMESTAMP PIC X(21).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-AUDIT-SEQ PIC 9(5).
           01 WS-RUCKSACKS.
               02 WS-CONTENTS PIC A(128).
               02 WS-LEN PIC 999.
               'P1|ABENDED|00000|00000|00000000|00000000'.
           01 WS-ABEND-STATUS PIC X(60).
           01 WS-STATUS-DETAIL PIC X(60).
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
           01 WS-REPORT-NAME PIC X(40) VALUE 'report_p1.txt'.
           01 WS-EXCEPTION-NAME PIC X(40) VALUE 'exceptions_p1.txt'.
           01 WS-AUDIT-NAME PIC X(40) VALUE 'audit_p1.txt'.
           01 WS-STATUS-NAME PIC X(40) VALUE 'runstatus_p1.txt'.
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
      *    TO sim_ FILES SO NO LIVE REPORT, EXCEPTION FILE OR RUNSTATUS
      *    IS OVERWRITTEN AND NO DOWNSTREAM STEP CAN PICK THEM UP
           MOVE SPACES TO WS-SIM-ENV.
           ACCEPT WS-SIM-ENV FROM ENVIRONMENT 'SIMULATE'.
           IF WS-SIM-ENV = 'Y' THEN
               MOVE 'Y' TO WS-SIM-MODE
               MOVE 'sim_report_p1.txt' TO WS-REPORT-NAME
               MOVE 'sim_exceptions_p1.txt' TO WS-EXCEPTION-NAME
               MOVE 'sim_audit_p1.txt' TO WS-AUDIT-NAME
               MOVE 'sim_runstatus_p1.txt' TO WS-STATUS-NAME
               DISPLAY 'SIMULATION RUN - OUTPUTS WRITTEN TO sim_ FILES'
           END-IF.
           MOVE SPACES TO WS-LIM-ENV.
           ACCEPT WS-LIM-ENV FROM ENVIRONMENT 'EXCLIMIT'.
           IF WS-LIM-ENV NOT = SPACES THEN
           IF WS-DATAFILE-NAME = SPACES THEN
               MOVE 'input.txt' TO WS-DATAFILE-NAME
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
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-SIM-MODE = 'Y' THEN
               WRITE REPORT-LINE FROM WS-SIM-BANNER
           END-IF.
      *    THE REPORT HEADER NAMES THE PRIORITY TABLE USED TO SCORE
           MOVE WS-PT-VERSION TO WS-REPORT-VERSION.
           MOVE WS-PT-DATE TO WS-REPORT-ASOF.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT AUDIT-FILE.
              PERFORM UNTIL WS-EOF='Y'
                           IF WS-SKIP-FRAG = 'Y' THEN
                               MOVE 'N' TO WS-SKIP-FRAG
                           ELSE
      *                    HEADER AND TRAILER CONTROL RECORDS ARE
      *                    CHECKED BY THE PRE-EDIT - NOT RUCKSACKS
                           IF CONTENTS(1:4) = 'HDR|' OR
                               CONTENTS(1:4) = 'TRL|' THEN
                               CONTINUE
                           ELSE
                           ADD 1 TO WS-LINENO
                           MOVE CONTENTS TO WS-CONTENTS
                           IF RL-EXCESS NOT = SPACES THEN
                                   MOVE WS-POC1(WS-CNT:1) TO WS-COM
                                   SET WS-MATCHED TO 1
                                   SET WS-RORD TO FUNCTION ORD(WS-COM)
                                   MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                                   ADD WS-PRI TO WS-TOTAL
                                     ON SIZE ERROR
                                     DISPLAY 'TOTAL PRIORITY OVERFLOW'
                           MOVE WS-PRI TO WS-AUDIT-PRI
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-AUDIT-TIMESTAMP
                           MOVE WS-LINENO TO WS-AUDIT-SEQ
                           WRITE AUDIT-LINE FROM WS-AUDIT-DETAIL
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                 END-READ
              END-PERFORM.
           IF WS-LINENO = 0 THEN
