               SELECT CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.
               SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC WS-EXCEPTION-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               SELECT AUTH-FILE ASSIGN TO DYNAMIC WS-AUTH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
               SELECT COMPL-FILE ASSIGN TO DYNAMIC WS-COMPL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD COMPL-FILE.
           01 COMPL-LINE PIC X(110).

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
               02 WS-REPORT-UNIT PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-REPORT-AUTHFLAG PIC X(2).
           01 WS-REPORT-HEADER.
               02 FILLER PIC X(24) VALUE 'PRIORITY TABLE VERSION: '.
               02 WS-REPORT-VERSION PIC X(8).
               02 FILLER PIC X(16) VALUE '  SCORED AS OF: '.
               02 WS-REPORT-ASOF PIC X(8).
           01 WS-ROSTER-NAME PIC X(100).
           01 WS-ROSTER-STATUS PIC XX.
           01 WS-ROSTER-EOF PIC A(1) VALUE 'N'.
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
           01 WS-AUDIT-NAME PIC X(40) VALUE 'audit_p2.txt'.
           01 WS-REPORT-NAME PIC X(40) VALUE 'report_p2.txt'.
           01 WS-EXCEPTION-NAME PIC X(40) VALUE 'exceptions_p2.txt'.
           01 WS-COMPL-NAME PIC X(40) VALUE 'compliance_report.txt'.
           01 WS-STATUS-NAME PIC X(40) VALUE 'runstatus_p2.txt'.
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
               MOVE 'sim_audit_p2.txt' TO WS-AUDIT-NAME
               MOVE 'sim_report_p2.txt' TO WS-REPORT-NAME
               MOVE 'sim_exceptions_p2.txt' TO WS-EXCEPTION-NAME
               MOVE 'sim_compliance_report.txt' TO WS-COMPL-NAME
               MOVE 'sim_runstatus_p2.txt' TO WS-STATUS-NAME
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

      *    A SIMULATION NEITHER RESUMES FROM NOR MOVES THE LIVE
      *    CHECKPOINT
           IF WS-SIM-MODE = 'N' THEN
               OPEN INPUT CHECKPOINT-FILE
           END-IF.
           IF WS-SIM-MODE = 'N' AND WS-CHK-STATUS = '00' THEN
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END MOVE CHECKPOINT-RECORD TO WS-CHK-RESUME
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-SIM-MODE = 'Y' THEN
               WRITE REPORT-LINE FROM WS-SIM-BANNER
           END-IF.
      *    THE REPORT HEADER NAMES THE PRIORITY TABLE USED TO SCORE
           MOVE WS-PT-VERSION TO WS-REPORT-VERSION.
           MOVE WS-PT-DATE TO WS-REPORT-ASOF.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-CHK-RESUME > 0 THEN
               DISPLAY 'RESUMING AFTER CHECKPOINT AT ' WS-CHK-RESUME
                           IF WS-SKIP-FRAG = 'Y' THEN
                               MOVE 'N' TO WS-SKIP-FRAG
                           ELSE
      *                    HEADER AND TRAILER CONTROL RECORDS ARE
      *                    CHECKED BY THE PRE-EDIT - NOT RUCKSACKS
                           IF CONTENTS(1:4) = 'HDR|' OR
                               CONTENTS(1:4) = 'TRL|' THEN
                               CONTINUE
                           ELSE
                           ADD 1 TO WS-NSACKS
                           MOVE CONTENTS TO WS-CONTENTS(WS-NSACKS)
                           IF RL-EXCESS NOT = SPACES THEN
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
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
                               DIVIDE WS-NSACKS BY 100 GIVING WS-CNT
                                   REMAINDER WS-CHK-REM
                               IF WS-CHK-REM = 0 AND WS-SIM-MODE = 'N'
                                   THEN
                                   OPEN OUTPUT CHECKPOINT-FILE
                                   MOVE WS-NSACKS TO CHECKPOINT-RECORD
                                   WRITE CHECKPOINT-RECORD
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                  END-READ
              END-PERFORM.

           IF WS-SIM-MODE = 'N' THEN
              OPEN OUTPUT CHECKPOINT-FILE
              MOVE 0 TO CHECKPOINT-RECORD
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
           END-IF.

           IF WS-NSACKS = 0 THEN
               DISPLAY 'DATAFILE ' WS-DATAFILE-NAME ' IS EMPTY'
           CLOSE AUTH-FILE.
           DISPLAY WS-AUTH-CNT ' AUTHORIZED-BADGE UNIT(S) LOADED'.
           OPEN OUTPUT COMPL-FILE.
           IF WS-SIM-MODE = 'Y' THEN
               WRITE COMPL-LINE FROM WS-SIM-BANNER
           END-IF.
           WRITE COMPL-LINE FROM WS-COMPL-HDR.
           WRITE COMPL-LINE FROM WS-COMPL-BLANK.
           WRITE COMPL-LINE FROM WS-COMPL-HDR2.
                       ADD 1 TO WS-EXC-COUNT
                   ELSE
                       SET WS-RORD TO FUNCTION ORD(WS-COM)
                       MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                       ADD WS-PRI TO WS-TOTAL
                         ON SIZE ERROR
                         DISPLAY 'TOTAL PRIORITY OVERFLOW'
