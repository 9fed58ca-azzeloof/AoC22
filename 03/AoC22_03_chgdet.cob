      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_chgdet.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATAFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
               SELECT MASTER-FILE ASSIGN TO 'master.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-SEQ
               FILE STATUS IS WS-MASTER-STATUS.
               SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'change_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATUS-FILE ASSIGN TO 'runstatus_chgdet.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DATAFILE.
           01 RUCKSACK-LINE.
               02 CONTENTS PIC A(128).
               02 RL-EXCESS PIC X(32).

           FD MASTER-FILE.
           01 MASTER-RECORD.
               02 MAST-SEQ PIC 9(5).
               02 MAST-CONTENTS PIC A(128).
               02 MAST-PRI PIC 99.
               02 MAST-STATUS PIC X(1).

           FD CHANGE-FILE.
           01 CHANGE-RECORD PIC X(290).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(200).

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
           01 WS-DATAFILE-NAME PIC X(100).
           01 WS-DATAFILE-STATUS PIC XX.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-CHANGE-NAME PIC X(100).
           01 WS-CHANGE-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SKIP-FRAG PIC A(1) VALUE 'N'.
           01 WS-CNT PIC 999.
           01 WS-MATCH PIC 9.
           01 WS-MATCHED PIC 9.
           01 WS-LEN PIC 999.
           01 WS-PLEN PIC 999.
           01 WS-REM PIC 9.
           01 WS-VALID PIC 9.
           01 WS-SPACES PIC 999.
           01 WS-POC1 PIC A(64).
           01 WS-POC2 PIC A(64).
           01 WS-COM PIC A(1).
           01 WS-RORD PIC 999.
           01 WS-PRI PIC 99.
           01 WS-CONTENTS PIC A(128).
           01 WS-RUNDATE PIC X(8).
           01 WS-CHGLIMIT PIC 9(3) VALUE 20.
           01 WS-LIM-ENV PIC X(6).
           01 WS-LIM-LEN PIC 9.
           01 WS-OUTCOME PIC X(17).
           01 WS-MASTER-FOUND PIC A(1) VALUE 'Y'.
      *    THE WHOLE MASTER AND THE WHOLE INPUT ARE HELD IN STORAGE SO
      *    THE MATCH CAN ALSO LOOK FOR CONTENTS THAT MOVED SEQUENCE
           01 WS-MCNT PIC 9(5) VALUE ZERO.
           01 WS-MAST-TAB.
               02 WS-MT-ENT OCCURS 99999 TIMES.
                   03 WS-MT-SEQ PIC 9(5).
                   03 WS-MT-CONTENTS PIC A(128).
                   03 WS-MT-PRI PIC 99.
                   03 WS-MT-STAT PIC X(1).
           01 WS-ICNT PIC 9(5) VALUE ZERO.
           01 WS-IN-TAB.
               02 WS-IT-ENT OCCURS 99999 TIMES.
                   03 WS-IT-CONTENTS PIC A(128).
                   03 WS-IT-PRI PIC 99.
                   03 WS-IT-STAT PIC X(1).
           01 WS-IX PIC 9(6).
           01 WS-MX PIC 9(6).
           01 WS-SX PIC 9(6).
           01 WS-ACTION PIC X(8).
           01 WS-CUR-SEQ PIC 9(5).
           01 WS-B-CONTENTS PIC A(128).
           01 WS-B-PRI PIC 99.
           01 WS-B-STAT PIC X(1).
           01 WS-A-CONTENTS PIC A(128).
           01 WS-A-PRI PIC 99.
           01 WS-A-STAT PIC X(1).
           01 WS-WAS-SEQ PIC 9(5).
           01 WS-PRI-ED PIC Z9.
           01 WS-UNCHANGED PIC 9(5) VALUE ZERO.
           01 WS-ADDED PIC 9(5) VALUE ZERO.
           01 WS-REMOVED PIC 9(5) VALUE ZERO.
           01 WS-CHANGED PIC 9(5) VALUE ZERO.
           01 WS-MOVED PIC 9(5) VALUE ZERO.
           01 WS-CHG-DETAIL.
               02 WS-CD-DATE PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-ACTION PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-SEQ PIC 9(5).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-BCONTENTS PIC X(128).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-BPRI PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-BSTAT PIC X(1).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-ACONTENTS PIC X(128).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-APRI PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-ASTAT PIC X(1).
           01 WS-RPT-HDR1 PIC X(200) VALUE
               'MASTER CHANGE DETECTION REPORT'.
           01 WS-RPT-HDR2.
               02 FILLER PIC X(10) VALUE 'DATAFILE: '.
               02 WS-RPT-DATAFILE PIC X(40).
               02 FILLER PIC X(12) VALUE '  RUN DATE: '.
               02 WS-RPT-RUNDATE PIC X(8).
               02 FILLER PIC X(26) VALUE
                   '  PRIORITY TABLE VERSION: '.
               02 WS-RPT-VERSION PIC X(8).
           01 WS-RPT-HDR3.
               02 FILLER PIC X(8) VALUE 'ACTION'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(5) VALUE '  SEQ'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'PRIORITY'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(6) VALUE 'STATUS'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(14) VALUE 'NOTE'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(23) VALUE 'CONTENTS BEFORE / AFTER'.
           01 WS-RPT-BLANK PIC X(200) VALUE SPACES.
           01 WS-RPT-DETAIL.
               02 WS-RPT-ACTION PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-SEQ PIC ZZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-BPRI PIC X(2).
               02 FILLER PIC X(4) VALUE ' -> '.
               02 WS-RPT-APRI PIC X(2).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-BSTAT PIC X(1).
               02 FILLER PIC X(4) VALUE ' -> '.
               02 WS-RPT-ASTAT PIC X(1).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-NOTE PIC X(14).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-BCON PIC X(55).
               02 FILLER PIC X(4) VALUE ' -> '.
               02 WS-RPT-ACON PIC X(55).
           01 WS-RPT-NOTE-MOVED.
               02 FILLER PIC X(8) VALUE 'WAS SEQ '.
               02 WS-RPT-WAS-SEQ PIC 9(5).
           01 WS-RPT-COUNT.
               02 WS-RPT-COUNT-NAME PIC X(40).
               02 WS-RPT-COUNT-OUT PIC ZZZZ9.
           01 WS-RPT-VERDICT PIC X(200).
           01 WS-VERDICT-REVIEW PIC X(60) VALUE
               'REMOVED OR CHANGED RUCKSACKS - REVIEW BEFORE APPLYING'.
           01 WS-VERDICT-RESEQ PIC X(60) VALUE
               'INPUT APPEARS RESEQUENCED - CHANGE FILE EMPTIED'.
           01 WS-ABEND-BASE PIC X(60) VALUE
               'CHGDET|ABENDED|00000|00000|00000|00000|00000'.
           01 WS-ABEND-STATUS PIC X(80).
           01 WS-STATUS-DETAIL PIC X(80).
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

       PROCEDURE DIVISION.
      *    EVERY RUNSTATUS LINE CARRIES THE RUN DATE AS ITS LAST
      *    FIELD SO THE STREAM CONTROLLER CAN TELL A FRESH OUTCOME
      *    FROM A LEFTOVER FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           MOVE SPACES TO WS-ABEND-STATUS.
           STRING WS-ABEND-BASE DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-ABEND-STATUS.
      *    CHGLIMIT IS THE PERCENTAGE OF THE MASTER THAT MAY BE
      *    REMOVED OR CHANGED BEFORE THE INPUT IS TREATED AS
      *    RESEQUENCED AND THE STREAM IS HALTED
           MOVE SPACES TO WS-LIM-ENV.
           ACCEPT WS-LIM-ENV FROM ENVIRONMENT 'CHGLIMIT'.
           IF WS-LIM-ENV NOT = SPACES THEN
               INSPECT WS-LIM-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-LIM-LEN
               INSPECT FUNCTION REVERSE (WS-LIM-ENV)
      -            TALLYING WS-LIM-LEN FOR LEADING SPACES
               COMPUTE WS-LIM-LEN = LENGTH OF WS-LIM-ENV - WS-LIM-LEN
               MOVE WS-LIM-ENV(1:WS-LIM-LEN) TO WS-CHGLIMIT
           END-IF.
           MOVE SPACES TO WS-DATAFILE-NAME.
           ACCEPT WS-DATAFILE-NAME FROM ENVIRONMENT 'DATAFILE'.
           IF WS-DATAFILE-NAME = SPACES THEN
               MOVE 'input.txt' TO WS-DATAFILE-NAME
           END-IF.
           MOVE SPACES TO WS-CHANGE-NAME.
           ACCEPT WS-CHANGE-NAME FROM ENVIRONMENT 'MASTCHGFILE'.
           IF WS-CHANGE-NAME = SPACES THEN
               MOVE 'mast_changes.txt' TO WS-CHANGE-NAME
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

      *    READ THE CURRENT MASTER IN KEY ORDER - ON THE FIRST NIGHT
      *    THERE IS NO MASTER AND EVERY RUCKSACK IS AN ADDITION
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = '35' THEN
               MOVE 'N' TO WS-MASTER-FOUND
               DISPLAY 'master.dat NOT FOUND - EVERY RUCKSACK WILL BE '
                   'REPORTED AS ADDED'
           ELSE
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN master.dat - FILE STATUS '
                   WS-MASTER-STATUS
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           IF WS-MASTER-FOUND = 'Y' THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-MCNT < 99999 THEN
                               ADD 1 TO WS-MCNT
                               MOVE MAST-SEQ TO WS-MT-SEQ(WS-MCNT)
                               MOVE MAST-CONTENTS
                                   TO WS-MT-CONTENTS(WS-MCNT)
                               MOVE MAST-PRI TO WS-MT-PRI(WS-MCNT)
                               MOVE MAST-STATUS TO WS-MT-STAT(WS-MCNT)
                           ELSE
                               DISPLAY 'MASTER TABLE FULL AT ' WS-MCNT
                                   ' - RUN ABANDONED'
                               CLOSE MASTER-FILE
                               OPEN OUTPUT STATUS-FILE
                               MOVE WS-ABEND-STATUS TO STATUS-LINE
                               WRITE STATUS-LINE
                               CLOSE STATUS-FILE
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.

      *    READ AND SCORE THE NEW INPUT EXACTLY AS THE MASTER LOAD
      *    WOULD - THE SEQUENCE IS THE RUCKSACK LINE NUMBER
           OPEN INPUT DATAFILE.
           IF WS-DATAFILE-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-DATAFILE-NAME
                   ' - FILE STATUS ' WS-DATAFILE-STATUS
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                   READ DATAFILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-DATAFILE-STATUS = '06' AND
                               WS-SKIP-FRAG = 'Y' THEN
                               CONTINUE
                           ELSE
                           IF WS-DATAFILE-STATUS NOT = '06' AND
                               WS-SKIP-FRAG = 'Y' THEN
                               MOVE 'N' TO WS-SKIP-FRAG
                           ELSE
      *                    HEADER AND TRAILER CONTROL RECORDS ARE
      *                    CHECKED BY THE PRE-EDIT - NOT RUCKSACKS
                           IF CONTENTS(1:4) = 'HDR|' OR
                               CONTENTS(1:4) = 'TRL|' THEN
                               CONTINUE
                           ELSE
                           IF WS-ICNT NOT < 99999 THEN
                               DISPLAY 'INPUT TABLE FULL AT ' WS-ICNT
                                   ' - RUN ABANDONED'
                               CLOSE DATAFILE
                               OPEN OUTPUT STATUS-FILE
                               MOVE WS-ABEND-STATUS TO STATUS-LINE
                               WRITE STATUS-LINE
                               CLOSE STATUS-FILE
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF WS-DATAFILE-STATUS = '06' THEN
                               MOVE 'Y' TO WS-SKIP-FRAG
                           END-IF
                           ADD 1 TO WS-ICNT
                           MOVE CONTENTS TO WS-CONTENTS
                           MOVE 0 TO WS-LEN
                           INSPECT FUNCTION REVERSE (WS-CONTENTS)
      -                        TALLYING WS-LEN FOR LEADING SPACES
                           COMPUTE WS-LEN = LENGTH OF WS-CONTENTS
      -                         - WS-LEN
                           SET WS-VALID TO 1
                           IF RL-EXCESS NOT = SPACES OR
                               WS-SKIP-FRAG = 'Y' THEN
                               SET WS-VALID TO 0
                           END-IF
                           IF WS-LEN = 0 THEN
                               SET WS-VALID TO 0
                           END-IF
                           DIVIDE WS-LEN BY 2 GIVING WS-PLEN
                               REMAINDER WS-REM
                           IF WS-REM NOT = 0 THEN
                               SET WS-VALID TO 0
                           END-IF
                           IF WS-VALID = 1 AND
                               WS-CONTENTS(1:WS-LEN) IS NOT ALPHABETIC
                               THEN
                               SET WS-VALID TO 0
                           END-IF
                           IF WS-VALID = 1 THEN
                               MOVE 0 TO WS-SPACES
                               INSPECT WS-CONTENTS(1:WS-LEN)
                                   TALLYING WS-SPACES FOR ALL SPACE
                               IF WS-SPACES > 0 THEN
                                   SET WS-VALID TO 0
                               END-IF
                           END-IF
                           MOVE SPACE TO WS-COM
                           MOVE 0 TO WS-PRI
                           SET WS-MATCHED TO 0
                           IF WS-VALID = 1 THEN
                               MOVE WS-CONTENTS(1:WS-PLEN) TO WS-POC1
                               MOVE WS-CONTENTS(WS-PLEN + 1:WS-PLEN)
      -                            TO WS-POC2
                               SET WS-CNT TO 0
                               PERFORM UNTIL WS-CNT > WS-PLEN
                                   SET WS-MATCH TO 0
                                   INSPECT WS-POC2 TALLYING WS-MATCH
                                       FOR ALL WS-POC1(WS-CNT:1)
                                   IF WS-MATCH>0 THEN
                                       MOVE WS-POC1(WS-CNT:1)
                                           TO WS-COM
                                       SET WS-MATCHED TO 1
                                       SET WS-RORD TO
                                           FUNCTION ORD(WS-COM)
                                       MOVE WS-PT-WEIGHT(WS-RORD)
                                           TO WS-PRI
                                       ADD 1 TO WS-PLEN GIVING WS-CNT
                                   ELSE
                                       ADD 1 TO WS-CNT
                                   END-IF
                               END-PERFORM
                           END-IF
                           MOVE WS-CONTENTS TO WS-IT-CONTENTS(WS-ICNT)
                           MOVE WS-PRI TO WS-IT-PRI(WS-ICNT)
                           IF WS-MATCHED = 1 THEN
                               MOVE 'P' TO WS-IT-STAT(WS-ICNT)
                           ELSE
                               MOVE 'E' TO WS-IT-STAT(WS-ICNT)
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
              END-PERFORM.
           CLOSE DATAFILE.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-RPT-HDR1.
           MOVE WS-DATAFILE-NAME TO WS-RPT-DATAFILE.
           MOVE WS-RUNDATE TO WS-RPT-RUNDATE.
           MOVE WS-PT-VERSION TO WS-RPT-VERSION.
           WRITE REPORT-LINE FROM WS-RPT-HDR2.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-HDR3.
           OPEN OUTPUT CHANGE-FILE.
           IF WS-CHANGE-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-CHANGE-NAME
                   ' - FILE STATUS ' WS-CHANGE-STATUS
               CLOSE REPORT-FILE
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    MATCH THE INPUT AGAINST THE MASTER BY SEQUENCE - BOTH ARE
      *    IN ASCENDING SEQUENCE, SO ONE PASS OVER EACH SUFFICES
           MOVE 1 TO WS-IX.
           MOVE 1 TO WS-MX.
              PERFORM UNTIL WS-IX > WS-ICNT AND WS-MX > WS-MCNT
                   MOVE SPACES TO WS-ACTION
                   IF WS-IX > WS-ICNT THEN
                       MOVE 'REMOVED' TO WS-ACTION
                   ELSE
                   IF WS-MX > WS-MCNT THEN
                       MOVE 'ADDED' TO WS-ACTION
                   ELSE
                   IF WS-MT-SEQ(WS-MX) < WS-IX THEN
                       MOVE 'REMOVED' TO WS-ACTION
                   ELSE
                   IF WS-MT-SEQ(WS-MX) > WS-IX THEN
                       MOVE 'ADDED' TO WS-ACTION
                   ELSE
                   IF WS-MT-CONTENTS(WS-MX) = WS-IT-CONTENTS(WS-IX)
                       THEN
                       MOVE 'SAME' TO WS-ACTION
                   ELSE
                       MOVE 'CHANGED' TO WS-ACTION
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   MOVE SPACES TO WS-B-CONTENTS
                   MOVE SPACES TO WS-A-CONTENTS
                   MOVE 0 TO WS-B-PRI
                   MOVE 0 TO WS-A-PRI
                   MOVE SPACE TO WS-B-STAT
                   MOVE SPACE TO WS-A-STAT
                   IF WS-ACTION = 'REMOVED' OR WS-ACTION = 'CHANGED' OR
                       WS-ACTION = 'SAME' THEN
                       MOVE WS-MT-SEQ(WS-MX) TO WS-CUR-SEQ
                       MOVE WS-MT-CONTENTS(WS-MX) TO WS-B-CONTENTS
                       MOVE WS-MT-PRI(WS-MX) TO WS-B-PRI
                       MOVE WS-MT-STAT(WS-MX) TO WS-B-STAT
                       ADD 1 TO WS-MX
                   END-IF
                   IF WS-ACTION = 'ADDED' OR WS-ACTION = 'CHANGED' OR
                       WS-ACTION = 'SAME' THEN
                       MOVE WS-IX TO WS-CUR-SEQ
                       MOVE WS-IT-CONTENTS(WS-IX) TO WS-A-CONTENTS
                       MOVE WS-IT-PRI(WS-IX) TO WS-A-PRI
                       MOVE WS-IT-STAT(WS-IX) TO WS-A-STAT
                       ADD 1 TO WS-IX
                   END-IF
                   IF WS-ACTION = 'SAME' THEN
                       ADD 1 TO WS-UNCHANGED
                   ELSE
      *                NEW CONTENTS ALREADY ON THE MASTER UNDER ANOTHER
      *                SEQUENCE ARE THE SIGNATURE OF RESEQUENCING
                       MOVE 0 TO WS-WAS-SEQ
                       IF WS-ACTION NOT = 'REMOVED' AND
                           WS-A-CONTENTS NOT = SPACES THEN
                           PERFORM VARYING WS-SX FROM 1 BY 1
                               UNTIL WS-SX > WS-MCNT OR WS-WAS-SEQ > 0
                               IF WS-MT-CONTENTS(WS-SX) = WS-A-CONTENTS
                                   AND WS-MT-SEQ(WS-SX) NOT = WS-CUR-SEQ
                                   THEN
                                   MOVE WS-MT-SEQ(WS-SX) TO WS-WAS-SEQ
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-ACTION = 'ADDED' THEN
                           ADD 1 TO WS-ADDED
                       END-IF
                       IF WS-ACTION = 'REMOVED' THEN
                           ADD 1 TO WS-REMOVED
                       END-IF
                       IF WS-ACTION = 'CHANGED' THEN
                           ADD 1 TO WS-CHANGED
                       END-IF
                       MOVE WS-ACTION TO WS-RPT-ACTION
                       MOVE WS-CUR-SEQ TO WS-RPT-SEQ
                       MOVE '--' TO WS-RPT-BPRI
                       MOVE '--' TO WS-RPT-APRI
                       IF WS-ACTION NOT = 'ADDED' THEN
                           MOVE WS-B-PRI TO WS-PRI-ED
                           MOVE WS-PRI-ED TO WS-RPT-BPRI
                       END-IF
                       IF WS-ACTION NOT = 'REMOVED' THEN
                           MOVE WS-A-PRI TO WS-PRI-ED
                           MOVE WS-PRI-ED TO WS-RPT-APRI
                       END-IF
                       MOVE WS-B-STAT TO WS-RPT-BSTAT
                       MOVE WS-A-STAT TO WS-RPT-ASTAT
                       MOVE SPACES TO WS-RPT-NOTE
                       IF WS-WAS-SEQ > 0 THEN
                           ADD 1 TO WS-MOVED
                           MOVE WS-WAS-SEQ TO WS-RPT-WAS-SEQ
                           MOVE WS-RPT-NOTE-MOVED TO WS-RPT-NOTE
                       END-IF
                       MOVE WS-B-CONTENTS(1:55) TO WS-RPT-BCON
                       MOVE WS-A-CONTENTS(1:55) TO WS-RPT-ACON
                       WRITE REPORT-LINE FROM WS-RPT-DETAIL
                       MOVE WS-RUNDATE TO WS-CD-DATE
                       MOVE WS-ACTION TO WS-CD-ACTION
                       MOVE WS-CUR-SEQ TO WS-CD-SEQ
                       MOVE WS-B-CONTENTS TO WS-CD-BCONTENTS
                       MOVE WS-B-PRI TO WS-CD-BPRI
                       MOVE WS-B-STAT TO WS-CD-BSTAT
                       MOVE WS-A-CONTENTS TO WS-CD-ACONTENTS
                       MOVE WS-A-PRI TO WS-CD-APRI
                       MOVE WS-A-STAT TO WS-CD-ASTAT
                       WRITE CHANGE-RECORD FROM WS-CHG-DETAIL
                   END-IF
              END-PERFORM.

      *    A LARGE SHARE OF THE MASTER REMOVED OR CHANGED MEANS THE
      *    SENDER HAS RESEQUENCED - THE CHANGE FILE IS EMPTIED SO THE
      *    BATCH UPDATE CANNOT CARRY IT INTO THE MASTER
           MOVE 'CLEAN' TO WS-OUTCOME.
           MOVE 0 TO RETURN-CODE.
           MOVE 'NO CHANGES REQUIRE REVIEW' TO WS-RPT-VERDICT.
           IF WS-REMOVED > 0 OR WS-CHANGED > 0 THEN
               MOVE 'EXCEPTIONS' TO WS-OUTCOME
               MOVE 4 TO RETURN-CODE
               MOVE WS-VERDICT-REVIEW TO WS-RPT-VERDICT
           END-IF.
           IF (WS-REMOVED + WS-CHANGED) * 100 > WS-CHGLIMIT * WS-MCNT
               AND WS-MCNT > 0 THEN
               MOVE 'RESEQUENCED' TO WS-OUTCOME
               MOVE 8 TO RETURN-CODE
               MOVE WS-VERDICT-RESEQ TO WS-RPT-VERDICT
               CLOSE CHANGE-FILE
               OPEN OUTPUT CHANGE-FILE
               DISPLAY 'CHANGES ABOVE ' WS-CHGLIMIT
                   ' PERCENT OF MASTER - INPUT APPEARS RESEQUENCED'
           END-IF.
           CLOSE CHANGE-FILE.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'MASTER RECORDS READ:' TO WS-RPT-COUNT-NAME.
           MOVE WS-MCNT TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'INPUT RUCKSACKS READ:' TO WS-RPT-COUNT-NAME.
           MOVE WS-ICNT TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'UNCHANGED:' TO WS-RPT-COUNT-NAME.
           MOVE WS-UNCHANGED TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'ADDED:' TO WS-RPT-COUNT-NAME.
           MOVE WS-ADDED TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'REMOVED:' TO WS-RPT-COUNT-NAME.
           MOVE WS-REMOVED TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'CHANGED:' TO WS-RPT-COUNT-NAME.
           MOVE WS-CHANGED TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           MOVE 'CONTENTS FOUND UNDER ANOTHER SEQUENCE:'
               TO WS-RPT-COUNT-NAME.
           MOVE WS-MOVED TO WS-RPT-COUNT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-COUNT.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-VERDICT.
           CLOSE REPORT-FILE.
           DISPLAY 'CHANGE DETECTION - ' WS-ADDED ' ADDED, '
               WS-REMOVED ' REMOVED, ' WS-CHANGED ' CHANGED'.
           OPEN OUTPUT STATUS-FILE.
           MOVE SPACES TO WS-STATUS-DETAIL.
           STRING 'CHGDET|' DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-MCNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ICNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ADDED DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-REMOVED DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-CHANGED DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-STATUS-DETAIL.
           WRITE STATUS-LINE FROM WS-STATUS-DETAIL.
           CLOSE STATUS-FILE.
           STOP RUN.
