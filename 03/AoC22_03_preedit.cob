      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_preedit.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATAFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
               SELECT SEQCTL-FILE ASSIGN TO 'fileseq.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQCTL-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'preedit_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT STATUS-FILE ASSIGN TO 'runstatus_preedit.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DATAFILE.
           01 RUCKSACK-LINE.
               02 CONTENTS PIC A(128).
               02 RL-EXCESS PIC X(32).
           01 CONTROL-LINE PIC X(160).

           FD SEQCTL-FILE.
           01 SEQCTL-LINE.
               02 SEQ-SITE PIC X(10).
               02 FILLER PIC X(1).
               02 SEQ-LAST PIC 9(6).
               02 FILLER PIC X(1).
               02 SEQ-BUSDATE PIC X(8).
               02 FILLER PIC X(1).
               02 SEQ-COUNT PIC 9(7).
               02 FILLER PIC X(1).
               02 SEQ-HASH PIC 9(12).
               02 FILLER PIC X(1).
               02 SEQ-RUNDATE PIC X(8).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           FD STATUS-FILE.
           01 STATUS-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-DATAFILE-NAME PIC X(100).
           01 WS-DATAFILE-STATUS PIC XX.
           01 WS-SEQCTL-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SKIP-FRAG PIC A(1) VALUE 'N'.
           01 WS-NLINES PIC 9(7) VALUE ZERO.
           01 WS-REC-COUNT PIC 9(7) VALUE ZERO.
           01 WS-HASH PIC 9(12) VALUE ZERO.
           01 WS-CX PIC 999.
           01 WS-HDR-SEEN PIC A(1) VALUE 'N'.
           01 WS-HDR-MISPLACED PIC A(1) VALUE 'N'.
           01 WS-TRL-SEEN PIC A(1) VALUE 'N'.
           01 WS-TRL-EXTRA PIC A(1) VALUE 'N'.
           01 WS-AFTER-TRL PIC A(1) VALUE 'N'.
           01 WS-HDR-TAG PIC X(3).
           01 WS-HDR-SITE PIC X(10).
           01 WS-HDR-BUSDATE PIC X(8).
           01 WS-HDR-SEQ-X PIC X(6).
           01 WS-HDR-SEQ PIC 9(6) VALUE ZERO.
           01 WS-HDR-OK PIC A(1) VALUE 'N'.
           01 WS-TRL-TAG PIC X(3).
           01 WS-TRL-COUNT-X PIC X(7).
           01 WS-TRL-HASH-X PIC X(12).
           01 WS-TRL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TRL-HASH PIC 9(12) VALUE ZERO.
           01 WS-TRL-OK PIC A(1) VALUE 'N'.
           01 WS-FLD-LEN PIC 99.
           01 WS-NSITES PIC 99 VALUE ZERO.
           01 WS-SITE-TAB.
               02 WS-SITE-ENT OCCURS 50 TIMES.
                   03 WS-SITE-ID PIC X(10).
                   03 WS-SITE-LAST PIC 9(6).
                   03 WS-SITE-BUSDATE PIC X(8).
                   03 WS-SITE-COUNT PIC 9(7).
                   03 WS-SITE-HASH PIC 9(12).
                   03 WS-SITE-RUNDATE PIC X(8).
           01 WS-SX PIC 99.
           01 WS-SITE-IX PIC 99 VALUE ZERO.
           01 WS-EXPECT-SEQ PIC 9(6) VALUE ZERO.
           01 WS-RERUN PIC A(1) VALUE 'N'.
           01 WS-SEQ-NOTE PIC X(40).
           01 WS-BREAK-CNT PIC 9(5) VALUE ZERO.
           01 WS-BREAK-TAB.
               02 WS-BREAK-TEXT PIC X(60) OCCURS 20 TIMES.
           01 WS-BREAK-NEW PIC X(60).
           01 WS-BX PIC 99.
           01 WS-SEQCTL-DETAIL.
               02 WS-SQ-SITE PIC X(10).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SQ-LAST PIC 9(6).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SQ-BUSDATE PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SQ-COUNT PIC 9(7).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SQ-HASH PIC 9(12).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SQ-RUNDATE PIC X(8).
           01 WS-RPT-HDR1 PIC X(100) VALUE
               'INBOUND FILE PRE-EDIT CONTROL REPORT'.
           01 WS-RPT-BLANK PIC X(100) VALUE SPACES.
           01 WS-RPT-ITEM.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-LABEL PIC X(22).
               02 WS-RPT-VALUE PIC X(76).
           01 WS-RPT-TOTHDR.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(22) VALUE 'CONTROL TOTAL'.
               02 FILLER PIC X(14) VALUE '       TRAILER'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(14) VALUE '       COUNTED'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(6) VALUE 'CHECK'.
           01 WS-RPT-TOTAL.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-TOT-NAME PIC X(22).
               02 WS-RPT-TOT-TRL PIC Z(13)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-TOT-CNT PIC Z(13)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RPT-TOT-STATE PIC X(8).
           01 WS-RPT-BREAK.
               02 FILLER PIC X(4) VALUE SPACES.
               02 WS-RPT-BREAK-TEXT PIC X(60).
           01 WS-RPT-VERDICT PIC X(100).
           01 WS-OUTCOME PIC X(17).
           01 WS-RUNDATE PIC X(8).
           01 WS-ABEND-BASE PIC X(60) VALUE
               'PREEDIT|ABENDED|0000000|00000|000000000000|000000'.
           01 WS-ABEND-STATUS PIC X(80).
           01 WS-STATUS-DETAIL PIC X(80).

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
           MOVE SPACES TO WS-BREAK-TAB.
           MOVE SPACES TO WS-SITE-TAB.
           MOVE SPACES TO WS-HDR-SITE.
           MOVE SPACES TO WS-HDR-BUSDATE.
           MOVE SPACES TO WS-HDR-SEQ-X.
           MOVE SPACES TO WS-SEQ-NOTE.

           MOVE SPACES TO WS-DATAFILE-NAME.
           ACCEPT WS-DATAFILE-NAME FROM ENVIRONMENT 'DATAFILE'.
           IF WS-DATAFILE-NAME = SPACES THEN
               MOVE 'input.txt' TO WS-DATAFILE-NAME
           END-IF.
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

      *    READ THE WHOLE FILE - THE FIRST LINE MUST BE THE HEADER
      *    (HDR|SITE|BUSINESS DATE|FILE SEQUENCE) AND THE LAST THE
      *    TRAILER (TRL|RECORD COUNT|HASH TOTAL). THE HASH TOTAL IS
      *    THE SUM OF THE CHARACTER CODES OF EVERY NON-BLANK
      *    CHARACTER IN THE DETAIL RECORDS, OVERLENGTH PIECES
      *    INCLUDED
              PERFORM UNTIL WS-EOF = 'Y'
                  READ DATAFILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF WS-SKIP-FRAG = 'Y' THEN
                               PERFORM VARYING WS-CX FROM 1 BY 1
                                   UNTIL WS-CX > 160
                                   IF CONTROL-LINE(WS-CX:1) NOT = SPACE
                                       THEN
                                       COMPUTE WS-HASH = WS-HASH +
                                           FUNCTION ORD
                                           (CONTROL-LINE(WS-CX:1)) - 1
                                   END-IF
                               END-PERFORM
                               IF WS-DATAFILE-STATUS NOT = '06' THEN
                                   MOVE 'N' TO WS-SKIP-FRAG
                               END-IF
                           ELSE
                           ADD 1 TO WS-NLINES
                           IF WS-TRL-SEEN = 'Y' THEN
                               MOVE 'Y' TO WS-AFTER-TRL
                           END-IF
                           IF CONTROL-LINE(1:4) = 'HDR|' THEN
                               IF WS-NLINES > 1 THEN
                                   MOVE 'Y' TO WS-HDR-MISPLACED
                               ELSE
                                   MOVE 'Y' TO WS-HDR-SEEN
                                   UNSTRING CONTROL-LINE
                                       DELIMITED BY '|'
                                       INTO WS-HDR-TAG WS-HDR-SITE
                                       WS-HDR-BUSDATE WS-HDR-SEQ-X
                               END-IF
                           ELSE
                           IF CONTROL-LINE(1:4) = 'TRL|' THEN
                               IF WS-TRL-SEEN = 'Y' THEN
                                   MOVE 'Y' TO WS-TRL-EXTRA
                               ELSE
                                   MOVE 'Y' TO WS-TRL-SEEN
                                   MOVE SPACES TO WS-TRL-COUNT-X
                                   MOVE SPACES TO WS-TRL-HASH-X
                                   UNSTRING CONTROL-LINE
                                       DELIMITED BY '|'
                                       INTO WS-TRL-TAG WS-TRL-COUNT-X
                                       WS-TRL-HASH-X
                               END-IF
                           ELSE
                               ADD 1 TO WS-REC-COUNT
                               PERFORM VARYING WS-CX FROM 1 BY 1
                                   UNTIL WS-CX > 160
                                   IF CONTROL-LINE(WS-CX:1) NOT = SPACE
                                       THEN
                                       COMPUTE WS-HASH = WS-HASH +
                                           FUNCTION ORD
                                           (CONTROL-LINE(WS-CX:1)) - 1
                                   END-IF
                               END-PERFORM
                               IF WS-DATAFILE-STATUS = '06' THEN
                                   MOVE 'Y' TO WS-SKIP-FRAG
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE DATAFILE.

      *    EDIT THE HEADER AND TRAILER FIELDS
           IF WS-NLINES = 0 THEN
               MOVE 'FILE IS EMPTY' TO WS-BREAK-NEW
               ADD 1 TO WS-BREAK-CNT
               IF WS-BREAK-CNT <= 20 THEN
                   MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
               END-IF
           END-IF.
           IF WS-NLINES > 0 AND WS-HDR-SEEN = 'N' THEN
               MOVE 'MISSING HEADER RECORD' TO WS-BREAK-NEW
               ADD 1 TO WS-BREAK-CNT
               IF WS-BREAK-CNT <= 20 THEN
                   MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
               END-IF
           END-IF.
           IF WS-HDR-MISPLACED = 'Y' THEN
               MOVE 'HEADER RECORD OUT OF PLACE' TO WS-BREAK-NEW
               ADD 1 TO WS-BREAK-CNT
               IF WS-BREAK-CNT <= 20 THEN
                   MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
               END-IF
           END-IF.
           IF WS-HDR-SEEN = 'Y' THEN
               MOVE 'Y' TO WS-HDR-OK
               IF WS-HDR-SITE = SPACES THEN
                   MOVE 'N' TO WS-HDR-OK
                   MOVE 'HEADER SITE MISSING' TO WS-BREAK-NEW
                   ADD 1 TO WS-BREAK-CNT
                   IF WS-BREAK-CNT <= 20 THEN
                       MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
                   END-IF
               END-IF
               IF WS-HDR-BUSDATE IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-HDR-OK
                   MOVE 'HEADER BUSINESS DATE INVALID' TO WS-BREAK-NEW
                   ADD 1 TO WS-BREAK-CNT
                   IF WS-BREAK-CNT <= 20 THEN
                       MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
                   END-IF
               END-IF
               MOVE 0 TO WS-FLD-LEN
               INSPECT FUNCTION REVERSE (WS-HDR-SEQ-X)
      -            TALLYING WS-FLD-LEN FOR LEADING SPACES
               COMPUTE WS-FLD-LEN = LENGTH OF WS-HDR-SEQ-X - WS-FLD-LEN
               IF WS-FLD-LEN = 0 THEN
                   MOVE 'N' TO WS-HDR-OK
                   MOVE 'HEADER FILE SEQUENCE MISSING' TO WS-BREAK-NEW
                   ADD 1 TO WS-BREAK-CNT
                   IF WS-BREAK-CNT <= 20 THEN
                       MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
                   END-IF
               ELSE
               IF WS-HDR-SEQ-X(1:WS-FLD-LEN) IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-HDR-OK
                   MOVE 'HEADER FILE SEQUENCE INVALID' TO WS-BREAK-NEW
                   ADD 1 TO WS-BREAK-CNT
                   IF WS-BREAK-CNT <= 20 THEN
                       MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
                   END-IF
               ELSE
                   MOVE WS-HDR-SEQ-X(1:WS-FLD-LEN) TO WS-HDR-SEQ
               END-IF
               END-IF
           END-IF.
           IF WS-NLINES > 0 AND WS-TRL-SEEN = 'N' THEN
               MOVE 'MISSING TRAILER RECORD' TO WS-BREAK-NEW
               ADD 1 TO WS-BREAK-CNT
               IF WS-BREAK-CNT <= 20 THEN
                   MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
               END-IF
           END-IF.
           IF WS-TRL-EXTRA = 'Y' THEN
               MOVE 'MORE THAN ONE TRAILER RECORD' TO WS-BREAK-NEW
               ADD 1 TO WS-BREAK-CNT
               IF WS-BREAK-CNT <= 20 THEN
                   MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
               END-IF
           END-IF.
           IF WS-AFTER-TRL = 'Y' THEN
               MOVE 'DATA FOLLOWS TRAILER RECORD' TO WS-BREAK-NEW
               ADD 1 TO WS-BREAK-CNT
               IF WS-BREAK-CNT <= 20 THEN
                   MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
               END-IF
           END-IF.
           IF WS-TRL-SEEN = 'Y' THEN
               MOVE 'Y' TO WS-TRL-OK
               MOVE 0 TO WS-FLD-LEN
               INSPECT FUNCTION REVERSE (WS-TRL-COUNT-X)
      -            TALLYING WS-FLD-LEN FOR LEADING SPACES
               COMPUTE WS-FLD-LEN = LENGTH OF WS-TRL-COUNT-X
      -            - WS-FLD-LEN
               IF WS-FLD-LEN = 0 THEN
                   MOVE 'N' TO WS-TRL-OK
               ELSE
               IF WS-TRL-COUNT-X(1:WS-FLD-LEN) IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-TRL-OK
               ELSE
                   MOVE WS-TRL-COUNT-X(1:WS-FLD-LEN) TO WS-TRL-COUNT
               END-IF
               END-IF
               MOVE 0 TO WS-FLD-LEN
               INSPECT FUNCTION REVERSE (WS-TRL-HASH-X)
      -            TALLYING WS-FLD-LEN FOR LEADING SPACES
               COMPUTE WS-FLD-LEN = LENGTH OF WS-TRL-HASH-X
      -            - WS-FLD-LEN
               IF WS-FLD-LEN = 0 THEN
                   MOVE 'N' TO WS-TRL-OK
               ELSE
               IF WS-TRL-HASH-X(1:WS-FLD-LEN) IS NOT NUMERIC THEN
                   MOVE 'N' TO WS-TRL-OK
               ELSE
                   MOVE WS-TRL-HASH-X(1:WS-FLD-LEN) TO WS-TRL-HASH
               END-IF
               END-IF
               IF WS-TRL-OK = 'N' THEN
                   MOVE 'TRAILER CONTROL TOTALS INVALID'
                       TO WS-BREAK-NEW
                   ADD 1 TO WS-BREAK-CNT
                   IF WS-BREAK-CNT <= 20 THEN
                       MOVE WS-BREAK-NEW TO WS-BREAK-TEXT(WS-BREAK-CNT)
                   END-IF
               ELSE
                   IF WS-TRL-COUNT NOT = WS-REC-COUNT THEN
                       MOVE 'RECORD COUNT MISMATCH' TO WS-BREAK-NEW
                       ADD 1 TO WS-BREAK-CNT
                       IF WS-BREAK-CNT <= 20 THEN
                           MOVE WS-BREAK-NEW
                               TO WS-BREAK-TEXT(WS-BREAK-CNT)
                       END-IF
                   END-IF
                   IF WS-TRL-HASH NOT = WS-HASH THEN
                       MOVE 'HASH TOTAL MISMATCH' TO WS-BREAK-NEW
                       ADD 1 TO WS-BREAK-CNT
                       IF WS-BREAK-CNT <= 20 THEN
                           MOVE WS-BREAK-NEW
                               TO WS-BREAK-TEXT(WS-BREAK-CNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    FILE SEQUENCE CHECK AGAINST THE LAST FILE ACCEPTED FROM
      *    THE SAME SITE. THE SAME FILE PRESENTED AGAIN ON THE DAY
      *    IT WAS ACCEPTED IS A RERUN, NOT A REPEAT
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SEQCTL-FILE.
           IF WS-SEQCTL-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SEQCTL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SEQ-SITE = SPACES OR
                               SEQ-LAST IS NOT NUMERIC THEN
                               DISPLAY 'BAD FILESEQ LINE SKIPPED: '
                                   SEQCTL-LINE
                           ELSE
                           IF WS-NSITES < 50 THEN
                               ADD 1 TO WS-NSITES
                               MOVE SEQ-SITE TO WS-SITE-ID(WS-NSITES)
                               MOVE SEQ-LAST TO WS-SITE-LAST(WS-NSITES)
                               MOVE SEQ-BUSDATE
                                   TO WS-SITE-BUSDATE(WS-NSITES)
                               MOVE ZERO TO WS-SITE-COUNT(WS-NSITES)
                               MOVE ZERO TO WS-SITE-HASH(WS-NSITES)
                               IF SEQ-COUNT IS NUMERIC THEN
                                   MOVE SEQ-COUNT
                                       TO WS-SITE-COUNT(WS-NSITES)
                               END-IF
                               IF SEQ-HASH IS NUMERIC THEN
                                   MOVE SEQ-HASH
                                       TO WS-SITE-HASH(WS-NSITES)
                               END-IF
                               MOVE SEQ-RUNDATE
                                   TO WS-SITE-RUNDATE(WS-NSITES)
                           ELSE
                               DISPLAY 'FILESEQ TABLE FULL AT '
                                   WS-NSITES ' - EXCESS IGNORED'
                               MOVE 'Y' TO WS-EOF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQCTL-FILE
           END-IF.
           IF WS-HDR-OK = 'Y' THEN
               MOVE 0 TO WS-SITE-IX
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-NSITES
                   IF WS-SITE-ID(WS-SX) = WS-HDR-SITE THEN
                       MOVE WS-SX TO WS-SITE-IX
                   END-IF
               END-PERFORM
               IF WS-SITE-IX = 0 THEN
                   MOVE 'FIRST FILE FROM THIS SITE' TO WS-SEQ-NOTE
               ELSE
                   IF WS-SITE-LAST(WS-SITE-IX) = 999999 THEN
                       MOVE 1 TO WS-EXPECT-SEQ
                   ELSE
                       ADD 1 TO WS-SITE-LAST(WS-SITE-IX)
                           GIVING WS-EXPECT-SEQ
                   END-IF
                   IF WS-HDR-SEQ = WS-SITE-LAST(WS-SITE-IX) AND
                       WS-SITE-RUNDATE(WS-SITE-IX) = WS-RUNDATE AND
                       WS-SITE-BUSDATE(WS-SITE-IX) = WS-HDR-BUSDATE
                       AND WS-SITE-COUNT(WS-SITE-IX) = WS-REC-COUNT
                       AND WS-SITE-HASH(WS-SITE-IX) = WS-HASH THEN
                       MOVE 'Y' TO WS-RERUN
                       MOVE 'RERUN OF FILE ACCEPTED TODAY'
                           TO WS-SEQ-NOTE
                   ELSE
                   IF WS-HDR-SEQ = WS-EXPECT-SEQ THEN
                       MOVE 'IN SEQUENCE' TO WS-SEQ-NOTE
                   ELSE
                   MOVE SPACES TO WS-SEQ-NOTE
                   STRING 'OUT OF SEQUENCE - EXPECTED '
                       DELIMITED BY SIZE
                       WS-EXPECT-SEQ DELIMITED BY SIZE
                       INTO WS-SEQ-NOTE
                   IF WS-HDR-SEQ > WS-EXPECT-SEQ THEN
                       MOVE 'FILE SEQUENCE SKIPPED' TO WS-BREAK-NEW
                       ADD 1 TO WS-BREAK-CNT
                       IF WS-BREAK-CNT <= 20 THEN
                           MOVE WS-BREAK-NEW
                               TO WS-BREAK-TEXT(WS-BREAK-CNT)
                       END-IF
                   ELSE
                       MOVE 'FILE SEQUENCE REPEATED' TO WS-BREAK-NEW
                       ADD 1 TO WS-BREAK-CNT
                       IF WS-BREAK-CNT <= 20 THEN
                           MOVE WS-BREAK-NEW
                               TO WS-BREAK-TEXT(WS-BREAK-CNT)
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *    CONTROL-BREAK REPORT
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-RPT-HDR1.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'RUN DATE:' TO WS-RPT-LABEL.
           MOVE WS-RUNDATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           MOVE 'DATAFILE:' TO WS-RPT-LABEL.
           MOVE WS-DATAFILE-NAME TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           MOVE 'SITE:' TO WS-RPT-LABEL.
           MOVE WS-HDR-SITE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           MOVE 'BUSINESS DATE:' TO WS-RPT-LABEL.
           MOVE WS-HDR-BUSDATE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           MOVE 'FILE SEQUENCE:' TO WS-RPT-LABEL.
           MOVE WS-HDR-SEQ-X TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           MOVE 'LAST ACCEPTED SEQ:' TO WS-RPT-LABEL.
           MOVE SPACES TO WS-RPT-VALUE.
           IF WS-SITE-IX > 0 THEN
               MOVE WS-SITE-LAST(WS-SITE-IX) TO WS-RPT-VALUE(1:6)
               MOVE WS-SITE-BUSDATE(WS-SITE-IX) TO WS-RPT-VALUE(9:8)
           ELSE
               MOVE 'NONE' TO WS-RPT-VALUE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           MOVE 'SEQUENCE CHECK:' TO WS-RPT-LABEL.
           MOVE WS-SEQ-NOTE TO WS-RPT-VALUE.
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           WRITE REPORT-LINE FROM WS-RPT-TOTHDR.
           MOVE 'RECORD COUNT' TO WS-RPT-TOT-NAME.
           MOVE WS-TRL-COUNT TO WS-RPT-TOT-TRL.
           MOVE WS-REC-COUNT TO WS-RPT-TOT-CNT.
           IF WS-TRL-OK = 'Y' AND WS-TRL-COUNT = WS-REC-COUNT THEN
               MOVE 'OK' TO WS-RPT-TOT-STATE
           ELSE
               MOVE 'MISMATCH' TO WS-RPT-TOT-STATE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE 'HASH TOTAL' TO WS-RPT-TOT-NAME.
           MOVE WS-TRL-HASH TO WS-RPT-TOT-TRL.
           MOVE WS-HASH TO WS-RPT-TOT-CNT.
           IF WS-TRL-OK = 'Y' AND WS-TRL-HASH = WS-HASH THEN
               MOVE 'OK' TO WS-RPT-TOT-STATE
           ELSE
               MOVE 'MISMATCH' TO WS-RPT-TOT-STATE
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'CONTROL BREAKS:' TO WS-RPT-LABEL.
           MOVE SPACES TO WS-RPT-VALUE.
           MOVE WS-BREAK-CNT TO WS-RPT-VALUE(1:5).
           WRITE REPORT-LINE FROM WS-RPT-ITEM.
              PERFORM VARYING WS-BX FROM 1 BY 1
                  UNTIL WS-BX > WS-BREAK-CNT OR WS-BX > 20
                   MOVE WS-BREAK-TEXT(WS-BX) TO WS-RPT-BREAK-TEXT
                   WRITE REPORT-LINE FROM WS-RPT-BREAK
              END-PERFORM.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           IF WS-BREAK-CNT = 0 THEN
               MOVE 'FILE ACCEPTED FOR PROCESSING' TO WS-RPT-VERDICT
           ELSE
               MOVE SPACES TO WS-RPT-VERDICT
               STRING 'FILE REJECTED - ' DELIMITED BY SIZE
                   WS-BREAK-CNT DELIMITED BY SIZE
                   ' CONTROL BREAK(S) - STREAM STOPPED'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM WS-RPT-VERDICT.
           CLOSE REPORT-FILE.
           DISPLAY WS-RPT-VERDICT.

      *    AN ACCEPTED FILE BECOMES THE LAST ONE SEEN FOR ITS SITE -
      *    REWRITE THE WHOLE SEQUENCE CONTROL FILE
           IF WS-BREAK-CNT = 0 AND WS-RERUN = 'N' THEN
               IF WS-SITE-IX = 0 THEN
                   IF WS-NSITES < 50 THEN
                       ADD 1 TO WS-NSITES
                       MOVE WS-NSITES TO WS-SITE-IX
                       MOVE WS-HDR-SITE TO WS-SITE-ID(WS-SITE-IX)
                   ELSE
                       DISPLAY 'FILESEQ TABLE FULL - SITE '
                           WS-HDR-SITE ' NOT RECORDED'
                   END-IF
               END-IF
               IF WS-SITE-IX > 0 THEN
                   MOVE WS-HDR-SEQ TO WS-SITE-LAST(WS-SITE-IX)
                   MOVE WS-HDR-BUSDATE TO WS-SITE-BUSDATE(WS-SITE-IX)
                   MOVE WS-REC-COUNT TO WS-SITE-COUNT(WS-SITE-IX)
                   MOVE WS-HASH TO WS-SITE-HASH(WS-SITE-IX)
                   MOVE WS-RUNDATE TO WS-SITE-RUNDATE(WS-SITE-IX)
               END-IF
               OPEN OUTPUT SEQCTL-FILE
               IF WS-SEQCTL-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO REWRITE fileseq.txt - FILE '
                       'STATUS ' WS-SEQCTL-STATUS
                   OPEN OUTPUT STATUS-FILE
                   MOVE WS-ABEND-STATUS TO STATUS-LINE
                   WRITE STATUS-LINE
                   CLOSE STATUS-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-NSITES
                   MOVE WS-SITE-ID(WS-SX) TO WS-SQ-SITE
                   MOVE WS-SITE-LAST(WS-SX) TO WS-SQ-LAST
                   MOVE WS-SITE-BUSDATE(WS-SX) TO WS-SQ-BUSDATE
                   MOVE WS-SITE-COUNT(WS-SX) TO WS-SQ-COUNT
                   MOVE WS-SITE-HASH(WS-SX) TO WS-SQ-HASH
                   MOVE WS-SITE-RUNDATE(WS-SX) TO WS-SQ-RUNDATE
                   WRITE SEQCTL-LINE FROM WS-SEQCTL-DETAIL
               END-PERFORM
               CLOSE SEQCTL-FILE
           END-IF.

      *    A REJECTED FILE HALTS THE STREAM - THE CONTROLLER ONLY
      *    RELEASES THE NEXT STEP ON CLEAN OR EXCEPTIONS
           IF WS-BREAK-CNT = 0 THEN
               MOVE 'CLEAN' TO WS-OUTCOME
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 'REJECTED' TO WS-OUTCOME
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT STATUS-FILE.
           MOVE SPACES TO WS-STATUS-DETAIL.
           STRING 'PREEDIT|' DELIMITED BY SIZE
               WS-OUTCOME DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-BREAK-CNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-HASH DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-HDR-SEQ DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-STATUS-DETAIL.
           WRITE STATUS-LINE FROM WS-STATUS-DETAIL.
           CLOSE STATUS-FILE.
           STOP RUN.
