      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_genver.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
               SELECT GENIN-FILE ASSIGN TO DYNAMIC WS-FROM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENIN-STATUS.
               SELECT GENOUT-FILE ASSIGN TO DYNAMIC WS-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENOUT-STATUS.
               SELECT STATUS-FILE ASSIGN TO 'runstatus_genver.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CATALOG-FILE.
           01 CATALOG-LINE.
               02 GC-GEN PIC 9(4).
               02 FILLER PIC X(1).
               02 GC-DATE PIC X(8).
               02 FILLER PIC X(1).
               02 GC-TIME PIC X(6).
               02 FILLER PIC X(1).
               02 GC-DATAFILE PIC X(40).
               02 FILLER PIC X(1).
               02 GC-FILE PIC X(24).
               02 FILLER PIC X(1).
               02 GC-RECS PIC 9(7).
               02 FILLER PIC X(1).
               02 GC-STATE PIC X(6).

           FD GENIN-FILE.
           01 GENIN-LINE PIC X(500).

           FD GENOUT-FILE.
           01 GENOUT-LINE PIC X(500).

           FD STATUS-FILE.
           01 STATUS-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CATALOG-NAME PIC X(100).
           01 WS-CATALOG-STATUS PIC XX.
           01 WS-FROM-NAME PIC X(100).
           01 WS-GENIN-STATUS PIC XX.
           01 WS-TO-NAME PIC X(100).
           01 WS-GENOUT-STATUS PIC XX.
           01 WS-DATAFILE-NAME PIC X(100).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNDATE PIC X(8).
           01 WS-RUNTIME PIC X(6).
      *    THE NIGHTLY OUTPUTS KEPT AS GENERATIONS
           01 WS-GEN-FILES-LIST.
               02 FILLER PIC X(24) VALUE 'report_p1.txt'.
               02 FILLER PIC X(24) VALUE 'report_p2.txt'.
               02 FILLER PIC X(24) VALUE 'summary.txt'.
               02 FILLER PIC X(24) VALUE 'audit_p1.txt'.
               02 FILLER PIC X(24) VALUE 'audit_p2.txt'.
               02 FILLER PIC X(24) VALUE 'compliance_report.txt'.
               02 FILLER PIC X(24) VALUE 'exceptions_p1.txt'.
               02 FILLER PIC X(24) VALUE 'exceptions_p2.txt'.
               02 FILLER PIC X(24) VALUE 'exceptions_driver.txt'.
               02 FILLER PIC X(24) VALUE 'exceptions_consol.txt'.
           01 WS-GEN-FILES REDEFINES WS-GEN-FILES-LIST.
               02 WS-GEN-FILE PIC X(24) OCCURS 10 TIMES.
           01 WS-FX PIC 99.
           01 WS-KEEP-ENV PIC X(2).
           01 WS-KEEP-LEN PIC 9.
           01 WS-GENKEEP PIC 99 VALUE 7.
           01 WS-CAT-CNT PIC 9(4) VALUE ZERO.
           01 WS-CAT-TAB.
               02 WS-CAT-ENT OCCURS 9999 TIMES.
                   03 WS-CT-GEN PIC 9(4).
                   03 WS-CT-DATE PIC X(8).
                   03 WS-CT-TIME PIC X(6).
                   03 WS-CT-DATAFILE PIC X(40).
                   03 WS-CT-FILE PIC X(24).
                   03 WS-CT-RECS PIC 9(7).
                   03 WS-CT-STATE PIC X(6).
                   03 WS-CT-ROLL PIC X(1).
           01 WS-CX PIC 9(5).
           01 WS-NEW-GEN PIC 9(4) VALUE ZERO.
           01 WS-PREV-GEN PIC 9(4).
           01 WS-GENS-SEEN PIC 9(4).
           01 WS-RECS PIC 9(7).
           01 WS-SAVED-CNT PIC 9(5) VALUE ZERO.
           01 WS-ABSENT-CNT PIC 9(5) VALUE ZERO.
           01 WS-ROLLED-GENS PIC 9(5) VALUE ZERO.
           01 WS-ROLLED-FILES PIC 9(5) VALUE ZERO.
           01 WS-CAT-DETAIL.
               02 WS-CD-GEN PIC 9(4).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-DATE PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-TIME PIC X(6).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-DATAFILE PIC X(40).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-FILE PIC X(24).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-RECS PIC 9(7).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-CD-STATE PIC X(6).
           01 WS-ABEND-BASE PIC X(60) VALUE
               'GENVER|ABENDED|0000|00000|00000|00000'.
           01 WS-ABEND-STATUS PIC X(80).
           01 WS-STATUS-DETAIL PIC X(80).

       PROCEDURE DIVISION.
      *    EVERY RUNSTATUS LINE CARRIES THE RUN DATE AS ITS LAST
      *    FIELD SO THE STREAM CONTROLLER CAN TELL A FRESH OUTCOME
      *    FROM A LEFTOVER FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUNTIME.
           MOVE SPACES TO WS-ABEND-STATUS.
           STRING WS-ABEND-BASE DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-ABEND-STATUS.
      *    GENKEEP IS THE NUMBER OF GENERATIONS HELD - OLDER ONES
      *    ROLL OFF AS EACH NEW GENERATION IS SAVED
           MOVE SPACES TO WS-KEEP-ENV.
           ACCEPT WS-KEEP-ENV FROM ENVIRONMENT 'GENKEEP'.
           IF WS-KEEP-ENV NOT = SPACES THEN
               INSPECT WS-KEEP-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-KEEP-LEN
               INSPECT FUNCTION REVERSE (WS-KEEP-ENV)
      -            TALLYING WS-KEEP-LEN FOR LEADING SPACES
               COMPUTE WS-KEEP-LEN = LENGTH OF WS-KEEP-ENV
      -            - WS-KEEP-LEN
               IF WS-KEEP-ENV(1:WS-KEEP-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'GENKEEP MUST BE NUMERIC'
                   OPEN OUTPUT STATUS-FILE
                   MOVE WS-ABEND-STATUS TO STATUS-LINE
                   WRITE STATUS-LINE
                   CLOSE STATUS-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-KEEP-ENV(1:WS-KEEP-LEN) TO WS-GENKEEP
           END-IF.
           IF WS-GENKEEP = 0 THEN
               DISPLAY 'GENKEEP MUST BE 1 TO 99'
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-DATAFILE-NAME.
           ACCEPT WS-DATAFILE-NAME FROM ENVIRONMENT 'DATAFILE'.
           IF WS-DATAFILE-NAME = SPACES THEN
               MOVE 'input.txt' TO WS-DATAFILE-NAME
           END-IF.

      *    LOAD THE GENERATION CATALOG - ONE LINE PER FILE PER
      *    GENERATION, OLDEST GENERATION FIRST
           MOVE SPACES TO WS-CATALOG-NAME.
           ACCEPT WS-CATALOG-NAME FROM ENVIRONMENT 'GENCATFILE'.
           IF WS-CATALOG-NAME = SPACES THEN
               MOVE 'gencat.txt' TO WS-CATALOG-NAME
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = '00' THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF GC-GEN IS NUMERIC AND GC-GEN > 0 THEN
      *                        NEVER REWRITE THE CATALOG FROM A
      *                        TRUNCATED LOAD
                               IF WS-CAT-CNT NOT < 9999 THEN
                                   DISPLAY 'CATALOG TABLE FULL AT '
                                       WS-CAT-CNT ' - RUN ABANDONED'
                                   CLOSE CATALOG-FILE
                                   OPEN OUTPUT STATUS-FILE
                                   MOVE WS-ABEND-STATUS TO STATUS-LINE
                                   WRITE STATUS-LINE
                                   CLOSE STATUS-FILE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-CAT-CNT
                               MOVE GC-GEN TO WS-CT-GEN(WS-CAT-CNT)
                               MOVE GC-DATE TO WS-CT-DATE(WS-CAT-CNT)
                               MOVE GC-TIME TO WS-CT-TIME(WS-CAT-CNT)
                               MOVE GC-DATAFILE
                                   TO WS-CT-DATAFILE(WS-CAT-CNT)
                               MOVE GC-FILE TO WS-CT-FILE(WS-CAT-CNT)
                               MOVE GC-RECS TO WS-CT-RECS(WS-CAT-CNT)
                               MOVE GC-STATE TO WS-CT-STATE(WS-CAT-CNT)
                               MOVE 'N' TO WS-CT-ROLL(WS-CAT-CNT)
                               MOVE GC-GEN TO WS-NEW-GEN
                           ELSE
                               DISPLAY 'BAD CATALOG LINE SKIPPED: '
                                   CATALOG-LINE(1:40)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY WS-CATALOG-NAME(1:40)
                   ' NOT FOUND - A NEW CATALOG WILL BE STARTED'
           END-IF.
           IF WS-CAT-CNT + 10 > 9999 THEN
               DISPLAY 'CATALOG TABLE FULL AT ' WS-CAT-CNT
                   ' - RUN ABANDONED'
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    THE NEXT GENERATION FOLLOWS THE LAST ONE CATALOGUED,
      *    WRAPPING AFTER 9999
           IF WS-NEW-GEN = 9999 THEN
               MOVE 1 TO WS-NEW-GEN
           ELSE
               ADD 1 TO WS-NEW-GEN
           END-IF.

      *    COPY EACH OUTPUT TO ITS GENERATION FILE, COUNTING RECORDS
              PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 10
                   MOVE WS-GEN-FILE(WS-FX) TO WS-FROM-NAME
                   MOVE SPACES TO WS-TO-NAME
                   STRING WS-GEN-FILE(WS-FX) DELIMITED BY SPACE
                       '.G' DELIMITED BY SIZE
                       WS-NEW-GEN DELIMITED BY SIZE
                       'V00' DELIMITED BY SIZE
                       INTO WS-TO-NAME
                   MOVE 0 TO WS-RECS
                   ADD 1 TO WS-CAT-CNT
                   MOVE WS-NEW-GEN TO WS-CT-GEN(WS-CAT-CNT)
                   MOVE WS-RUNDATE TO WS-CT-DATE(WS-CAT-CNT)
                   MOVE WS-RUNTIME TO WS-CT-TIME(WS-CAT-CNT)
                   MOVE WS-DATAFILE-NAME TO WS-CT-DATAFILE(WS-CAT-CNT)
                   MOVE WS-GEN-FILE(WS-FX) TO WS-CT-FILE(WS-CAT-CNT)
                   MOVE 'N' TO WS-CT-ROLL(WS-CAT-CNT)
                   OPEN INPUT GENIN-FILE
                   IF WS-GENIN-STATUS NOT = '00' THEN
      *                NOT EVERY STREAM RUNS EVERY STEP - A FILE NOT
      *                PRODUCED IS CATALOGUED AS ABSENT
                       MOVE 'ABSENT' TO WS-CT-STATE(WS-CAT-CNT)
                       ADD 1 TO WS-ABSENT-CNT
                   ELSE
                       OPEN OUTPUT GENOUT-FILE
                       IF WS-GENOUT-STATUS NOT = '00' THEN
                           DISPLAY 'UNABLE TO CREATE ' WS-TO-NAME(1:40)
                               ' - FILE STATUS ' WS-GENOUT-STATUS
                           CLOSE GENIN-FILE
                           OPEN OUTPUT STATUS-FILE
                           MOVE WS-ABEND-STATUS TO STATUS-LINE
                           WRITE STATUS-LINE
                           CLOSE STATUS-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE 'N' TO WS-EOF
                       PERFORM UNTIL WS-EOF = 'Y'
                           READ GENIN-FILE
                               AT END MOVE 'Y' TO WS-EOF
                               NOT AT END
                                   WRITE GENOUT-LINE FROM GENIN-LINE
                                   ADD 1 TO WS-RECS
                           END-READ
                       END-PERFORM
                       CLOSE GENIN-FILE
                       CLOSE GENOUT-FILE
                       MOVE 'SAVED' TO WS-CT-STATE(WS-CAT-CNT)
                       ADD 1 TO WS-SAVED-CNT
                   END-IF
                   MOVE WS-RECS TO WS-CT-RECS(WS-CAT-CNT)
              END-PERFORM.

      *    ROLL OFF EVERY GENERATION OLDER THAN THE NEWEST GENKEEP,
      *    COUNTING BACK FROM THE END OF THE CATALOG
           MOVE 0 TO WS-GENS-SEEN.
           MOVE 0 TO WS-PREV-GEN.
              PERFORM VARYING WS-CX FROM WS-CAT-CNT BY -1
                   UNTIL WS-CX < 1
                   IF WS-CT-GEN(WS-CX) NOT = WS-PREV-GEN THEN
                       ADD 1 TO WS-GENS-SEEN
                       MOVE WS-CT-GEN(WS-CX) TO WS-PREV-GEN
                       IF WS-GENS-SEEN > WS-GENKEEP THEN
                           ADD 1 TO WS-ROLLED-GENS
                       END-IF
                   END-IF
                   IF WS-GENS-SEEN > WS-GENKEEP THEN
                       MOVE 'Y' TO WS-CT-ROLL(WS-CX)
                       IF WS-CT-STATE(WS-CX) = 'SAVED' THEN
                           MOVE SPACES TO WS-TO-NAME
                           STRING WS-CT-FILE(WS-CX) DELIMITED BY SPACE
                               '.G' DELIMITED BY SIZE
                               WS-CT-GEN(WS-CX) DELIMITED BY SIZE
                               'V00' DELIMITED BY SIZE
                               INTO WS-TO-NAME
      *                A GENERATION FILE ALREADY GONE IS REPORTED
      *                BUT STILL DROPPED FROM THE CATALOG
                           OPEN INPUT GENOUT-FILE
                           IF WS-GENOUT-STATUS NOT = '00' THEN
                               DISPLAY 'GENERATION FILE '
                                   WS-TO-NAME(1:40) ' NOT FOUND'
                           ELSE
                               CLOSE GENOUT-FILE
                               DELETE FILE GENOUT-FILE
                               IF WS-GENOUT-STATUS = '00' THEN
                                   ADD 1 TO WS-ROLLED-FILES
                               ELSE
                                   DISPLAY 'UNABLE TO REMOVE '
                                       WS-TO-NAME(1:40)
                                       ' - FILE STATUS '
                                       WS-GENOUT-STATUS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
              END-PERFORM.

      *    REWRITE THE CATALOG WITHOUT THE ROLLED-OFF GENERATIONS
           OPEN OUTPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO REWRITE ' WS-CATALOG-NAME(1:40)
                   ' - FILE STATUS ' WS-CATALOG-STATUS
               OPEN OUTPUT STATUS-FILE
               MOVE WS-ABEND-STATUS TO STATUS-LINE
               WRITE STATUS-LINE
               CLOSE STATUS-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
              PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-CNT
                   IF WS-CT-ROLL(WS-CX) = 'N' THEN
                       MOVE WS-CT-GEN(WS-CX) TO WS-CD-GEN
                       MOVE WS-CT-DATE(WS-CX) TO WS-CD-DATE
                       MOVE WS-CT-TIME(WS-CX) TO WS-CD-TIME
                       MOVE WS-CT-DATAFILE(WS-CX) TO WS-CD-DATAFILE
                       MOVE WS-CT-FILE(WS-CX) TO WS-CD-FILE
                       MOVE WS-CT-RECS(WS-CX) TO WS-CD-RECS
                       MOVE WS-CT-STATE(WS-CX) TO WS-CD-STATE
                       WRITE CATALOG-LINE FROM WS-CAT-DETAIL
                   END-IF
              END-PERFORM.
           CLOSE CATALOG-FILE.
           DISPLAY 'GENERATION ' WS-NEW-GEN ' SAVED - ' WS-SAVED-CNT
               ' FILE(S), ' WS-ABSENT-CNT ' ABSENT, ' WS-ROLLED-GENS
               ' GENERATION(S) ROLLED OFF'.
           OPEN OUTPUT STATUS-FILE.
           MOVE SPACES TO WS-STATUS-DETAIL.
           STRING 'GENVER|CLEAN|' DELIMITED BY SIZE
               WS-NEW-GEN DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-SAVED-CNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ABSENT-CNT DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-ROLLED-GENS DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-RUNDATE DELIMITED BY SIZE
               INTO WS-STATUS-DETAIL.
           WRITE STATUS-LINE FROM WS-STATUS-DETAIL.
           CLOSE STATUS-FILE.
           STOP RUN.
