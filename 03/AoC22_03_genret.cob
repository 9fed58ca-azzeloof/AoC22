      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_genret.

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
               SELECT LIST-FILE ASSIGN TO 'gen_list.txt'
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

           FD LIST-FILE.
           01 LIST-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FUNC PIC X(8).
           01 WS-CATALOG-NAME PIC X(100).
           01 WS-CATALOG-STATUS PIC XX.
           01 WS-FROM-NAME PIC X(100).
           01 WS-GENIN-STATUS PIC XX.
           01 WS-TO-NAME PIC X(100).
           01 WS-GENOUT-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-GEN-ENV PIC X(4).
           01 WS-GEN-LEN PIC 9.
           01 WS-WANT-GEN PIC 9(4) VALUE ZERO.
           01 WS-WANT-DATE PIC X(8).
           01 WS-WANT-FILE PIC X(24).
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
           01 WS-CX PIC 9(5).
           01 WS-PREV-GEN PIC 9(4).
           01 WS-RECS PIC 9(7).
           01 WS-SEL-CNT PIC 9(5) VALUE ZERO.
           01 WS-RESTORED PIC 9(5) VALUE ZERO.
           01 WS-MISMATCH PIC 9(5) VALUE ZERO.
           01 WS-MISSING PIC 9(5) VALUE ZERO.
           01 WS-LST-HDR1 PIC X(120) VALUE
               'OUTPUT GENERATION CATALOG LISTING'.
           01 WS-LST-HDR2.
               02 FILLER PIC X(6) VALUE '  GEN'.
               02 FILLER PIC X(10) VALUE 'RUN DATE'.
               02 FILLER PIC X(8) VALUE 'TIME'.
               02 FILLER PIC X(32) VALUE 'SOURCE DATAFILE'.
               02 FILLER PIC X(24) VALUE 'FILE'.
               02 FILLER PIC X(7) VALUE 'RECORDS'.
               02 FILLER PIC X(4) VALUE SPACES.
               02 FILLER PIC X(6) VALUE 'STATE'.
           01 WS-LST-BLANK PIC X(120) VALUE SPACES.
           01 WS-LST-DETAIL.
               02 FILLER PIC X(1) VALUE SPACE.
               02 WS-LST-GEN PIC 9(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 WS-LST-DATE PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-TIME PIC X(6).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-DATAFILE PIC X(30).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-FILE PIC X(24).
               02 WS-LST-RECS PIC Z(6)9.
               02 FILLER PIC X(4) VALUE SPACES.
               02 WS-LST-STATE PIC X(6).
           01 WS-LST-TOTAL.
               02 FILLER PIC X(24) VALUE 'CATALOG ENTRIES LISTED: '.
               02 WS-LST-TOTAL-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-FUNC.
           ACCEPT WS-FUNC FROM ENVIRONMENT 'GENFUNC'.
           IF WS-FUNC NOT = 'LIST' AND WS-FUNC NOT = 'RESTORE' THEN
               DISPLAY 'GENFUNC MUST BE LIST OR RESTORE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A GENERATION IS CHOSEN BY NUMBER (GENNUM) OR BY RUN DATE
      *    (GENDATE - THE LAST GENERATION SAVED THAT DAY). GENFILE
      *    NARROWS THE CHOICE TO ONE OUTPUT FILE
           MOVE SPACES TO WS-GEN-ENV.
           ACCEPT WS-GEN-ENV FROM ENVIRONMENT 'GENNUM'.
           IF WS-GEN-ENV NOT = SPACES THEN
               INSPECT WS-GEN-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-GEN-LEN
               INSPECT FUNCTION REVERSE (WS-GEN-ENV)
      -            TALLYING WS-GEN-LEN FOR LEADING SPACES
               COMPUTE WS-GEN-LEN = LENGTH OF WS-GEN-ENV - WS-GEN-LEN
               IF WS-GEN-ENV(1:WS-GEN-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'GENNUM MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GEN-ENV(1:WS-GEN-LEN) TO WS-WANT-GEN
           END-IF.
           MOVE SPACES TO WS-WANT-DATE.
           ACCEPT WS-WANT-DATE FROM ENVIRONMENT 'GENDATE'.
           IF WS-WANT-DATE NOT = SPACES AND
               WS-WANT-DATE IS NOT NUMERIC THEN
               DISPLAY 'GENDATE MUST BE YYYYMMDD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-WANT-FILE.
           ACCEPT WS-WANT-FILE FROM ENVIRONMENT 'GENFILE'.
           IF WS-FUNC = 'RESTORE' AND WS-WANT-GEN = 0 AND
               WS-WANT-DATE = SPACES THEN
               DISPLAY 'GENNUM OR GENDATE REQUIRED FOR RESTORE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CATALOG-NAME.
           ACCEPT WS-CATALOG-NAME FROM ENVIRONMENT 'GENCATFILE'.
           IF WS-CATALOG-NAME = SPACES THEN
               MOVE 'gencat.txt' TO WS-CATALOG-NAME
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-CATALOG-NAME(1:40)
                   ' - FILE STATUS ' WS-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ CATALOG-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF GC-GEN IS NUMERIC AND GC-GEN > 0 AND
                               WS-CAT-CNT < 9999 THEN
                               ADD 1 TO WS-CAT-CNT
                               MOVE GC-GEN TO WS-CT-GEN(WS-CAT-CNT)
                               MOVE GC-DATE TO WS-CT-DATE(WS-CAT-CNT)
                               MOVE GC-TIME TO WS-CT-TIME(WS-CAT-CNT)
                               MOVE GC-DATAFILE
                                   TO WS-CT-DATAFILE(WS-CAT-CNT)
                               MOVE GC-FILE TO WS-CT-FILE(WS-CAT-CNT)
                               MOVE GC-RECS TO WS-CT-RECS(WS-CAT-CNT)
                               MOVE GC-STATE TO WS-CT-STATE(WS-CAT-CNT)
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE CATALOG-FILE.

      *    BY DATE, TAKE THE LAST GENERATION CATALOGUED FOR THAT DAY
           IF WS-WANT-GEN = 0 AND WS-WANT-DATE NOT = SPACES THEN
               PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAT-CNT
                   IF WS-CT-DATE(WS-CX) = WS-WANT-DATE THEN
                       MOVE WS-CT-GEN(WS-CX) TO WS-WANT-GEN
                   END-IF
               END-PERFORM
               IF WS-WANT-GEN = 0 THEN
                   DISPLAY 'NO GENERATION CATALOGUED FOR '
                       WS-WANT-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    LIST - ONE LINE PER CATALOGUED FILE, GENERATIONS
      *    SEPARATED BY A BLANK LINE
           IF WS-FUNC = 'LIST' THEN
               OPEN OUTPUT LIST-FILE
               WRITE LIST-LINE FROM WS-LST-HDR1
               WRITE LIST-LINE FROM WS-LST-BLANK
               WRITE LIST-LINE FROM WS-LST-HDR2
               MOVE 0 TO WS-PREV-GEN
               PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAT-CNT
                   IF (WS-WANT-GEN = 0 OR
                       WS-CT-GEN(WS-CX) = WS-WANT-GEN) AND
                       (WS-WANT-FILE = SPACES OR
                       WS-CT-FILE(WS-CX) = WS-WANT-FILE) THEN
                       IF WS-CT-GEN(WS-CX) NOT = WS-PREV-GEN THEN
                           WRITE LIST-LINE FROM WS-LST-BLANK
                           MOVE WS-CT-GEN(WS-CX) TO WS-PREV-GEN
                       END-IF
                       ADD 1 TO WS-SEL-CNT
                       MOVE WS-CT-GEN(WS-CX) TO WS-LST-GEN
                       MOVE WS-CT-DATE(WS-CX) TO WS-LST-DATE
                       MOVE WS-CT-TIME(WS-CX) TO WS-LST-TIME
                       MOVE WS-CT-DATAFILE(WS-CX) TO WS-LST-DATAFILE
                       MOVE WS-CT-FILE(WS-CX) TO WS-LST-FILE
                       MOVE WS-CT-RECS(WS-CX) TO WS-LST-RECS
                       MOVE WS-CT-STATE(WS-CX) TO WS-LST-STATE
                       WRITE LIST-LINE FROM WS-LST-DETAIL
                   END-IF
               END-PERFORM
               WRITE LIST-LINE FROM WS-LST-BLANK
               MOVE WS-SEL-CNT TO WS-LST-TOTAL-OUT
               WRITE LIST-LINE FROM WS-LST-TOTAL
               CLOSE LIST-FILE
               DISPLAY 'GENERATION LISTING WRITTEN - ' WS-SEL-CNT
                   ' ENTRY(S)'
               STOP RUN
           END-IF.

      *    RESTORE - COPY EACH SAVED FILE OF THE GENERATION BACK OVER
      *    THE CURRENT OUTPUT AND PROVE ITS RECORD COUNT
              PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CAT-CNT
                   IF WS-CT-GEN(WS-CX) = WS-WANT-GEN AND
                       (WS-WANT-FILE = SPACES OR
                       WS-CT-FILE(WS-CX) = WS-WANT-FILE) THEN
                       ADD 1 TO WS-SEL-CNT
                       IF WS-CT-STATE(WS-CX) NOT = 'SAVED' THEN
                           DISPLAY WS-CT-FILE(WS-CX)
                               ' WAS NOT PRODUCED FOR GENERATION '
                               WS-WANT-GEN ' - NOT RESTORED'
                       ELSE
                           MOVE SPACES TO WS-FROM-NAME
                           STRING WS-CT-FILE(WS-CX) DELIMITED BY SPACE
                               '.G' DELIMITED BY SIZE
                               WS-CT-GEN(WS-CX) DELIMITED BY SIZE
                               'V00' DELIMITED BY SIZE
                               INTO WS-FROM-NAME
                           MOVE WS-CT-FILE(WS-CX) TO WS-TO-NAME
                           OPEN INPUT GENIN-FILE
                           IF WS-GENIN-STATUS NOT = '00' THEN
                               DISPLAY 'GENERATION FILE '
                                   WS-FROM-NAME(1:40)
                                   ' MISSING - FILE STATUS '
                                   WS-GENIN-STATUS
                               ADD 1 TO WS-MISSING
                           ELSE
                               OPEN OUTPUT GENOUT-FILE
                               IF WS-GENOUT-STATUS NOT = '00' THEN
                                   DISPLAY 'UNABLE TO REWRITE '
                                       WS-TO-NAME(1:40)
                                       ' - FILE STATUS '
                                       WS-GENOUT-STATUS
                                   CLOSE GENIN-FILE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               MOVE 0 TO WS-RECS
                               MOVE 'N' TO WS-EOF
                               PERFORM UNTIL WS-EOF = 'Y'
                                   READ GENIN-FILE
                                       AT END MOVE 'Y' TO WS-EOF
                                       NOT AT END
                                           WRITE GENOUT-LINE
                                               FROM GENIN-LINE
                                           ADD 1 TO WS-RECS
                                   END-READ
                               END-PERFORM
                               CLOSE GENIN-FILE
                               CLOSE GENOUT-FILE
                               ADD 1 TO WS-RESTORED
                               IF WS-RECS NOT = WS-CT-RECS(WS-CX) THEN
                                   DISPLAY WS-TO-NAME(1:24)
                                       ' RESTORED WITH ' WS-RECS
                                       ' RECORD(S) - CATALOG SHOWS '
                                       WS-CT-RECS(WS-CX)
                                   ADD 1 TO WS-MISMATCH
                               ELSE
                                   DISPLAY WS-TO-NAME(1:24)
                                       ' RESTORED - ' WS-RECS
                                       ' RECORD(S)'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
              END-PERFORM.
           IF WS-SEL-CNT = 0 THEN
               DISPLAY 'GENERATION ' WS-WANT-GEN ' NOT IN CATALOG'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'RESTORE OF GENERATION ' WS-WANT-GEN ' COMPLETE - '
               WS-RESTORED ' RESTORED, ' WS-MISSING ' MISSING, '
               WS-MISMATCH ' COUNT MISMATCH(ES)'.
           IF WS-MISSING > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-MISMATCH > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.
