               FILE STATUS IS WS-STAT2-STATUS.
               SELECT STATUS-FILE ASSIGN TO 'runstatus_analytics.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.

       DATA DIVISION.
           FILE SECTION.
               02 A1-PRI PIC X(2).
               02 FILLER PIC X(2).
               02 A1-TIMESTAMP PIC X(21).
               02 FILLER PIC X(2).
               02 A1-SEQ PIC X(5).

           FD AUDIT2-FILE.
           01 AUDIT2-LINE.
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
           01 WS-LETTERS PIC X(52) VALUE
               'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-STATUS-DETAIL PIC X(60).
           01 WS-HDR1 PIC X(60) VALUE
               'ITEM FREQUENCY AND PRIORITY DISTRIBUTION'.
           01 WS-VERSION-LINE.
               02 FILLER PIC X(24) VALUE 'PRIORITY TABLE VERSION: '.
               02 WS-VERSION-OUT PIC X(8).
           01 WS-HDR2 PIC X(60) VALUE
               'ITEM     COUNT  PRIORITY SUM  SHARE'.
           01 WS-HDR3 PIC X(60) VALUE
               02 WS-TOT-RECS PIC Z(7)9.
               02 FILLER PIC X(17) VALUE '  TOTAL PRIORITY:'.
               02 WS-TOT-PRI PIC Z(11)9.
           01 WS-PRITAB-NAME PIC X(100).
           01 WS-PRITAB-STATUS PIC XX.
           01 WS-PT-EOF PIC A(1) VALUE 'N'.
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
                       FUNCTION ORD(WS-LETTERS(WS-PT-SC:1))
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

           MOVE ZEROES TO WS-LETTER-TAB.
           OPEN INPUT AUDIT1-FILE.
           IF WS-AUDIT1-STATUS NOT = '00' THEN
                           IF WS-COM NOT = SPACE THEN
                               ADD 1 TO WS-REC1
                               SET WS-RORD TO FUNCTION ORD(WS-COM)
                               MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                               MOVE 0 TO WS-IX
                               INSPECT WS-LETTERS TALLYING WS-IX
                                   FOR CHARACTERS BEFORE INITIAL WS-COM
                               ADD 1 TO WS-IX
                               ADD 1 TO WS-LCOUNT(WS-IX)
                               ADD 1 TO WS-LCOUNT1(WS-IX)
                               ADD WS-PRI TO WS-LPRISUM(WS-IX)
                               ADD WS-PRI TO WS-GRAND-PRI
                           END-IF
                  END-READ
                           IF WS-COM NOT = SPACE THEN
                               ADD 1 TO WS-REC2
                               SET WS-RORD TO FUNCTION ORD(WS-COM)
                               MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                               MOVE 0 TO WS-IX
                               INSPECT WS-LETTERS TALLYING WS-IX
                                   FOR CHARACTERS BEFORE INITIAL WS-COM
                               ADD 1 TO WS-IX
                               ADD 1 TO WS-LCOUNT(WS-IX)
                               ADD WS-PRI TO WS-LPRISUM(WS-IX)
                               ADD WS-PRI TO WS-GRAND-PRI
                           END-IF
                  END-READ

           OPEN OUTPUT DISTRIB-FILE.
           WRITE DISTRIB-LINE FROM WS-HDR1.
           MOVE WS-PT-VERSION TO WS-VERSION-OUT.
           WRITE DISTRIB-LINE FROM WS-VERSION-LINE.
           WRITE DISTRIB-LINE FROM WS-BLANK.
           WRITE DISTRIB-LINE FROM WS-HDR2.
              PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 52
