               SELECT SUMMARY-FILE ASSIGN TO 'summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
               SELECT DELTA-FILE ASSIGN TO DYNAMIC WS-DELTA-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT LEDGER-FILE ASSIGN TO 'exc_ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.
               SELECT OPERAUTH-FILE ASSIGN TO DYNAMIC WS-OPERAUTH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
               SELECT OPTIONAL SECLOG-FILE
               ASSIGN TO 'security_violations.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
               SELECT OPTIONAL ACTLOG-FILE
               ASSIGN TO 'maint_activity.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTLOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
               02 FILLER PIC X(1).
               02 LED-CLEAR PIC X(8).

           FD PRITAB-FILE.
           01 PRITAB-LINE.
               02 PT-ITEM PIC X(1).
               02 FILLER PIC X(1).
               02 PT-EFF PIC X(8).
               02 FILLER PIC X(1).
               02 PT-WEIGHT PIC X(2).
               02 FILLER PIC X(1).
               02 PT-MAINT PIC X(8).

           FD OPERAUTH-FILE.
           01 OPERAUTH-LINE.
               02 OA-OPER PIC X(8).
               02 FILLER PIC X(1).
               02 OA-PROG PIC X(8).
               02 FILLER PIC X(1).
               02 OA-FUNC PIC X(8).

           FD SECLOG-FILE.
           01 SECLOG-LINE PIC X(90).

           FD ACTLOG-FILE.
           01 ACTLOG-LINE PIC X(130).

           WORKING-STORAGE SECTION.
           01 WS-EXC1-STATUS PIC XX.
           01 WS-EXC2-STATUS PIC XX.
               02 WS-LD-STATUS PIC X(7).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-LD-CLEAR PIC X(8).
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
           01 WS-DELTA-NAME PIC X(40) VALUE 'delta_report.txt'.
           01 WS-SIM-ENV PIC X(1).
           01 WS-SIM-MODE PIC A(1) VALUE 'N'.
           01 WS-SIM-BANNER PIC X(60) VALUE
               '*** SIMULATION RUN - NOTHING POSTED ***'.
           01 WS-OPER-ID PIC X(8).
           01 WS-OPERAUTH-NAME PIC X(100).
           01 WS-OPERAUTH-STATUS PIC XX.
           01 WS-SECLOG-STATUS PIC XX.
           01 WS-ACTLOG-STATUS PIC XX.
           01 WS-OA-EOF PIC A(1) VALUE 'N'.
           01 WS-AUTHORIZED PIC A(1) VALUE 'N'.
           01 WS-DENY-REASON PIC X(20).
           01 WS-SEC-DETAIL.
               02 WS-SD-TS PIC X(21).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SD-OPER PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SD-PROG PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SD-FUNC PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SD-KEY PIC X(10).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-SD-REASON PIC X(20).
           01 WS-ACT-DETAIL.
               02 WS-AD-TS PIC X(21).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-AD-OPER PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-AD-PROG PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-AD-FUNC PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-AD-KEY PIC X(10).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-AD-TEXT PIC X(60).
           01 WS-AD-CNT-TEXT.
               02 WS-AD-CNT1 PIC 9(4).
               02 FILLER PIC X(10) VALUE ' CLEARED, '.
               02 WS-AD-CNT2 PIC 9(4).
               02 FILLER PIC X(12) VALUE ' OUTSTANDING'.

       PROCEDURE DIVISION.
      *    SIMULATE=Y TRIES A CORRECTION BATCH AGAINST THE LIVE
      *    EXCEPTIONS WITHOUT POSTING IT - THE DELTA REPORT GOES TO A
      *    sim_ FILE AND THE LEDGER IS NOT REWRITTEN
           MOVE SPACES TO WS-SIM-ENV.
           ACCEPT WS-SIM-ENV FROM ENVIRONMENT 'SIMULATE'.
           IF WS-SIM-ENV = 'Y' THEN
               MOVE 'Y' TO WS-SIM-MODE
               MOVE 'sim_delta_report.txt' TO WS-DELTA-NAME
               DISPLAY 'SIMULATION RUN - OUTPUTS WRITTEN TO sim_ FILES'
           END-IF.

      *    APPLYING A CORRECTION BATCH AND CLEARING THE LEDGER IS
      *    RESTRICTED TO OPERATORS GRANTED IT IN THE OPERATOR AUTHORITY
      *    FILE - EVERY REFUSAL IS WRITTEN TO THE SECURITY VIOLATION
      *    LOG. A SIMULATED RUN POSTS NOTHING AND IS NOT CHECKED
           MOVE SPACES TO WS-OPER-ID.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'OPERID'.
           IF WS-SIM-MODE = 'N' THEN
               MOVE 'N' TO WS-AUTHORIZED
               MOVE SPACES TO WS-DENY-REASON
               IF WS-OPER-ID = SPACES THEN
                   MOVE 'NO OPERATOR ID' TO WS-DENY-REASON
               ELSE
                   MOVE SPACES TO WS-OPERAUTH-NAME
                   ACCEPT WS-OPERAUTH-NAME
                       FROM ENVIRONMENT 'OPERAUTHFILE'
                   IF WS-OPERAUTH-NAME = SPACES THEN
                       MOVE 'operauth.txt' TO WS-OPERAUTH-NAME
                   END-IF
                   OPEN INPUT OPERAUTH-FILE
                   IF WS-OPERAUTH-STATUS NOT = '00' THEN
                       MOVE 'NO AUTHORITY FILE' TO WS-DENY-REASON
                   ELSE
                       PERFORM UNTIL WS-OA-EOF = 'Y'
                           READ OPERAUTH-FILE
                               AT END MOVE 'Y' TO WS-OA-EOF
                               NOT AT END
                                   IF OA-OPER = WS-OPER-ID AND
                                       OA-PROG = 'REPROC' AND
                                       OA-FUNC = 'APPLY' THEN
                                       MOVE 'Y' TO WS-AUTHORIZED
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE OPERAUTH-FILE
                       IF WS-AUTHORIZED = 'N' THEN
                           MOVE 'NOT AUTHORIZED' TO WS-DENY-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-AUTHORIZED = 'N' THEN
                   OPEN EXTEND SECLOG-FILE
                   IF WS-SECLOG-STATUS NOT = '00' AND
                       WS-SECLOG-STATUS NOT = '05' THEN
                       DISPLAY 'UNABLE TO OPEN security_violations.txt'
                           ' - FILE STATUS ' WS-SECLOG-STATUS
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO WS-SD-TS
                       IF WS-OPER-ID = SPACES THEN
                           MOVE '*NONE*' TO WS-SD-OPER
                       ELSE
                           MOVE WS-OPER-ID TO WS-SD-OPER
                       END-IF
                       MOVE 'REPROC' TO WS-SD-PROG
                       MOVE 'APPLY' TO WS-SD-FUNC
                       MOVE 'ALL' TO WS-SD-KEY
                       MOVE WS-DENY-REASON TO WS-SD-REASON
                       WRITE SECLOG-LINE FROM WS-SEC-DETAIL
                       CLOSE SECLOG-FILE
                   END-IF
                   DISPLAY 'APPLY REFUSED FOR OPERATOR ' WS-OPER-ID
                       ' - ' WS-DENY-REASON
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    LOAD THE PASS 1 EXCEPTIONS
           OPEN INPUT EXC1-FILE.
           IF WS-EXC1-STATUS NOT = '00' THEN
               CLOSE LEDGER-FILE
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

      *    APPLY THE OPERATOR CORRECTIONS
           MOVE SPACES TO WS-CORR-NAME.
           ACCEPT WS-CORR-NAME FROM ENVIRONMENT 'CORRFILE'.
               STOP RUN
           END-IF.
           OPEN OUTPUT DELTA-FILE.
           IF WS-SIM-MODE = 'Y' THEN
               WRITE DELTA-LINE FROM WS-SIM-BANNER
           END-IF.
           WRITE DELTA-LINE FROM WS-HDR1.
           WRITE DELTA-LINE FROM WS-BLANK.
           WRITE DELTA-LINE FROM WS-CLR-HDR.
                                           SET WS-MATCHED TO 1
                                           SET WS-RORD TO
                                               FUNCTION ORD(WS-COM)
                                           MOVE WS-PT-WEIGHT(WS-RORD)
                                               TO WS-PRI
                                           ADD 1 TO WS-PLEN
                                               GIVING WS-CNT
                                       ELSE
                               IF WS-MATCHED = 1 THEN
                                   SET WS-RORD TO
                                       FUNCTION ORD(WS-COM)
                                   MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                                   MOVE 'Y' TO WS-E2-CLEARED(WS-FOUND)
                                   PERFORM VARYING WS-LX FROM 1 BY 1
                                       UNTIL WS-LX > WS-LED-CNT
           CLOSE DELTA-FILE.

      *    WRITE THE LEDGER BACK WITH TODAYS CLEARANCES MARKED
           IF WS-LEDGER-LOADED = 'Y' AND WS-SIM-MODE = 'Y' THEN
               DISPLAY 'SIMULATION - exc_ledger.txt NOT UPDATED'
           END-IF.
           IF WS-LEDGER-LOADED = 'Y' AND WS-SIM-MODE = 'N' THEN
               OPEN OUTPUT LEDGER-FILE
               PERFORM VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LED-CNT
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *    RECORD THE APPLIED BATCH IN THE MAINTENANCE ACTIVITY LOG FOR
      *    THE DAILY OPERATOR REPORT
           IF WS-SIM-MODE = 'N' THEN
               OPEN EXTEND ACTLOG-FILE
               IF WS-ACTLOG-STATUS NOT = '00' AND
                   WS-ACTLOG-STATUS NOT = '05' THEN
                   DISPLAY 'UNABLE TO OPEN maint_activity.txt - '
                       'FILE STATUS ' WS-ACTLOG-STATUS
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-AD-TS
                   MOVE WS-OPER-ID TO WS-AD-OPER
                   MOVE 'REPROC' TO WS-AD-PROG
                   MOVE 'APPLY' TO WS-AD-FUNC
                   MOVE 'ALL' TO WS-AD-KEY
                   MOVE WS-CLEARED-CNT TO WS-AD-CNT1
                   MOVE WS-OUTSTANDING-CNT TO WS-AD-CNT2
                   MOVE WS-AD-CNT-TEXT TO WS-AD-TEXT
                   WRITE ACTLOG-LINE FROM WS-ACT-DETAIL
                   CLOSE ACTLOG-FILE
               END-IF
           END-IF.
           DISPLAY 'REPROCESSING COMPLETE - ' WS-CLEARED-CNT
               ' CLEARED, ' WS-OUTSTANDING-CNT ' OUTSTANDING'.
           STOP RUN.
