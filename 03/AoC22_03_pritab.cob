      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_pritab.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.
               SELECT LIST-FILE ASSIGN TO 'pritab_list.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
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
           FD PRITAB-FILE.
           01 PRITAB-LINE.
               02 PT-ITEM PIC X(1).
               02 FILLER PIC X(1).
               02 PT-EFF PIC X(8).
               02 FILLER PIC X(1).
               02 PT-WEIGHT PIC X(2).
               02 FILLER PIC X(1).
               02 PT-MAINT PIC X(8).

           FD LIST-FILE.
           01 LIST-LINE PIC X(80).

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
           01 WS-FUNC PIC X(8).
           01 WS-PRITAB-NAME PIC X(100).
           01 WS-PRITAB-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNDATE PIC X(8).
           01 WS-ASOF PIC X(8).
           01 WS-LETTERS PIC X(52) VALUE
               'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-NEW-ITEM PIC X(1).
           01 WS-NEW-EFF PIC X(8).
           01 WS-NEW-WEIGHT PIC 99.
           01 WS-WGT-ENV PIC X(2).
           01 WS-WGT-LEN PIC 9.
           01 WS-BAD-CNT PIC 9(4) VALUE ZERO.
           01 WS-ENT-CNT PIC 9(4) VALUE ZERO.
           01 WS-ENT-TAB.
               02 WS-ENT OCCURS 2000 TIMES.
                   03 WS-ENT-ITEM PIC X(1).
                   03 WS-ENT-EFF PIC X(8).
                   03 WS-ENT-WEIGHT PIC 99.
                   03 WS-ENT-MAINT PIC X(8).
                   03 WS-ENT-DONE PIC X(1).
           01 WS-EX PIC 9(4).
           01 WS-FOUND PIC 9(4).
           01 WS-BEST PIC 9(4).
           01 WS-LX PIC 99.
           01 WS-CUR-ITEM PIC X(1).
           01 WS-LETTER-DONE PIC A(1).
           01 WS-INFORCE-TAB.
               02 WS-INFORCE PIC 9(4) OCCURS 52 TIMES.
           01 WS-VERSION PIC X(8).
           01 WS-STD-CNT PIC 99 VALUE ZERO.
           01 WS-STD-ITEMS PIC X(52).
           01 WS-OUT-DETAIL.
               02 WS-OUT-ITEM PIC X(1).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-OUT-EFF PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-OUT-WEIGHT PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-OUT-MAINT PIC X(8).
           01 WS-LST-HDR1 PIC X(80) VALUE
               'ITEM PRIORITY TABLE LISTING'.
           01 WS-LST-HDR2.
               02 FILLER PIC X(7) VALUE 'AS OF: '.
               02 WS-LST-ASOF PIC X(8).
               02 FILLER PIC X(18) VALUE '   TABLE VERSION: '.
               02 WS-LST-VERSION PIC X(8).
           01 WS-LST-HDR3 PIC X(80) VALUE
               'ITEM  EFFECTIVE  WEIGHT  STANDARD  MAINTAINED  STATUS'.
           01 WS-LST-BLANK PIC X(80) VALUE SPACES.
           01 WS-LST-DETAIL.
               02 FILLER PIC X(1) VALUE SPACE.
               02 WS-LST-ITEM PIC X(1).
               02 FILLER PIC X(4) VALUE SPACES.
               02 WS-LST-EFF PIC X(8).
               02 FILLER PIC X(5) VALUE SPACES.
               02 WS-LST-WEIGHT PIC Z9.
               02 FILLER PIC X(8) VALUE SPACES.
               02 WS-LST-STD PIC Z9.
               02 FILLER PIC X(5) VALUE SPACES.
               02 WS-LST-MAINT PIC X(8).
               02 FILLER PIC X(4) VALUE SPACES.
               02 WS-LST-STATE PIC X(10).
           01 WS-LST-TOTAL.
               02 FILLER PIC X(24) VALUE 'ENTRIES LISTED:         '.
               02 WS-LST-TOTAL-OUT PIC ZZZ9.
           01 WS-LST-STDLINE.
               02 FILLER PIC X(26) VALUE 'ITEMS ON STANDARD WEIGHT: '.
               02 WS-LST-STD-ITEMS PIC X(52).
           01 WS-OLD-WEIGHT PIC 99 VALUE ZERO.
           01 WS-OPER-ID PIC X(8).
           01 WS-OPERAUTH-NAME PIC X(100).
           01 WS-OPERAUTH-STATUS PIC XX.
           01 WS-SECLOG-STATUS PIC XX.
           01 WS-ACTLOG-STATUS PIC XX.
           01 WS-OA-EOF PIC A(1) VALUE 'N'.
           01 WS-AUTHORIZED PIC A(1) VALUE 'N'.
           01 WS-DENY-REASON PIC X(20).
           01 WS-SEC-KEY PIC X(10).
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
               02 WS-AD-TEXT.
                   03 FILLER PIC X(7) VALUE 'WEIGHT '.
                   03 WS-AD-AWGT PIC Z9.
                   03 WS-AD-WAS.
                       04 FILLER PIC X(6) VALUE '  WAS '.
                       04 WS-AD-BWGT PIC Z9.
                   03 FILLER PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           MOVE SPACES TO WS-FUNC.
           ACCEPT WS-FUNC FROM ENVIRONMENT 'PRIFUNC'.
           IF WS-FUNC NOT = 'ADD' AND WS-FUNC NOT = 'CHANGE' AND
               WS-FUNC NOT = 'LIST' THEN
               DISPLAY 'PRIFUNC MUST BE ADD, CHANGE OR LIST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    TABLE UPDATES ARE RESTRICTED TO OPERATORS GRANTED THEM IN
      *    THE OPERATOR AUTHORITY FILE - EVERY REFUSAL IS WRITTEN TO
      *    THE SECURITY VIOLATION LOG
           MOVE SPACES TO WS-OPER-ID.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'OPERID'.
           IF WS-FUNC = 'ADD' OR WS-FUNC = 'CHANGE' THEN
               MOVE SPACES TO WS-SEC-KEY
               ACCEPT WS-SEC-KEY(1:1) FROM ENVIRONMENT 'PRIITEM'
               ACCEPT WS-SEC-KEY(3:8) FROM ENVIRONMENT 'PRIEFF'
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
                                       OA-PROG = 'PRITAB' AND
                                       OA-FUNC = WS-FUNC THEN
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
                       MOVE 'PRITAB' TO WS-SD-PROG
                       MOVE WS-FUNC TO WS-SD-FUNC
                       MOVE WS-SEC-KEY TO WS-SD-KEY
                       MOVE WS-DENY-REASON TO WS-SD-REASON
                       WRITE SECLOG-LINE FROM WS-SEC-DETAIL
                       CLOSE SECLOG-FILE
                   END-IF
                   DISPLAY WS-FUNC ' REFUSED FOR OPERATOR ' WS-OPER-ID
                       ' - ' WS-DENY-REASON
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    LOAD THE PRIORITY TABLE - ONE ENTRY PER ITEM PER
      *    EFFECTIVE DATE
           MOVE SPACES TO WS-PRITAB-NAME.
           ACCEPT WS-PRITAB-NAME FROM ENVIRONMENT 'PRITABFILE'.
           IF WS-PRITAB-NAME = SPACES THEN
               MOVE 'pritab.txt' TO WS-PRITAB-NAME
           END-IF.
           MOVE SPACES TO WS-ENT-TAB.
           OPEN INPUT PRITAB-FILE.
           IF WS-PRITAB-STATUS NOT = '00' THEN
               IF WS-FUNC = 'ADD' THEN
                   DISPLAY 'PRIORITY TABLE ' WS-PRITAB-NAME(1:40)
                       ' NOT FOUND - A NEW ONE WILL BE CREATED'
               ELSE
                   DISPLAY 'UNABLE TO OPEN ' WS-PRITAB-NAME
                       ' - FILE STATUS ' WS-PRITAB-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRITAB-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PT-ITEM IS ALPHABETIC AND
                               PT-ITEM NOT = SPACE AND
                               PT-EFF IS NUMERIC AND
                               PT-WEIGHT IS NUMERIC AND
                               PT-WEIGHT NOT = '00' THEN
                               MOVE 0 TO WS-FOUND
                               PERFORM VARYING WS-EX FROM 1 BY 1
                                   UNTIL WS-EX > WS-ENT-CNT
                                   IF WS-ENT-ITEM(WS-EX) = PT-ITEM AND
                                       WS-ENT-EFF(WS-EX) = PT-EFF THEN
                                       MOVE WS-EX TO WS-FOUND
                                   END-IF
                               END-PERFORM
                               IF WS-FOUND > 0 THEN
                                   DISPLAY 'DUPLICATE PRITAB ENTRY '
                                       PT-ITEM ' ' PT-EFF
                                       ' - LAST ENTRY KEPT'
                                   ADD 1 TO WS-BAD-CNT
                               ELSE
                               IF WS-ENT-CNT < 2000 THEN
                                   ADD 1 TO WS-ENT-CNT
                                   MOVE WS-ENT-CNT TO WS-FOUND
                               ELSE
      *                            NEVER REWRITE THE TABLE FROM A
      *                            TRUNCATED LOAD
                                   DISPLAY 'PRITAB TABLE FULL AT '
                                       WS-ENT-CNT ' - RUN ABANDONED'
                                   CLOSE PRITAB-FILE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               END-IF
                               MOVE PT-ITEM TO WS-ENT-ITEM(WS-FOUND)
                               MOVE PT-EFF TO WS-ENT-EFF(WS-FOUND)
                               MOVE PT-WEIGHT TO WS-ENT-WEIGHT(WS-FOUND)
                               MOVE PT-MAINT TO WS-ENT-MAINT(WS-FOUND)
                           ELSE
                               DISPLAY 'BAD PRITAB LINE SKIPPED: '
                                   PRITAB-LINE
                               ADD 1 TO WS-BAD-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRITAB-FILE
           END-IF.
           DISPLAY WS-ENT-CNT ' PRITAB ENTRIES LOADED, '
               WS-BAD-CNT ' REJECTED'.

      *    LIST - SHOW EVERY ENTRY AND WHICH ONE IS IN FORCE ON THE
      *    AS-OF DATE (PRIDATE, DEFAULT TODAY)
           IF WS-FUNC = 'LIST' THEN
               MOVE SPACES TO WS-ASOF
               ACCEPT WS-ASOF FROM ENVIRONMENT 'PRIDATE'
               IF WS-ASOF = SPACES THEN
                   MOVE WS-RUNDATE TO WS-ASOF
               END-IF
               IF WS-ASOF IS NOT NUMERIC THEN
                   DISPLAY 'PRIDATE MUST BE YYYYMMDD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROES TO WS-INFORCE-TAB
               MOVE SPACES TO WS-VERSION
               PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENT-CNT
                   IF WS-ENT-EFF(WS-EX) NOT > WS-ASOF THEN
                       MOVE 0 TO WS-LX
                       INSPECT WS-LETTERS TALLYING WS-LX
                           FOR CHARACTERS BEFORE INITIAL
                           WS-ENT-ITEM(WS-EX)
                       ADD 1 TO WS-LX
                       IF WS-INFORCE(WS-LX) = 0 THEN
                           MOVE WS-EX TO WS-INFORCE(WS-LX)
                       ELSE
                           IF WS-ENT-EFF(WS-EX) >
                               WS-ENT-EFF(WS-INFORCE(WS-LX)) THEN
                               MOVE WS-EX TO WS-INFORCE(WS-LX)
                           END-IF
                       END-IF
                       IF WS-ENT-EFF(WS-EX) > WS-VERSION THEN
                           MOVE WS-ENT-EFF(WS-EX) TO WS-VERSION
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-VERSION = SPACES THEN
                   MOVE 'STANDARD' TO WS-VERSION
               END-IF
               MOVE SPACES TO WS-STD-ITEMS
               PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 52
                   IF WS-INFORCE(WS-LX) = 0 THEN
                       ADD 1 TO WS-STD-CNT
                       MOVE WS-LETTERS(WS-LX:1)
                           TO WS-STD-ITEMS(WS-STD-CNT:1)
                   END-IF
               END-PERFORM
               OPEN OUTPUT LIST-FILE
               WRITE LIST-LINE FROM WS-LST-HDR1
               MOVE WS-ASOF TO WS-LST-ASOF
               MOVE WS-VERSION TO WS-LST-VERSION
               WRITE LIST-LINE FROM WS-LST-HDR2
               WRITE LIST-LINE FROM WS-LST-BLANK
               WRITE LIST-LINE FROM WS-LST-HDR3
           END-IF.

           IF WS-FUNC = 'ADD' OR WS-FUNC = 'CHANGE' THEN
               MOVE SPACES TO WS-NEW-ITEM
               ACCEPT WS-NEW-ITEM FROM ENVIRONMENT 'PRIITEM'
               IF WS-NEW-ITEM IS NOT ALPHABETIC OR
                   WS-NEW-ITEM = SPACE THEN
                   DISPLAY 'PRIITEM MUST BE A SINGLE LETTER a-z OR A-Z'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        AN ADD WITH NO EFFECTIVE DATE TAKES EFFECT TODAY
               MOVE SPACES TO WS-NEW-EFF
               ACCEPT WS-NEW-EFF FROM ENVIRONMENT 'PRIEFF'
               IF WS-NEW-EFF = SPACES AND WS-FUNC = 'ADD' THEN
                   MOVE WS-RUNDATE TO WS-NEW-EFF
               END-IF
               IF WS-NEW-EFF IS NOT NUMERIC THEN
                   DISPLAY 'PRIEFF MUST BE YYYYMMDD FOR ' WS-FUNC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-NEW-EFF(5:2) < '01' OR WS-NEW-EFF(5:2) > '12' OR
                   WS-NEW-EFF(7:2) < '01' OR WS-NEW-EFF(7:2) > '31'
                   THEN
                   DISPLAY 'PRIEFF ' WS-NEW-EFF ' IS NOT A VALID DATE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-WGT-ENV
               ACCEPT WS-WGT-ENV FROM ENVIRONMENT 'PRIWEIGHT'
               IF WS-WGT-ENV = SPACES THEN
                   DISPLAY 'PRIWEIGHT REQUIRED FOR ' WS-FUNC
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               INSPECT WS-WGT-ENV REPLACING LEADING SPACE BY '0'
               MOVE 0 TO WS-WGT-LEN
               INSPECT FUNCTION REVERSE (WS-WGT-ENV)
      -            TALLYING WS-WGT-LEN FOR LEADING SPACES
               COMPUTE WS-WGT-LEN = LENGTH OF WS-WGT-ENV - WS-WGT-LEN
               IF WS-WGT-ENV(1:WS-WGT-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'PRIWEIGHT MUST BE NUMERIC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-WGT-ENV(1:WS-WGT-LEN) TO WS-NEW-WEIGHT
               IF WS-NEW-WEIGHT = 0 THEN
                   DISPLAY 'PRIWEIGHT MUST BE 1 TO 99'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-ENT-CNT
                   IF WS-ENT-ITEM(WS-EX) = WS-NEW-ITEM AND
                       WS-ENT-EFF(WS-EX) = WS-NEW-EFF THEN
                       MOVE WS-EX TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-NEW-EFF < WS-RUNDATE THEN
                   DISPLAY 'NOTE - ENTRY IS BACKDATED TO ' WS-NEW-EFF
                       ' - RESTATE master.dat WITH MASTFUNC=RESCORE'
                       ' IF REQUIRED'
               END-IF
           END-IF.

           IF WS-FUNC = 'ADD' THEN
               IF WS-FOUND > 0 THEN
                   DISPLAY 'ITEM ' WS-NEW-ITEM ' EFFECTIVE ' WS-NEW-EFF
                       ' ALREADY ON TABLE - USE CHANGE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-ENT-CNT NOT < 2000 THEN
                   DISPLAY 'PRITAB TABLE FULL AT ' WS-ENT-CNT
                       ' - ADD REJECTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ENT-CNT
               MOVE WS-NEW-ITEM TO WS-ENT-ITEM(WS-ENT-CNT)
               MOVE WS-NEW-EFF TO WS-ENT-EFF(WS-ENT-CNT)
               MOVE WS-NEW-WEIGHT TO WS-ENT-WEIGHT(WS-ENT-CNT)
               MOVE WS-RUNDATE TO WS-ENT-MAINT(WS-ENT-CNT)
           END-IF.

           IF WS-FUNC = 'CHANGE' THEN
               IF WS-FOUND = 0 THEN
                   DISPLAY 'ITEM ' WS-NEW-ITEM ' EFFECTIVE ' WS-NEW-EFF
                       ' NOT ON TABLE - USE ADD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ENT-WEIGHT(WS-FOUND) TO WS-OLD-WEIGHT
               MOVE WS-NEW-WEIGHT TO WS-ENT-WEIGHT(WS-FOUND)
               MOVE WS-RUNDATE TO WS-ENT-MAINT(WS-FOUND)
           END-IF.

           IF WS-FUNC = 'ADD' OR WS-FUNC = 'CHANGE' THEN
               OPEN OUTPUT PRITAB-FILE
               IF WS-PRITAB-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO REWRITE ' WS-PRITAB-NAME
                       ' - FILE STATUS ' WS-PRITAB-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    WRITE THE TABLE (OR THE LISTING) IN ITEM ORDER, OLDEST
      *    EFFECTIVE DATE FIRST WITHIN EACH ITEM
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-ENT-CNT
               MOVE 'N' TO WS-ENT-DONE(WS-EX)
           END-PERFORM.
              PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 52
                   MOVE WS-LETTERS(WS-LX:1) TO WS-CUR-ITEM
                   MOVE 'N' TO WS-LETTER-DONE
                   PERFORM UNTIL WS-LETTER-DONE = 'Y'
                       MOVE 0 TO WS-BEST
                       PERFORM VARYING WS-EX FROM 1 BY 1
                           UNTIL WS-EX > WS-ENT-CNT
                           IF WS-ENT-ITEM(WS-EX) = WS-CUR-ITEM AND
                               WS-ENT-DONE(WS-EX) = 'N' THEN
                               IF WS-BEST = 0 THEN
                                   MOVE WS-EX TO WS-BEST
                               ELSE
                               IF WS-ENT-EFF(WS-EX) <
                                   WS-ENT-EFF(WS-BEST) THEN
                                   MOVE WS-EX TO WS-BEST
                               END-IF
                               END-IF
                           END-IF
                       END-PERFORM
                       IF WS-BEST = 0 THEN
                           MOVE 'Y' TO WS-LETTER-DONE
                       ELSE
                           MOVE 'Y' TO WS-ENT-DONE(WS-BEST)
                           IF WS-FUNC = 'LIST' THEN
                               MOVE WS-ENT-ITEM(WS-BEST) TO WS-LST-ITEM
                               MOVE WS-ENT-EFF(WS-BEST) TO WS-LST-EFF
                               MOVE WS-ENT-WEIGHT(WS-BEST)
                                   TO WS-LST-WEIGHT
                               MOVE WS-LX TO WS-LST-STD
                               MOVE WS-ENT-MAINT(WS-BEST)
                                   TO WS-LST-MAINT
                               IF WS-ENT-EFF(WS-BEST) > WS-ASOF THEN
                                   MOVE 'FUTURE' TO WS-LST-STATE
                               ELSE
                               IF WS-INFORCE(WS-LX) = WS-BEST THEN
                                   MOVE 'IN EFFECT' TO WS-LST-STATE
                               ELSE
                                   MOVE 'SUPERSEDED' TO WS-LST-STATE
                               END-IF
                               END-IF
                               WRITE LIST-LINE FROM WS-LST-DETAIL
                           ELSE
                               MOVE WS-ENT-ITEM(WS-BEST) TO WS-OUT-ITEM
                               MOVE WS-ENT-EFF(WS-BEST) TO WS-OUT-EFF
                               MOVE WS-ENT-WEIGHT(WS-BEST)
                                   TO WS-OUT-WEIGHT
                               MOVE WS-ENT-MAINT(WS-BEST)
                                   TO WS-OUT-MAINT
                               WRITE PRITAB-LINE FROM WS-OUT-DETAIL
                           END-IF
                       END-IF
                   END-PERFORM
              END-PERFORM.

           IF WS-FUNC = 'LIST' THEN
               WRITE LIST-LINE FROM WS-LST-BLANK
               MOVE WS-ENT-CNT TO WS-LST-TOTAL-OUT
               WRITE LIST-LINE FROM WS-LST-TOTAL
               MOVE WS-STD-ITEMS TO WS-LST-STD-ITEMS
               WRITE LIST-LINE FROM WS-LST-STDLINE
               CLOSE LIST-FILE
               DISPLAY 'PRIORITY TABLE LISTING WRITTEN - VERSION '
                   WS-VERSION ' AS OF ' WS-ASOF
           ELSE
               CLOSE PRITAB-FILE
               DISPLAY WS-FUNC ' COMPLETE FOR ITEM ' WS-NEW-ITEM
                   ' EFFECTIVE ' WS-NEW-EFF ' - WEIGHT '
                   WS-NEW-WEIGHT
      *        RECORD THE UPDATE FOR THE DAILY OPERATOR REPORT
               OPEN EXTEND ACTLOG-FILE
               IF WS-ACTLOG-STATUS NOT = '00' AND
                   WS-ACTLOG-STATUS NOT = '05' THEN
                   DISPLAY 'UNABLE TO OPEN maint_activity.txt - '
                       'FILE STATUS ' WS-ACTLOG-STATUS
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-AD-TS
                   MOVE WS-OPER-ID TO WS-AD-OPER
                   MOVE 'PRITAB' TO WS-AD-PROG
                   MOVE WS-FUNC TO WS-AD-FUNC
                   MOVE SPACES TO WS-AD-KEY
                   MOVE WS-NEW-ITEM TO WS-AD-KEY(1:1)
                   MOVE WS-NEW-EFF TO WS-AD-KEY(3:8)
                   MOVE WS-NEW-WEIGHT TO WS-AD-AWGT
                   IF WS-FUNC = 'CHANGE' THEN
                       MOVE WS-OLD-WEIGHT TO WS-AD-BWGT
                   ELSE
                       MOVE SPACES TO WS-AD-WAS
                   END-IF
                   WRITE ACTLOG-LINE FROM WS-ACT-DETAIL
                   CLOSE ACTLOG-FILE
               END-IF
           END-IF.
           STOP RUN.
