      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_mastrcv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DATAFILE ASSIGN TO DYNAMIC WS-DATAFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAFILE-STATUS.
               SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-SEQ
               FILE STATUS IS WS-MASTER-STATUS.
               SELECT JOURNAL-FILE ASSIGN TO 'mast_journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'mast_recovery_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
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

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
               02 JRN-TS PIC X(21).
               02 FILLER PIC X(1).
               02 JRN-ACTION PIC X(8).
               02 FILLER PIC X(1).
               02 JRN-SEQ PIC 9(5).
               02 FILLER PIC X(1).
               02 JRN-BCONTENTS PIC X(128).
               02 FILLER PIC X(1).
               02 JRN-BPRI PIC 99.
               02 FILLER PIC X(1).
               02 JRN-BSTAT PIC X(1).
               02 FILLER PIC X(1).
               02 JRN-ACONTENTS PIC X(128).
               02 FILLER PIC X(1).
               02 JRN-APRI PIC 99.
               02 FILLER PIC X(1).
               02 JRN-ASTAT PIC X(1).
               02 FILLER PIC X(1).
               02 JRN-OPER PIC X(8).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(132).

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
           01 WS-FUNC PIC X(8).
           01 WS-RUNDATE PIC X(8).
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-SKIP-FRAG PIC A(1) VALUE 'N'.
           01 WS-DATAFILE-NAME PIC X(100).
           01 WS-DATAFILE-STATUS PIC XX.
           01 WS-MASTER-NAME PIC X(100).
           01 WS-MASTER-STATUS PIC XX.
           01 WS-JOURNAL-STATUS PIC XX.
           01 WS-CONTENTS PIC A(128).
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
           01 WS-STAT PIC X(1).
           01 WS-LINENO PIC 9(5) VALUE ZERO.
           01 WS-LOADED PIC 9(5) VALUE ZERO.
           01 WS-EXCEPTIONS PIC 9(5) VALUE ZERO.
      *    BASE AND RECOVERY POINTS ARE JOURNAL TIMESTAMP PREFIXES -
      *    YYYYMMDD UP TO YYYYMMDDHHMMSSHH
           01 WS-BASE-TS PIC X(16).
           01 WS-BASE-LEN PIC 99 VALUE ZERO.
           01 WS-TO-TS PIC X(16).
           01 WS-TO-LEN PIC 99 VALUE ZERO.
           01 WS-TS-ENV PIC X(16).
           01 WS-TS-LEN PIC 99.
      *    PRIORITY TABLE SET 1 SCORES THE BASE LOAD, SET 2 THE
      *    VERIFICATION
           01 WS-PRITAB-NAME PIC X(100).
           01 WS-PRITAB-STATUS PIC XX.
           01 WS-PT-EOF PIC A(1) VALUE 'N'.
           01 WS-PT-LETTERS PIC X(52) VALUE
               'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-PT-SC PIC 99.
           01 WS-PT-ORD PIC 999.
           01 WS-PT-SX PIC 9.
           01 WS-PT-DATES.
               02 WS-PT-DATE PIC X(8) OCCURS 2 TIMES.
           01 WS-PT-VERSIONS.
               02 WS-PT-VERSION PIC X(8) OCCURS 2 TIMES.
           01 WS-PRI-TAB.
               02 WS-PT-SET OCCURS 2 TIMES.
                   03 WS-PT-ENT OCCURS 256 TIMES.
                       04 WS-PT-WEIGHT PIC 99.
                       04 WS-PT-EFF PIC X(8).
      *    JOURNAL ENTRIES BETWEEN THE BASE AND THE RECOVERY POINT,
      *    HELD IN TIMESTAMP ORDER
           01 WS-JT-MAX PIC 9(5) VALUE 20000.
           01 WS-JT-CNT PIC 9(5) VALUE ZERO.
           01 WS-JT-TAB.
               02 WS-JT-REC PIC X(313) OCCURS 20000 TIMES.
           01 WS-JT-HOLD PIC X(313).
           01 WS-JX PIC 9(5).
           01 WS-JW-RECORD.
               02 WS-JW-TS PIC X(21).
               02 FILLER PIC X(1).
               02 WS-JW-ACTION PIC X(8).
               02 FILLER PIC X(1).
               02 WS-JW-SEQ PIC 9(5).
               02 FILLER PIC X(1).
               02 WS-JW-BCONTENTS PIC X(128).
               02 FILLER PIC X(1).
               02 WS-JW-BPRI PIC 99.
               02 FILLER PIC X(1).
               02 WS-JW-BSTAT PIC X(1).
               02 FILLER PIC X(1).
               02 WS-JW-ACONTENTS PIC X(128).
               02 FILLER PIC X(1).
               02 WS-JW-APRI PIC 99.
               02 FILLER PIC X(1).
               02 WS-JW-ASTAT PIC X(1).
               02 FILLER PIC X(1).
               02 WS-JW-OPER PIC X(8).
           01 WS-JRN-READ PIC 9(7) VALUE ZERO.
           01 WS-JRN-BEFORE PIC 9(7) VALUE ZERO.
           01 WS-JRN-AFTER PIC 9(7) VALUE ZERO.
           01 WS-JRN-BAD PIC 9(7) VALUE ZERO.
           01 WS-RPL-OK PIC 9.
           01 WS-RPL-APPLIED PIC 9(7) VALUE ZERO.
           01 WS-RPL-REJECTED PIC 9(7) VALUE ZERO.
           01 WS-RPL-DIFFERS PIC 9(7) VALUE ZERO.
           01 WS-RPL-RESULT PIC X(30).
           01 WS-ACTION-NAMES.
               02 FILLER PIC X(8) VALUE 'CORRECT'.
               02 FILLER PIC X(8) VALUE 'BACKOUT'.
               02 FILLER PIC X(8) VALUE 'RESCORE'.
               02 FILLER PIC X(8) VALUE 'CHANGE'.
               02 FILLER PIC X(8) VALUE 'ADD'.
               02 FILLER PIC X(8) VALUE 'DELETE'.
           01 WS-ACTION-NAME-TAB REDEFINES WS-ACTION-NAMES.
               02 WS-ACTION-NAME PIC X(8) OCCURS 6 TIMES.
           01 WS-ACTION-COUNTS.
               02 WS-ACTION-CNT PIC 9(7) OCCURS 6 TIMES.
           01 WS-AX PIC 9.
           01 WS-ACTION-IX PIC 9.
           01 WS-VFY-READ PIC 9(5) VALUE ZERO.
           01 WS-VFY-BAD PIC 9(5) VALUE ZERO.
           01 WS-VFY-PROBLEM PIC X(20).
           01 WS-HDR1 PIC X(132) VALUE
               'MASTER FORWARD RECOVERY AND VERIFICATION REPORT'.
           01 WS-BLANK PIC X(132) VALUE SPACES.
           01 WS-LBL-DETAIL.
               02 WS-LBL-LABEL PIC X(24).
               02 WS-LBL-VALUE PIC X(60).
           01 WS-PT-TEXT.
               02 WS-PTX-VERSION PIC X(8).
               02 FILLER PIC X(7) VALUE ' AS OF '.
               02 WS-PTX-DATE PIC X(8).
           01 WS-CNT-DETAIL.
               02 WS-CNT-LABEL PIC X(28).
               02 WS-CNT-VALUE PIC Z(6)9.
           01 WS-RPL-HDR.
               02 FILLER PIC X(21) VALUE 'TIMESTAMP'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'ACTION'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'OPERATOR'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(5) VALUE '  SEQ'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(30) VALUE 'RESULT'.
           01 WS-RPL-DETAIL.
               02 WS-RD-TS PIC X(21).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-ACTION PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-OPER PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-SEQ PIC ZZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-RESULT PIC X(30).
           01 WS-VFY-HDR.
               02 FILLER PIC X(5) VALUE '  SEQ'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(11) VALUE 'STORED PRI'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(11) VALUE 'STORED STAT'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'EXPECTED'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(20) VALUE 'PROBLEM'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(40) VALUE 'CONTENTS'.
           01 WS-VFY-DETAIL.
               02 WS-VD-SEQ PIC ZZZZ9.
               02 FILLER PIC X(11) VALUE SPACES.
               02 WS-VD-PRI PIC Z9.
               02 FILLER PIC X(12) VALUE SPACES.
               02 WS-VD-STAT PIC X(1).
               02 FILLER PIC X(4) VALUE SPACES.
               02 WS-VD-EPRI PIC Z9.
               02 FILLER PIC X(1) VALUE '/'.
               02 WS-VD-ESTAT PIC X(1).
               02 FILLER PIC X(3) VALUE SPACES.
               02 WS-VD-PROBLEM PIC X(20).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-VD-CONTENTS PIC X(40).
           01 WS-VERDICT-LINE PIC X(132).
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
               02 WS-AD-CNT1 PIC 9(5).
               02 FILLER PIC X(8) VALUE ' LOADED,'.
               02 WS-AD-CNT2 PIC 9(7).
               02 FILLER PIC X(9) VALUE ' REPLAYED'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           MOVE SPACES TO WS-FUNC.
           ACCEPT WS-FUNC FROM ENVIRONMENT 'RCVFUNC'.
           IF WS-FUNC = SPACES THEN
               MOVE 'VERIFY' TO WS-FUNC
           END-IF.
           IF WS-FUNC NOT = 'RECOVER' AND WS-FUNC NOT = 'VERIFY' THEN
               DISPLAY 'RCVFUNC MUST BE RECOVER OR VERIFY'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-MASTER-NAME.
           ACCEPT WS-MASTER-NAME FROM ENVIRONMENT 'RCVMASTER'.
           IF WS-MASTER-NAME = SPACES THEN
               MOVE 'master.dat' TO WS-MASTER-NAME
           END-IF.

      *    RCVBASETS IS WHEN THE BASE LOAD WAS TAKEN - JOURNAL ENTRIES
      *    UP TO THEN ARE ALREADY IN IT. LEFT BLANK, THE BASE PREDATES
      *    THE WHOLE JOURNAL
           MOVE SPACES TO WS-BASE-TS.
           ACCEPT WS-TS-ENV FROM ENVIRONMENT 'RCVBASETS'.
           IF WS-TS-ENV NOT = SPACES THEN
               MOVE 0 TO WS-TS-LEN
               INSPECT FUNCTION REVERSE (WS-TS-ENV)
      -            TALLYING WS-TS-LEN FOR LEADING SPACES
               COMPUTE WS-TS-LEN = LENGTH OF WS-TS-ENV - WS-TS-LEN
               IF WS-TS-LEN < 8 OR
                   WS-TS-ENV(1:WS-TS-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'RCVBASETS MUST BE YYYYMMDD[HHMMSS[HH]]'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TS-ENV TO WS-BASE-TS
               MOVE WS-TS-LEN TO WS-BASE-LEN
           END-IF.
      *    RCVTO IS THE POINT IN TIME TO RECOVER TO - LEFT BLANK, THE
      *    WHOLE JOURNAL IS REPLAYED
           MOVE SPACES TO WS-TO-TS.
           MOVE SPACES TO WS-TS-ENV.
           ACCEPT WS-TS-ENV FROM ENVIRONMENT 'RCVTO'.
           IF WS-TS-ENV NOT = SPACES THEN
               MOVE 0 TO WS-TS-LEN
               INSPECT FUNCTION REVERSE (WS-TS-ENV)
      -            TALLYING WS-TS-LEN FOR LEADING SPACES
               COMPUTE WS-TS-LEN = LENGTH OF WS-TS-ENV - WS-TS-LEN
               IF WS-TS-LEN < 8 OR
                   WS-TS-ENV(1:WS-TS-LEN) IS NOT NUMERIC THEN
                   DISPLAY 'RCVTO MUST BE YYYYMMDD[HHMMSS[HH]]'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TS-ENV TO WS-TO-TS
               MOVE WS-TS-LEN TO WS-TO-LEN
           END-IF.

      *    REBUILDING THE MASTER IS RESTRICTED TO OPERATORS GRANTED IT
      *    IN THE OPERATOR AUTHORITY FILE - EVERY REFUSAL IS WRITTEN TO
      *    THE SECURITY VIOLATION LOG. VERIFY ONLY READS THE MASTER
           MOVE SPACES TO WS-OPER-ID.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'OPERID'.
           IF WS-FUNC = 'RECOVER' THEN
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
                                       OA-PROG = 'MASTRCV' AND
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
                       MOVE 'MASTRCV' TO WS-SD-PROG
                       MOVE WS-FUNC TO WS-SD-FUNC
                       MOVE 'ALL' TO WS-SD-KEY
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

      *    LOAD THE ITEM PRIORITY TABLE TWICE - AS IN EFFECT WHEN THE
      *    BASE WAS LOADED, AND AS IN EFFECT AT THE RECOVERY POINT FOR
      *    THE VERIFICATION. AN ITEM WITH NO ENTRY IN FORCE KEEPS ITS
      *    STANDARD WEIGHT
           MOVE SPACES TO WS-PRITAB-NAME.
           ACCEPT WS-PRITAB-NAME FROM ENVIRONMENT 'PRITABFILE'.
           IF WS-PRITAB-NAME = SPACES THEN
               MOVE 'pritab.txt' TO WS-PRITAB-NAME
           END-IF.
           MOVE WS-RUNDATE TO WS-PT-DATE(1).
           IF WS-BASE-LEN > 0 THEN
               MOVE WS-BASE-TS(1:8) TO WS-PT-DATE(1)
           END-IF.
           MOVE WS-RUNDATE TO WS-PT-DATE(2).
           IF WS-TO-LEN > 0 THEN
               MOVE WS-TO-TS(1:8) TO WS-PT-DATE(2)
           END-IF.
           MOVE ZEROES TO WS-PRI-TAB.
              PERFORM VARYING WS-PT-SX FROM 1 BY 1 UNTIL WS-PT-SX > 2
                   PERFORM VARYING WS-PT-SC FROM 1 BY 1
                       UNTIL WS-PT-SC > 52
                       SET WS-PT-ORD TO
                           FUNCTION ORD(WS-PT-LETTERS(WS-PT-SC:1))
                       MOVE WS-PT-SC TO WS-PT-WEIGHT(WS-PT-SX WS-PT-ORD)
                   END-PERFORM
                   MOVE SPACES TO WS-PT-VERSION(WS-PT-SX)
                   MOVE 'N' TO WS-PT-EOF
                   OPEN INPUT PRITAB-FILE
                   IF WS-PRITAB-STATUS = '00' THEN
                       PERFORM UNTIL WS-PT-EOF = 'Y'
                           READ PRITAB-FILE
                               AT END MOVE 'Y' TO WS-PT-EOF
                               NOT AT END
                                   IF PT-ITEM IS ALPHABETIC AND
                                       PT-ITEM NOT = SPACE AND
                                       PT-EFF IS NUMERIC AND
                                       PT-WEIGHT IS NUMERIC AND
                                       PT-WEIGHT NOT = '00' AND
                                       PT-EFF NOT >
                                       WS-PT-DATE(WS-PT-SX) THEN
                                       SET WS-PT-ORD TO
                                           FUNCTION ORD(PT-ITEM)
                                       IF PT-EFF NOT <
                                           WS-PT-EFF(WS-PT-SX WS-PT-ORD)
                                           THEN
                                           MOVE PT-WEIGHT TO
                                               WS-PT-WEIGHT
                                               (WS-PT-SX WS-PT-ORD)
                                           MOVE PT-EFF TO WS-PT-EFF
                                               (WS-PT-SX WS-PT-ORD)
                                       END-IF
                                       IF PT-EFF >
                                           WS-PT-VERSION(WS-PT-SX) THEN
                                           MOVE PT-EFF
                                             TO WS-PT-VERSION(WS-PT-SX)
                                       END-IF
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PRITAB-FILE
                   END-IF
                   IF WS-PT-VERSION(WS-PT-SX) = SPACES THEN
                       MOVE 'STANDARD' TO WS-PT-VERSION(WS-PT-SX)
                   END-IF
              END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-HDR1.
           WRITE REPORT-LINE FROM WS-BLANK.
           MOVE 'FUNCTION:' TO WS-LBL-LABEL.
           MOVE WS-FUNC TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LBL-DETAIL.
           MOVE 'RUN DATE:' TO WS-LBL-LABEL.
           MOVE WS-RUNDATE TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LBL-DETAIL.
           MOVE 'MASTER FILE:' TO WS-LBL-LABEL.
           MOVE WS-MASTER-NAME TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LBL-DETAIL.

      *    RECOVER - REBUILD THE MASTER FROM THE BASE LOAD, THEN ROLL
      *    IT FORWARD THROUGH THE JOURNAL
           IF WS-FUNC = 'RECOVER' THEN
               MOVE SPACES TO WS-DATAFILE-NAME
               ACCEPT WS-DATAFILE-NAME FROM ENVIRONMENT 'RCVBASE'
               IF WS-DATAFILE-NAME = SPACES THEN
                   MOVE 'input.txt' TO WS-DATAFILE-NAME
               END-IF
               MOVE 'OPERATOR:' TO WS-LBL-LABEL
               MOVE WS-OPER-ID TO WS-LBL-VALUE
               WRITE REPORT-LINE FROM WS-LBL-DETAIL
               MOVE 'BASE LOAD FILE:' TO WS-LBL-LABEL
               MOVE WS-DATAFILE-NAME TO WS-LBL-VALUE
               WRITE REPORT-LINE FROM WS-LBL-DETAIL
               MOVE 'BASE LOAD TAKEN:' TO WS-LBL-LABEL
               IF WS-BASE-LEN > 0 THEN
                   MOVE WS-BASE-TS TO WS-LBL-VALUE
               ELSE
                   MOVE 'BEFORE FIRST JOURNAL ENTRY' TO WS-LBL-VALUE
               END-IF
               WRITE REPORT-LINE FROM WS-LBL-DETAIL
               MOVE 'RECOVERED TO:' TO WS-LBL-LABEL
               IF WS-TO-LEN > 0 THEN
                   MOVE WS-TO-TS TO WS-LBL-VALUE
               ELSE
                   MOVE 'END OF JOURNAL' TO WS-LBL-VALUE
               END-IF
               WRITE REPORT-LINE FROM WS-LBL-DETAIL
               MOVE 'BASE PRIORITY TABLE:' TO WS-LBL-LABEL
               MOVE WS-PT-VERSION(1) TO WS-PTX-VERSION
               MOVE WS-PT-DATE(1) TO WS-PTX-DATE
               MOVE WS-PT-TEXT TO WS-LBL-VALUE
               WRITE REPORT-LINE FROM WS-LBL-DETAIL

      *        PICK UP THE JOURNAL ENTRIES AFTER THE BASE AND UP TO THE
      *        RECOVERY POINT, INSERTING EACH IN TIMESTAMP ORDER.
      *        ENTRIES WITH THE SAME TIMESTAMP KEEP THEIR JOURNAL ORDER.
      *        THIS IS DONE BEFORE THE MASTER IS OPENED, SO A MISSING
      *        OR OVERSIZE JOURNAL LEAVES THE MASTER AS IT WAS
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN mast_journal.txt - FILE '
                       'STATUS ' WS-JOURNAL-STATUS
                       ' - MASTER NOT CHANGED'
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JRN-READ
                           IF WS-BASE-LEN > 0 AND
                               JRN-TS(1:WS-BASE-LEN) NOT >
                               WS-BASE-TS(1:WS-BASE-LEN) THEN
                               ADD 1 TO WS-JRN-BEFORE
                           ELSE
                           IF WS-TO-LEN > 0 AND
                               JRN-TS(1:WS-TO-LEN) >
                               WS-TO-TS(1:WS-TO-LEN) THEN
                               ADD 1 TO WS-JRN-AFTER
                           ELSE
                           IF WS-JT-CNT NOT < WS-JT-MAX THEN
      *                        NEVER REBUILD FROM PART OF THE JOURNAL
                               DISPLAY 'JOURNAL TABLE FULL AT '
                                   WS-JT-CNT ' - RECOVERY ABANDONED, '
                                   'MASTER NOT CHANGED'
                               CLOSE JOURNAL-FILE
                               CLOSE REPORT-FILE
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-JT-CNT
                           MOVE JOURNAL-RECORD TO WS-JT-REC(WS-JT-CNT)
                           MOVE WS-JT-CNT TO WS-JX
                           PERFORM UNTIL WS-JX < 2
                               IF WS-JT-REC(WS-JX - 1)(1:16) >
                                   WS-JT-REC(WS-JX)(1:16) THEN
                                   MOVE WS-JT-REC(WS-JX) TO WS-JT-HOLD
                                   MOVE WS-JT-REC(WS-JX - 1)
                                       TO WS-JT-REC(WS-JX)
                                   MOVE WS-JT-HOLD
                                       TO WS-JT-REC(WS-JX - 1)
                                   SUBTRACT 1 FROM WS-JX
                               ELSE
                                   MOVE 1 TO WS-JX
                               END-IF
                           END-PERFORM
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE

               OPEN INPUT DATAFILE
               IF WS-DATAFILE-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN ' WS-DATAFILE-NAME
                       ' - FILE STATUS ' WS-DATAFILE-STATUS
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN ' WS-MASTER-NAME(1:40)
                       ' - FILE STATUS ' WS-MASTER-STATUS
                   CLOSE DATAFILE
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        THE BASE IS LOADED EXACTLY AS THE NIGHTLY MASTER LOAD
      *        DOES IT
               MOVE 'N' TO WS-EOF
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
                           IF CONTENTS(1:4) = 'HDR|' OR
                               CONTENTS(1:4) = 'TRL|' THEN
                               CONTINUE
                           ELSE
                           IF WS-DATAFILE-STATUS = '06' THEN
                               MOVE 'Y' TO WS-SKIP-FRAG
                           END-IF
                           ADD 1 TO WS-LINENO
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
                                       MOVE WS-PT-WEIGHT(1 WS-RORD)
                                           TO WS-PRI
                                       ADD 1 TO WS-PLEN GIVING WS-CNT
                                   ELSE
                                       ADD 1 TO WS-CNT
                                   END-IF
                               END-PERFORM
                           END-IF
                           MOVE WS-LINENO TO MAST-SEQ
                           MOVE WS-CONTENTS TO MAST-CONTENTS
                           MOVE WS-PRI TO MAST-PRI
                           IF WS-MATCHED = 1 THEN
                               MOVE 'P' TO MAST-STATUS
                               ADD 1 TO WS-LOADED
                           ELSE
                               MOVE 'E' TO MAST-STATUS
                               ADD 1 TO WS-EXCEPTIONS
                           END-IF
                           WRITE MASTER-RECORD
                               INVALID KEY
                               DISPLAY 'DUPLICATE MASTER KEY '
                                   MAST-SEQ
                           END-WRITE
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATAFILE
               CLOSE MASTER-FILE
               WRITE REPORT-LINE FROM WS-BLANK
               MOVE 'BASE LOAD - PROCESSED:' TO WS-CNT-LABEL
               MOVE WS-LOADED TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               MOVE 'BASE LOAD - EXCEPTIONS:' TO WS-CNT-LABEL
               MOVE WS-EXCEPTIONS TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL

      *        REPLAY - CORRECT, BACKOUT, RESCORE AND CHANGE REWRITE
      *        THE AFTER-IMAGE, ADD WRITES IT AND DELETE REMOVES THE
      *        RECORD. A BEFORE-IMAGE THAT DOES NOT MATCH THE REBUILT
      *        RECORD IS REPORTED BUT THE AFTER-IMAGE STILL STANDS
               WRITE REPORT-LINE FROM WS-BLANK
               MOVE 'JOURNAL REPLAY' TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-RPL-HDR
               MOVE ZEROES TO WS-ACTION-COUNTS
               OPEN I-O MASTER-FILE
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN ' WS-MASTER-NAME(1:40)
                       ' - FILE STATUS ' WS-MASTER-STATUS
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-JX FROM 1 BY 1
                   UNTIL WS-JX > WS-JT-CNT
                   MOVE WS-JT-REC(WS-JX) TO WS-JW-RECORD
                   SET WS-RPL-OK TO 1
                   MOVE SPACES TO WS-RPL-RESULT
                   MOVE 0 TO WS-ACTION-IX
                   PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 6
                       IF WS-JW-ACTION = WS-ACTION-NAME(WS-AX) THEN
                           MOVE WS-AX TO WS-ACTION-IX
                       END-IF
                   END-PERFORM
                   IF WS-ACTION-IX = 0 OR WS-JW-SEQ IS NOT NUMERIC THEN
                       MOVE 'BAD JOURNAL ENTRY - SKIPPED'
                           TO WS-RPL-RESULT
                       SET WS-RPL-OK TO 0
                       ADD 1 TO WS-JRN-BAD
                   ELSE
                   IF WS-JW-ACTION NOT = 'DELETE' AND
                       WS-JW-APRI IS NOT NUMERIC THEN
                       MOVE 'BAD JOURNAL ENTRY - SKIPPED'
                           TO WS-RPL-RESULT
                       SET WS-RPL-OK TO 0
                       ADD 1 TO WS-JRN-BAD
                   END-IF
                   END-IF
                   IF WS-RPL-OK = 1 THEN
                       MOVE WS-JW-SEQ TO MAST-SEQ
                       IF WS-JW-ACTION = 'ADD' THEN
                           MOVE WS-JW-ACONTENTS TO MAST-CONTENTS
                           MOVE WS-JW-APRI TO MAST-PRI
                           MOVE WS-JW-ASTAT TO MAST-STATUS
                           WRITE MASTER-RECORD
                               INVALID KEY
                               MOVE 'ALREADY ON MASTER - REJECTED'
                                   TO WS-RPL-RESULT
                               SET WS-RPL-OK TO 0
                           END-WRITE
                       ELSE
                           READ MASTER-FILE
                               INVALID KEY
                               MOVE 'NOT ON MASTER - REJECTED'
                                   TO WS-RPL-RESULT
                               SET WS-RPL-OK TO 0
                           END-READ
                           IF WS-RPL-OK = 1 AND
                               (MAST-CONTENTS NOT = WS-JW-BCONTENTS OR
                               MAST-PRI NOT = WS-JW-BPRI OR
                               MAST-STATUS NOT = WS-JW-BSTAT) THEN
                               MOVE 'BEFORE-IMAGE DIFFERS - APPLIED'
                                   TO WS-RPL-RESULT
                               ADD 1 TO WS-RPL-DIFFERS
                           END-IF
                           IF WS-RPL-OK = 1 AND
                               WS-JW-ACTION = 'DELETE' THEN
                               DELETE MASTER-FILE RECORD
                                   INVALID KEY
                                   MOVE 'DELETE FAILED'
                                       TO WS-RPL-RESULT
                                   SET WS-RPL-OK TO 0
                               END-DELETE
                           END-IF
                           IF WS-RPL-OK = 1 AND
                               WS-JW-ACTION NOT = 'DELETE' THEN
                               MOVE WS-JW-ACONTENTS TO MAST-CONTENTS
                               MOVE WS-JW-APRI TO MAST-PRI
                               MOVE WS-JW-ASTAT TO MAST-STATUS
                               REWRITE MASTER-RECORD
                                   INVALID KEY
                                   MOVE 'REWRITE FAILED'
                                       TO WS-RPL-RESULT
                                   SET WS-RPL-OK TO 0
                               END-REWRITE
                           END-IF
                       END-IF
                       IF WS-RPL-OK = 1 THEN
                           ADD 1 TO WS-RPL-APPLIED
                           ADD 1 TO WS-ACTION-CNT(WS-ACTION-IX)
                       ELSE
                           ADD 1 TO WS-RPL-REJECTED
                       END-IF
                   END-IF
      *            ONLY ENTRIES NEEDING ATTENTION ARE LISTED
                   IF WS-RPL-RESULT NOT = SPACES THEN
                       MOVE WS-JW-TS TO WS-RD-TS
                       MOVE WS-JW-ACTION TO WS-RD-ACTION
                       MOVE WS-JW-OPER TO WS-RD-OPER
                       IF WS-JW-SEQ IS NUMERIC THEN
                           MOVE WS-JW-SEQ TO WS-RD-SEQ
                       ELSE
                           MOVE ZERO TO WS-RD-SEQ
                       END-IF
                       MOVE WS-RPL-RESULT TO WS-RD-RESULT
                       WRITE REPORT-LINE FROM WS-RPL-DETAIL
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
               WRITE REPORT-LINE FROM WS-BLANK
               MOVE 'JOURNAL ENTRIES READ:' TO WS-CNT-LABEL
               MOVE WS-JRN-READ TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               MOVE 'ALREADY IN BASE LOAD:' TO WS-CNT-LABEL
               MOVE WS-JRN-BEFORE TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               MOVE 'AFTER RECOVERY POINT:' TO WS-CNT-LABEL
               MOVE WS-JRN-AFTER TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 6
                   MOVE SPACES TO WS-CNT-LABEL
                   STRING WS-ACTION-NAME(WS-AX) DELIMITED BY SPACE
                       ' APPLIED:' DELIMITED BY SIZE
                       INTO WS-CNT-LABEL
                   MOVE WS-ACTION-CNT(WS-AX) TO WS-CNT-VALUE
                   WRITE REPORT-LINE FROM WS-CNT-DETAIL
               END-PERFORM
               MOVE 'TOTAL APPLIED:' TO WS-CNT-LABEL
               MOVE WS-RPL-APPLIED TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               MOVE 'BEFORE-IMAGE DIFFERENCES:' TO WS-CNT-LABEL
               MOVE WS-RPL-DIFFERS TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               MOVE 'REJECTED OR BAD ENTRIES:' TO WS-CNT-LABEL
               ADD WS-JRN-BAD TO WS-RPL-REJECTED
               MOVE WS-RPL-REJECTED TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-CNT-DETAIL
               DISPLAY 'MASTER REBUILT - ' WS-LINENO ' BASE RECORD(S), '
                   WS-RPL-APPLIED ' JOURNAL ENTRY(S) REPLAYED'
           END-IF.

      *    VERIFY - RECOMPUTE EVERY PRIORITY FROM ITS CONTENTS AND CHECK
      *    IT AND THE STATUS AGAINST WHAT THE MASTER HOLDS
           WRITE REPORT-LINE FROM WS-BLANK.
           MOVE 'VERIFICATION' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'VERIFY PRIORITY TABLE:' TO WS-LBL-LABEL.
           MOVE WS-PT-VERSION(2) TO WS-PTX-VERSION.
           MOVE WS-PT-DATE(2) TO WS-PTX-DATE.
           MOVE WS-PT-TEXT TO WS-LBL-VALUE.
           WRITE REPORT-LINE FROM WS-LBL-DETAIL.
           WRITE REPORT-LINE FROM WS-VFY-HDR.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-MASTER-NAME(1:40)
                   ' - FILE STATUS ' WS-MASTER-STATUS
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ MASTER-FILE NEXT RECORD
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           ADD 1 TO WS-VFY-READ
                           MOVE MAST-CONTENTS TO WS-CONTENTS
                           MOVE 0 TO WS-LEN
                           INSPECT FUNCTION REVERSE (WS-CONTENTS)
      -                        TALLYING WS-LEN FOR LEADING SPACES
                           COMPUTE WS-LEN = LENGTH OF WS-CONTENTS
      -                         - WS-LEN
                           SET WS-VALID TO 1
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
                                       MOVE WS-PT-WEIGHT(2 WS-RORD)
                                           TO WS-PRI
                                       ADD 1 TO WS-PLEN GIVING WS-CNT
                                   ELSE
                                       ADD 1 TO WS-CNT
                                   END-IF
                               END-PERFORM
                           END-IF
                           IF WS-MATCHED = 1 THEN
                               MOVE 'P' TO WS-STAT
                           ELSE
                               MOVE 'E' TO WS-STAT
                           END-IF
                           MOVE SPACES TO WS-VFY-PROBLEM
                           IF MAST-PRI IS NOT NUMERIC THEN
                               MOVE 'PRIORITY NOT NUMERIC'
                                   TO WS-VFY-PROBLEM
                           ELSE
                           IF MAST-PRI NOT = WS-PRI AND
                               MAST-STATUS NOT = WS-STAT THEN
                               MOVE 'PRIORITY AND STATUS'
                                   TO WS-VFY-PROBLEM
                           ELSE
                           IF MAST-PRI NOT = WS-PRI THEN
                               MOVE 'PRIORITY MISMATCH'
                                   TO WS-VFY-PROBLEM
                           ELSE
                           IF MAST-STATUS NOT = WS-STAT THEN
                               MOVE 'STATUS MISMATCH'
                                   TO WS-VFY-PROBLEM
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           IF WS-VFY-PROBLEM NOT = SPACES THEN
                               ADD 1 TO WS-VFY-BAD
                               MOVE MAST-SEQ TO WS-VD-SEQ
                               IF MAST-PRI IS NUMERIC THEN
                                   MOVE MAST-PRI TO WS-VD-PRI
                               ELSE
                                   MOVE ZERO TO WS-VD-PRI
                               END-IF
                               MOVE MAST-STATUS TO WS-VD-STAT
                               MOVE WS-PRI TO WS-VD-EPRI
                               MOVE WS-STAT TO WS-VD-ESTAT
                               MOVE WS-VFY-PROBLEM TO WS-VD-PROBLEM
                               MOVE MAST-CONTENTS(1:40)
                                   TO WS-VD-CONTENTS
                               WRITE REPORT-LINE FROM WS-VFY-DETAIL
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE MASTER-FILE.
           WRITE REPORT-LINE FROM WS-BLANK.
           MOVE 'RECORDS VERIFIED:' TO WS-CNT-LABEL.
           MOVE WS-VFY-READ TO WS-CNT-VALUE.
           WRITE REPORT-LINE FROM WS-CNT-DETAIL.
           MOVE 'RECORDS NOT MATCHING:' TO WS-CNT-LABEL.
           MOVE WS-VFY-BAD TO WS-CNT-VALUE.
           WRITE REPORT-LINE FROM WS-CNT-DETAIL.
           WRITE REPORT-LINE FROM WS-BLANK.
           IF WS-VFY-BAD > 0 OR WS-RPL-REJECTED > 0 OR
               WS-JRN-BAD > 0 THEN
               MOVE 'MASTER NEEDS ATTENTION - SEE THE ENTRIES ABOVE'
                   TO WS-VERDICT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'MASTER VERIFIED - EVERY RECORD MATCHES'
                   TO WS-VERDICT-LINE
           END-IF.
           WRITE REPORT-LINE FROM WS-VERDICT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY 'VERIFICATION COMPLETE - ' WS-VFY-READ
               ' RECORD(S) READ, ' WS-VFY-BAD ' NOT MATCHING'.

      *    RECORD THE COMPLETED REBUILD IN THE MAINTENANCE ACTIVITY
      *    LOG FOR THE DAILY OPERATOR REPORT
           IF WS-FUNC = 'RECOVER' THEN
               OPEN EXTEND ACTLOG-FILE
               IF WS-ACTLOG-STATUS NOT = '00' AND
                   WS-ACTLOG-STATUS NOT = '05' THEN
                   DISPLAY 'UNABLE TO OPEN maint_activity.txt - '
                       'FILE STATUS ' WS-ACTLOG-STATUS
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-AD-TS
                   MOVE WS-OPER-ID TO WS-AD-OPER
                   MOVE 'MASTRCV' TO WS-AD-PROG
                   MOVE WS-FUNC TO WS-AD-FUNC
                   MOVE 'ALL' TO WS-AD-KEY
                   MOVE WS-LINENO TO WS-AD-CNT1
                   MOVE WS-RPL-APPLIED TO WS-AD-CNT2
                   MOVE WS-AD-CNT-TEXT TO WS-AD-TEXT
                   WRITE ACTLOG-LINE FROM WS-ACT-DETAIL
                   CLOSE ACTLOG-FILE
               END-IF
           END-IF.
           STOP RUN.
