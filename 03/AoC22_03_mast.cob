               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-SEQ
               FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               SELECT LISTING-FILE ASSIGN TO 'journal_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PREEDIT-FILE ASSIGN TO 'runstatus_preedit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREEDIT-STATUS.
               SELECT PRITAB-FILE ASSIGN TO DYNAMIC WS-PRITAB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRITAB-STATUS.
               SELECT CHANGE-FILE ASSIGN TO DYNAMIC WS-CHANGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
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
               02 JRN-APRI PIC 99.
               02 FILLER PIC X(1).
               02 JRN-ASTAT PIC X(1).
               02 FILLER PIC X(1).
               02 JRN-OPER PIC X(8).

           FD LISTING-FILE.
           01 LISTING-LINE PIC X(200).

           FD PREEDIT-FILE.
           01 PREEDIT-LINE PIC X(80).

           FD PRITAB-FILE.
           01 PRITAB-LINE.
               02 PT-ITEM PIC X(1).
               02 FILLER PIC X(1).
               02 PT-EFF PIC X(8).
               02 FILLER PIC X(1).
               02 PT-WEIGHT PIC X(2).
               02 FILLER PIC X(1).
               02 PT-MAINT PIC X(8).

           FD CHANGE-FILE.
           01 CHANGE-RECORD.
               02 CHG-DATE PIC X(8).
               02 FILLER PIC X(1).
               02 CHG-ACTION PIC X(8).
               02 FILLER PIC X(1).
               02 CHG-SEQ PIC 9(5).
               02 FILLER PIC X(1).
               02 CHG-BCONTENTS PIC X(128).
               02 FILLER PIC X(1).
               02 CHG-BPRI PIC 99.
               02 FILLER PIC X(1).
               02 CHG-BSTAT PIC X(1).
               02 FILLER PIC X(1).
               02 CHG-ACONTENTS PIC X(128).
               02 FILLER PIC X(1).
               02 CHG-APRI PIC 99.
               02 FILLER PIC X(1).
               02 CHG-ASTAT PIC X(1).

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
           01 WS-KEY PIC X(5).
           01 WS-DATAFILE-STATUS PIC XX.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-JOURNAL-STATUS PIC XX.
           01 WS-PREEDIT-STATUS PIC XX.
           01 WS-PE-FLDS.
               02 WS-PE-FLD PIC X(20) OCCURS 7 TIMES.
           01 WS-RUNDATE PIC X(8).
           01 WS-OLD-CONTENTS PIC A(128).
           01 WS-OLD-PRI PIC 99.
           01 WS-OLD-STAT PIC X(1).
               02 WS-JD-APRI PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-JD-ASTAT PIC X(1).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-JD-OPER PIC X(8).
           01 WS-LST-HDR1 PIC X(200) VALUE
               'MASTER CORRECTION JOURNAL LISTING'.
           01 WS-LST-HDR2.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'ACTION'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'OPERATOR'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(5) VALUE '  SEQ'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'PRIORITY'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-ACTION PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-OPER PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-SEQ PIC ZZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-LST-BPRI PIC Z9.
           01 WS-LST-TOTAL.
               02 FILLER PIC X(24) VALUE 'JOURNAL ENTRIES LISTED: '.
               02 WS-LST-TOTAL-OUT PIC ZZZZ9.
           01 WS-PRITAB-NAME PIC X(100).
           01 WS-PRITAB-STATUS PIC XX.
           01 WS-PT-EOF PIC A(1) VALUE 'N'.
           01 WS-PT-LETTERS PIC X(52) VALUE
               'abcdefghijklmnopqrstuvwxyzABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           01 WS-PT-SC PIC 99.
           01 WS-PT-ORD PIC 999.
           01 WS-PT-DATE PIC X(8).
           01 WS-PT-VERSION PIC X(8).
           01 WS-PT-ENV PIC X(8).
           01 WS-RSC-READ PIC 9(5) VALUE ZERO.
           01 WS-RSC-CHANGED PIC 9(5) VALUE ZERO.
           01 WS-PRI-TAB.
               02 WS-PT-ENT OCCURS 256 TIMES.
                   03 WS-PT-WEIGHT PIC 99.
                   03 WS-PT-EFF PIC X(8).
           01 WS-CHANGE-NAME PIC X(100).
           01 WS-CHANGE-STATUS PIC XX.
           01 WS-CHG-OK PIC 9.
           01 WS-CHG-READ PIC 9(5) VALUE ZERO.
           01 WS-CHG-APPLIED PIC 9(5) VALUE ZERO.
           01 WS-CHG-REJECTED PIC 9(5) VALUE ZERO.
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
               02 WS-AD-TEXT PIC X(60).
           01 WS-AD-PRI-TEXT.
               02 FILLER PIC X(9) VALUE 'PRIORITY '.
               02 WS-AD-BPRI PIC Z9.
               02 FILLER PIC X(4) VALUE ' -> '.
               02 WS-AD-APRI PIC Z9.
               02 FILLER PIC X(9) VALUE '  STATUS '.
               02 WS-AD-BSTAT PIC X(1).
               02 FILLER PIC X(4) VALUE ' -> '.
               02 WS-AD-ASTAT PIC X(1).
           01 WS-AD-CNT-TEXT.
               02 WS-AD-CNT1 PIC 9(5).
               02 WS-AD-CNT1-TEXT PIC X(13).
               02 WS-AD-CNT2 PIC 9(5).
               02 WS-AD-CNT2-TEXT PIC X(20).
           01 WS-JOURNAL-NAME PIC X(40) VALUE 'mast_journal.txt'.
           01 WS-SIM-ENV PIC X(1).
           01 WS-SIM-MODE PIC A(1) VALUE 'N'.
           01 WS-SIM-BANNER PIC X(60) VALUE
               '*** SIMULATION RUN - NOTHING POSTED ***'.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           MOVE SPACES TO WS-FUNC.
           ACCEPT WS-FUNC FROM ENVIRONMENT 'MASTFUNC'.
           IF WS-FUNC NOT = 'LOAD' AND WS-FUNC NOT = 'INQUIRE' AND
               WS-FUNC NOT = 'CORRECT' AND WS-FUNC NOT = 'BACKOUT' AND
               WS-FUNC NOT = 'JOURNAL' AND WS-FUNC NOT = 'RESCORE' AND
               WS-FUNC NOT = 'APPLY' THEN
               DISPLAY 'MASTFUNC MUST BE LOAD, INQUIRE, CORRECT, '
                   'BACKOUT, JOURNAL, RESCORE OR APPLY'
               STOP RUN
           END-IF.

      *    MAINTENANCE FUNCTIONS ARE RESTRICTED TO OPERATORS GRANTED
      *    THEM IN THE OPERATOR AUTHORITY FILE - EVERY REFUSAL IS
      *    WRITTEN TO THE SECURITY VIOLATION LOG
           MOVE SPACES TO WS-OPER-ID.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'OPERID'.
           MOVE SPACES TO WS-AD-KEY.
           MOVE SPACES TO WS-AD-TEXT.
           IF WS-FUNC = 'CORRECT' OR WS-FUNC = 'BACKOUT' OR
               WS-FUNC = 'RESCORE' OR WS-FUNC = 'APPLY' THEN
               MOVE SPACES TO WS-SEC-KEY
               IF WS-FUNC = 'CORRECT' OR WS-FUNC = 'BACKOUT' THEN
                   ACCEPT WS-SEC-KEY FROM ENVIRONMENT 'MASTKEY'
               ELSE
                   MOVE 'ALL' TO WS-SEC-KEY
               END-IF
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
                                       OA-PROG = 'MAST' AND
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
                       MOVE 'MAST' TO WS-SD-PROG
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

      *    SIMULATE=Y READS THE MASTER BUT NEVER UPDATES IT - THE
      *    JOURNAL ENTRIES THE RUN WOULD HAVE MADE GO TO A FRESH
      *    sim_mast_journal.txt FOR REVIEW, AND NOTHING IS LOGGED AS
      *    COMPLETED MAINTENANCE
           MOVE SPACES TO WS-SIM-ENV.
           ACCEPT WS-SIM-ENV FROM ENVIRONMENT 'SIMULATE'.
           IF WS-SIM-ENV = 'Y' THEN
               MOVE 'Y' TO WS-SIM-MODE
               DISPLAY WS-SIM-BANNER
               IF WS-FUNC = 'CORRECT' OR WS-FUNC = 'BACKOUT' OR
                   WS-FUNC = 'RESCORE' OR WS-FUNC = 'APPLY' THEN
                   MOVE 'sim_mast_journal.txt' TO WS-JOURNAL-NAME
                   OPEN OUTPUT JOURNAL-FILE
                   CLOSE JOURNAL-FILE
                   DISPLAY 'JOURNAL ENTRIES GO TO sim_mast_journal.txt'
               END-IF
           END-IF.

      *    LOAD THE ITEM PRIORITY TABLE IN EFFECT ON THE RUN DATE -
      *    AN ITEM WITH NO ENTRY IN FORCE KEEPS ITS STANDARD WEIGHT
           MOVE SPACES TO WS-PRITAB-NAME.
           ACCEPT WS-PRITAB-NAME FROM ENVIRONMENT 'PRITABFILE'.
           IF WS-PRITAB-NAME = SPACES THEN
               MOVE 'pritab.txt' TO WS-PRITAB-NAME
           END-IF.
      *    RESCORE MAY RESTATE THE MASTER AS OF ANOTHER DATE
           MOVE WS-RUNDATE TO WS-PT-DATE.
           IF WS-FUNC = 'RESCORE' THEN
               MOVE SPACES TO WS-PT-ENV
               ACCEPT WS-PT-ENV FROM ENVIRONMENT 'PRIDATE'
               IF WS-PT-ENV NOT = SPACES THEN
                   IF WS-PT-ENV IS NOT NUMERIC THEN
                       DISPLAY 'PRIDATE MUST BE YYYYMMDD'
                       STOP RUN
                   END-IF
                   MOVE WS-PT-ENV TO WS-PT-DATE
               END-IF
           END-IF.
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

      *    LOAD - BUILD THE MASTER FROM THE RAW SCAN FILE
           IF WS-FUNC = 'LOAD' THEN
               MOVE SPACES TO WS-DATAFILE-NAME
               IF WS-DATAFILE-NAME = SPACES THEN
                   MOVE 'input.txt' TO WS-DATAFILE-NAME
               END-IF
      *        A FILE THE PRE-EDIT REJECTED TONIGHT MUST NOT REACH THE
      *        MASTER
               OPEN INPUT PREEDIT-FILE
               MOVE SPACES TO WS-PE-FLDS
               IF WS-PREEDIT-STATUS = '00' THEN
                   READ PREEDIT-FILE
                       AT END CONTINUE
                       NOT AT END
                           UNSTRING PREEDIT-LINE DELIMITED BY '|'
                               INTO WS-PE-FLD(1) WS-PE-FLD(2)
                               WS-PE-FLD(3) WS-PE-FLD(4) WS-PE-FLD(5)
                               WS-PE-FLD(6) WS-PE-FLD(7)
                   END-READ
                   CLOSE PREEDIT-FILE
               END-IF
               IF WS-PE-FLD(2) = 'REJECTED' AND
                   WS-PE-FLD(7)(1:8) = WS-RUNDATE AND
                   WS-SIM-MODE = 'Y' THEN
                   DISPLAY 'DATAFILE REJECTED BY PRE-EDIT - SIMULATED '
                       'ONLY'
               END-IF
               IF WS-PE-FLD(2) = 'REJECTED' AND
                   WS-PE-FLD(7)(1:8) = WS-RUNDATE AND
                   WS-SIM-MODE = 'N' THEN
                   DISPLAY 'DATAFILE REJECTED BY PRE-EDIT - SEE '
                       'preedit_report.txt'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT DATAFILE
               IF WS-DATAFILE-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN ' WS-DATAFILE-NAME
                       ' - FILE STATUS ' WS-DATAFILE-STATUS
                   STOP RUN
               END-IF
               IF WS-SIM-MODE = 'N' THEN
                   OPEN OUTPUT MASTER-FILE
                   IF WS-MASTER-STATUS NOT = '00' THEN
                       DISPLAY 'UNABLE TO OPEN master.dat - FILE '
                           'STATUS ' WS-MASTER-STATUS
                       CLOSE DATAFILE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DATAFILE
                               WS-SKIP-FRAG = 'Y' THEN
                               MOVE 'N' TO WS-SKIP-FRAG
                           ELSE
      *                    HEADER AND TRAILER CONTROL RECORDS ARE
      *                    CHECKED BY THE PRE-EDIT - NOT RUCKSACKS
                           IF CONTENTS(1:4) = 'HDR|' OR
                               CONTENTS(1:4) = 'TRL|' THEN
                               CONTINUE
                           ELSE
                           IF WS-DATAFILE-STATUS = '06' THEN
                               MOVE 'Y' TO WS-SKIP-FRAG
                           END-IF
                                       SET WS-MATCHED TO 1
                                       SET WS-RORD TO
                                           FUNCTION ORD(WS-COM)
                                       MOVE WS-PT-WEIGHT(WS-RORD)
                                           TO WS-PRI
                                       ADD 1 TO WS-PLEN GIVING WS-CNT
                                   ELSE
                                       ADD 1 TO WS-CNT
                               MOVE 'E' TO MAST-STATUS
                               ADD 1 TO WS-EXCEPTIONS
                           END-IF
                           IF WS-SIM-MODE = 'N' THEN
                               WRITE MASTER-RECORD
                                   INVALID KEY
                                   DISPLAY 'DUPLICATE MASTER KEY '
                                       MAST-SEQ
                               END-WRITE
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DATAFILE
               IF WS-SIM-MODE = 'N' THEN
                   CLOSE MASTER-FILE
               ELSE
                   DISPLAY 'SIMULATION - master.dat NOT REPLACED'
               END-IF
               DISPLAY 'MASTER LOAD COMPLETE - ' WS-LOADED
                   ' PROCESSED, ' WS-EXCEPTIONS ' EXCEPTION(S)'
           END-IF.
                   DISPLAY 'MASTCONTENTS REQUIRED FOR CORRECT'
                   STOP RUN
               END-IF
               IF WS-SIM-MODE = 'Y' THEN
                   OPEN INPUT MASTER-FILE
               ELSE
                   OPEN I-O MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN master.dat - FILE STATUS '
                       WS-MASTER-STATUS
                           MOVE WS-POC1(WS-CNT:1) TO WS-COM
                           SET WS-MATCHED TO 1
                           SET WS-RORD TO FUNCTION ORD(WS-COM)
                           MOVE WS-PT-WEIGHT(WS-RORD) TO WS-PRI
                           ADD 1 TO WS-PLEN GIVING WS-CNT
                       ELSE
                           ADD 1 TO WS-CNT
                   MOVE 'E' TO MAST-STATUS
               END-IF
               SET WS-REWROTE TO 0
               IF WS-SIM-MODE = 'Y' THEN
                   SET WS-REWROTE TO 1
               ELSE
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR RUCKSACK '
                               WS-KEY
                       NOT INVALID KEY
                           SET WS-REWROTE TO 1
                   END-REWRITE
               END-IF
               CLOSE MASTER-FILE
      *        JOURNAL THE BEFORE- AND AFTER-IMAGES SO A BAD
      *        CORRECTION CAN BE BACKED OUT LATER
                       ELSE
                           MOVE 'E' TO WS-JD-ASTAT
                       END-IF
                       MOVE WS-OPER-ID TO WS-JD-OPER
                       WRITE JOURNAL-RECORD FROM WS-JRN-DETAIL
                       CLOSE JOURNAL-FILE
                   END-IF
                   DISPLAY 'RUCKSACK ' WS-KEYNUM
                       ' CORRECTED - PRIORITY ' WS-PRI
                   MOVE WS-KEY TO WS-AD-KEY
                   MOVE WS-OLD-PRI TO WS-AD-BPRI
                   MOVE WS-PRI TO WS-AD-APRI
                   MOVE WS-OLD-STAT TO WS-AD-BSTAT
                   IF WS-MATCHED = 1 THEN
                       MOVE 'P' TO WS-AD-ASTAT
                   ELSE
                       MOVE 'E' TO WS-AD-ASTAT
                   END-IF
                   MOVE WS-AD-PRI-TEXT TO WS-AD-TEXT
               END-IF
           END-IF.

      *        LEFT BLANK, THE LATEST CORRECTION FOR THE KEY IS USED
               MOVE SPACES TO WS-WANT-TS
               ACCEPT WS-WANT-TS FROM ENVIRONMENT 'MASTJRNLTS'
               MOVE 'mast_journal.txt' TO WS-JOURNAL-NAME
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN mast_journal.txt - FILE '
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-SIM-MODE = 'Y' THEN
                   MOVE 'sim_mast_journal.txt' TO WS-JOURNAL-NAME
               END-IF
               IF WS-BKO-FOUND = 0 THEN
                   DISPLAY 'NO CORRECTION JOURNAL ENTRY FOR RUCKSACK '
                       WS-KEYNUM
                   STOP RUN
               END-IF
               IF WS-SIM-MODE = 'Y' THEN
                   OPEN INPUT MASTER-FILE
               ELSE
                   OPEN I-O MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN master.dat - FILE STATUS '
                       WS-MASTER-STATUS
               MOVE WS-BKO-PRI TO MAST-PRI
               MOVE WS-BKO-STAT TO MAST-STATUS
               SET WS-REWROTE TO 0
               IF WS-SIM-MODE = 'Y' THEN
                   SET WS-REWROTE TO 1
               ELSE
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'REWRITE FAILED FOR RUCKSACK '
                               WS-KEY
                       NOT INVALID KEY
                           SET WS-REWROTE TO 1
                   END-REWRITE
               END-IF
               CLOSE MASTER-FILE
               IF WS-REWROTE = 1 THEN
                   OPEN EXTEND JOURNAL-FILE
                       MOVE WS-BKO-CONTENTS TO WS-JD-ACONTENTS
                       MOVE WS-BKO-PRI TO WS-JD-APRI
                       MOVE WS-BKO-STAT TO WS-JD-ASTAT
                       MOVE WS-OPER-ID TO WS-JD-OPER
                       WRITE JOURNAL-RECORD FROM WS-JRN-DETAIL
                       CLOSE JOURNAL-FILE
                   END-IF
                   DISPLAY 'RUCKSACK ' WS-KEYNUM
                       ' BACKED OUT TO JOURNAL ENTRY ' WS-BKO-TS
                   MOVE WS-KEY TO WS-AD-KEY
                   MOVE WS-OLD-PRI TO WS-AD-BPRI
                   MOVE WS-BKO-PRI TO WS-AD-APRI
                   MOVE WS-OLD-STAT TO WS-AD-BSTAT
                   MOVE WS-BKO-STAT TO WS-AD-ASTAT
                   MOVE WS-AD-PRI-TEXT TO WS-AD-TEXT
               END-IF
           END-IF.

                           ADD 1 TO WS-JRN-CNT
                           MOVE JRN-TS TO WS-LST-TS
                           MOVE JRN-ACTION TO WS-LST-ACTION
                           MOVE JRN-OPER TO WS-LST-OPER
                           IF JRN-SEQ IS NUMERIC THEN
                               MOVE JRN-SEQ TO WS-LST-SEQ
                           ELSE
               DISPLAY 'JOURNAL LISTING WRITTEN - ' WS-JRN-CNT
                   ' ENTRY(S)'
           END-IF.

      *    RESCORE - RESTATE MAST-PRI UNDER THE PRIORITY TABLE IN
      *    EFFECT ON THE AS-OF DATE, JOURNALING EVERY CHANGE
           IF WS-FUNC = 'RESCORE' THEN
               IF WS-SIM-MODE = 'Y' THEN
                   OPEN INPUT MASTER-FILE
               ELSE
                   OPEN I-O MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN master.dat - FILE STATUS '
                       WS-MASTER-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00' AND
                   WS-JOURNAL-STATUS NOT = '05' THEN
                   DISPLAY 'UNABLE TO OPEN mast_journal.txt - '
                       'FILE STATUS ' WS-JOURNAL-STATUS
                   CLOSE MASTER-FILE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-RSC-READ
      *                    EXCEPTION RECORDS CARRY NO PRIORITY
                           IF MAST-STATUS = 'P' THEN
                               MOVE MAST-CONTENTS TO WS-CONTENTS
                               MOVE 0 TO WS-LEN
                               INSPECT FUNCTION REVERSE (WS-CONTENTS)
      -                            TALLYING WS-LEN FOR LEADING SPACES
                               COMPUTE WS-LEN = LENGTH OF WS-CONTENTS
      -                             - WS-LEN
                               DIVIDE WS-LEN BY 2 GIVING WS-PLEN
                                   REMAINDER WS-REM
                               MOVE WS-CONTENTS(1:WS-PLEN) TO WS-POC1
                               MOVE WS-CONTENTS(WS-PLEN + 1:WS-PLEN)
      -                            TO WS-POC2
                               MOVE 0 TO WS-PRI
                               SET WS-MATCHED TO 0
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
                               IF WS-MATCHED = 1 AND
                                   WS-PRI NOT = MAST-PRI THEN
                                   MOVE MAST-PRI TO WS-OLD-PRI
                                   MOVE WS-PRI TO MAST-PRI
                                   SET WS-REWROTE TO 1
                                   IF WS-SIM-MODE = 'N' THEN
                                       REWRITE MASTER-RECORD
                                           INVALID KEY
                                           DISPLAY 'REWRITE FAILED FOR '
                                               'RUCKSACK ' MAST-SEQ
                                           SET WS-REWROTE TO 0
                                       END-REWRITE
                                   END-IF
                                   IF WS-REWROTE = 1 THEN
                                       MOVE FUNCTION CURRENT-DATE
                                           TO WS-JD-TS
                                       MOVE 'RESCORE' TO WS-JD-ACTION
                                       MOVE MAST-SEQ TO WS-JD-SEQ
                                       MOVE MAST-CONTENTS
                                           TO WS-JD-BCONTENTS
                                       MOVE WS-OLD-PRI TO WS-JD-BPRI
                                       MOVE MAST-STATUS TO WS-JD-BSTAT
                                       MOVE MAST-CONTENTS
                                           TO WS-JD-ACONTENTS
                                       MOVE WS-PRI TO WS-JD-APRI
                                       MOVE MAST-STATUS TO WS-JD-ASTAT
                                       MOVE WS-OPER-ID TO WS-JD-OPER
                                       WRITE JOURNAL-RECORD
                                           FROM WS-JRN-DETAIL
                                       ADD 1 TO WS-RSC-CHANGED
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE MASTER-FILE
               DISPLAY 'RESCORE COMPLETE AS OF ' WS-PT-DATE
                   ' WITH PRIORITY TABLE VERSION ' WS-PT-VERSION
               DISPLAY WS-RSC-READ ' RECORD(S) READ, '
                   WS-RSC-CHANGED ' PRIORITY(S) RESTATED'
               MOVE WS-PT-DATE TO WS-AD-KEY
               MOVE WS-RSC-CHANGED TO WS-AD-CNT1
               MOVE ' RESTATED OF ' TO WS-AD-CNT1-TEXT
               MOVE WS-RSC-READ TO WS-AD-CNT2
               MOVE ' READ' TO WS-AD-CNT2-TEXT
               MOVE WS-AD-CNT-TEXT TO WS-AD-TEXT
           END-IF.

      *    APPLY - POST THE CHANGE FILE FROM CHANGE DETECTION AS A
      *    BATCH UPDATE. EACH CHANGE CARRIES THE BEFORE-IMAGE IT WAS
      *    DETECTED AGAINST, AND IS REJECTED IF THE MASTER NO LONGER
      *    MATCHES IT
           IF WS-FUNC = 'APPLY' THEN
               MOVE SPACES TO WS-CHANGE-NAME
               ACCEPT WS-CHANGE-NAME FROM ENVIRONMENT 'MASTCHGFILE'
               IF WS-CHANGE-NAME = SPACES THEN
                   MOVE 'mast_changes.txt' TO WS-CHANGE-NAME
               END-IF
               OPEN INPUT CHANGE-FILE
               IF WS-CHANGE-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN ' WS-CHANGE-NAME
                       ' - FILE STATUS ' WS-CHANGE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SIM-MODE = 'Y' THEN
                   OPEN INPUT MASTER-FILE
               ELSE
                   OPEN I-O MASTER-FILE
               END-IF
               IF WS-MASTER-STATUS NOT = '00' THEN
                   DISPLAY 'UNABLE TO OPEN master.dat - FILE STATUS '
                       WS-MASTER-STATUS
                   CLOSE CHANGE-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = '00' AND
                   WS-JOURNAL-STATUS NOT = '05' THEN
                   DISPLAY 'UNABLE TO OPEN mast_journal.txt - '
                       'FILE STATUS ' WS-JOURNAL-STATUS
                   CLOSE CHANGE-FILE
                   CLOSE MASTER-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHANGE-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CHG-READ
                           SET WS-CHG-OK TO 1
                           IF CHG-SEQ IS NOT NUMERIC OR
                               (CHG-ACTION NOT = 'ADDED' AND
                               CHG-ACTION NOT = 'REMOVED' AND
                               CHG-ACTION NOT = 'CHANGED') THEN
                               DISPLAY 'BAD CHANGE RECORD SKIPPED: '
                                   CHANGE-RECORD(1:40)
                               SET WS-CHG-OK TO 0
                           ELSE
                           IF CHG-ACTION NOT = 'REMOVED' AND
                               CHG-APRI IS NOT NUMERIC THEN
                               DISPLAY 'BAD CHANGE RECORD SKIPPED: '
                                   CHANGE-RECORD(1:40)
                               SET WS-CHG-OK TO 0
                           END-IF
                           END-IF
                           IF WS-CHG-OK = 1 THEN
                               MOVE CHG-SEQ TO MAST-SEQ
                               IF CHG-ACTION = 'ADDED' THEN
                                   MOVE CHG-ACONTENTS TO MAST-CONTENTS
                                   MOVE CHG-APRI TO MAST-PRI
                                   MOVE CHG-ASTAT TO MAST-STATUS
                                   IF WS-SIM-MODE = 'Y' THEN
                                       READ MASTER-FILE
                                           INVALID KEY
                                           CONTINUE
                                           NOT INVALID KEY
                                           DISPLAY 'RUCKSACK ' CHG-SEQ
                                               ' ALREADY ON MASTER - '
                                               'ADD REJECTED'
                                           SET WS-CHG-OK TO 0
                                       END-READ
                                   ELSE
                                       WRITE MASTER-RECORD
                                           INVALID KEY
                                           DISPLAY 'RUCKSACK ' CHG-SEQ
                                               ' ALREADY ON MASTER - '
                                               'ADD REJECTED'
                                           SET WS-CHG-OK TO 0
                                       END-WRITE
                                   END-IF
                               ELSE
                                   READ MASTER-FILE
                                       INVALID KEY
                                       DISPLAY 'RUCKSACK ' CHG-SEQ
                                           ' NOT ON MASTER - '
                                           CHG-ACTION ' REJECTED'
                                       SET WS-CHG-OK TO 0
                                   END-READ
                                   IF WS-CHG-OK = 1 AND
                                       (MAST-CONTENTS NOT =
                                       CHG-BCONTENTS OR
                                       MAST-STATUS NOT = CHG-BSTAT)
                                       THEN
                                       DISPLAY 'RUCKSACK ' CHG-SEQ
                                           ' CHANGED SINCE DETECTION - '
                                           CHG-ACTION ' REJECTED'
                                       SET WS-CHG-OK TO 0
                                   END-IF
                                   IF WS-CHG-OK = 1 THEN
                                       MOVE MAST-CONTENTS
                                           TO WS-OLD-CONTENTS
                                       MOVE MAST-PRI TO WS-OLD-PRI
                                       MOVE MAST-STATUS TO WS-OLD-STAT
                                   END-IF
                                   IF WS-CHG-OK = 1 AND
                                       CHG-ACTION = 'REMOVED' AND
                                       WS-SIM-MODE = 'N' THEN
                                       DELETE MASTER-FILE RECORD
                                           INVALID KEY
                                           DISPLAY 'DELETE FAILED FOR '
                                               'RUCKSACK ' CHG-SEQ
                                           SET WS-CHG-OK TO 0
                                       END-DELETE
                                   END-IF
                                   IF WS-CHG-OK = 1 AND
                                       CHG-ACTION = 'CHANGED' AND
                                       WS-SIM-MODE = 'N' THEN
                                       MOVE CHG-ACONTENTS
                                           TO MAST-CONTENTS
                                       MOVE CHG-APRI TO MAST-PRI
                                       MOVE CHG-ASTAT TO MAST-STATUS
                                       REWRITE MASTER-RECORD
                                           INVALID KEY
                                           DISPLAY 'REWRITE FAILED FOR '
                                               'RUCKSACK ' CHG-SEQ
                                           SET WS-CHG-OK TO 0
                                       END-REWRITE
                                   END-IF
                               END-IF
                           END-IF
      *                    EVERY APPLIED CHANGE IS JOURNALLED WITH ITS
      *                    BEFORE- AND AFTER-IMAGES
                           IF WS-CHG-OK = 1 THEN
                               ADD 1 TO WS-CHG-APPLIED
                               MOVE FUNCTION CURRENT-DATE TO WS-JD-TS
                               MOVE CHG-SEQ TO WS-JD-SEQ
                               IF CHG-ACTION = 'ADDED' THEN
                                   MOVE 'ADD' TO WS-JD-ACTION
                                   MOVE SPACES TO WS-JD-BCONTENTS
                                   MOVE 0 TO WS-JD-BPRI
                                   MOVE SPACE TO WS-JD-BSTAT
                               ELSE
                                   MOVE WS-OLD-CONTENTS
                                       TO WS-JD-BCONTENTS
                                   MOVE WS-OLD-PRI TO WS-JD-BPRI
                                   MOVE WS-OLD-STAT TO WS-JD-BSTAT
                               END-IF
                               IF CHG-ACTION = 'REMOVED' THEN
                                   MOVE 'DELETE' TO WS-JD-ACTION
                                   MOVE SPACES TO WS-JD-ACONTENTS
                                   MOVE 0 TO WS-JD-APRI
                                   MOVE SPACE TO WS-JD-ASTAT
                               ELSE
                                   MOVE CHG-ACONTENTS
                                       TO WS-JD-ACONTENTS
                                   MOVE CHG-APRI TO WS-JD-APRI
                                   MOVE CHG-ASTAT TO WS-JD-ASTAT
                               END-IF
                               IF CHG-ACTION = 'CHANGED' THEN
                                   MOVE 'CHANGE' TO WS-JD-ACTION
                               END-IF
                               MOVE WS-OPER-ID TO WS-JD-OPER
                               WRITE JOURNAL-RECORD FROM WS-JRN-DETAIL
                           ELSE
                               ADD 1 TO WS-CHG-REJECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
               CLOSE JOURNAL-FILE
               CLOSE MASTER-FILE
               DISPLAY 'BATCH UPDATE COMPLETE - ' WS-CHG-READ
                   ' READ, ' WS-CHG-APPLIED ' APPLIED, '
                   WS-CHG-REJECTED ' REJECTED'
               IF WS-CHG-REJECTED > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'ALL' TO WS-AD-KEY
               MOVE WS-CHG-APPLIED TO WS-AD-CNT1
               MOVE ' APPLIED,' TO WS-AD-CNT1-TEXT
               MOVE WS-CHG-REJECTED TO WS-AD-CNT2
               MOVE ' REJECTED' TO WS-AD-CNT2-TEXT
               MOVE WS-AD-CNT-TEXT TO WS-AD-TEXT
           END-IF.

      *    RECORD THE COMPLETED UPDATE IN THE MAINTENANCE ACTIVITY
      *    LOG FOR THE DAILY OPERATOR REPORT
           IF WS-AD-TEXT NOT = SPACES AND WS-SIM-MODE = 'Y' THEN
               DISPLAY 'SIMULATION - master.dat AND mast_journal.txt '
                   'NOT UPDATED'
           END-IF.
           IF WS-AD-TEXT NOT = SPACES AND WS-SIM-MODE = 'N' THEN
               OPEN EXTEND ACTLOG-FILE
               IF WS-ACTLOG-STATUS NOT = '00' AND
                   WS-ACTLOG-STATUS NOT = '05' THEN
                   DISPLAY 'UNABLE TO OPEN maint_activity.txt - '
                       'FILE STATUS ' WS-ACTLOG-STATUS
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-AD-TS
                   MOVE WS-OPER-ID TO WS-AD-OPER
                   MOVE 'MAST' TO WS-AD-PROG
                   MOVE WS-FUNC TO WS-AD-FUNC
                   WRITE ACTLOG-LINE FROM WS-ACT-DETAIL
                   CLOSE ACTLOG-FILE
               END-IF
           END-IF.
           STOP RUN.
