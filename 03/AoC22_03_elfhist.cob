      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_elfhist.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
               SELECT STAT1-FILE ASSIGN TO 'runstatus_p1.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT1-STATUS.
               SELECT STAT2-FILE ASSIGN TO 'runstatus_p2.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT2-STATUS.
               SELECT AUDIT1-FILE ASSIGN TO 'audit_p1.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT1-STATUS.
               SELECT REPORT2-FILE ASSIGN TO 'report_p2.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT2-STATUS.
               SELECT LEDGER-FILE ASSIGN TO 'exc_ledger.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
               SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
               SELECT CARD-FILE ASSIGN TO 'elf_scorecard.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ROSTER-FILE.
           01 ROSTER-LINE.
               02 ROS-SEQ PIC 9(5).
               02 FILLER PIC X(1).
               02 ROS-ID PIC X(6).
               02 FILLER PIC X(1).
               02 ROS-NAME PIC X(20).
               02 FILLER PIC X(1).
               02 ROS-UNIT PIC X(10).

           FD STAT1-FILE.
           01 STAT1-LINE PIC X(80).

           FD STAT2-FILE.
           01 STAT2-LINE PIC X(80).

           FD AUDIT1-FILE.
           01 AUDIT1-LINE.
               02 A1-CONTENTS PIC A(128).
               02 FILLER PIC X(2).
               02 A1-COM PIC A(1).
               02 FILLER PIC X(2).
               02 A1-PRI PIC X(2).
               02 FILLER PIC X(2).
               02 A1-TIMESTAMP PIC X(21).
               02 FILLER PIC X(2).
               02 A1-SEQ PIC X(5).

           FD REPORT2-FILE.
           01 REPORT2-LINE PIC X(480).

           FD LEDGER-FILE.
           01 LEDGER-LINE.
               02 LED-FIRST PIC X(8).
               02 FILLER PIC X(1).
               02 LED-PASS PIC X(1).
               02 FILLER PIC X(1).
               02 LED-SEQ PIC 9(5).
               02 FILLER PIC X(1).
               02 LED-REASON PIC X(20).
               02 FILLER PIC X(1).
               02 LED-STATUS PIC X(7).
               02 FILLER PIC X(1).
               02 LED-CLEAR PIC X(8).

           FD HIST-FILE.
           01 HIST-LINE.
               02 HST-DATE PIC X(8).
               02 FILLER PIC X(1).
               02 HST-ID PIC X(6).
               02 FILLER PIC X(1).
               02 HST-UNIT PIC X(10).
               02 FILLER PIC X(1).
               02 HST-SEQ PIC 9(5).
               02 FILLER PIC X(1).
               02 HST-PRI PIC 99.
               02 FILLER PIC X(1).
               02 HST-BADGE PIC 99.
               02 FILLER PIC X(1).
               02 HST-EXC PIC 99.
               02 FILLER PIC X(1).
               02 HST-GEXC PIC 99.
               02 FILLER PIC X(1).
               02 HST-REASON PIC X(20).

           FD CARD-FILE.
           01 CARD-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-ROSTER-NAME PIC X(100).
           01 WS-ROSTER-STATUS PIC XX.
           01 WS-STAT1-STATUS PIC XX.
           01 WS-STAT2-STATUS PIC XX.
           01 WS-AUDIT1-STATUS PIC XX.
           01 WS-REPORT2-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-HIST-NAME PIC X(100).
           01 WS-HIST-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNDATE PIC X(8).
           01 WS-STAT-FLDS.
               02 WS-STAT-FLD PIC X(20) OCCURS 8 TIMES.
           01 WS-STAT-RUNDATE PIC X(8).
           01 WS-FX PIC 9.
           01 WS-NSACKS PIC 9(5) VALUE ZERO.
           01 WS-NUMWORK PIC X(8).
           01 WS-SC PIC 9(6).
           01 WS-MBR PIC 9(6).
           01 WS-GRPSEQ PIC 9(5).
      *    TONIGHTS FIGURES, KEYED BY RUCKSACK SEQUENCE NUMBER
           01 WS-SACK-TAB.
               02 WS-SACK-ENT OCCURS 99999 TIMES.
                   03 WS-SK-ID PIC X(6).
                   03 WS-SK-NAME PIC X(20).
                   03 WS-SK-UNIT PIC X(10).
                   03 WS-SK-PRI PIC 99.
                   03 WS-SK-BADGE PIC 99.
                   03 WS-SK-EXC PIC 99.
                   03 WS-SK-GEXC PIC 99.
                   03 WS-SK-REASON PIC X(20).
      *    THE HISTORY FILE IS HELD WHOLE AND REWRITTEN, AS THE
      *    EXCEPTION LEDGER IS
           01 WS-HST-CNT PIC 9(5) VALUE ZERO.
           01 WS-HST-TAB.
               02 WS-HST-ENT OCCURS 99999 TIMES.
                   03 WS-HT-DATE PIC X(8).
                   03 WS-HT-ID PIC X(6).
                   03 WS-HT-UNIT PIC X(10).
                   03 WS-HT-SEQ PIC 9(5).
                   03 WS-HT-PRI PIC 99.
                   03 WS-HT-BADGE PIC 99.
                   03 WS-HT-EXC PIC 99.
                   03 WS-HT-GEXC PIC 99.
                   03 WS-HT-REASON PIC X(20).
           01 WS-HX PIC 9(6).
           01 WS-DROP-CNT PIC 9(5) VALUE ZERO.
           01 WS-PURGE-CNT PIC 9(5) VALUE ZERO.
           01 WS-NEW-CNT PIC 9(5) VALUE ZERO.
           01 WS-TODAY-INT PIC 9(7).
           01 WS-HIST-INT PIC 9(7).
           01 WS-AGE PIC S9(7).
           01 WS-DATEWRK PIC 9(8).
      *    ONE SCORECARD ENTRY PER ELF ON THE CURRENT ROSTER
           01 WS-ELF-CNT PIC 9(5) VALUE ZERO.
           01 WS-ELF-TAB.
               02 WS-ELF-ENT OCCURS 99999 TIMES.
                   03 WS-EL-ID PIC X(6).
                   03 WS-EL-NAME PIC X(20).
                   03 WS-EL-UNIT PIC X(10).
                   03 WS-EL-RUNS30 PIC 9(5).
                   03 WS-EL-TOT30 PIC 9(7).
                   03 WS-EL-RUNS90 PIC 9(5).
                   03 WS-EL-TOT90 PIC 9(7).
                   03 WS-EL-EXCRUNS PIC 9(5).
                   03 WS-EL-EXC90 PIC 9(5).
                   03 WS-EL-GEXC90 PIC 9(5).
                   03 WS-EL-RANK PIC 9(5).
                   03 WS-EL-DONE PIC X(1).
           01 WS-EX PIC 9(6).
           01 WS-EY PIC 9(6).
           01 WS-FOUND PIC 9(6).
           01 WS-BEST PIC 9(6).
           01 WS-NUNITS PIC 9(3) VALUE ZERO.
           01 WS-UNIT-TAB.
               02 WS-UNIT-KEY PIC X(10) OCCURS 500 TIMES.
           01 WS-UX PIC 9(3).
           01 WS-UFOUND PIC 9(3).
           01 WS-UNIT-DONE PIC A(1).
           01 WS-UNIT-TOT30 PIC 9(8).
           01 WS-UNIT-TOT90 PIC 9(8).
           01 WS-RATE PIC 999.
           01 WS-HST-DETAIL.
               02 WS-HD-DATE PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-ID PIC X(6).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-UNIT PIC X(10).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-SEQ PIC 9(5).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-PRI PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-BADGE PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-EXC PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-GEXC PIC 99.
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-HD-REASON PIC X(20).
           01 WS-CARD-HDR1.
               02 FILLER PIC X(35) VALUE
                   'ELF CONTRIBUTION SCORECARD - AS OF '.
               02 WS-CARD-DATE PIC X(8).
           01 WS-CARD-HDR2.
               02 FILLER PIC X(42) VALUE
                   'TOTALS ARE HALF-SPLIT PLUS BADGE PRIORITY;'.
               02 FILLER PIC X(36) VALUE
                   ' RANK IS BY 30-DAY TOTAL WITHIN UNIT'.
           01 WS-CARD-HDR3.
               02 FILLER PIC X(10) VALUE 'UNIT'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(4) VALUE 'RANK'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(6) VALUE 'ELF'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(20) VALUE 'NAME'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(6) VALUE '30-DAY'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(7) VALUE ' 90-DAY'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(4) VALUE 'RUNS'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(4) VALUE 'EXCS'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(5) VALUE 'RATE%'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(7) VALUE 'GRP EXC'.
           01 WS-CARD-BLANK PIC X(100) VALUE SPACES.
           01 WS-CARD-DETAIL.
               02 WS-CD-UNIT PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-CD-RANK PIC ZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-CD-ID PIC X(6).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-CD-NAME PIC X(20).
               02 FILLER PIC X(1) VALUE SPACES.
               02 WS-CD-TOT30 PIC Z(6)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-CD-TOT90 PIC Z(6)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-CD-RUNS PIC ZZZ9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-CD-EXC PIC ZZZ9.
               02 FILLER PIC X(4) VALUE SPACES.
               02 WS-CD-RATE PIC ZZ9.
               02 FILLER PIC X(6) VALUE SPACES.
               02 WS-CD-GEXC PIC ZZZ9.
           01 WS-CARD-UNIT.
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(20) VALUE 'UNIT TOTAL'.
               02 FILLER PIC X(9) VALUE SPACES.
               02 WS-CU-TOT30 PIC Z(6)9.
               02 FILLER PIC X(1) VALUE SPACES.
               02 WS-CU-TOT90 PIC Z(7)9.
           01 WS-CARD-TOTAL.
               02 WS-CT-NAME PIC X(40).
               02 WS-CT-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
           MOVE WS-RUNDATE TO WS-DATEWRK.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATEWRK)
               TO WS-TODAY-INT.

      *    THE HISTORY IS BUILT FROM TONIGHTS PASS 1 AND PASS 2
      *    OUTPUTS - BOTH MUST HAVE RUN CLEAN OR WITH EXCEPTIONS TODAY
           OPEN INPUT STAT1-FILE.
           MOVE SPACES TO WS-STAT-FLDS.
           IF WS-STAT1-STATUS = '00' THEN
               READ STAT1-FILE
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING STAT1-LINE DELIMITED BY '|'
                           INTO WS-STAT-FLD(1) WS-STAT-FLD(2)
                           WS-STAT-FLD(3) WS-STAT-FLD(4)
                           WS-STAT-FLD(5) WS-STAT-FLD(6)
                           WS-STAT-FLD(7) WS-STAT-FLD(8)
               END-READ
               CLOSE STAT1-FILE
           END-IF.
           MOVE SPACES TO WS-STAT-RUNDATE.
              PERFORM VARYING WS-FX FROM 8 BY -1
                   UNTIL WS-FX < 3 OR WS-STAT-RUNDATE NOT = SPACES
                   IF WS-STAT-FLD(WS-FX) NOT = SPACES THEN
                       MOVE WS-STAT-FLD(WS-FX)(1:8) TO WS-STAT-RUNDATE
                   END-IF
              END-PERFORM.
           IF (WS-STAT-FLD(2) NOT = 'CLEAN' AND
               WS-STAT-FLD(2) NOT = 'EXCEPTIONS') OR
               WS-STAT-RUNDATE NOT = WS-RUNDATE THEN
               DISPLAY 'PASS 1 HAS NOT RUN CLEAN TODAY - HISTORY NOT '
                   'UPDATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STAT2-FILE.
           MOVE SPACES TO WS-STAT-FLDS.
           IF WS-STAT2-STATUS = '00' THEN
               READ STAT2-FILE
                   AT END CONTINUE
                   NOT AT END
                       UNSTRING STAT2-LINE DELIMITED BY '|'
                           INTO WS-STAT-FLD(1) WS-STAT-FLD(2)
                           WS-STAT-FLD(3) WS-STAT-FLD(4)
                           WS-STAT-FLD(5) WS-STAT-FLD(6)
                           WS-STAT-FLD(7) WS-STAT-FLD(8)
               END-READ
               CLOSE STAT2-FILE
           END-IF.
           MOVE SPACES TO WS-STAT-RUNDATE.
              PERFORM VARYING WS-FX FROM 8 BY -1
                   UNTIL WS-FX < 3 OR WS-STAT-RUNDATE NOT = SPACES
                   IF WS-STAT-FLD(WS-FX) NOT = SPACES THEN
                       MOVE WS-STAT-FLD(WS-FX)(1:8) TO WS-STAT-RUNDATE
                   END-IF
              END-PERFORM.
           IF (WS-STAT-FLD(2) NOT = 'CLEAN' AND
               WS-STAT-FLD(2) NOT = 'EXCEPTIONS') OR
               WS-STAT-RUNDATE NOT = WS-RUNDATE THEN
               DISPLAY 'PASS 2 HAS NOT RUN CLEAN TODAY - HISTORY NOT '
                   'UPDATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STAT-FLD(3)(1:5) IS NOT NUMERIC THEN
               DISPLAY 'RUCKSACK COUNT UNREADABLE IN '
                   'runstatus_p2.txt - HISTORY NOT UPDATED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-STAT-FLD(3)(1:5) TO WS-NSACKS.

      *    LOAD THE ROSTER, KEYED BY SEQUENCE NUMBER
           MOVE SPACES TO WS-ROSTER-NAME.
           ACCEPT WS-ROSTER-NAME FROM ENVIRONMENT 'ROSTERFILE'.
           IF WS-ROSTER-NAME = SPACES THEN
               MOVE 'roster.txt' TO WS-ROSTER-NAME
           END-IF.
           MOVE SPACES TO WS-SACK-TAB.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN ' WS-ROSTER-NAME
                   ' - FILE STATUS ' WS-ROSTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ ROSTER-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF ROS-SEQ IS NUMERIC AND ROS-SEQ > 0 AND
                               ROS-ID NOT = SPACES THEN
                               MOVE ROS-ID TO WS-SK-ID(ROS-SEQ)
                               MOVE ROS-NAME TO WS-SK-NAME(ROS-SEQ)
                               MOVE ROS-UNIT TO WS-SK-UNIT(ROS-SEQ)
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE ROSTER-FILE.
              PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > 99999
                   MOVE 0 TO WS-SK-PRI(WS-SC)
                   MOVE 0 TO WS-SK-BADGE(WS-SC)
                   MOVE 0 TO WS-SK-EXC(WS-SC)
                   MOVE 0 TO WS-SK-GEXC(WS-SC)
              END-PERFORM.

      *    HALF-SPLIT PRIORITY FROM THE PASS 1 AUDIT TRAIL
           OPEN INPUT AUDIT1-FILE.
           IF WS-AUDIT1-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN audit_p1.txt - FILE STATUS '
                   WS-AUDIT1-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ AUDIT1-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF A1-SEQ IS NUMERIC AND A1-SEQ > '00000'
                               THEN
                               MOVE A1-SEQ TO WS-SC
                               MOVE A1-PRI TO WS-NUMWORK(1:2)
                               INSPECT WS-NUMWORK(1:2) REPLACING
                                   LEADING SPACE BY '0'
                               IF WS-NUMWORK(1:2) IS NUMERIC THEN
                                   MOVE WS-NUMWORK(1:2)
                                       TO WS-SK-PRI(WS-SC)
                               END-IF
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE AUDIT1-FILE.

      *    BADGE PRIORITY FROM THE GROUP REPORT - EACH OF THE THREE
      *    MEMBERS OF A GROUP IS CREDITED WITH THE GROUP BADGE
           OPEN INPUT REPORT2-FILE.
           IF WS-REPORT2-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO OPEN report_p2.txt - FILE STATUS '
                   WS-REPORT2-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
              PERFORM UNTIL WS-EOF = 'Y'
                  READ REPORT2-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF REPORT2-LINE(1:15) =
                               'PRIORITY TABLE ' THEN
                               CONTINUE
                           ELSE
                           MOVE REPORT2-LINE(1:5) TO WS-NUMWORK(1:5)
                           INSPECT WS-NUMWORK(1:5) REPLACING
                               LEADING SPACE BY '0'
                           MOVE REPORT2-LINE(399:2) TO WS-NUMWORK(6:2)
                           INSPECT WS-NUMWORK(6:2) REPLACING
                               LEADING SPACE BY '0'
                           IF WS-NUMWORK(1:7) IS NUMERIC AND
                               WS-NUMWORK(1:5) > '00000' THEN
                               MOVE WS-NUMWORK(1:5) TO WS-GRPSEQ
                               COMPUTE WS-SC = (WS-GRPSEQ - 1) * 3 + 1
                               PERFORM VARYING WS-MBR FROM WS-SC BY 1
                                   UNTIL WS-MBR > WS-SC + 2 OR
                                   WS-MBR > 99999
                                   MOVE WS-NUMWORK(6:2)
                                       TO WS-SK-BADGE(WS-MBR)
                               END-PERFORM
                           END-IF
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE REPORT2-FILE.

      *    EXCEPTIONS AGAINST EACH RUCKSACK FROM THE LEDGER - ONLY
      *    THOSE RAISED TONIGHT, SO AN ENTRY LEFT OPEN IS NOT COUNTED
      *    AGAIN IN LATER NIGHTS. PASS 1 ENTRIES BELONG
      *    TO THE ELF; PASS 2 ENTRIES ARE KEYED ON THE FIRST MEMBER
      *    OF THE GROUP AND ARE SHOWN AGAINST ALL THREE
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00' THEN
               DISPLAY 'exc_ledger.txt NOT FOUND - NO EXCEPTIONS '
                   'RECORDED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEDGER-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF LED-SEQ IS NUMERIC AND LED-SEQ > 0 AND
                               LED-FIRST = WS-RUNDATE THEN
                               MOVE LED-SEQ TO WS-SC
                               IF LED-PASS = '1' THEN
                                   IF WS-SK-EXC(WS-SC) < 99 THEN
                                       ADD 1 TO WS-SK-EXC(WS-SC)
                                   END-IF
                                   IF WS-SK-REASON(WS-SC) = SPACES
                                       THEN
                                       MOVE LED-REASON
                                           TO WS-SK-REASON(WS-SC)
                                   END-IF
                               END-IF
                               IF LED-PASS = '2' THEN
                                   PERFORM VARYING WS-MBR FROM WS-SC
                                       BY 1 UNTIL WS-MBR > WS-SC + 2
                                       OR WS-MBR > 99999
                                       IF WS-SK-GEXC(WS-MBR) < 99 THEN
                                           ADD 1 TO WS-SK-GEXC(WS-MBR)
                                       END-IF
                                   END-PERFORM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

      *    LOAD THE HISTORY. A RERUN REPLACES TODAYS RECORDS, AND
      *    RECORDS PAST THE 90-DAY SCORECARD HORIZON ARE PURGED SO
      *    THE FILE CANNOT GROW WITHOUT BOUND
           MOVE SPACES TO WS-HIST-NAME.
           ACCEPT WS-HIST-NAME FROM ENVIRONMENT 'ELFHISTFILE'.
           IF WS-HIST-NAME = SPACES THEN
               MOVE 'elf_history.txt' TO WS-HIST-NAME
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HIST-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE 99999 TO WS-AGE
                           IF HST-DATE IS NUMERIC THEN
                               MOVE HST-DATE TO WS-DATEWRK
                               MOVE FUNCTION INTEGER-OF-DATE
                                   (WS-DATEWRK) TO WS-HIST-INT
                               COMPUTE WS-AGE =
                                   WS-TODAY-INT - WS-HIST-INT
                           END-IF
                           IF HST-DATE = WS-RUNDATE THEN
                               ADD 1 TO WS-DROP-CNT
                           ELSE
                           IF WS-AGE NOT < 90 OR WS-AGE < 0 THEN
                               ADD 1 TO WS-PURGE-CNT
                           ELSE
                           IF WS-HST-CNT < 99999 THEN
                               ADD 1 TO WS-HST-CNT
                               MOVE HST-DATE TO WS-HT-DATE(WS-HST-CNT)
                               MOVE HST-ID TO WS-HT-ID(WS-HST-CNT)
                               MOVE HST-UNIT TO WS-HT-UNIT(WS-HST-CNT)
                               MOVE HST-SEQ TO WS-HT-SEQ(WS-HST-CNT)
                               MOVE HST-PRI TO WS-HT-PRI(WS-HST-CNT)
                               MOVE HST-BADGE
                                   TO WS-HT-BADGE(WS-HST-CNT)
                               MOVE HST-EXC TO WS-HT-EXC(WS-HST-CNT)
                               MOVE HST-GEXC TO WS-HT-GEXC(WS-HST-CNT)
                               MOVE HST-REASON
                                   TO WS-HT-REASON(WS-HST-CNT)
                           ELSE
      *                        NEVER REWRITE THE HISTORY FROM A
      *                        TRUNCATED LOAD
                               DISPLAY 'HISTORY TABLE FULL AT '
                                   WS-HST-CNT ' - RUN ABANDONED'
                               CLOSE HIST-FILE
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               DISPLAY WS-HIST-NAME(1:40)
                   ' NOT FOUND - A NEW HISTORY WILL BE STARTED'
           END-IF.

      *    ONE NEW RECORD PER ROSTERED ELF WHOSE RUCKSACK IS IN
      *    TONIGHTS FILE
              PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > WS-NSACKS
                   IF WS-SK-ID(WS-SC) NOT = SPACES THEN
                       IF WS-HST-CNT NOT < 99999 THEN
                           DISPLAY 'HISTORY TABLE FULL AT '
                               WS-HST-CNT ' - RUN ABANDONED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HST-CNT
                       ADD 1 TO WS-NEW-CNT
                       MOVE WS-RUNDATE TO WS-HT-DATE(WS-HST-CNT)
                       MOVE WS-SK-ID(WS-SC) TO WS-HT-ID(WS-HST-CNT)
                       MOVE WS-SK-UNIT(WS-SC) TO WS-HT-UNIT(WS-HST-CNT)
                       MOVE WS-SC TO WS-HT-SEQ(WS-HST-CNT)
                       MOVE WS-SK-PRI(WS-SC) TO WS-HT-PRI(WS-HST-CNT)
                       MOVE WS-SK-BADGE(WS-SC)
                           TO WS-HT-BADGE(WS-HST-CNT)
                       MOVE WS-SK-EXC(WS-SC) TO WS-HT-EXC(WS-HST-CNT)
                       MOVE WS-SK-GEXC(WS-SC) TO WS-HT-GEXC(WS-HST-CNT)
                       MOVE WS-SK-REASON(WS-SC)
                           TO WS-HT-REASON(WS-HST-CNT)
                   END-IF
              END-PERFORM.

           OPEN OUTPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00' THEN
               DISPLAY 'UNABLE TO REWRITE ' WS-HIST-NAME
                   ' - FILE STATUS ' WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
              PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HST-CNT
                   MOVE WS-HT-DATE(WS-HX) TO WS-HD-DATE
                   MOVE WS-HT-ID(WS-HX) TO WS-HD-ID
                   MOVE WS-HT-UNIT(WS-HX) TO WS-HD-UNIT
                   MOVE WS-HT-SEQ(WS-HX) TO WS-HD-SEQ
                   MOVE WS-HT-PRI(WS-HX) TO WS-HD-PRI
                   MOVE WS-HT-BADGE(WS-HX) TO WS-HD-BADGE
                   MOVE WS-HT-EXC(WS-HX) TO WS-HD-EXC
                   MOVE WS-HT-GEXC(WS-HX) TO WS-HD-GEXC
                   MOVE WS-HT-REASON(WS-HX) TO WS-HD-REASON
                   WRITE HIST-LINE FROM WS-HST-DETAIL
              END-PERFORM.
           CLOSE HIST-FILE.
           DISPLAY 'ELF HISTORY - ' WS-NEW-CNT ' ADDED, '
               WS-DROP-CNT ' REPLACED, ' WS-PURGE-CNT ' PURGED'.

      *    BUILD THE SCORECARD FOR EVERY ELF ON THE CURRENT ROSTER
           MOVE SPACES TO WS-ELF-TAB.
              PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > 99999
                   IF WS-SK-ID(WS-SC) NOT = SPACES THEN
                       MOVE 0 TO WS-FOUND
                       PERFORM VARYING WS-EX FROM 1 BY 1
                           UNTIL WS-EX > WS-ELF-CNT OR WS-FOUND > 0
                           IF WS-EL-ID(WS-EX) = WS-SK-ID(WS-SC) THEN
                               MOVE WS-EX TO WS-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-FOUND = 0 THEN
                           ADD 1 TO WS-ELF-CNT
                           MOVE WS-SK-ID(WS-SC) TO WS-EL-ID(WS-ELF-CNT)
                           MOVE WS-SK-NAME(WS-SC)
                               TO WS-EL-NAME(WS-ELF-CNT)
                           MOVE WS-SK-UNIT(WS-SC)
                               TO WS-EL-UNIT(WS-ELF-CNT)
                           IF WS-EL-UNIT(WS-ELF-CNT) = SPACES THEN
                               MOVE '*NO UNIT*'
                                   TO WS-EL-UNIT(WS-ELF-CNT)
                           END-IF
                           MOVE 0 TO WS-EL-RUNS30(WS-ELF-CNT)
                           MOVE 0 TO WS-EL-TOT30(WS-ELF-CNT)
                           MOVE 0 TO WS-EL-RUNS90(WS-ELF-CNT)
                           MOVE 0 TO WS-EL-TOT90(WS-ELF-CNT)
                           MOVE 0 TO WS-EL-EXCRUNS(WS-ELF-CNT)
                           MOVE 0 TO WS-EL-EXC90(WS-ELF-CNT)
                           MOVE 0 TO WS-EL-GEXC90(WS-ELF-CNT)
                           MOVE 1 TO WS-EL-RANK(WS-ELF-CNT)
                           MOVE 'N' TO WS-EL-DONE(WS-ELF-CNT)
                       END-IF
                   END-IF
              END-PERFORM.
              PERFORM VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HST-CNT
                   MOVE 0 TO WS-FOUND
                   PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-ELF-CNT OR WS-FOUND > 0
                       IF WS-EL-ID(WS-EX) = WS-HT-ID(WS-HX) THEN
                           MOVE WS-EX TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND > 0 THEN
                       MOVE WS-HT-DATE(WS-HX) TO WS-DATEWRK
                       MOVE FUNCTION INTEGER-OF-DATE(WS-DATEWRK)
                           TO WS-HIST-INT
                       COMPUTE WS-AGE = WS-TODAY-INT - WS-HIST-INT
                       ADD 1 TO WS-EL-RUNS90(WS-FOUND)
                       ADD WS-HT-PRI(WS-HX) WS-HT-BADGE(WS-HX)
                           TO WS-EL-TOT90(WS-FOUND)
                       ADD WS-HT-EXC(WS-HX) TO WS-EL-EXC90(WS-FOUND)
                       ADD WS-HT-GEXC(WS-HX) TO WS-EL-GEXC90(WS-FOUND)
                       IF WS-HT-EXC(WS-HX) > 0 THEN
                           ADD 1 TO WS-EL-EXCRUNS(WS-FOUND)
                       END-IF
                       IF WS-AGE < 30 THEN
                           ADD 1 TO WS-EL-RUNS30(WS-FOUND)
                           ADD WS-HT-PRI(WS-HX) WS-HT-BADGE(WS-HX)
                               TO WS-EL-TOT30(WS-FOUND)
                       END-IF
                   END-IF
              END-PERFORM.

      *    RANK WITHIN UNIT BY 30-DAY TOTAL - TIED ELVES SHARE A RANK
              PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-ELF-CNT
                   PERFORM VARYING WS-EY FROM 1 BY 1
                       UNTIL WS-EY > WS-ELF-CNT
                       IF WS-EL-UNIT(WS-EY) = WS-EL-UNIT(WS-EX) AND
                           WS-EL-TOT30(WS-EY) > WS-EL-TOT30(WS-EX) THEN
                           ADD 1 TO WS-EL-RANK(WS-EX)
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-UFOUND
                   PERFORM VARYING WS-UX FROM 1 BY 1
                       UNTIL WS-UX > WS-NUNITS
                       IF WS-UNIT-KEY(WS-UX) = WS-EL-UNIT(WS-EX) THEN
                           MOVE WS-UX TO WS-UFOUND
                       END-IF
                   END-PERFORM
                   IF WS-UFOUND = 0 AND WS-NUNITS < 500 THEN
                       ADD 1 TO WS-NUNITS
                       MOVE WS-EL-UNIT(WS-EX) TO WS-UNIT-KEY(WS-NUNITS)
                   END-IF
              END-PERFORM.

      *    WRITE THE SCORECARD UNIT BY UNIT, BEST RANK FIRST
           OPEN OUTPUT CARD-FILE.
           MOVE WS-RUNDATE TO WS-CARD-DATE.
           WRITE CARD-LINE FROM WS-CARD-HDR1.
           WRITE CARD-LINE FROM WS-CARD-HDR2.
           WRITE CARD-LINE FROM WS-CARD-BLANK.
           WRITE CARD-LINE FROM WS-CARD-HDR3.
              PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > WS-NUNITS
                   MOVE 0 TO WS-UNIT-TOT30
                   MOVE 0 TO WS-UNIT-TOT90
                   MOVE 'N' TO WS-UNIT-DONE
                   PERFORM UNTIL WS-UNIT-DONE = 'Y'
                       MOVE 0 TO WS-BEST
                       PERFORM VARYING WS-EX FROM 1 BY 1
                           UNTIL WS-EX > WS-ELF-CNT
                           IF WS-EL-UNIT(WS-EX) = WS-UNIT-KEY(WS-UX)
                               AND WS-EL-DONE(WS-EX) = 'N' THEN
                               IF WS-BEST = 0 THEN
                                   MOVE WS-EX TO WS-BEST
                               ELSE
                               IF WS-EL-RANK(WS-EX) <
                                   WS-EL-RANK(WS-BEST) THEN
                                   MOVE WS-EX TO WS-BEST
                               END-IF
                               END-IF
                           END-IF
                       END-PERFORM
                       IF WS-BEST = 0 THEN
                           MOVE 'Y' TO WS-UNIT-DONE
                       ELSE
                           MOVE 'Y' TO WS-EL-DONE(WS-BEST)
                           MOVE WS-EL-UNIT(WS-BEST) TO WS-CD-UNIT
                           MOVE WS-EL-RANK(WS-BEST) TO WS-CD-RANK
                           MOVE WS-EL-ID(WS-BEST) TO WS-CD-ID
                           MOVE WS-EL-NAME(WS-BEST) TO WS-CD-NAME
                           MOVE WS-EL-TOT30(WS-BEST) TO WS-CD-TOT30
                           MOVE WS-EL-TOT90(WS-BEST) TO WS-CD-TOT90
                           MOVE WS-EL-RUNS90(WS-BEST) TO WS-CD-RUNS
                           MOVE WS-EL-EXC90(WS-BEST) TO WS-CD-EXC
                           MOVE 0 TO WS-RATE
                           IF WS-EL-RUNS90(WS-BEST) > 0 THEN
                               COMPUTE WS-RATE ROUNDED =
                                   WS-EL-EXCRUNS(WS-BEST) * 100 /
                                   WS-EL-RUNS90(WS-BEST)
                           END-IF
                           MOVE WS-RATE TO WS-CD-RATE
                           MOVE WS-EL-GEXC90(WS-BEST) TO WS-CD-GEXC
                           WRITE CARD-LINE FROM WS-CARD-DETAIL
                           ADD WS-EL-TOT30(WS-BEST) TO WS-UNIT-TOT30
                           ADD WS-EL-TOT90(WS-BEST) TO WS-UNIT-TOT90
                       END-IF
                   END-PERFORM
                   MOVE WS-UNIT-TOT30 TO WS-CU-TOT30
                   MOVE WS-UNIT-TOT90 TO WS-CU-TOT90
                   WRITE CARD-LINE FROM WS-CARD-UNIT
                   WRITE CARD-LINE FROM WS-CARD-BLANK
              END-PERFORM.
           MOVE 'ELVES ON SCORECARD:' TO WS-CT-NAME.
           MOVE WS-ELF-CNT TO WS-CT-OUT.
           WRITE CARD-LINE FROM WS-CARD-TOTAL.
           MOVE 'HISTORY RECORDS HELD:' TO WS-CT-NAME.
           MOVE WS-HST-CNT TO WS-CT-OUT.
           WRITE CARD-LINE FROM WS-CARD-TOTAL.
           CLOSE CARD-FILE.
           DISPLAY 'ELF SCORECARD WRITTEN - ' WS-ELF-CNT ' ELF(S) IN '
               WS-NUNITS ' UNIT(S)'.
           STOP RUN.
