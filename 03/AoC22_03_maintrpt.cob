      * PLS WORK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC22_03_maintrpt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ACTLOG-FILE ASSIGN TO 'maint_activity.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTLOG-STATUS.
               SELECT SECLOG-FILE ASSIGN TO 'security_violations.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
               SELECT REPORT-FILE ASSIGN TO 'maint_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD ACTLOG-FILE.
           01 ACTLOG-LINE.
               02 ACT-TS PIC X(21).
               02 FILLER PIC X(1).
               02 ACT-OPER PIC X(8).
               02 FILLER PIC X(1).
               02 ACT-PROG PIC X(8).
               02 FILLER PIC X(1).
               02 ACT-FUNC PIC X(8).
               02 FILLER PIC X(1).
               02 ACT-KEY PIC X(10).
               02 FILLER PIC X(1).
               02 ACT-TEXT PIC X(60).

           FD SECLOG-FILE.
           01 SECLOG-LINE.
               02 SEC-TS PIC X(21).
               02 FILLER PIC X(1).
               02 SEC-OPER PIC X(8).
               02 FILLER PIC X(1).
               02 SEC-PROG PIC X(8).
               02 FILLER PIC X(1).
               02 SEC-FUNC PIC X(8).
               02 FILLER PIC X(1).
               02 SEC-KEY PIC X(10).
               02 FILLER PIC X(1).
               02 SEC-REASON PIC X(20).

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-ACTLOG-STATUS PIC XX.
           01 WS-SECLOG-STATUS PIC XX.
           01 WS-EOF PIC A(1) VALUE 'N'.
           01 WS-RUNDATE PIC X(8).
           01 WS-RPTDATE PIC X(8).
      *    UPDATES AND REFUSALS FOR THE REPORT DATE, HELD TOGETHER SO
      *    EACH OPERATOR'S DAY READS IN TIME ORDER
           01 WS-EVT-CNT PIC 9(5) VALUE ZERO.
           01 WS-EVT-TAB.
               02 WS-EVT OCCURS 9999 TIMES.
                   03 WS-EV-OPER PIC X(8).
                   03 WS-EV-TS PIC X(21).
                   03 WS-EV-TYPE PIC X(1).
                   03 WS-EV-PROG PIC X(8).
                   03 WS-EV-FUNC PIC X(8).
                   03 WS-EV-KEY PIC X(10).
                   03 WS-EV-TEXT PIC X(60).
                   03 WS-EV-DONE PIC X(1).
           01 WS-EX PIC 9(5).
           01 WS-BEST PIC 9(5).
           01 WS-CUR-OPER PIC X(8).
           01 WS-FIRST PIC A(1).
           01 WS-ALL-DONE PIC A(1) VALUE 'N'.
           01 WS-OPER-CNT PIC 9(5) VALUE ZERO.
           01 WS-OPER-UPD PIC 9(5) VALUE ZERO.
           01 WS-OPER-VIO PIC 9(5) VALUE ZERO.
           01 WS-TOT-UPD PIC 9(5) VALUE ZERO.
           01 WS-TOT-VIO PIC 9(5) VALUE ZERO.
           01 WS-RPT-HDR1.
               02 FILLER PIC X(41) VALUE
                   'DAILY MAINTENANCE ACTIVITY BY OPERATOR - '.
               02 WS-RPT-DATE PIC X(8).
           01 WS-RPT-HDR2.
               02 FILLER PIC X(8) VALUE 'OPERATOR'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'TIME'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'PROGRAM'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(8) VALUE 'FUNCTION'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(10) VALUE 'KEY'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(7) VALUE 'RESULT'.
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(6) VALUE 'DETAIL'.
           01 WS-RPT-BLANK PIC X(120) VALUE SPACES.
           01 WS-RPT-DETAIL.
               02 WS-RD-OPER PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-HH PIC X(2).
               02 FILLER PIC X(1) VALUE ':'.
               02 WS-RD-MM PIC X(2).
               02 FILLER PIC X(1) VALUE ':'.
               02 WS-RD-SS PIC X(2).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-PROG PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-FUNC PIC X(8).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-KEY PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-RESULT PIC X(7).
               02 FILLER PIC X(2) VALUE SPACES.
               02 WS-RD-TEXT PIC X(60).
           01 WS-RPT-OPER.
               02 FILLER PIC X(10) VALUE SPACES.
               02 FILLER PIC X(16) VALUE 'OPERATOR TOTAL: '.
               02 WS-RO-UPD PIC ZZZZ9.
               02 FILLER PIC X(14) VALUE ' UPDATE(S),   '.
               02 WS-RO-VIO PIC ZZZZ9.
               02 FILLER PIC X(13) VALUE ' VIOLATION(S)'.
           01 WS-RPT-NONE PIC X(120) VALUE
               'NO MAINTENANCE ACTIVITY RECORDED FOR THIS DATE'.
           01 WS-RPT-TOTAL.
               02 WS-RT-NAME PIC X(24).
               02 WS-RT-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUNDATE.
      *    MAINTDATE REPORTS AN EARLIER DAY - DEFAULT IS TODAY
           MOVE SPACES TO WS-RPTDATE.
           ACCEPT WS-RPTDATE FROM ENVIRONMENT 'MAINTDATE'.
           IF WS-RPTDATE = SPACES THEN
               MOVE WS-RUNDATE TO WS-RPTDATE
           END-IF.
           IF WS-RPTDATE IS NOT NUMERIC THEN
               DISPLAY 'MAINTDATE MUST BE YYYYMMDD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    COMPLETED UPDATES
           OPEN INPUT ACTLOG-FILE.
           IF WS-ACTLOG-STATUS NOT = '00' THEN
               DISPLAY 'maint_activity.txt NOT FOUND - NO UPDATES '
                   'RECORDED'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTLOG-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ACT-TS(1:8) = WS-RPTDATE THEN
                               IF WS-EVT-CNT NOT < 9999 THEN
                                   DISPLAY 'ACTIVITY TABLE FULL AT '
                                       WS-EVT-CNT ' - RUN ABANDONED'
                                   CLOSE ACTLOG-FILE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-EVT-CNT
                               MOVE ACT-OPER TO WS-EV-OPER(WS-EVT-CNT)
                               MOVE ACT-TS TO WS-EV-TS(WS-EVT-CNT)
                               MOVE 'U' TO WS-EV-TYPE(WS-EVT-CNT)
                               MOVE ACT-PROG TO WS-EV-PROG(WS-EVT-CNT)
                               MOVE ACT-FUNC TO WS-EV-FUNC(WS-EVT-CNT)
                               MOVE ACT-KEY TO WS-EV-KEY(WS-EVT-CNT)
                               MOVE ACT-TEXT TO WS-EV-TEXT(WS-EVT-CNT)
                               MOVE 'N' TO WS-EV-DONE(WS-EVT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTLOG-FILE
           END-IF.

      *    REFUSED ATTEMPTS FROM THE SECURITY VIOLATION LOG
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-STATUS NOT = '00' THEN
               DISPLAY 'security_violations.txt NOT FOUND - NO '
                   'VIOLATIONS RECORDED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SECLOG-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SEC-TS(1:8) = WS-RPTDATE THEN
                               IF WS-EVT-CNT NOT < 9999 THEN
                                   DISPLAY 'ACTIVITY TABLE FULL AT '
                                       WS-EVT-CNT ' - RUN ABANDONED'
                                   CLOSE SECLOG-FILE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-EVT-CNT
                               MOVE SEC-OPER TO WS-EV-OPER(WS-EVT-CNT)
                               MOVE SEC-TS TO WS-EV-TS(WS-EVT-CNT)
                               MOVE 'V' TO WS-EV-TYPE(WS-EVT-CNT)
                               MOVE SEC-PROG TO WS-EV-PROG(WS-EVT-CNT)
                               MOVE SEC-FUNC TO WS-EV-FUNC(WS-EVT-CNT)
                               MOVE SEC-KEY TO WS-EV-KEY(WS-EVT-CNT)
                               MOVE SEC-REASON
                                   TO WS-EV-TEXT(WS-EVT-CNT)
                               MOVE 'N' TO WS-EV-DONE(WS-EVT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECLOG-FILE
           END-IF.

      *    LIST BY OPERATOR, THEN BY TIME OF DAY
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RPTDATE TO WS-RPT-DATE.
           WRITE REPORT-LINE FROM WS-RPT-HDR1.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           IF WS-EVT-CNT = 0 THEN
               WRITE REPORT-LINE FROM WS-RPT-NONE
               MOVE 'Y' TO WS-ALL-DONE
           ELSE
               WRITE REPORT-LINE FROM WS-RPT-HDR2
           END-IF.
           MOVE SPACES TO WS-CUR-OPER.
              PERFORM UNTIL WS-ALL-DONE = 'Y'
                   MOVE 0 TO WS-BEST
                   PERFORM VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-EVT-CNT
                       IF WS-EV-DONE(WS-EX) = 'N' THEN
                           IF WS-BEST = 0 THEN
                               MOVE WS-EX TO WS-BEST
                           ELSE
                           IF WS-EV-OPER(WS-EX) < WS-EV-OPER(WS-BEST)
                               OR (WS-EV-OPER(WS-EX) =
                               WS-EV-OPER(WS-BEST) AND
                               WS-EV-TS(WS-EX) < WS-EV-TS(WS-BEST))
                               THEN
                               MOVE WS-EX TO WS-BEST
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
      *            CLOSE OFF THE PREVIOUS OPERATOR ON A CHANGE OF KEY
                   IF WS-OPER-CNT > 0 AND (WS-BEST = 0 OR
                       WS-EV-OPER(WS-BEST) NOT = WS-CUR-OPER) THEN
                       MOVE WS-OPER-UPD TO WS-RO-UPD
                       MOVE WS-OPER-VIO TO WS-RO-VIO
                       WRITE REPORT-LINE FROM WS-RPT-OPER
                       WRITE REPORT-LINE FROM WS-RPT-BLANK
                   END-IF
                   IF WS-BEST = 0 THEN
                       MOVE 'Y' TO WS-ALL-DONE
                   ELSE
                       MOVE 'Y' TO WS-EV-DONE(WS-BEST)
                       MOVE 'N' TO WS-FIRST
                       IF WS-OPER-CNT = 0 OR
                           WS-EV-OPER(WS-BEST) NOT = WS-CUR-OPER THEN
                           ADD 1 TO WS-OPER-CNT
                           MOVE WS-EV-OPER(WS-BEST) TO WS-CUR-OPER
                           MOVE 0 TO WS-OPER-UPD
                           MOVE 0 TO WS-OPER-VIO
                           MOVE 'Y' TO WS-FIRST
                       END-IF
                       IF WS-FIRST = 'Y' THEN
                           MOVE WS-CUR-OPER TO WS-RD-OPER
                       ELSE
                           MOVE SPACES TO WS-RD-OPER
                       END-IF
                       MOVE WS-EV-TS(WS-BEST)(9:2) TO WS-RD-HH
                       MOVE WS-EV-TS(WS-BEST)(11:2) TO WS-RD-MM
                       MOVE WS-EV-TS(WS-BEST)(13:2) TO WS-RD-SS
                       MOVE WS-EV-PROG(WS-BEST) TO WS-RD-PROG
                       MOVE WS-EV-FUNC(WS-BEST) TO WS-RD-FUNC
                       MOVE WS-EV-KEY(WS-BEST) TO WS-RD-KEY
                       MOVE WS-EV-TEXT(WS-BEST) TO WS-RD-TEXT
                       IF WS-EV-TYPE(WS-BEST) = 'U' THEN
                           MOVE 'DONE' TO WS-RD-RESULT
                           ADD 1 TO WS-OPER-UPD
                           ADD 1 TO WS-TOT-UPD
                       ELSE
                           MOVE 'REFUSED' TO WS-RD-RESULT
                           ADD 1 TO WS-OPER-VIO
                           ADD 1 TO WS-TOT-VIO
                       END-IF
                       WRITE REPORT-LINE FROM WS-RPT-DETAIL
                   END-IF
              END-PERFORM.
           WRITE REPORT-LINE FROM WS-RPT-BLANK.
           MOVE 'OPERATORS ACTIVE:' TO WS-RT-NAME.
           MOVE WS-OPER-CNT TO WS-RT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE 'UPDATES COMPLETED:' TO WS-RT-NAME.
           MOVE WS-TOT-UPD TO WS-RT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL.
           MOVE 'SECURITY VIOLATIONS:' TO WS-RT-NAME.
           MOVE WS-TOT-VIO TO WS-RT-OUT.
           WRITE REPORT-LINE FROM WS-RPT-TOTAL.
           CLOSE REPORT-FILE.
           DISPLAY 'MAINTENANCE REPORT FOR ' WS-RPTDATE ' - '
               WS-TOT-UPD ' UPDATE(S), ' WS-TOT-VIO ' VIOLATION(S) BY '
               WS-OPER-CNT ' OPERATOR(S)'.
      *    A DAY WITH REFUSED ATTEMPTS IS FLAGGED FOR THE AUDITORS
           IF WS-TOT-VIO > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
