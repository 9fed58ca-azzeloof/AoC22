               FILE STATUS IS WS-STAT2-STATUS.
               SELECT GAP-FILE ASSIGN TO 'roster_gaps.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ROSCHG-FILE
               ASSIGN TO 'roster_changes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSCHG-STATUS.
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
           FD GAP-FILE.
           01 GAP-LINE PIC X(60).

           FD ROSCHG-FILE.
           01 ROSCHG-LINE PIC X(150).

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
           01 WS-ROSTER-NAME PIC X(100).
                   03 WS-ROS-TID PIC X(6).
                   03 WS-ROS-TNAME PIC X(20).
                   03 WS-ROS-TUNIT PIC X(10).
           01 WS-SC PIC 9(6).
           01 WS-BAD-CNT PIC 9(5) VALUE ZERO.
           01 WS-GAP-CNT PIC 9(5) VALUE ZERO.
           01 WS-NSACKS PIC 9(5) VALUE ZERO.
           01 WS-GAP-TOTAL.
               02 FILLER PIC X(16) VALUE 'GAPS FOUND:     '.
               02 WS-GAP-TOTAL-OUT PIC ZZZZ9.
           01 WS-ROSCHG-STATUS PIC XX.
           01 WS-OLD-ID PIC X(6).
           01 WS-OLD-NAME PIC X(20).
           01 WS-OLD-UNIT PIC X(10).
           01 WS-ROSCHG-DETAIL.
               02 WS-RC-TS PIC X(21).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-OPER PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-FUNC PIC X(8).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-SEQ PIC 9(5).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-BID PIC X(6).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-BNAME PIC X(20).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-BUNIT PIC X(10).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-AID PIC X(6).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-ANAME PIC X(20).
               02 FILLER PIC X(1) VALUE '|'.
               02 WS-RC-AUNIT PIC X(10).
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
                   03 WS-AD-ID PIC X(6).
                   03 FILLER PIC X(1) VALUE SPACE.
                   03 WS-AD-NAME PIC X(20).
                   03 FILLER PIC X(1) VALUE SPACE.
                   03 WS-AD-UNIT PIC X(10).
                   03 FILLER PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE SPACES TO WS-FUNC.
               STOP RUN
           END-IF.

      *    ROSTER UPDATES ARE RESTRICTED TO OPERATORS GRANTED THEM IN
      *    THE OPERATOR AUTHORITY FILE - EVERY REFUSAL IS WRITTEN TO
      *    THE SECURITY VIOLATION LOG
           MOVE SPACES TO WS-OPER-ID.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT 'OPERID'.
           IF WS-FUNC = 'ADD' OR WS-FUNC = 'CHANGE' OR
               WS-FUNC = 'DELETE' THEN
               MOVE SPACES TO WS-SEC-KEY
               ACCEPT WS-SEC-KEY FROM ENVIRONMENT 'ROSSEQ'
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
                                       OA-PROG = 'ROSTER' AND
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
                       MOVE 'ROSTER' TO WS-SD-PROG
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

      *    LOAD THE ROSTER INTO THE TABLE, KEYED BY SEQUENCE NUMBER
           MOVE SPACES TO WS-ROSTER-NAME.
           ACCEPT WS-ROSTER-NAME FROM ENVIRONMENT 'ROSTERFILE'.
               ACCEPT WS-NEW-UNIT FROM ENVIRONMENT 'ROSUNIT'
           END-IF.

           MOVE SPACES TO WS-OLD-ID.
           MOVE SPACES TO WS-OLD-NAME.
           MOVE SPACES TO WS-OLD-UNIT.
           IF WS-FUNC = 'ADD' THEN
               IF WS-ROS-PRESENT(WS-KEYNUM) = 'Y' THEN
                   DISPLAY 'SEQUENCE ' WS-KEYNUM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ROS-TID(WS-KEYNUM) TO WS-OLD-ID
               MOVE WS-ROS-TNAME(WS-KEYNUM) TO WS-OLD-NAME
               MOVE WS-ROS-TUNIT(WS-KEYNUM) TO WS-OLD-UNIT
               MOVE WS-NEW-ID TO WS-ROS-TID(WS-KEYNUM)
               MOVE WS-NEW-NAME TO WS-ROS-TNAME(WS-KEYNUM)
               MOVE WS-NEW-UNIT TO WS-ROS-TUNIT(WS-KEYNUM)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ROS-TID(WS-KEYNUM) TO WS-OLD-ID
               MOVE WS-ROS-TNAME(WS-KEYNUM) TO WS-OLD-NAME
               MOVE WS-ROS-TUNIT(WS-KEYNUM) TO WS-OLD-UNIT
               MOVE SPACES TO WS-ROS-ENT(WS-KEYNUM)
               SUBTRACT 1 FROM WS-ROS-CNT
           END-IF.
           CLOSE ROSTER-FILE.
           DISPLAY WS-FUNC ' COMPLETE FOR SEQUENCE ' WS-KEYNUM
               ' - ' WS-ROS-CNT ' ENTRIES ON ROSTER'.

      *    LOG THE CHANGE WITH ITS BEFORE- AND AFTER-IMAGES AND THE
      *    OPERATOR WHO MADE IT
           MOVE FUNCTION CURRENT-DATE TO WS-RC-TS.
           MOVE WS-OPER-ID TO WS-RC-OPER.
           MOVE WS-FUNC TO WS-RC-FUNC.
           MOVE WS-KEYNUM TO WS-RC-SEQ.
           MOVE WS-OLD-ID TO WS-RC-BID.
           MOVE WS-OLD-NAME TO WS-RC-BNAME.
           MOVE WS-OLD-UNIT TO WS-RC-BUNIT.
           MOVE WS-ROS-TID(WS-KEYNUM) TO WS-RC-AID.
           MOVE WS-ROS-TNAME(WS-KEYNUM) TO WS-RC-ANAME.
           MOVE WS-ROS-TUNIT(WS-KEYNUM) TO WS-RC-AUNIT.
           OPEN EXTEND ROSCHG-FILE.
           IF WS-ROSCHG-STATUS NOT = '00' AND
               WS-ROSCHG-STATUS NOT = '05' THEN
               DISPLAY 'UNABLE TO OPEN roster_changes.txt - FILE '
                   'STATUS ' WS-ROSCHG-STATUS
           ELSE
               WRITE ROSCHG-LINE FROM WS-ROSCHG-DETAIL
               CLOSE ROSCHG-FILE
           END-IF.
           OPEN EXTEND ACTLOG-FILE.
           IF WS-ACTLOG-STATUS NOT = '00' AND
               WS-ACTLOG-STATUS NOT = '05' THEN
               DISPLAY 'UNABLE TO OPEN maint_activity.txt - FILE '
                   'STATUS ' WS-ACTLOG-STATUS
           ELSE
               MOVE WS-RC-TS TO WS-AD-TS
               MOVE WS-OPER-ID TO WS-AD-OPER
               MOVE 'ROSTER' TO WS-AD-PROG
               MOVE WS-FUNC TO WS-AD-FUNC
               MOVE WS-KEYNUM TO WS-AD-KEY
               IF WS-FUNC = 'DELETE' THEN
                   MOVE WS-OLD-ID TO WS-AD-ID
                   MOVE WS-OLD-NAME TO WS-AD-NAME
                   MOVE WS-OLD-UNIT TO WS-AD-UNIT
               ELSE
                   MOVE WS-ROS-TID(WS-KEYNUM) TO WS-AD-ID
                   MOVE WS-ROS-TNAME(WS-KEYNUM) TO WS-AD-NAME
                   MOVE WS-ROS-TUNIT(WS-KEYNUM) TO WS-AD-UNIT
               END-IF
               WRITE ACTLOG-LINE FROM WS-ACT-DETAIL
               CLOSE ACTLOG-FILE
           END-IF.
           STOP RUN.
