                  READ REPORT2-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF REPORT2-LINE(1:15) =
                               'PRIORITY TABLE ' THEN
                               CONTINUE
                           ELSE
                           MOVE REPORT2-LINE(467:10) TO WS-CUR-UNIT
                           IF WS-CUR-UNIT = SPACES THEN
                               MOVE '*NO UNIT*' TO WS-CUR-UNIT
                               DISPLAY 'UNIT TABLE FULL AT 500 - '
                                   'UNIT ' WS-CUR-UNIT ' DROPPED'
                           END-IF
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE REPORT2-FILE.
