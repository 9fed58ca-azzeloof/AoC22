                               INSPECT WS-NUMWORK REPLACING
                                   LEADING SPACE BY '0'
                               MOVE WS-NUMWORK TO WS-P1-TOTLINE
                           ELSE
                           IF REPORT1-LINE(1:15) =
                               'PRIORITY TABLE ' THEN
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-P1-DETAILS
                               MOVE REPORT1-LINE(134:2)
                               MOVE WS-NUMWORK(1:2) TO WS-PRI
                               ADD WS-PRI TO WS-P1-REPSUM
                           END-IF
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE REPORT1-FILE.
                  READ REPORT2-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF REPORT2-LINE(1:15) =
                               'PRIORITY TABLE ' THEN
                               CONTINUE
                           ELSE
                           ADD 1 TO WS-P2-GROUPS
                           MOVE REPORT2-LINE(399:2)
                               TO WS-NUMWORK
                               LEADING SPACE BY '0'
                           MOVE WS-NUMWORK(1:2) TO WS-PRI
                           ADD WS-PRI TO WS-P2-REPSUM
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE REPORT2-FILE.
