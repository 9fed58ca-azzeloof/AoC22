                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                           IF REPORT1-LINE(1:16) =
                               'TOTAL PRIORITY: ' OR
                               REPORT1-LINE(1:15) =
                               'PRIORITY TABLE ' THEN
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-SEQ
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
                           WRITE EXTRACT-LINE FROM WS-OUT-LINE
                           ADD 1 TO WS-RECCOUNT
                           ADD WS-PRI TO WS-HASHTOTAL
                           END-IF
                  END-READ
              END-PERFORM.
           CLOSE REPORT2-FILE.
