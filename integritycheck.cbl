                               END-IF
                           END-IF
                           PERFORM FIND-ANY-CHILD
                           IF FUNCTION TRIM(PARENT-STATUS) = "PLANNED"
                              OR FUNCTION TRIM(PARENT-STATUS) =
                              "DROPPED"
                               MOVE "Y" TO WS-FOUND
                           END-IF
                           IF WS-FOUND = "N"
                               ADD 1 TO WS-CHILDLESS-PARENTS
                               DISPLAY "Parent " PARENT-REQ-ID
