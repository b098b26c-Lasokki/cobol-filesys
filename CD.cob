               MOVE WORK-ID TO CURRENT-ID
               MOVE WORK-IND TO CURRENT-IND
           ELSE
               MOVE 1 TO CMD-STATUS
               IF PATH-TOO-DEEP = 1 THEN
                   DISPLAY ERR-BAD-SYNTAX
               ELSE
                   IF PERM-FAILED = 1 THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
                       DISPLAY ERR-NOT-FOUND
                   END-IF
               END-IF
           END-IF

           EXIT PROGRAM.
