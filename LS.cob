                   MOVE "DIR " TO LS-TYPE
               WHEN 2
                   MOVE "LINK" TO LS-TYPE
               WHEN 3
                   MOVE "MIGR" TO LS-TYPE
               WHEN OTHER
                   MOVE "FILE" TO LS-TYPE
           END-EVALUATE
