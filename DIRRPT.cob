                       MOVE "DIR " TO DL-TYPE
                   WHEN 2
                       MOVE "LINK" TO DL-TYPE
                   WHEN 3
                       MOVE "MIGR" TO DL-TYPE
                   WHEN OTHER
                       MOVE "FILE" TO DL-TYPE
               END-EVALUATE
