       01 STAT-TARGET-LINE.
           05 FILLER PIC X(8) VALUE "TARGET: ".
           05 STAT-TARGET PIC X(60).
       01 STAT-ARCHIVE-LINE.
           05 FILLER PIC X(8) VALUE "ARCHIVE:".
           05 FILLER PIC X(1) VALUE SPACE.
           05 STAT-ARCHIVE PIC X(60).
      * The signed-on operator's effective access - R W D or "-" -
      * and where it comes from.
       01 STAT-ACCESS-LINE.
           05 FILLER PIC X(8) VALUE "ACCESS: ".
           05 STAT-ACCESS PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 STAT-ACCESS-SRC PIC X(14).

       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 TARGET-NAME PIC X(32).

       PROCEDURE DIVISION USING FILESYSTEM
               CURRENT-ID CURRENT-IND TARGET-NAME CMD-STATUS
               STAT-MODE ACCESS-MAP.

           MOVE 0 TO CMD-STATUS

                   MOVE "DIR " TO STAT-TYPE
               WHEN ELINK(TARGET-IND)
                   MOVE "LINK" TO STAT-TYPE
               WHEN EMIGR(TARGET-IND)
                   MOVE "MIGR" TO STAT-TYPE
               WHEN OTHER
                   MOVE "FILE" TO STAT-TYPE
           END-EVALUATE
               MOVE ECONTENT(TARGET-IND) TO STAT-TARGET
               DISPLAY STAT-TARGET-LINE
           END-IF
           IF EMIGR(TARGET-IND) THEN
               MOVE ECONTENT(TARGET-IND) TO STAT-ARCHIVE
               DISPLAY STAT-ARCHIVE-LINE
           END-IF

           MOVE EPARENT(TARGET-IND) TO STAT-PARENT
           DISPLAY STAT-PARENT-LINE
           DISPLAY STAT-CREATED-LINE

           MOVE EMODIFIED(TARGET-IND) TO STAT-MODIFIED
           DISPLAY STAT-MODIFIED-LINE

           MOVE "---" TO STAT-ACCESS
           IF ACC-READ(TARGET-IND) = 1 THEN
               MOVE "R" TO STAT-ACCESS(1:1)
           END-IF
           IF ACC-WRITE(TARGET-IND) = 1 THEN
               MOVE "W" TO STAT-ACCESS(2:1)
           END-IF
           IF ACC-DELETE(TARGET-IND) = 1 THEN
               MOVE "D" TO STAT-ACCESS(3:1)
           END-IF
           EVALUATE ACC-SOURCE(TARGET-IND)
               WHEN "O"
                   MOVE "(OWNER)" TO STAT-ACCESS-SRC
               WHEN "G"
                   MOVE "(GRANTED)" TO STAT-ACCESS-SRC
               WHEN "C"
                   MOVE "(NOT GRANTED)" TO STAT-ACCESS-SRC
               WHEN OTHER
                   MOVE "(NO ENTRIES)" TO STAT-ACCESS-SRC
           END-EVALUATE
           DISPLAY STAT-ACCESS-LINE.

      *> Follows the path stored in link entity TARGET-IND, leaving
      *> TARGET-IND at the entity it names (file or directory). A
