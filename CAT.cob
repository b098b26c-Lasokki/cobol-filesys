       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY SEGMENTS.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 TARGET-NAME PIC X(32).

       PROCEDURE DIVISION USING FILESYSTEM CONTENT-SEGMENTS
               CURRENT-ID CURRENT-IND TARGET-NAME CMD-STATUS
               OPERATOR-ID ACCESS-MAP.

           MOVE 0 TO CMD-STATUS

                   DISPLAY ERR-NOT-A-FILE
                   MOVE 1 TO CMD-STATUS
               ELSE
      *> Access entries governing the file (or a directory above it)
      *> that grant this operator no read keep the body back.
               IF ACC-READ(TARGET-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
      *> A classified body shows only its marking to anyone but
      *> the owner - the classification is the owner's call.
                   IF ECLASS(TARGET-IND) = "C"
                           UNTIL LINE-NO > MAX-FILE-LINES
                   END-IF
               END-IF
               END-IF
           END-IF

           EXIT PROGRAM.
