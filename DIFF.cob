       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY SEGMENTS.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 PATH-A PIC X(32).

       PROCEDURE DIVISION USING FILESYSTEM CONTENT-SEGMENTS
               CURRENT-ID CURRENT-IND PATH-A PATH-B CMD-STATUS
               OPERATOR-ID ACCESS-MAP.

      *> CMD-STATUS doubles as the comparison verdict so a batch
      *> script can branch on it: 0 means the two files are equal,
               ELSE
      *> The difference listing prints both bodies - with a
      *> classified file someone else owns on either side, that
      *> would be a content leak, so the compare is refused - as it
      *> is when access entries deny this operator read on either.
                   IF ACC-READ(A-IND) = 0 OR ACC-READ(B-IND) = 0
                           OR (ECLASS(A-IND) = "C"
                           AND OWNER(A-IND) NOT = OPERATOR-ID)
                           OR (ECLASS(B-IND) = "C"
                           AND OWNER(B-IND)
                           NOT = OPERATOR-ID) THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
                       PERFORM COMPARE-FILES
                   END-IF
