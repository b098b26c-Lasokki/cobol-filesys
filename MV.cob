
       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 SRC-NAME PIC X(32).

       PROCEDURE DIVISION USING FILESYSTEM
               CURRENT-ID CURRENT-IND SRC-NAME DEST-NAME CMD-STATUS
               MOVED-EID OPERATOR-ID ACCESS-MAP.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO MOVED-EID
               END-IF

      *> Moving/renaming an entity requires owning it; reparenting into
      *> another directory also requires owning that directory. Write
      *> granted by an access entry stands in for ownership on either.
               MOVE 0 TO PERM-DENIED
               IF OWNER(SRC-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(SRC-IND) = 0 THEN
                   MOVE 1 TO PERM-DENIED
               END-IF
               IF DEST-FOUND=1
                       AND OWNER(DEST-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(DEST-IND) = 0 THEN
                   MOVE 1 TO PERM-DENIED
               END-IF

               IF PERM-DENIED = 1 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   IF DEST-FOUND=1 THEN
      *> Reparent SRC-IND under the resolved destination directory
