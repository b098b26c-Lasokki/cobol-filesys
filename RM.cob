
       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 TARGET-NAME PIC X(32).

       PROCEDURE DIVISION USING FILESYSTEM
               CURRENT-ID CURRENT-IND TARGET-NAME CMD-STATUS
               REMOVED-EID OPERATOR-ID TRASH-EID ACCESS-MAP.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO REMOVED-EID
                   OR FOUND-FLAG=1
           END-IF

      *> A legal hold outranks ownership and every entry: nothing
      *> under one, and nothing with one somewhere below it, leaves.
      *> Otherwise the owner removes; so does anyone an access
      *> entry grants delete on the target.
           IF FOUND-FLAG=1 THEN
               IF ACC-HOLD(TARGET-IND) > 0 THEN
                   DISPLAY ERR-LEGAL-HOLD
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF OWNER(TARGET-IND) NOT = OPERATOR-ID
                       AND ACC-DELETE(TARGET-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   MOVE EID(TARGET-IND) TO TARGET-EID
                   MOVE TARGET-EID TO REMOVED-EID
                   END-IF
                   SUBTRACT 1 FROM ESIZE(CURRENT-IND)
               END-IF
               END-IF
           ELSE
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
