       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY QUOTADEF.
       COPY ACCESSMAP.
       01 NEW-TYPE PIC 9(1).
           88 NEW-FILE VALUE 0.
           88 NEW-DIR VALUE 1.
               TARGET-ID TARGET-IND
               NEW-ID NEW-IND
               NEW-NAME NEW-SIZE CMD-STATUS
               OPERATOR-ID MD-P-MODE QUOTA-LIMITS ACCESS-MAP.

           MOVE 0 TO NAMECONFLICT.
           MOVE 0 TO FOUND.
               END-IF
           END-IF

      *> Only the owner of the resolved parent directory, or someone
      *> an access entry grants write on it, may create an entry
      *> inside it.
           MOVE 0 TO PERM-DENIED
           IF PATH-FAILED = 0 THEN
               IF OWNER(WORK-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(WORK-IND) = 0 THEN
                   MOVE 1 TO PERM-DENIED
               END-IF
           END-IF
           END-IF

           IF PATH-FAILED = 1 THEN
               MOVE 1 TO CMD-STATUS
               IF PATH-TOO-DEEP = 1 THEN
                   DISPLAY ERR-BAD-SYNTAX
               ELSE
                   IF WALK-PERM-FAILED = 1 THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
                       IF WALK-QUOTA-FAILED = 1 THEN
                           DISPLAY ERR-QUOTA-EXCEEDED
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF PERM-DENIED = 1 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   IF TABLE-FULL = 1 THEN
                       DISPLAY ERR-FS-FULL
      *> caller's NEW-IND, since several of these may be needed in one
      *> call (see the NEW-IND re-resolution note in the main path).
      *> Auto-creating under WORK-IND is itself a creation, so it
      *> carries the same "must own (or hold write on) the directory
      *> you create into" rule as any other entry - checked here, per
      *> directory, since a deep "-p" chain can cross several, and
      *> only the resolved final parent is re-checked (redundantly)
      *> by the caller below.
       AUTO-CREATE-DIR.
           PERFORM CHECK-CREATE-QUOTA
           IF OWNER(WORK-IND) NOT = OPERATOR-ID
                   AND ACC-WRITE(WORK-IND) = 0 THEN
               MOVE 1 TO WALK-PERM-FAILED
           ELSE
           IF QUOTA-DENIED = 1 THEN
