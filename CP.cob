       COPY SEGMENTS.
       COPY TAGS.
       COPY QUOTADEF.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 NEW-ID PIC 9(3).
               ENTITY-TAGS
               CURRENT-ID CURRENT-IND NEW-ID NEW-IND
               SRC-NAME DEST-NAME CMD-STATUS OPERATOR-ID
               QUOTA-LIMITS ACCESS-MAP.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO TABLE-FULL
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
      *> A source the operator may not read may not be cloned; the
      *> destination takes the copy from its owner, or from anyone
      *> an access entry grants write on it.
               IF ACC-READ(SRC-IND) = 0
                       OR (OWNER(DEST-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(DEST-IND) = 0) THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   MOVE 0 TO QUEUE-HEAD
                   MOVE 0 TO QUEUE-TAIL
