       COPY SEGMENTS.
       COPY VERSIONS.
       COPY QUOTADEF.
       COPY ACCESSMAP.
       01 CURRENT-ID PIC 9(3).
       01 CURRENT-IND PIC 9(3).
       01 TARGET-NAME PIC X(32).
               VERSION-HISTORY
               CURRENT-ID CURRENT-IND TARGET-NAME NEW-CONTENT
               WRITE-MODE
               CMD-STATUS WRITTEN-EID OPERATOR-ID QUOTA-LIMITS
               ACCESS-MAP.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO WRITTEN-EID
                   DISPLAY ERR-NOT-A-FILE
                   MOVE 1 TO CMD-STATUS
               ELSE
      *> A file under legal hold keeps its body as it stands - no
      *> replace, no append, whoever asks.
               IF ACC-HOLD(TARGET-IND) = 1 THEN
                   DISPLAY ERR-LEGAL-HOLD
                   MOVE 1 TO CMD-STATUS
               ELSE
      *> The owner writes, or anyone an access entry grants write.
                   IF OWNER(TARGET-IND) NOT = OPERATOR-ID
                           AND ACC-WRITE(TARGET-IND) = 0 THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
                       PERFORM STORE-CONTENT
                   END-IF
               END-IF
               END-IF
           END-IF

           EXIT PROGRAM.
