       01 FILE-HIT PIC 9(1).
       01 SGX PIC 9(3).
       01 WITHHELD-COUNT PIC 9(4) VALUE 0.
       01 UNREADABLE-COUNT PIC 9(4) VALUE 0.

       01 HIT-DETAIL-LINE.
           05 FILLER PIC X(7) VALUE "  LINE ".
       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY SEGMENTS.
       COPY ACCESSMAP.
       01 SEARCH-TEXT PIC X(32).
       01 GREP-MODE PIC 9(1).
           88 GREP-EXACT VALUE 0.
       01 OPERATOR-ID PIC X(8).

       PROCEDURE DIVISION USING FILESYSTEM CONTENT-SEGMENTS
               SEARCH-TEXT GREP-MODE CMD-STATUS OPERATOR-ID
               ACCESS-MAP.

           MOVE 0 TO MATCH-COUNT.
           MOVE 0 TO WITHHELD-COUNT.
           MOVE 0 TO UNREADABLE-COUNT.
           MOVE 0 TO CMD-STATUS.

           IF GREP-NOCASE THEN
               DISPLAY "(" WITHHELD-COUNT " CLASSIFIED FILE(S) "
                   "NOT SEARCHED)"
           END-IF
           IF UNREADABLE-COUNT > 0 THEN
               DISPLAY "(" UNREADABLE-COUNT " FILE(S) WITHOUT READ "
                   "ACCESS NOT SEARCHED)"
           END-IF
           IF MATCH-COUNT = 0 THEN
               DISPLAY "NO MATCHES"
               MOVE 1 TO CMD-STATUS
                   ADD 1 TO WITHHELD-COUNT
                   MOVE 1 TO TRASH-SKIP
               END-IF
      *> Nor is one its access entries keep from this operator.
               IF TRASH-SKIP = 0 AND ACC-READ(I) = 0 THEN
                   ADD 1 TO UNREADABLE-COUNT
                   MOVE 1 TO TRASH-SKIP
               END-IF
               IF TRASH-SKIP = 0 THEN
               MOVE 0 TO FILE-HIT
               MOVE ECONTENT(I) TO SCAN-TEXT
