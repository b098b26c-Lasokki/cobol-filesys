       01 WALK-MATCH-IND PIC 9(3).
       01 WALK-FOUND PIC 9(1).
       01 PURGE-TOTAL PIC 9(3) VALUE 0.
       01 HELD-TOTAL PIC 9(3) VALUE 0.

      * Report-line path building, FIND-style.
       01 PATH-STACK.
       LINKAGE SECTION.
       COPY FILESYSTEM.
       01 CMD-STATUS PIC 9(1).
       COPY ACCESSMAP.

       PROCEDURE DIVISION USING FILESYSTEM CMD-STATUS ACCESS-MAP.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO PURGE-TOTAL
           MOVE 0 TO HELD-TOTAL
           MOVE 0 TO POLICY-TOTAL

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

               DISPLAY "PURGED " PURGE-TOTAL
                   " ENTITIES - SEE SOSPURGE.RPT"
               IF HELD-TOTAL > 0 THEN
                   DISPLAY ERR-LEGAL-HOLD
                   DISPLAY "KEPT " HELD-TOTAL
                       " EXPIRED ENTITIES UNDER LEGAL HOLD"
               END-IF
           END-IF

           MOVE SPACES TO RPT-RECORD
               PURGE-TOTAL DELIMITED BY SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD
           IF HELD-TOTAL > 0 THEN
               MOVE SPACES TO RPT-RECORD
               STRING "KEPT UNDER LEGAL HOLD: " DELIMITED BY SIZE
                   HELD-TOTAL DELIMITED BY SIZE
                   INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           CLOSE RPT-FILE

           EXIT PROGRAM.
      *> shelters it. A date of zero (or one INTEGER-OF-DATE cannot
      *> digest) counts as ancient. Policy directories themselves
      *> are never marked; the policy prunes what is under them.
      *> An expired row under legal hold stays, reported as kept -
      *> and, left unmarked, it keeps every directory above it too.
       MARK-ONE-ROW.
           IF EID(J) NOT = 0 AND EPARENT(J) NOT = 0 THEN
               MOVE 0 TO PROTECTED-FLAG
                   UNTIL P > POLICY-TOTAL

               IF EXPIRED-FLAG = 1 AND PROTECTED-FLAG = 0 THEN
                   IF ACC-HOLD(J) = 1 THEN
                       PERFORM REPORT-HELD-ROW
                   ELSE
                       MOVE 1 TO PURGE-MARK(J)
                   END-IF
               END-IF
           END-IF.

               WRITE RPT-RECORD
           END-IF.

       REPORT-HELD-ROW.
           ADD 1 TO HELD-TOTAL
           PERFORM BUILD-ROW-PATH
           MOVE SPACES TO RPT-RECORD
           STRING "HELD - NOT PURGED: " DELIMITED BY SIZE
               FUNCTION TRIM(RPT-PATH) DELIMITED BY SIZE
               INTO RPT-RECORD
           WRITE RPT-RECORD.

      *> Walks EPARENT(J) to the root and strings the full path.
       BUILD-ROW-PATH.
           MOVE 0 TO PATH-DEPTH
