      *> before the columns existed verify as "legacy" and only
      *> count; the chain is proved from the first stamped record
      *> on.
      *>
      *> Once "rotate" has closed periods out, the log is the
      *> archived members listed in SOSROTATE.DAT, oldest first,
      *> followed by the live file, and the walk runs through them
      *> as one chain. Each fresh log opens with a rotation control
      *> record ("rotl") chained from the member before it and
      *> naming that member, so a member dropped, swapped or
      *> truncated shows up as a break at the boundary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The live log or an archived member - the name arrives
      *> through the environment.
           SELECT AUDIT-FILE ASSIGN TO AUDITFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(117).

       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS PIC X(2) VALUE SPACES.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 AUDITFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).
       COPY ROTATION.

      * Only the command, its first argument (a control record's
      * member name) and the trailing columns matter here - must
      * stay in step with AUDIT-LINE in sos.cob.
       01 AUDIT-IN-LINE.
           05 FILLER PIC X(31).
           05 A-CMD PIC X(4).
           05 FILLER PIC X(1).
           05 A-ARG1 PIC X(32).
           05 FILLER PIC X(38).
           05 A-SEQ PIC X(6).
           05 FILLER PIC X(1).
           05 A-CHAIN PIC X(4).
       01 CHAINED-TOTAL PIC 9(6) VALUE 0.
       01 BREAK-TOTAL PIC 9(6) VALUE 0.
       01 GAP-TOTAL PIC 9(6) VALUE 0.
       01 MISSING-TOTAL PIC 9(3) VALUE 0.
       01 MEMBER-TOTAL PIC 9(3) VALUE 0.
       01 FILES-READ PIC 9(3) VALUE 0.
       01 FILE-LINE PIC 9(6) VALUE 0.
       01 FILE-FOUND PIC 9(1).
       01 LAST-MEMBER PIC X(40).

       01 LINE-SEQ PIC 9(6).
       01 LINE-CHAIN PIC 9(4).
           MOVE 0 TO HAVE-PREV
           MOVE 0 TO EXPECT-CHAIN
           MOVE 0 TO HAVE-EXPECT
           MOVE 0 TO MISSING-TOTAL
           MOVE 0 TO MEMBER-TOTAL
           MOVE 0 TO FILES-READ
           MOVE SPACES TO LAST-MEMBER

           PERFORM VERIFY-ARCHIVED-MEMBERS
           MOVE "SOSAUDIT.LOG" TO AUDITFN
           PERFORM VERIFY-ONE-FILE
           IF FILE-FOUND = 0 AND MEMBER-TOTAL > 0 THEN
               DISPLAY "SOSAUDIT.LOG IS MISSING"
               ADD 1 TO MISSING-TOTAL
           END-IF

           IF FILES-READ = 0 AND MISSING-TOTAL = 0 THEN
               DISPLAY "NO AUDIT LOG PRESENT"
               MOVE 1 TO CMD-STATUS
           ELSE
               DISPLAY "AUDIT LOG VERIFICATION"
               IF MEMBER-TOTAL > 0 THEN
                   DISPLAY "  ARCHIVED MEMBERS: " MEMBER-TOTAL
               END-IF
               DISPLAY "  LINES READ:     " READ-TOTAL
               DISPLAY "  CHAINED:        " CHAINED-TOTAL
               DISPLAY "  LEGACY (UNCHAINED): " LEGACY-TOTAL
               DISPLAY "  CHAIN BREAKS:   " BREAK-TOTAL
               DISPLAY "  SEQUENCE GAPS:  " GAP-TOTAL
               IF MISSING-TOTAL > 0 THEN
                   DISPLAY "  MISSING FILES:  " MISSING-TOTAL
               END-IF
               IF BREAK-TOTAL = 0 AND GAP-TOTAL = 0
                       AND MISSING-TOTAL = 0 THEN
                   DISPLAY "AUDIT LOG VERIFIES CLEAN"
               ELSE
                   DISPLAY "AUDIT LOG SHOWS TAMPERING OR LOSS"

           EXIT PROGRAM.

       VERIFY-ARCHIVED-MEMBERS.
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               PERFORM VERIFY-ONE-MEMBER
                   UNTIL REG-STATUS NOT = "00"
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF.

      *> A member that has gone cannot be proved either way; the
      *> link across it is dropped so the loss is reported once,
      *> not again as a break in the next file.
       VERIFY-ONE-MEMBER.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-LOG = "AUDIT" THEN
                   ADD 1 TO MEMBER-TOTAL
                   MOVE RG-MEMBER TO AUDITFN
                   PERFORM VERIFY-ONE-FILE
                   IF FILE-FOUND = 0 THEN
                       DISPLAY "ARCHIVE MEMBER "
                           FUNCTION TRIM(RG-MEMBER) " IS MISSING"
                       ADD 1 TO MISSING-TOTAL
                       MOVE 0 TO HAVE-PREV
                       MOVE 0 TO HAVE-EXPECT
                   END-IF
                   MOVE RG-MEMBER TO LAST-MEMBER
               END-IF
           END-IF.

       VERIFY-ONE-FILE.
           MOVE "AUDITFN" TO ENV-NAME-HOLD
           MOVE AUDITFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-LINE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               ADD 1 TO FILES-READ
               PERFORM VERIFY-ONE-LINE
                   UNTIL AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-FILE
           ELSE
               CLOSE AUDIT-FILE
           END-IF.

       VERIFY-ONE-LINE.
           READ AUDIT-FILE INTO AUDIT-RECORD
           IF AUDIT-STATUS = "00" THEN
               ADD 1 TO READ-TOTAL
               ADD 1 TO FILE-LINE
               MOVE AUDIT-RECORD TO AUDIT-IN-LINE

               IF A-SEQ IS NUMERIC AND A-CHAIN IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(A-CHAIN) TO LINE-CHAIN
                   PERFORM JUDGE-SEQUENCE
                   PERFORM JUDGE-CHAIN
                   IF A-CMD = "rotl" THEN
                       PERFORM JUDGE-ROTATION-RECORD
                   END-IF
                   MOVE LINE-SEQ TO PREV-SEQ
                   MOVE 1 TO HAVE-PREV
                   PERFORM CHAIN-THIS-RECORD
       JUDGE-SEQUENCE.
           IF HAVE-PREV = 1 AND LINE-SEQ NOT = PREV-SEQ + 1 THEN
               ADD 1 TO GAP-TOTAL
               DISPLAY "SEQUENCE GAP AT LINE " FILE-LINE
                   " OF " FUNCTION TRIM(AUDITFN)
                   "  EXPECTED " PREV-SEQ " + 1  FOUND " LINE-SEQ
           END-IF.

       JUDGE-CHAIN.
           IF HAVE-EXPECT = 1 AND LINE-CHAIN NOT = EXPECT-CHAIN THEN
               ADD 1 TO BREAK-TOTAL
               DISPLAY "CHAIN BREAK AT LINE " FILE-LINE
                   " OF " FUNCTION TRIM(AUDITFN)
                   "  EXPECTED " EXPECT-CHAIN
                   "  FOUND " LINE-CHAIN
           END-IF.

      *> A control record must name the member walked just before
      *> it - otherwise the register and the logs disagree about
      *> what was closed out.
       JUDGE-ROTATION-RECORD.
           IF A-ARG1 NOT = LAST-MEMBER THEN
               ADD 1 TO BREAK-TOTAL
               DISPLAY "ROTATION RECORD AT LINE " FILE-LINE
                   " OF " FUNCTION TRIM(AUDITFN) " NAMES "
                   FUNCTION TRIM(A-ARG1)
               IF LAST-MEMBER = SPACES THEN
                   DISPLAY "  NO ARCHIVE MEMBER PRECEDES IT"
               ELSE
                   DISPLAY "  THE MEMBER BEFORE IT IS "
                       FUNCTION TRIM(LAST-MEMBER)
               END-IF
           END-IF.

       CHAIN-THIS-RECORD.
           MOVE 0 TO CHAIN-WORK
           PERFORM ADD-ONE-CHAIN-CHAR
