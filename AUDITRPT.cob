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
       01 FILES-READ PIC 9(3).
       01 MEMBERS-READ PIC 9(3).
       01 FILE-FOUND PIC 9(1).

      * Fixed-column view of one audit line - must stay in step with
      * AUDIT-LINE in sos.cob, which writes these columns.
           MOVE 0 TO READ-TOTAL
           MOVE 0 TO OPER-TAB-TOTAL
           MOVE 0 TO CMD-TAB-TOTAL
           MOVE 0 TO FILES-READ
           MOVE 0 TO MEMBERS-READ

      *> "audit" alone reports everything; "audit op JSMITH",
      *> "audit cmd rm", "audit eid 42" and
      *> "audit date 20260801 [20260822]" narrow it. The date form
      *> takes one day or an inclusive from/to pair, and reaches
      *> back into the archived members "rotate" closed out
      *> (SOSROTATE.DAT) wherever their dates overlap it; the other
      *> forms report the live log, the current period.
           MOVE FUNCTION TRIM(SEL-ARG1) TO FILTER-KIND
           EVALUATE FILTER-KIND
               WHEN SPACES
           IF CMD-STATUS = 1 THEN
               DISPLAY ERR-BAD-SYNTAX
           ELSE
               IF FILTER-KIND = "date" THEN
                   PERFORM REPORT-ARCHIVED-MEMBERS
               END-IF
               MOVE "SOSAUDIT.LOG" TO AUDITFN
               PERFORM REPORT-ONE-FILE
               IF FILES-READ = 0 THEN
                   DISPLAY "NO AUDIT LOG PRESENT"
               ELSE
                   PERFORM DISPLAY-SUMMARIES
               END-IF
           END-IF

           EXIT PROGRAM.

       REPORT-ARCHIVED-MEMBERS.
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               PERFORM REPORT-ONE-MEMBER
                   UNTIL REG-STATUS NOT = "00"
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF.

       REPORT-ONE-MEMBER.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-LOG = "AUDIT" AND RG-FROM NOT = SPACES
                       AND RG-FROM <= FILTER-DATE-HI
                       AND RG-TO >= FILTER-DATE-LO THEN
                   MOVE RG-MEMBER TO AUDITFN
                   PERFORM REPORT-ONE-FILE
                   IF FILE-FOUND = 1 THEN
                       ADD 1 TO MEMBERS-READ
                   ELSE
                       DISPLAY "ARCHIVE MEMBER "
                           FUNCTION TRIM(RG-MEMBER) " IS MISSING"
                   END-IF
               END-IF
           END-IF.

       REPORT-ONE-FILE.
           MOVE "AUDITFN" TO ENV-NAME-HOLD
           MOVE AUDITFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               ADD 1 TO FILES-READ
               PERFORM REPORT-ONE-LINE
                   UNTIL AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-FILE
           ELSE
               CLOSE AUDIT-FILE
           END-IF.

       REPORT-ONE-LINE.
           READ AUDIT-FILE INTO AUDIT-RECORD
           IF AUDIT-STATUS = "00" THEN
           DISPLAY " "
           DISPLAY "LINES READ: " READ-TOTAL
               "  MATCHED: " MATCH-TOTAL
           IF MEMBERS-READ > 0 THEN
               DISPLAY "ARCHIVED MEMBERS READ: " MEMBERS-READ
           END-IF

           IF MATCH-TOTAL > 0 THEN
               DISPLAY " "
