       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGERPT.

      *> "usage" tallies the live SOSACCT.DAT - the current period.
      *> "usage FROM [TO]" (YYYYMMDD, one day or an inclusive pair)
      *> tallies only that span, reading the archived members
      *> "rotate" closed out (SOSROTATE.DAT) whose dates overlap it
      *> ahead of the live file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The live file or an archived member - the name arrives
      *> through the environment.
           SELECT ACCT-FILE ASSIGN TO ACCTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCT-STATUS.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCT-RECORD PIC X(46).

       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

       WORKING-STORAGE SECTION.
       01 ACCT-STATUS PIC X(2) VALUE SPACES.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 ACCTFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).
       COPY ROTATION.

       01 RANGE-GIVEN PIC 9(1).
       01 RANGE-LO PIC X(8).
       01 RANGE-HI PIC X(8).
       01 FILES-READ PIC 9(3).
       01 MEMBERS-READ PIC 9(3).
       01 FILE-FOUND PIC 9(1).

      * Fixed-column view of one accounting record - must stay in
      * step with ACCT-LINE in sos.cob, which writes these columns.
           05 FILLER PIC X(2) VALUE SPACES.
           05 UL-FAIL PIC ZZZZZ9.

       COPY ERRORDEF.

       LINKAGE SECTION.
       01 SEL-ARG1 PIC A(32).
       01 SEL-ARG2 PIC X(32).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING SEL-ARG1 SEL-ARG2 CMD-STATUS.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO READ-TOTAL
           MOVE 0 TO OPER-TOTAL
           MOVE 0 TO CMD-TOTAL
           MOVE 0 TO DAY-TOTAL
           MOVE 0 TO FILES-READ
           MOVE 0 TO MEMBERS-READ

           MOVE 0 TO RANGE-GIVEN
           IF FUNCTION TRIM(SEL-ARG1) NOT = SPACES THEN
               MOVE 1 TO RANGE-GIVEN
               MOVE SEL-ARG1(1:8) TO RANGE-LO
               IF FUNCTION TRIM(SEL-ARG2) = SPACES THEN
                   MOVE RANGE-LO TO RANGE-HI
               ELSE
                   MOVE SEL-ARG2(1:8) TO RANGE-HI
               END-IF
               IF RANGE-LO IS NOT NUMERIC
                       OR RANGE-HI IS NOT NUMERIC
                       OR RANGE-LO > RANGE-HI THEN
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 1 THEN
               DISPLAY ERR-BAD-SYNTAX
           ELSE
               IF RANGE-GIVEN = 1 THEN
                   PERFORM TALLY-ARCHIVED-MEMBERS
               END-IF
               MOVE "SOSACCT.DAT" TO ACCTFN
               PERFORM TALLY-ONE-FILE
           END-IF

           IF CMD-STATUS = 0 AND FILES-READ = 0 THEN
               DISPLAY "NO ACCOUNTING DATA"
               MOVE 1 TO CMD-STATUS
           END-IF

           IF CMD-STATUS = 0 THEN
               DISPLAY "COMMAND USAGE REPORT - RECORDS: "
                   READ-TOTAL
               IF RANGE-GIVEN = 1 THEN
                   DISPLAY "DATES " RANGE-LO " TO " RANGE-HI
                       "  ARCHIVED MEMBERS READ: " MEMBERS-READ
               END-IF
               DISPLAY " "
               DISPLAY "BY OPERATOR        OK    FAIL"
               PERFORM SHOW-OPER-ROW

           EXIT PROGRAM.

      *> Members overlapping the range, in the order they were
      *> rotated - oldest first, so the days still tally in order.
       TALLY-ARCHIVED-MEMBERS.
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               PERFORM TALLY-ONE-MEMBER
                   UNTIL REG-STATUS NOT = "00"
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF.

       TALLY-ONE-MEMBER.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-LOG = "ACCT" AND RG-FROM NOT = SPACES
                       AND RG-FROM <= RANGE-HI
                       AND RG-TO >= RANGE-LO THEN
                   MOVE RG-MEMBER TO ACCTFN
                   PERFORM TALLY-ONE-FILE
                   IF FILE-FOUND = 1 THEN
                       ADD 1 TO MEMBERS-READ
                   ELSE
                       DISPLAY "ARCHIVE MEMBER "
                           FUNCTION TRIM(RG-MEMBER) " IS MISSING"
                   END-IF
               END-IF
           END-IF.

       TALLY-ONE-FILE.
           MOVE "ACCTFN" TO ENV-NAME-HOLD
           MOVE ACCTFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT ACCT-FILE
           IF ACCT-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               ADD 1 TO FILES-READ
               PERFORM TALLY-ONE-RECORD
                   UNTIL ACCT-STATUS NOT = "00"
               CLOSE ACCT-FILE
           ELSE
               CLOSE ACCT-FILE
           END-IF.

       TALLY-ONE-RECORD.
           READ ACCT-FILE INTO ACCT-RECORD
           IF ACCT-STATUS = "00" THEN
               MOVE ACCT-RECORD TO ACCT-IN-LINE
               IF RANGE-GIVEN = 0
                       OR (AC-DATE >= RANGE-LO
                       AND AC-DATE <= RANGE-HI) THEN
                   ADD 1 TO READ-TOTAL
                   PERFORM TALLY-OPERATOR
                   PERFORM TALLY-COMMAND
                   PERFORM TALLY-DAY
               END-IF
           END-IF.

       TALLY-OPERATOR.
