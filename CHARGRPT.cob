      *>   SIZEDAY           0000001   per ESIZE unit per day
      *> Storage is billed as the operator's holdings at run time
      *> carried across the month's days - the capacity snapshots
      *> feed the trend report, not this invoice. A month "rotate"
      *> has already closed out is read back from the archived
      *> members (SOSROTATE.DAT) whose dates reach into it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The live file or an archived member, named through the
      *> environment like CHG-DATA-FILE below.
           SELECT ACCT-FILE ASSIGN TO ACCTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCT-STATUS.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT RATES-FILE ASSIGN TO "SOSRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-STATUS.
       FD  ACCT-FILE.
       01  ACCT-RECORD PIC X(46).

       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

       FD  RATES-FILE.
       01  RATES-RECORD PIC X(25).

       01  RPT-RECORD PIC X(80).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

      *> Image of FS-DATA-RECORD in sos.cob - must stay in step.
       FD  CHG-DATA-FILE.

       WORKING-STORAGE SECTION.
       01 ACCT-STATUS PIC X(2) VALUE SPACES.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 ACCTFN PIC X(40).
       COPY ROTATION.
       01 MONTH-LO PIC X(8).
       01 MONTH-HI PIC X(8).
       01 FILE-FOUND PIC 9(1).
       01 RATES-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.

       01 ENV-VALUE-HOLD PIC X(60).
       01 VOLCAT-IN-LINE.
           05 VCAT-NAME PIC X(8).
           05 FILLER PIC X(45).
       78 MAX-VOLCAT-COUNT VALUE 20.
       01 VOL-TABLE.
           05 VOL-NAME-ENT OCCURS MAX-VOLCAT-COUNT TIMES PIC X(8).
               END-EVALUATE
           END-IF.

      *> Archived members whose span reaches into the month, then
      *> the live file.
       TALLY-ACCOUNTING.
           MOVE TARGET-MONTH TO MONTH-LO
           MOVE "01" TO MONTH-LO(7:2)
           MOVE TARGET-MONTH TO MONTH-HI
           MOVE "31" TO MONTH-HI(7:2)
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               PERFORM TALLY-ONE-MEMBER
                   UNTIL REG-STATUS NOT = "00"
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF
           MOVE "SOSACCT.DAT" TO ACCTFN
           PERFORM TALLY-ONE-ACCT-FILE.

       TALLY-ONE-MEMBER.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-LOG = "ACCT" AND RG-FROM NOT = SPACES
                       AND RG-FROM <= MONTH-HI
                       AND RG-TO >= MONTH-LO THEN
                   MOVE RG-MEMBER TO ACCTFN
                   PERFORM TALLY-ONE-ACCT-FILE
                   IF FILE-FOUND = 0 THEN
                       DISPLAY "ARCHIVE MEMBER "
                           FUNCTION TRIM(RG-MEMBER) " IS MISSING"
                   END-IF
               END-IF
           END-IF.

       TALLY-ONE-ACCT-FILE.
           MOVE "ACCTFN" TO ENV-NAME-HOLD
           MOVE ACCTFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT ACCT-FILE
           IF ACCT-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               PERFORM TALLY-ONE-RECORD
                   UNTIL ACCT-STATUS NOT = "00"
               CLOSE ACCT-FILE
