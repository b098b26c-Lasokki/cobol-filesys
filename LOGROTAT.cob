       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGROTAT.

      *> Supervisor housekeeping for the logs that only ever grow.
      *> "rotate" closes each one out into a dated archive member
      *> - SOSAUDIT.LOG to SOSAUDIT-yyyymmdd.LOG, SOSACCT.DAT to
      *> SOSACCT-yyyymmdd.DAT, SOSSCHED.LOG to SOSSCHED-yyyymmdd.LOG,
      *> SOSSEC.LOG to SOSSEC-yyyymmdd.LOG - and starts the live
      *> file afresh; run on the first day of a period (a monthly
      *> scheduled job) it leaves one member per period. Every
      *> member is entered in SOSROTATE.DAT with the span of dates
      *> it holds, which is how AUDITCHK and the date-range reports
      *> find it again.
      *>
      *> The fresh audit log opens with a rotation control record
      *> (command "rotl", the member's name in ARG1) sequenced and
      *> chained from the member's last record exactly as
      *> WRITE-AUDIT-LOG would have done, so the chain AUDITCHK
      *> proves runs unbroken from the member into the new log -
      *> and the shell's tail re-read before each append now only
      *> covers the current period.
      *>
      *> The journal archives (SOSJRNLA[-vol].DAT) are split rather
      *> than emptied: an entry that a retained backup generation
      *> could still replay for "recover" stays in the live archive
      *> (ROTJ-LIST in JRNLROT.cpy carries the cut-off per volume),
      *> and only older entries move to SOSJRNLA[-vol]-yyyymmdd.DAT.
      *> A log already rotated today is left alone, as its member
      *> name is taken.
      *>
      *> "rotate list" (ROT-MODE L) shows the register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
      *> The live log being closed out and its archive member - the
      *> names arrive through the environment, the same
      *> ASSIGN-to-data-item pattern the shell's volume files use.
           SELECT LOG-FILE ASSIGN TO ROTLFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT MEMBER-FILE ASSIGN TO ROTMFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEMBER-STATUS.
      *> Journal entries still needed by "recover", held here while
      *> the archive is split.
           SELECT KEEP-FILE ASSIGN TO "SOSROT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

      *> Wide enough for the widest log (a journal entry); the
      *> shorter logs' lines come and go without trailing spaces.
       FD  LOG-FILE.
       01  LOG-RECORD PIC X(214).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD PIC X(214).

       FD  KEEP-FILE.
       01  KEEP-RECORD PIC X(214).

       WORKING-STORAGE SECTION.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 LOG-STATUS PIC X(2) VALUE SPACES.
       01 MEMBER-STATUS PIC X(2) VALUE SPACES.
       01 KEEP-STATUS PIC X(2) VALUE SPACES.
       01 ROTLFN PIC X(40).
       01 ROTMFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).

       COPY ROTATION.

       01 ROT-TODAY PIC 9(8).
       01 ROT-NOW PIC 9(8).
       01 ROT-LOG-CODE PIC X(8).
       01 ROT-VOL PIC X(8).
       01 ROT-FN-LEN PIC 9(2).
       01 ROT-ALREADY PIC 9(1).
       01 MEMBER-OPEN PIC 9(1).
       01 ROT-MOVED PIC 9(6).
       01 ROT-KEPT PIC 9(6).
       01 ROT-FROM PIC X(8).
       01 ROT-TO PIC X(8).
       01 ROT-REC-DATE PIC X(8).
       01 ROT-STAMP-WORK PIC 9(14).
       01 ROT-MEMBERS PIC 9(3) VALUE 0.
       01 ROT-SHOWN PIC 9(3) VALUE 0.
       01 RJX PIC 9(2).

      * The rotation control record - must stay in step with
      * AUDIT-LINE in sos.cob, whose columns AUDITCHK and AUDITRPT
      * read back.
       01 ROT-CTL-LINE.
           05 CL-STAMP PIC X(21).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-CMD PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-ARG1 PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-ARG2 PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-EID PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-CHAIN PIC 9(4).

      * The chain carried across the boundary: the member's last
      * record, the sequence it ends on, and the link function -
      * position-weighted character sum over the full 117 bytes,
      * modulo 10000, as WRITE-AUDIT-LOG and AUDITCHK compute it.
       01 ROT-LAST-REC PIC X(117).
       01 ROT-LAST-SEQ PIC X(6).
       01 CTL-SEQ PIC 9(6).
       01 CHAIN-WORK PIC 9(6).
       01 CKS-K PIC 9(3).
       01 ROT-COUNT-PIC PIC 9(6).

       01 LIST-LINE.
           05 LL-LOG PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-FROM PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-TO PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-MEMBER PIC X(30).

       LINKAGE SECTION.
       01 ROT-MODE PIC X(1).
       01 OPERATOR-ID PIC X(8).
       COPY JRNLROT.
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING ROT-MODE OPERATOR-ID ROTJ-LIST
               CMD-STATUS.

      *> Working storage survives between CALLs - the run's totals
      *> start from nothing every time.
           MOVE 0 TO CMD-STATUS
           MOVE 0 TO ROT-MEMBERS
           MOVE 0 TO ROT-SHOWN

           IF ROT-MODE = "L" THEN
               PERFORM LIST-ROTATIONS
           ELSE
               ACCEPT ROT-TODAY FROM DATE YYYYMMDD

               MOVE "AUDIT" TO ROT-LOG-CODE
               MOVE SPACES TO ROT-VOL
               MOVE "SOSAUDIT.LOG" TO ROTLFN
               PERFORM ROTATE-ONE-LOG

               MOVE "ACCT" TO ROT-LOG-CODE
               MOVE "SOSACCT.DAT" TO ROTLFN
               PERFORM ROTATE-ONE-LOG

               MOVE "SCHED" TO ROT-LOG-CODE
               MOVE "SOSSCHED.LOG" TO ROTLFN
               PERFORM ROTATE-ONE-LOG

               MOVE "SEC" TO ROT-LOG-CODE
               MOVE "SOSSEC.LOG" TO ROTLFN
               PERFORM ROTATE-ONE-LOG

               PERFORM ROTATE-ONE-JOURNAL
                   VARYING RJX FROM 1 BY 1
                   UNTIL RJX > ROTJ-TOTAL

               IF ROT-MEMBERS = 0 THEN
                   DISPLAY "NOTHING ROTATED"
               ELSE
                   DISPLAY "ROTATION COMPLETE - " ROT-MEMBERS
                       " ARCHIVE MEMBER(S) WRITTEN"
               END-IF
           END-IF

           EXIT PROGRAM.

      *> A whole-file close-out: every record moves to the member
      *> and the live log starts empty - or, for the audit log,
      *> with the control record that carries the chain on.
       ROTATE-ONE-LOG.
           PERFORM SET-MEMBER-NAME
           PERFORM CHECK-ALREADY-ROTATED
           IF ROT-ALREADY = 1 THEN
               DISPLAY FUNCTION TRIM(ROTLFN)
                   ": ALREADY ROTATED TODAY"
           ELSE
               PERFORM PUBLISH-ROTATION-FILES
               MOVE 0 TO ROT-MOVED
               MOVE 0 TO ROT-KEPT
               MOVE 0 TO MEMBER-OPEN
               MOVE SPACES TO ROT-FROM
               MOVE SPACES TO ROT-TO
               MOVE SPACES TO ROT-LAST-REC

               OPEN INPUT LOG-FILE
               IF LOG-STATUS = "00" THEN
                   PERFORM COPY-ONE-LOG-RECORD
                       UNTIL LOG-STATUS NOT = "00"
                   CLOSE LOG-FILE
               ELSE
                   CLOSE LOG-FILE
               END-IF
               IF MEMBER-OPEN = 1 THEN
                   CLOSE MEMBER-FILE
               END-IF

               IF ROT-MOVED = 0 THEN
                   DISPLAY FUNCTION TRIM(ROTLFN)
                       ": EMPTY - NOT ROTATED"
               ELSE
                   OPEN OUTPUT LOG-FILE
                   IF ROT-LOG-CODE = "AUDIT" THEN
                       PERFORM WRITE-ROTATION-CONTROL
                   END-IF
                   CLOSE LOG-FILE
                   PERFORM REGISTER-MEMBER
                   DISPLAY FUNCTION TRIM(ROTLFN) ": " ROT-MOVED
                       " RECORDS TO " FUNCTION TRIM(ROTMFN)
               END-IF
           END-IF.

       COPY-ONE-LOG-RECORD.
           READ LOG-FILE
           IF LOG-STATUS = "00" THEN
               PERFORM WRITE-MEMBER-RECORD
               MOVE LOG-RECORD(1:117) TO ROT-LAST-REC
           END-IF.

      *> The member is only created once there is something to put
      *> in it, so an empty log leaves no empty member behind.
       WRITE-MEMBER-RECORD.
           IF MEMBER-OPEN = 0 THEN
               OPEN OUTPUT MEMBER-FILE
               MOVE 1 TO MEMBER-OPEN
           END-IF
           MOVE LOG-RECORD TO MEMBER-RECORD
           WRITE MEMBER-RECORD
           ADD 1 TO ROT-MOVED
           MOVE LOG-RECORD(1:8) TO ROT-REC-DATE
           IF ROT-REC-DATE IS NUMERIC THEN
               IF ROT-FROM = SPACES THEN
                   MOVE ROT-REC-DATE TO ROT-FROM
               END-IF
               MOVE ROT-REC-DATE TO ROT-TO
           END-IF.

      *> Sequence and chain follow on from the member's last record
      *> the way SYNC-AUDIT-CHAIN picks them up from a log's tail:
      *> the record's own sequence number (the line count for a log
      *> from before sequencing), plus one.
       WRITE-ROTATION-CONTROL.
           MOVE ROT-MOVED TO CTL-SEQ
           MOVE ROT-LAST-REC(107:6) TO ROT-LAST-SEQ
           IF ROT-LAST-SEQ IS NUMERIC THEN
               MOVE FUNCTION NUMVAL(ROT-LAST-SEQ) TO CTL-SEQ
           END-IF
           ADD 1 TO CTL-SEQ
           PERFORM CHAIN-LAST-RECORD

           ACCEPT ROT-NOW FROM TIME
           MOVE SPACES TO CL-STAMP
           STRING ROT-TODAY DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               ROT-NOW DELIMITED BY SIZE
               INTO CL-STAMP
           MOVE OPERATOR-ID TO CL-OPER
           MOVE "rotl" TO CL-CMD
           MOVE ROTMFN TO CL-ARG1
           MOVE ROT-MOVED TO ROT-COUNT-PIC
           MOVE SPACES TO CL-ARG2
           STRING ROT-COUNT-PIC DELIMITED BY SIZE,
               " LINES " DELIMITED BY SIZE,
               ROT-FROM DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               ROT-TO DELIMITED BY SIZE
               INTO CL-ARG2
           MOVE 0 TO CL-EID
           MOVE CTL-SEQ TO CL-SEQ
           MOVE ROT-CTL-LINE TO LOG-RECORD
           WRITE LOG-RECORD.

       CHAIN-LAST-RECORD.
           MOVE 0 TO CHAIN-WORK
           PERFORM ADD-ONE-CHAIN-CHAR
               VARYING CKS-K FROM 1 BY 1
               UNTIL CKS-K > 117
           MOVE CHAIN-WORK TO CL-CHAIN.

       ADD-ONE-CHAIN-CHAR.
           COMPUTE CHAIN-WORK = FUNCTION MOD(
               CHAIN-WORK
               + FUNCTION ORD(ROT-LAST-REC(CKS-K:1))
               * CKS-K, 10000).

      *> A journal archive is split by stamp: entries a retained
      *> backup generation may still replay stay behind, the rest
      *> move to the member. The kept ones go through SOSROT.TMP and
      *> back, and the archive is only rewritten once the member
      *> holds everything that left it.
       ROTATE-ONE-JOURNAL.
           MOVE "JRNLA" TO ROT-LOG-CODE
           MOVE RJ-VOL(RJX) TO ROT-VOL
           MOVE RJ-FN(RJX) TO ROTLFN
           IF RJ-STATE(RJX) = "B" THEN
               DISPLAY FUNCTION TRIM(ROTLFN) ": VOLUME "
                   FUNCTION TRIM(ROT-VOL) " IN USE - NOT ROTATED"
           ELSE
               PERFORM SET-MEMBER-NAME
               PERFORM CHECK-ALREADY-ROTATED
               IF ROT-ALREADY = 1 THEN
                   DISPLAY FUNCTION TRIM(ROTLFN)
                       ": ALREADY ROTATED TODAY"
               ELSE
                   PERFORM SPLIT-JOURNAL-ARCHIVE
               END-IF
           END-IF.

       SPLIT-JOURNAL-ARCHIVE.
           PERFORM PUBLISH-ROTATION-FILES
           MOVE 0 TO ROT-MOVED
           MOVE 0 TO ROT-KEPT
           MOVE 0 TO MEMBER-OPEN
           MOVE SPACES TO ROT-FROM
           MOVE SPACES TO ROT-TO

           OPEN INPUT LOG-FILE
           IF LOG-STATUS = "00" THEN
               OPEN OUTPUT KEEP-FILE
               PERFORM SPLIT-ONE-JOURNAL-ENTRY
                   UNTIL LOG-STATUS NOT = "00"
               CLOSE KEEP-FILE
               CLOSE LOG-FILE
           ELSE
               CLOSE LOG-FILE
           END-IF
           IF MEMBER-OPEN = 1 THEN
               CLOSE MEMBER-FILE
           END-IF

           EVALUATE TRUE
               WHEN ROT-MOVED = 0 AND ROT-KEPT = 0
                   DISPLAY FUNCTION TRIM(ROTLFN)
                       ": EMPTY - NOT ROTATED"
               WHEN ROT-MOVED = 0
                   DISPLAY FUNCTION TRIM(ROTLFN) ": ALL " ROT-KEPT
                       " ENTRIES STILL NEEDED FOR RECOVER"
                       " - NOT ROTATED"
               WHEN OTHER
                   OPEN INPUT KEEP-FILE
                   OPEN OUTPUT LOG-FILE
                   PERFORM RESTORE-ONE-KEPT-ENTRY
                       UNTIL KEEP-STATUS NOT = "00"
                   CLOSE LOG-FILE
                   CLOSE KEEP-FILE
                   PERFORM REGISTER-MEMBER
                   DISPLAY FUNCTION TRIM(ROTLFN) ": " ROT-MOVED
                       " ENTRIES TO " FUNCTION TRIM(ROTMFN)
                       ", " ROT-KEPT " KEPT FOR RECOVER"
           END-EVALUATE.

      *> An entry from before journal stamps reads as stamp 0 - no
      *> generation replays it, the way DRAIN-ARCHIVE-FOR-RECOVER
      *> passes it over.
       SPLIT-ONE-JOURNAL-ENTRY.
           READ LOG-FILE
           IF LOG-STATUS = "00" THEN
               IF LOG-RECORD(1:14) IS NUMERIC THEN
                   MOVE LOG-RECORD(1:14) TO ROT-STAMP-WORK
               ELSE
                   MOVE 0 TO ROT-STAMP-WORK
               END-IF
               IF ROT-STAMP-WORK > RJ-KEEP-AFTER(RJX) THEN
                   MOVE LOG-RECORD TO KEEP-RECORD
                   WRITE KEEP-RECORD
                   ADD 1 TO ROT-KEPT
               ELSE
                   PERFORM WRITE-MEMBER-RECORD
               END-IF
           END-IF.

       RESTORE-ONE-KEPT-ENTRY.
           READ KEEP-FILE
           IF KEEP-STATUS = "00" THEN
               MOVE KEEP-RECORD TO LOG-RECORD
               WRITE LOG-RECORD
           END-IF.

      *> The member takes the live file's name with the day of the
      *> rotation ahead of its extension: SOSACCT.DAT closes out to
      *> SOSACCT-yyyymmdd.DAT.
       SET-MEMBER-NAME.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ROTLFN))
               TO ROT-FN-LEN
           MOVE SPACES TO ROTMFN
           STRING ROTLFN(1:ROT-FN-LEN - 4) DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               ROT-TODAY DELIMITED BY SIZE,
               ROTLFN(ROT-FN-LEN - 3:4) DELIMITED BY SIZE
               INTO ROTMFN.

       PUBLISH-ROTATION-FILES.
           MOVE "ROTLFN" TO ENV-NAME-HOLD
           MOVE ROTLFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE

           MOVE "ROTMFN" TO ENV-NAME-HOLD
           MOVE ROTMFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

       CHECK-ALREADY-ROTATED.
           MOVE 0 TO ROT-ALREADY
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               PERFORM CHECK-ONE-REGISTER-ROW
                   UNTIL REG-STATUS NOT = "00" OR ROT-ALREADY = 1
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF.

       CHECK-ONE-REGISTER-ROW.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-MEMBER = ROTMFN THEN
                   MOVE 1 TO ROT-ALREADY
               END-IF
           END-IF.

       REGISTER-MEMBER.
           MOVE ROT-LOG-CODE TO RG-LOG
           MOVE ROT-VOL TO RG-VOL
           MOVE ROT-TODAY TO RG-DATE
           MOVE ROT-FROM TO RG-FROM
           MOVE ROT-TO TO RG-TO
           MOVE ROT-MOVED TO RG-COUNT
           MOVE ROTMFN TO RG-MEMBER
           MOVE OPERATOR-ID TO RG-OPER

           OPEN EXTEND REG-FILE
           IF REG-STATUS NOT = "00" THEN
               OPEN OUTPUT REG-FILE
           END-IF
           MOVE ROTREG-LINE TO REG-RECORD
           WRITE REG-RECORD
           CLOSE REG-FILE
           ADD 1 TO ROT-MEMBERS.

       LIST-ROTATIONS.
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               DISPLAY "LOG      VOLUME   ROTATED  FROM     TO"
                   "       RECORDS  MEMBER"
               PERFORM LIST-ONE-REGISTER-ROW
                   UNTIL REG-STATUS NOT = "00"
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF
           IF ROT-SHOWN = 0 THEN
               DISPLAY "NO LOGS HAVE BEEN ROTATED"
           END-IF.

       LIST-ONE-REGISTER-ROW.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               ADD 1 TO ROT-SHOWN
               MOVE RG-LOG TO LL-LOG
               MOVE RG-VOL TO LL-VOL
               MOVE RG-DATE TO LL-DATE
               MOVE RG-FROM TO LL-FROM
               MOVE RG-TO TO LL-TO
               MOVE RG-COUNT TO LL-COUNT
               MOVE RG-MEMBER TO LL-MEMBER
               DISPLAY LIST-LINE
           END-IF.
