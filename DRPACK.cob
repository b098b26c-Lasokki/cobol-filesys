       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRPACK.

      *> Disaster recovery bundle ("drpack"). Packs the whole set of
      *> files a rebuilt site needs into one dated bundle,
      *> SOSDR-yyyymmddhhmm.DAT (layouts in DRBUNDLE.cpy), that
      *> DRBUILD can unpack and check on another machine. The set:
      *> the site-wide registers (volume catalog, passwords,
      *> profiles, quotas, job stream and calendar, spool catalog,
      *> groups, legal holds, notification rules, record layouts,
      *> trigger history, message of the day and the help text);
      *> every enrolled operator's alias file; every scheduled job's
      *> script; every spooled report the catalog lists; and for
      *> every cataloged volume its version index and its latest
      *> backup generation (counter, control and data). A volume's
      *> live files are not taken - the generation is the last
      *> consistent image, and "backup" before "drpack" makes it
      *> current. Each member carries its record count and hash
      *> total in the manifest. The passwords, catalog, job scripts
      *> and generations are required - one missing at source is
      *> marked so in the manifest and named in the run's listing,
      *> SOSDRPK.RPT, so a bundle that could not rebuild the site
      *> says so from the start. The other registers are optional,
      *> a site that never used one simply has no file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUNDLE-FILE ASSIGN TO DRBNDFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUNDLE-STATUS.
           SELECT VOLCAT-FILE ASSIGN TO "SOSVOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLCAT-STATUS.
           SELECT PASS-FILE ASSIGN TO "SOSPASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASS-STATUS.
           SELECT SCHED-FILE ASSIGN TO "SOSSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "SOSSPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.
      *> One member at a time - a text file, or one of a volume's
      *> backup generation files, read as the shell writes them.
      *> Names arrive through the environment, the shell's
      *> ASSIGN-to-data-item pattern, under names of their own.
           SELECT TEXT-FILE ASSIGN TO DRTXTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-STATUS.
           SELECT GEN-FILE ASSIGN TO DRGENFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT CTL-FILE ASSIGN TO DRCTLFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT DAT-FILE ASSIGN TO DRDATFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DAT-STATUS.
           SELECT RPT-FILE ASSIGN TO "SOSDRPK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUNDLE-FILE.
       01  BUNDLE-RECORD PIC X(220).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

       FD  PASS-FILE.
       01  PASS-RECORD PIC X(29).

       FD  SCHED-FILE.
       01  SCHED-RECORD PIC X(203).

       FD  SPOOL-FILE.
       01  SPOOL-RECORD PIC X(83).

      *> Wide enough for the widest text file in the set (the job
      *> stream's entries); shorter lines come in space-filled.
       FD  TEXT-FILE.
       01  TEXT-RECORD PIC X(210).

      *> Images of BK-GEN-RECORD, BK-CTL-RECORD and BK-DATA-RECORD
      *> in sos.cob - must stay as wide.
       FD  GEN-FILE.
       01  GEN-RECORD PIC X(4).

       FD  CTL-FILE.
       01  CTL-RECORD.
           05 CTL-EID-COUNTER PIC 9(3).
           05 CTL-STAMP PIC 9(14).

       FD  DAT-FILE.
       01  DAT-RECORD PIC X(147).

       FD  RPT-FILE.
       01  RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 BUNDLE-STATUS PIC X(2) VALUE SPACES.
       01 VOLCAT-STATUS PIC X(2) VALUE SPACES.
       01 PASS-STATUS PIC X(2) VALUE SPACES.
       01 SCHED-STATUS PIC X(2) VALUE SPACES.
       01 SPOOL-STATUS PIC X(2) VALUE SPACES.
       01 TEXT-STATUS PIC X(2) VALUE SPACES.
       01 GEN-STATUS PIC X(2) VALUE SPACES.
       01 CTL-STATUS PIC X(2) VALUE SPACES.
       01 DAT-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 DRBNDFN PIC X(40).
       01 DRTXTFN PIC X(40).
       01 DRGENFN PIC X(40).
       01 DRCTLFN PIC X(40).
       01 DRDATFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).
       COPY DRBUNDLE.

      * The site-wide registers, in the order they are packed, each
      * marked R where the site cannot run without it.
       01 SITE-FILE-LIST.
           05 FILLER PIC X(17) VALUE "SOSVOLCAT.DAT   R".
           05 FILLER PIC X(17) VALUE "SOSPASS.DAT     R".
           05 FILLER PIC X(17) VALUE "SOSPROF.DAT     O".
           05 FILLER PIC X(17) VALUE "SOSQUOTA.DAT    O".
           05 FILLER PIC X(17) VALUE "SOSSCHED.DAT    O".
           05 FILLER PIC X(17) VALUE "SOSCAL.DAT      O".
           05 FILLER PIC X(17) VALUE "SOSSPOOL.DAT    O".
           05 FILLER PIC X(17) VALUE "SOSGROUP.DAT    O".
           05 FILLER PIC X(17) VALUE "SOSHOLD.DAT     O".
           05 FILLER PIC X(17) VALUE "SOSNOTIFY.DAT   O".
           05 FILLER PIC X(17) VALUE "SOSLAYOUT.DAT   O".
           05 FILLER PIC X(17) VALUE "SOSLAYAT.DAT    O".
           05 FILLER PIC X(17) VALUE "SOSGDG.DAT      O".
           05 FILLER PIC X(17) VALUE "SOSTRIG.DAT     O".
           05 FILLER PIC X(17) VALUE "SOSMOTD.DAT     O".
           05 FILLER PIC X(17) VALUE "SOSHELP.DAT     O".
       01 SITE-FILE-TABLE REDEFINES SITE-FILE-LIST.
           05 SITE-FILE OCCURS 16 TIMES.
               10 SF-NAME PIC X(16).
               10 SF-NEED PIC X(1).
       78 SITE-FILE-COUNT VALUE 16.
       01 SX PIC 9(2).

      * Fixed-column views of the registers the rest of the set is
      * found from - each must stay in step with its layout in
      * sos.cob (VOLCAT-IN-LINE, PASS-IN-LINE, SCHED-IN-LINE,
      * SPOOL-IN-LINE).
       01 VOLCAT-IN-LINE.
           05 VCAT-NAME PIC X(8).
           05 FILLER PIC X(45).
       01 PASS-IN-LINE.
           05 PW-OPER PIC X(8).
           05 FILLER PIC X(21).
       01 SCHED-IN-LINE.
           05 SC-JOB PIC X(8).
           05 FILLER PIC X(1).
           05 SC-SCRIPT PIC X(40).
           05 FILLER PIC X(154).
       01 SPOOL-IN-LINE.
           05 SP-NUM PIC 9(4).
           05 FILLER PIC X(38).
           05 SP-FILE PIC X(40).
           05 FILLER PIC X(1).

      * The members, in the order they are packed. Sized for the
      * site registers, 30 operators' aliases, 20 jobs, 30 spool
      * entries and four files for each of 20 volumes, with room.
       78 MAX-MEMBER-COUNT VALUE 300.
       01 MEMBER-TABLE.
           05 MEMBER-ROW OCCURS MAX-MEMBER-COUNT TIMES.
               10 MB-NAME PIC X(40).
               10 MB-KIND PIC X(1).
               10 MB-VOL PIC X(8).
               10 MB-NEED PIC X(1).
               10 MB-STATE PIC X(1).
               10 MB-RECLEN PIC 9(3).
               10 MB-COUNT PIC 9(6).
               10 MB-TOTAL PIC 9(15).
               10 MB-NOTE PIC X(30).
       01 MEMBER-TOTAL PIC 9(3) VALUE 0.
       01 MX PIC 9(3).
       01 MEMBER-HIT PIC 9(3).
       01 MEMBERS-DROPPED PIC 9(3) VALUE 0.
       01 NEW-NAME PIC X(40).
       01 NEW-KIND PIC X(1).
       01 NEW-VOL PIC X(8).
       01 NEW-NEED PIC X(1).

       01 VOL-COUNT PIC 9(3) VALUE 0.
       01 VOL-NAME PIC X(8).
       01 GEN-NUM PIC 9(4).
       01 GEN-PIC PIC 9(4).
       01 GEN-NUM-X PIC X(4).

      * One member's read: MEMBER-EOF once its last record is in,
      * HASH-BUF holding the record just read, HASH-LEN its width.
       01 MEMBER-OPEN PIC 9(1).
       01 MEMBER-EOF PIC 9(1).
       01 HASH-BUF PIC X(210).
       01 HASH-LEN PIC 9(3).
       01 HASH-K PIC 9(3).
       01 REC-HASH PIC 9(9).
       01 DATA-ROWS PIC 9(7) VALUE 0.
       01 GRAND-TOTAL PIC 9(15) VALUE 0.

       01 PACKED-COUNT PIC 9(3) VALUE 0.
       01 ABSENT-COUNT PIC 9(3) VALUE 0.
       01 MISSING-COUNT PIC 9(3) VALUE 0.
       01 NOW-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).

       78 PAGE-LINES VALUE 60.
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 PAGE-NO PIC 9(3) VALUE 0.

       01 HEAD-LINE.
           05 FILLER PIC X(35) VALUE
               "SOS DISASTER RECOVERY BUNDLE      ".
           05 HL-BUNDLE PIC X(40).
           05 FILLER PIC X(5) VALUE " BY ".
           05 HL-OPER PIC X(8).
           05 FILLER PIC X(8) VALUE SPACES.
           05 HL-DATE PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE ".
           05 HL-PAGE PIC ZZ9.
           05 FILLER PIC X(18) VALUE SPACES.

       01 COL-LINE.
           05 FILLER PIC X(50) VALUE
               "  NO  MEMBER                                    KI".
           05 FILLER PIC X(50) VALUE
               "ND  VOLUME    NEED  STATE     RECORDS  CONTROL TOT".
           05 FILLER PIC X(32) VALUE "AL      NOTE".

       01 MEMBER-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-NUM PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-KIND PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-VOL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-NEED PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-STATE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-TOTAL PIC Z(14)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-NOTE PIC X(28).

       01 TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-TEXT PIC X(40).
           05 TT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(83) VALUE SPACES.

       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 RPT-HOLD-LINE PIC X(132).

       LINKAGE SECTION.
       01 OPERATOR-ID PIC X(8).
      *> returned: the bundle's file name
       01 DR-BUNDLE-NAME PIC X(40).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING OPERATOR-ID DR-BUNDLE-NAME CMD-STATUS.

      *> Working storage survives between CALLs - the run's tables
      *> and totals start from nothing every time.
           MOVE 0 TO CMD-STATUS
           MOVE 0 TO MEMBER-TOTAL
           MOVE 0 TO MEMBERS-DROPPED
           MOVE 0 TO VOL-COUNT
           MOVE 0 TO DATA-ROWS
           MOVE 0 TO GRAND-TOTAL
           MOVE 0 TO PACKED-COUNT
           MOVE 0 TO ABSENT-COUNT
           MOVE 0 TO MISSING-COUNT
           MOVE 99 TO LINE-COUNT
           MOVE 0 TO PAGE-NO

           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE SPACES TO DR-BUNDLE-NAME
           STRING "SOSDR-" DELIMITED BY SIZE,
               NOW-DATE DELIMITED BY SIZE,
               NOW-TIME(1:4) DELIMITED BY SIZE,
               ".DAT" DELIMITED BY SIZE
               INTO DR-BUNDLE-NAME
           END-STRING

           PERFORM ADD-SITE-MEMBERS
           PERFORM ADD-ALIAS-MEMBERS
           PERFORM ADD-SCRIPT-MEMBERS
           PERFORM ADD-SPOOL-MEMBERS
           PERFORM ADD-VOLUME-MEMBERS
           IF MEMBERS-DROPPED > 0 THEN
               DISPLAY "MEMBER TABLE FULL - " MEMBERS-DROPPED
                   " FILES NOT PACKED"
           END-IF

           PERFORM MEASURE-ONE-MEMBER
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL

           MOVE DR-BUNDLE-NAME TO DRBNDFN
           MOVE "DRBNDFN" TO ENV-NAME-HOLD
           MOVE DRBNDFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           OPEN OUTPUT BUNDLE-FILE
           IF BUNDLE-STATUS NOT = "00" THEN
               DISPLAY "ERROR: CANNOT WRITE "
                   FUNCTION TRIM(DR-BUNDLE-NAME)
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM WRITE-BUNDLE
               CLOSE BUNDLE-FILE
               PERFORM WRITE-MANIFEST-REPORT
               DISPLAY "DR BUNDLE " FUNCTION TRIM(DR-BUNDLE-NAME)
                   " WRITTEN - " PACKED-COUNT " MEMBERS, "
                   VOL-COUNT " VOLUMES"
               IF MISSING-COUNT > 0 THEN
                   DISPLAY "WARNING: " MISSING-COUNT
                       " REQUIRED MEMBERS MISSING AT SOURCE - "
                       "BUNDLE CANNOT REBUILD THE SITE"
               END-IF
           END-IF

           EXIT PROGRAM.

      *> Queues one member unless it is queued already (two jobs
      *> sharing a script are packed once).
       ADD-MEMBER.
           MOVE 0 TO MEMBER-HIT
           PERFORM FIND-MEMBER-ROW
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL OR MEMBER-HIT > 0
           IF MEMBER-HIT = 0 THEN
               IF MEMBER-TOTAL < MAX-MEMBER-COUNT THEN
                   ADD 1 TO MEMBER-TOTAL
                   MOVE NEW-NAME TO MB-NAME(MEMBER-TOTAL)
                   MOVE NEW-KIND TO MB-KIND(MEMBER-TOTAL)
                   MOVE NEW-VOL TO MB-VOL(MEMBER-TOTAL)
                   MOVE NEW-NEED TO MB-NEED(MEMBER-TOTAL)
                   MOVE "A" TO MB-STATE(MEMBER-TOTAL)
                   MOVE 0 TO MB-COUNT(MEMBER-TOTAL)
                   MOVE 0 TO MB-TOTAL(MEMBER-TOTAL)
                   MOVE SPACES TO MB-NOTE(MEMBER-TOTAL)
                   EVALUATE NEW-KIND
                       WHEN "N"
                           MOVE 4 TO MB-RECLEN(MEMBER-TOTAL)
                       WHEN "C"
                           MOVE 17 TO MB-RECLEN(MEMBER-TOTAL)
                       WHEN "D"
                           MOVE 147 TO MB-RECLEN(MEMBER-TOTAL)
                       WHEN OTHER
                           MOVE 210 TO MB-RECLEN(MEMBER-TOTAL)
                   END-EVALUATE
               ELSE
                   ADD 1 TO MEMBERS-DROPPED
               END-IF
           END-IF.

       FIND-MEMBER-ROW.
           IF MB-NAME(MX) = NEW-NAME THEN
               MOVE MX TO MEMBER-HIT
           END-IF.

       ADD-SITE-MEMBERS.
           PERFORM ADD-ONE-SITE-MEMBER
               VARYING SX FROM 1 BY 1
               UNTIL SX > SITE-FILE-COUNT.

       ADD-ONE-SITE-MEMBER.
           MOVE SF-NAME(SX) TO NEW-NAME
           MOVE "T" TO NEW-KIND
           MOVE SPACES TO NEW-VOL
           MOVE SF-NEED(SX) TO NEW-NEED
           PERFORM ADD-MEMBER.

      *> Each enrolled operator's SOSALIAS-id.DAT - most operators
      *> never define one, so they are optional.
       ADD-ALIAS-MEMBERS.
           OPEN INPUT PASS-FILE
           IF PASS-STATUS = "00" THEN
               PERFORM ADD-ONE-ALIAS-MEMBER
                   UNTIL PASS-STATUS NOT = "00"
               CLOSE PASS-FILE
           ELSE
               CLOSE PASS-FILE
           END-IF.

       ADD-ONE-ALIAS-MEMBER.
           READ PASS-FILE INTO PASS-RECORD
           IF PASS-STATUS = "00" THEN
               MOVE PASS-RECORD TO PASS-IN-LINE
               IF PW-OPER NOT = SPACES THEN
                   MOVE SPACES TO NEW-NAME
                   STRING "SOSALIAS-" DELIMITED BY SIZE,
                       FUNCTION TRIM(PW-OPER) DELIMITED BY SIZE,
                       ".DAT" DELIMITED BY SIZE
                       INTO NEW-NAME
                   END-STRING
                   MOVE "T" TO NEW-KIND
                   MOVE SPACES TO NEW-VOL
                   MOVE "O" TO NEW-NEED
                   PERFORM ADD-MEMBER
               END-IF
           END-IF.

      *> A job whose script is gone ends MISSING every time it is
      *> due - the scripts are as required as the job stream.
       ADD-SCRIPT-MEMBERS.
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS = "00" THEN
               PERFORM ADD-ONE-SCRIPT-MEMBER
                   UNTIL SCHED-STATUS NOT = "00"
               CLOSE SCHED-FILE
           ELSE
               CLOSE SCHED-FILE
           END-IF.

       ADD-ONE-SCRIPT-MEMBER.
           READ SCHED-FILE INTO SCHED-RECORD
           IF SCHED-STATUS = "00" THEN
               MOVE SCHED-RECORD TO SCHED-IN-LINE
               IF SC-JOB NOT = SPACES AND SC-SCRIPT NOT = SPACES
                       THEN
                   MOVE SC-SCRIPT TO NEW-NAME
                   MOVE "T" TO NEW-KIND
                   MOVE SPACES TO NEW-VOL
                   MOVE "R" TO NEW-NEED
                   PERFORM ADD-MEMBER
               END-IF
           END-IF.

      *> The spooled reports the catalog lists, so no entry of the
      *> rebuilt catalog points at nothing.
       ADD-SPOOL-MEMBERS.
           OPEN INPUT SPOOL-FILE
           IF SPOOL-STATUS = "00" THEN
               PERFORM ADD-ONE-SPOOL-MEMBER
                   UNTIL SPOOL-STATUS NOT = "00"
               CLOSE SPOOL-FILE
           ELSE
               CLOSE SPOOL-FILE
           END-IF.

       ADD-ONE-SPOOL-MEMBER.
           READ SPOOL-FILE INTO SPOOL-RECORD
           IF SPOOL-STATUS = "00" THEN
               MOVE SPOOL-RECORD TO SPOOL-IN-LINE
               IF SP-FILE NOT = SPACES THEN
                   MOVE SP-FILE TO NEW-NAME
                   MOVE "T" TO NEW-KIND
                   MOVE SPACES TO NEW-VOL
                   MOVE "O" TO NEW-NEED
                   PERFORM ADD-MEMBER
               END-IF
           END-IF.

      *> Every cataloged volume: its version index, then its backup
      *> generation counter and the generation it names. A volume
      *> never backed up has no generation to pack - its counter
      *> is queued required, so the gap is reported missing.
       ADD-VOLUME-MEMBERS.
           OPEN INPUT VOLCAT-FILE
           IF VOLCAT-STATUS = "00" THEN
               PERFORM ADD-ONE-VOLUME
                   UNTIL VOLCAT-STATUS NOT = "00"
               CLOSE VOLCAT-FILE
           ELSE
               CLOSE VOLCAT-FILE
           END-IF.

       ADD-ONE-VOLUME.
           READ VOLCAT-FILE INTO VOLCAT-RECORD
           IF VOLCAT-STATUS = "00" THEN
               MOVE VOLCAT-RECORD TO VOLCAT-IN-LINE
               IF VCAT-NAME NOT = SPACES THEN
                   ADD 1 TO VOL-COUNT
                   MOVE VCAT-NAME TO VOL-NAME
                   PERFORM ADD-VOLUME-FILES
               END-IF
           END-IF.

      *> The names follow SET-VOLUME-FILENAMES and
      *> SET-BACKUP-FILENAMES in sos.cob - DEFAULT's files carry no
      *> volume part.
       ADD-VOLUME-FILES.
           MOVE SPACES TO NEW-NAME
           IF VOL-NAME = "DEFAULT" THEN
               MOVE "SOSVERS.DAT" TO NEW-NAME
           ELSE
               STRING "SOSVERS-" DELIMITED BY SIZE,
                   FUNCTION TRIM(VOL-NAME) DELIMITED BY SIZE,
                   ".DAT" DELIMITED BY SIZE
                   INTO NEW-NAME
               END-STRING
           END-IF
           MOVE "T" TO NEW-KIND
           MOVE VOL-NAME TO NEW-VOL
           MOVE "O" TO NEW-NEED
           PERFORM ADD-MEMBER

           MOVE SPACES TO NEW-NAME
           IF VOL-NAME = "DEFAULT" THEN
               MOVE "SOSBKUP.GEN" TO NEW-NAME
           ELSE
               STRING "SOSBKUP-" DELIMITED BY SIZE,
                   FUNCTION TRIM(VOL-NAME) DELIMITED BY SIZE,
                   ".GEN" DELIMITED BY SIZE
                   INTO NEW-NAME
               END-STRING
           END-IF
           MOVE "N" TO NEW-KIND
           MOVE "R" TO NEW-NEED
           PERFORM ADD-MEMBER

           MOVE 0 TO GEN-NUM
           MOVE NEW-NAME TO DRGENFN
           PERFORM SET-GEN-FILENAME
           OPEN INPUT GEN-FILE
           IF GEN-STATUS = "00" THEN
               READ GEN-FILE
               IF GEN-STATUS = "00" THEN
                   MOVE GEN-RECORD TO GEN-NUM-X
                   IF GEN-NUM-X IS NUMERIC THEN
                       MOVE GEN-NUM-X TO GEN-NUM
                   END-IF
               END-IF
               CLOSE GEN-FILE
           ELSE
               CLOSE GEN-FILE
           END-IF

           IF GEN-NUM > 0 THEN
               MOVE GEN-NUM TO GEN-PIC
               PERFORM ADD-GENERATION-FILE
           END-IF.

       ADD-GENERATION-FILE.
           MOVE SPACES TO NEW-NAME
           IF VOL-NAME = "DEFAULT" THEN
               STRING "SOSBKUP-G" DELIMITED BY SIZE,
                   GEN-PIC DELIMITED BY SIZE,
                   ".CTL" DELIMITED BY SIZE
                   INTO NEW-NAME
               END-STRING
           ELSE
               STRING "SOSBKUP-" DELIMITED BY SIZE,
                   FUNCTION TRIM(VOL-NAME) DELIMITED BY SIZE,
                   "-G" DELIMITED BY SIZE,
                   GEN-PIC DELIMITED BY SIZE,
                   ".CTL" DELIMITED BY SIZE
                   INTO NEW-NAME
               END-STRING
           END-IF
           MOVE "C" TO NEW-KIND
           MOVE "R" TO NEW-NEED
           PERFORM ADD-MEMBER

           MOVE SPACES TO NEW-NAME
           IF VOL-NAME = "DEFAULT" THEN
               STRING "SOSBKUP-G" DELIMITED BY SIZE,
                   GEN-PIC DELIMITED BY SIZE,
                   ".DAT" DELIMITED BY SIZE
                   INTO NEW-NAME
               END-STRING
           ELSE
               STRING "SOSBKUP-" DELIMITED BY SIZE,
                   FUNCTION TRIM(VOL-NAME) DELIMITED BY SIZE,
                   "-G" DELIMITED BY SIZE,
                   GEN-PIC DELIMITED BY SIZE,
                   ".DAT" DELIMITED BY SIZE
                   INTO NEW-NAME
               END-STRING
           END-IF
           MOVE "D" TO NEW-KIND
           MOVE "R" TO NEW-NEED
           PERFORM ADD-MEMBER.

      *> First pass over member MX: present or not, its record count
      *> and hash total. An empty generation control or data file is
      *> a pruned generation, as good as missing.
       MEASURE-ONE-MEMBER.
           PERFORM OPEN-MEMBER
           IF MEMBER-OPEN = 1 THEN
               PERFORM READ-MEMBER-RECORD
               PERFORM MEASURE-ONE-RECORD
                   UNTIL MEMBER-EOF = 1
               PERFORM CLOSE-MEMBER
               MOVE "P" TO MB-STATE(MX)
               IF (MB-KIND(MX) = "C" OR MB-KIND(MX) = "D")
                       AND MB-COUNT(MX) = 0 THEN
                   MOVE "EMPTY - GENERATION PRUNED" TO MB-NOTE(MX)
                   MOVE "A" TO MB-STATE(MX)
               END-IF
           END-IF
           IF MB-STATE(MX) = "A" AND MB-NEED(MX) = "R" THEN
               MOVE "X" TO MB-STATE(MX)
               IF MB-KIND(MX) = "N" THEN
                   MOVE "VOLUME NEVER BACKED UP" TO MB-NOTE(MX)
               END-IF
           END-IF
           EVALUATE MB-STATE(MX)
               WHEN "P"
                   ADD 1 TO PACKED-COUNT
                   COMPUTE GRAND-TOTAL = FUNCTION MOD(
                       GRAND-TOTAL + MB-TOTAL(MX), 1000000000000000)
               WHEN "A"
                   ADD 1 TO ABSENT-COUNT
               WHEN OTHER
                   ADD 1 TO MISSING-COUNT
           END-EVALUATE.

       MEASURE-ONE-RECORD.
           ADD 1 TO MB-COUNT(MX)
           PERFORM HASH-RECORD
           COMPUTE MB-TOTAL(MX) = FUNCTION MOD(
               MB-TOTAL(MX) + REC-HASH, 1000000000000000)
           IF MB-KIND(MX) = "C" AND MB-COUNT(MX) = 1 THEN
               MOVE SPACES TO MB-NOTE(MX)
               STRING "TAKEN " DELIMITED BY SIZE,
                   CTL-STAMP(1:8) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   CTL-STAMP(9:4) DELIMITED BY SIZE
                   INTO MB-NOTE(MX)
               END-STRING
           END-IF
           PERFORM READ-MEMBER-RECORD.

      *> Every byte's character code weighted by its offset - the
      *> COMPUTE-CHECKSUM weighting, so a transposition shows.
       HASH-RECORD.
           MOVE 0 TO REC-HASH
           MOVE MB-RECLEN(MX) TO HASH-LEN
           PERFORM HASH-ONE-BYTE
               VARYING HASH-K FROM 1 BY 1
               UNTIL HASH-K > HASH-LEN.

       HASH-ONE-BYTE.
           COMPUTE REC-HASH = REC-HASH
               + FUNCTION ORD(HASH-BUF(HASH-K:1)) * HASH-K.

      *> Member MX's file opened for input under its own kind's
      *> record layout.
       OPEN-MEMBER.
           MOVE 0 TO MEMBER-OPEN
           MOVE 0 TO MEMBER-EOF
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   MOVE MB-NAME(MX) TO DRGENFN
                   PERFORM SET-GEN-FILENAME
                   OPEN INPUT GEN-FILE
                   IF GEN-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE GEN-FILE
                   END-IF
               WHEN "C"
                   MOVE MB-NAME(MX) TO DRCTLFN
                   MOVE "DRCTLFN" TO ENV-NAME-HOLD
                   MOVE DRCTLFN TO ENV-VALUE-HOLD
                   DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
                   DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
                   OPEN INPUT CTL-FILE
                   IF CTL-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE CTL-FILE
                   END-IF
               WHEN "D"
                   MOVE MB-NAME(MX) TO DRDATFN
                   MOVE "DRDATFN" TO ENV-NAME-HOLD
                   MOVE DRDATFN TO ENV-VALUE-HOLD
                   DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
                   DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
                   OPEN INPUT DAT-FILE
                   IF DAT-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE DAT-FILE
                   END-IF
               WHEN OTHER
                   MOVE MB-NAME(MX) TO DRTXTFN
                   MOVE "DRTXTFN" TO ENV-NAME-HOLD
                   MOVE DRTXTFN TO ENV-VALUE-HOLD
                   DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
                   DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
                   OPEN INPUT TEXT-FILE
                   IF TEXT-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE TEXT-FILE
                   END-IF
           END-EVALUATE.

       SET-GEN-FILENAME.
           MOVE "DRGENFN" TO ENV-NAME-HOLD
           MOVE DRGENFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

      *> The next record of member MX into HASH-BUF, space-filled
      *> past its width; MEMBER-EOF at the end.
       READ-MEMBER-RECORD.
           MOVE SPACES TO HASH-BUF
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   READ GEN-FILE
                   IF GEN-STATUS = "00" THEN
                       MOVE GEN-RECORD TO HASH-BUF
                   ELSE
                       MOVE 1 TO MEMBER-EOF
                   END-IF
               WHEN "C"
                   READ CTL-FILE
                   IF CTL-STATUS = "00" THEN
                       MOVE CTL-RECORD TO HASH-BUF
                   ELSE
                       MOVE 1 TO MEMBER-EOF
                   END-IF
               WHEN "D"
                   READ DAT-FILE
                   IF DAT-STATUS = "00" THEN
                       MOVE DAT-RECORD TO HASH-BUF
                   ELSE
                       MOVE 1 TO MEMBER-EOF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO TEXT-RECORD
                   READ TEXT-FILE
                   IF TEXT-STATUS = "00" THEN
                       MOVE TEXT-RECORD TO HASH-BUF
                   ELSE
                       MOVE 1 TO MEMBER-EOF
                   END-IF
           END-EVALUATE.

       CLOSE-MEMBER.
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   CLOSE GEN-FILE
               WHEN "C"
                   CLOSE CTL-FILE
               WHEN "D"
                   CLOSE DAT-FILE
               WHEN OTHER
                   CLOSE TEXT-FILE
           END-EVALUATE.

      *> Header, manifest, every packed member's records in member
      *> order, trailer.
       WRITE-BUNDLE.
           MOVE NOW-DATE TO DH-RUN-DATE
           MOVE NOW-TIME(1:6) TO DH-RUN-TIME
           MOVE OPERATOR-ID TO DH-OPER
           MOVE MEMBER-TOTAL TO DH-MEMBERS
           MOVE VOL-COUNT TO DH-VOLUMES
           MOVE DR-HEADER TO BUNDLE-RECORD
           WRITE BUNDLE-RECORD

           PERFORM WRITE-MANIFEST-ROW
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL

           PERFORM PACK-ONE-MEMBER
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL

           MOVE MEMBER-TOTAL TO DT-MEMBERS
           MOVE DATA-ROWS TO DT-RECORDS
           MOVE GRAND-TOTAL TO DT-TOTAL
           MOVE DR-TRAILER TO BUNDLE-RECORD
           WRITE BUNDLE-RECORD.

       WRITE-MANIFEST-ROW.
           MOVE MX TO DM-MEMBER
           MOVE MB-NAME(MX) TO DM-NAME
           MOVE MB-KIND(MX) TO DM-KIND
           MOVE MB-VOL(MX) TO DM-VOL
           MOVE MB-NEED(MX) TO DM-NEED
           MOVE MB-STATE(MX) TO DM-STATE
           MOVE MB-RECLEN(MX) TO DM-RECLEN
           MOVE MB-COUNT(MX) TO DM-COUNT
           MOVE MB-TOTAL(MX) TO DM-TOTAL
           MOVE MB-NOTE(MX) TO DM-NOTE
           MOVE DR-MANIFEST TO BUNDLE-RECORD
           WRITE BUNDLE-RECORD.

       PACK-ONE-MEMBER.
           IF MB-STATE(MX) = "P" THEN
               MOVE 0 TO DD-SEQ
               PERFORM OPEN-MEMBER
               IF MEMBER-OPEN = 1 THEN
                   PERFORM READ-MEMBER-RECORD
                   PERFORM PACK-ONE-RECORD
                       UNTIL MEMBER-EOF = 1
                   PERFORM CLOSE-MEMBER
               END-IF
           END-IF.

       PACK-ONE-RECORD.
           ADD 1 TO DD-SEQ
           ADD 1 TO DATA-ROWS
           MOVE MX TO DD-MEMBER
           MOVE HASH-BUF TO DD-TEXT
           MOVE DR-DATA TO BUNDLE-RECORD
           WRITE BUNDLE-RECORD
           PERFORM READ-MEMBER-RECORD.

      *> The manifest as a listing for the spool, the missing
      *> members first noticed here rather than at the rebuild.
       WRITE-MANIFEST-REPORT.
           OPEN OUTPUT RPT-FILE
           MOVE COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-MEMBER-LINE
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "MEMBERS PACKED" TO TT-TEXT
           MOVE PACKED-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OPTIONAL MEMBERS ABSENT AT SOURCE" TO TT-TEXT
           MOVE ABSENT-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "REQUIRED MEMBERS MISSING AT SOURCE" TO TT-TEXT
           MOVE MISSING-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "VOLUMES CATALOGED" TO TT-TEXT
           MOVE VOL-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "DATA RECORDS" TO TT-TEXT
           MOVE DATA-ROWS TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           CLOSE RPT-FILE.

       WRITE-MEMBER-LINE.
           MOVE MX TO ML-NUM
           MOVE MB-NAME(MX) TO ML-NAME
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   MOVE "GENCNT" TO ML-KIND
               WHEN "C"
                   MOVE "GENCTL" TO ML-KIND
               WHEN "D"
                   MOVE "GENDAT" TO ML-KIND
               WHEN OTHER
                   MOVE "TEXT" TO ML-KIND
           END-EVALUATE
           MOVE MB-VOL(MX) TO ML-VOL
           IF MB-NEED(MX) = "R" THEN
               MOVE "REQ" TO ML-NEED
           ELSE
               MOVE "OPT" TO ML-NEED
           END-IF
           EVALUATE MB-STATE(MX)
               WHEN "P"
                   MOVE "PACKED" TO ML-STATE
               WHEN "A"
                   MOVE "ABSENT" TO ML-STATE
               WHEN OTHER
                   MOVE "MISSING" TO ML-STATE
           END-EVALUATE
           MOVE MB-COUNT(MX) TO ML-COUNT
           MOVE MB-TOTAL(MX) TO ML-TOTAL
           MOVE MB-NOTE(MX) TO ML-NOTE
           MOVE MEMBER-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> Every line goes through here so the page break is applied
      *> in one place.
       WRITE-RPT-LINE.
           IF LINE-COUNT >= PAGE-LINES THEN
               ADD 1 TO PAGE-NO
               MOVE DR-BUNDLE-NAME TO HL-BUNDLE
               MOVE OPERATOR-ID TO HL-OPER
               MOVE NOW-DATE TO HL-DATE
               MOVE PAGE-NO TO HL-PAGE
               MOVE RPT-RECORD TO RPT-HOLD-LINE
               MOVE HEAD-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE BLANK-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 2 TO LINE-COUNT
               MOVE RPT-HOLD-LINE TO RPT-RECORD
           END-IF

           WRITE RPT-RECORD
           ADD 1 TO LINE-COUNT.
