       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER.

      *> The shift handover report ("handover ID [HOURS]"). Everything
      *> the outgoing operator used to gather by hand for the shift
      *> change, over the last HOURS hours (8 by default, up to a
      *> week): the scheduled jobs SOSSCHED.LOG recorded, failures
      *> first; the mutating commands on the audit log, counted by
      *> operator, volume and command (the audit line carries no
      *> volume, so each is matched to the accounting record its
      *> command completed with); spool entries still held; every
      *> cataloged volume whose lock names a session, and since
      *> when ("who"); unread mail per enrolled operator; trash
      *> entries the auto-empty will clear within the next day, on
      *> every cataloged volume; and the verify and auditchk
      *> findings SOSCHECK.LOG recorded. The logs "rotate" has
      *> closed out are read through SOSROTATE.DAT where their
      *> dates reach into the window. Pages are headed DIRRPT-style
      *> into SOSHAND.RPT; the shell spools it and posts the
      *> incoming operator ID a mailbox note with HAND-SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> A live log or an archived member, the volume files and the
      *> mailboxes - the names arrive through the environment, the
      *> same ASSIGN-to-data-item pattern the shell's volume files
      *> use, under names of their own so the shell's are left
      *> alone.
           SELECT LOG-FILE ASSIGN TO HANDLOGFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT VOLCAT-FILE ASSIGN TO "SOSVOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLCAT-STATUS.
           SELECT LOCK-FILE ASSIGN TO HANDLOCKFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-STATUS.
           SELECT SPOOL-FILE ASSIGN TO "SOSSPOOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STATUS.
           SELECT PASS-FILE ASSIGN TO "SOSPASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASS-STATUS.
           SELECT MAIL-FILE ASSIGN TO HANDMAILFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SOSHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
      *> A volume's data file, opened read-only in place.
           SELECT HAND-DATA-FILE ASSIGN TO HANDDATAFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-REC-KEY
               FILE STATUS IS HAND-DATA-STATUS.
           SELECT RPT-FILE ASSIGN TO "SOSHAND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Wide enough for the widest of the logs read (SOSCHECK.LOG);
      *> the shorter ones' lines come in space-filled.
       FD  LOG-FILE.
       01  LOG-RECORD PIC X(125).

       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

       FD  LOCK-FILE.
       01  LOCK-RECORD PIC X(26).

       FD  SPOOL-FILE.
       01  SPOOL-RECORD PIC X(83).

       FD  PASS-FILE.
       01  PASS-RECORD PIC X(29).

       FD  MAIL-FILE.
       01  MAIL-RECORD PIC X(107).

       FD  HOLD-FILE.
       01  HOLD-RECORD PIC X(165).

      *> Image of FS-DATA-RECORD in sos.cob - must stay in step.
       FD  HAND-DATA-FILE.
       01  HAND-DATA-RECORD.
           05 HD-REC-KEY.
               10 HD-REC-EID PIC 9(3).
               10 HD-REC-RTYPE PIC 9(1).
               10 HD-REC-RSEQ PIC 9(3).
           05 HD-REC-ETYPE PIC 9(1).
           05 HD-REC-EPARENT PIC 9(3).
           05 HD-REC-ENAME PIC X(32).
           05 HD-REC-ESIZE PIC 9(4).
           05 HD-REC-ECREATED PIC 9(8).
           05 HD-REC-EMODIFIED PIC 9(8).
           05 HD-REC-OWNER PIC X(8).
           05 HD-REC-CONTENT PIC X(60).
           05 HD-REC-CHECKSUM PIC 9(4).
           05 HD-REC-TRASHPAR PIC 9(3).
           05 HD-REC-TRASHDATE PIC 9(8).
           05 HD-REC-ECLASS PIC X(1).

       FD  RPT-FILE.
       01  RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS PIC X(2) VALUE SPACES.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 VOLCAT-STATUS PIC X(2) VALUE SPACES.
       01 LOCK-STATUS PIC X(2) VALUE SPACES.
       01 SPOOL-STATUS PIC X(2) VALUE SPACES.
       01 PASS-STATUS PIC X(2) VALUE SPACES.
       01 MAIL-STATUS PIC X(2) VALUE SPACES.
       01 HOLD-STATUS PIC X(2) VALUE SPACES.
       01 HAND-DATA-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 HANDLOGFN PIC X(40).
       01 HANDLOCKFN PIC X(40).
       01 HANDMAILFN PIC X(40).
       01 HANDDATAFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).
       COPY ROTATION.
       COPY CHECKLOG.

      * Fixed-column views of the shell's logs and files - each must
      * stay in step with its layout in sos.cob (AUDIT-LINE,
      * ACCT-LINE, SCHEDLOG-LINE, LOCK-LINE, SPOOL-IN-LINE,
      * PASS-IN-LINE, MAIL-IN-LINE, HOLD-IN-LINE, VOLCAT-IN-LINE).
       01 AUDIT-IN-LINE.
           05 AI-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AI-TIME PIC X(8).
           05 FILLER PIC X(5).
           05 AI-OPER PIC X(8).
           05 FILLER PIC X(1).
           05 AI-CMD PIC X(4).
           05 FILLER PIC X(90).
       01 ACCT-IN-LINE.
           05 AC-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AC-TIME PIC X(8).
           05 FILLER PIC X(1).
           05 AC-OPER PIC X(8).
           05 FILLER PIC X(1).
           05 AC-VOL PIC X(8).
           05 FILLER PIC X(90).
       01 SCHED-IN-LINE.
           05 SL-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 SL-TIME PIC X(8).
           05 FILLER PIC X(1).
           05 SL-JOB PIC X(8).
           05 FILLER PIC X(1).
           05 SL-RESULT PIC X(8).
           05 FILLER PIC X(5).
           05 SL-OK PIC X(4).
           05 FILLER PIC X(6).
           05 SL-FAIL PIC X(4).
           05 FILLER PIC X(1).
           05 SL-REASON PIC X(60).
           05 FILLER PIC X(10).
       01 LOCK-IN-LINE.
           05 LK-OPER PIC X(8).
           05 FILLER PIC X(1).
           05 LK-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LK-TIME PIC 9(8).
       01 LOCK-TIME-PARTS REDEFINES LOCK-IN-LINE.
           05 FILLER PIC X(18).
           05 LK-HH PIC 9(2).
           05 LK-MM PIC 9(2).
           05 LK-SS PIC 9(2).
           05 FILLER PIC X(2).
       01 SPOOL-IN-LINE.
           05 SF-NUM PIC 9(4).
           05 FILLER PIC X(1).
           05 SF-TYPE PIC X(8).
           05 FILLER PIC X(1).
           05 SF-OWNER PIC X(8).
           05 FILLER PIC X(1).
           05 SF-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SF-STAT PIC X(1).
           05 FILLER PIC X(1).
           05 SF-DEST PIC X(8).
           05 FILLER PIC X(1).
           05 SF-FILE PIC X(40).
       01 PASS-IN-LINE.
           05 PW-OPER PIC X(8).
           05 FILLER PIC X(21).
       01 MAIL-IN-LINE.
           05 MA-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 MA-TIME PIC 9(8).
           05 FILLER PIC X(90).
       01 HOLD-IN-LINE.
           05 HF-CASE PIC X(12).
           05 FILLER PIC X(1).
           05 HF-STATE PIC X(1).
           05 FILLER PIC X(1).
           05 HF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 HF-EID PIC 9(3).
           05 FILLER PIC X(138).
       01 VOLCAT-IN-LINE.
           05 VCAT-NAME PIC X(8).
           05 FILLER PIC X(45).

      * The window: HOURS back from now, as date-and-time stamps
      * (YYYYMMDDHHMMSSss) every log's own date and time columns
      * compare against.
       01 HOURS-NUM PIC 9(3).
       01 NOW-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).
       01 NOW-TIME-PARTS REDEFINES NOW-TIME.
           05 NOW-HH PIC 9(2).
           05 NOW-MM PIC 9(2).
           05 NOW-SS PIC 9(2).
           05 NOW-CC PIC 9(2).
       01 NOW-SECS PIC 9(5).
       01 TODAY-INT PIC 9(7).
       01 WIN-ABS-SECS PIC 9(12).
       01 LO-DAY-INT PIC 9(7).
       01 LO-DAY-SECS PIC 9(5).
       01 LO-DATE PIC 9(8).
       01 LO-TIME PIC 9(8).
       01 LO-TIME-PARTS REDEFINES LO-TIME.
           05 LO-HH PIC 9(2).
           05 LO-MM PIC 9(2).
           05 LO-SS PIC 9(2).
           05 LO-CC PIC 9(2).
       01 LO-REM PIC 9(5).
       01 WIN-LO PIC X(16).
       01 WIN-HI PIC X(16).
       01 REC-STAMP PIC X(16).
       01 HAND-TO-ID PIC X(8).

      * The logs are read one at a time: SCAN-LOG names the
      * register's code for the one being read, SCAN-LIVE its live
      * file, and SCAN-PASS what each record in the window is for -
      * 1 an accounting record to keep, 2 an audit record to
      * tally, 3 and 4 the failed and the other scheduled jobs to
      * list, 5 a check log finding to list.
       01 SCAN-LOG PIC X(8).
       01 SCAN-LIVE PIC X(40).
       01 SCAN-PASS PIC 9(1).
       01 FILE-FOUND PIC 9(1).
       01 MEMBERS-READ PIC 9(3).
       01 SECTION-HITS PIC 9(5).

      * The window's accounting records, oldest first: operator and
      * volume as each command completed. An audit line belongs to
      * the first one of its operator stamped at or after it.
       78 MAX-ACCT-ROWS VALUE 2000.
       01 ACCT-TAB.
           05 ACCT-ROW OCCURS MAX-ACCT-ROWS TIMES.
               10 AT-STAMP PIC X(16).
               10 AT-OPER PIC X(8).
               10 AT-VOL PIC X(8).
       01 ACCT-TOTAL PIC 9(4) VALUE 0.
       01 ACCT-DROPPED PIC 9(6) VALUE 0.
       01 AX PIC 9(4).
       01 ACCT-HIT PIC 9(4).
       01 MATCH-VOL PIC X(8).

      * Mutating commands per operator, volume and command. A
      * combination past the table's end is counted on its last
      * row, relabelled "(OTHERS)".
       78 MAX-MUT-ROWS VALUE 100.
       01 MUT-TAB.
           05 MUT-ROW OCCURS MAX-MUT-ROWS TIMES.
               10 MT-KEY.
                   15 MT-OPER PIC X(8).
                   15 MT-VOL PIC X(8).
                   15 MT-CMD PIC X(4).
               10 MT-COUNT PIC 9(5).
       01 MUT-TOTAL PIC 9(3) VALUE 0.
       01 MUT-COMMANDS PIC 9(6) VALUE 0.
       01 MUT-UNMATCHED PIC 9(6) VALUE 0.
       01 MX PIC 9(3).
       01 MY PIC 9(3).
       01 MUT-HIT PIC 9(3).
       01 MUT-SWAP PIC X(25).
       01 SORT-SWAPPED PIC 9(1).
       01 SORT-LIMIT PIC 9(3).
       01 LAST-OPER PIC X(8).
       01 LAST-VOL PIC X(8).

      * Scheduled job outcomes in the window.
       01 JOB-FAILED PIC 9(1).
       01 JOBS-FAILED PIC 9(5) VALUE 0.
       01 JOBS-OTHER PIC 9(5) VALUE 0.

      * The catalog, and the other per-volume findings.
       78 MAX-VOLCAT-COUNT VALUE 20.
       01 VOL-TABLE.
           05 VOL-NAME-ENT OCCURS MAX-VOLCAT-COUNT TIMES PIC X(8).
       01 VOL-TOTAL PIC 9(2) VALUE 0.
       01 VX PIC 9(2).
       01 MOUNT-NORM PIC X(8).
       01 SPOOL-HELD PIC 9(4) VALUE 0.
       01 LOCKS-HELD PIC 9(3) VALUE 0.
       01 LOCK-THEN-SECS PIC 9(5).
       01 LOCK-AGE-SECS PIC S9(11).
      * The shell's LOCK-STALE-SECS: a lock older than this is
      * wreckage the next session will take over.
       78 LOCK-STALE-SECS VALUE 14400.
       01 MAIL-OPERS PIC 9(3) VALUE 0.
       01 MAIL-UNREAD PIC 9(5) VALUE 0.
       01 MAIL-COUNT PIC 9(5).
       01 MAIL-OLDEST PIC X(15).
       01 CHECK-FINDINGS PIC 9(5) VALUE 0.

      * Active legal holds from SOSHOLD.DAT - a held entry waits in
      * the trash however old it is.
       78 MAX-HOLD-COUNT VALUE 50.
       01 HOLD-TAB.
           05 HOLD-ROW OCCURS MAX-HOLD-COUNT TIMES.
               10 HT-VOL PIC X(8).
               10 HT-EID PIC 9(3).
       01 HOLD-TOTAL PIC 9(2) VALUE 0.
       01 HX PIC 9(2).
       01 HOLD-UNDER PIC 9(1).

      * One volume's entities as read - the live table or the data
      * file's entity records. (Sized to match MAX-ENTITY-COUNT -
      * parsed before the copybook below is in scope.)
       01 RAW-TABLE.
           05 RT-ROW OCCURS 200 TIMES.
               10 RT-EID PIC 9(3).
               10 RT-ETYPE PIC 9(1).
               10 RT-EPARENT PIC 9(3).
               10 RT-NAME PIC X(32).
               10 RT-OWNER PIC X(8).
               10 RT-TRASHDATE PIC 9(8).
       01 RT-TOTAL PIC 9(3) VALUE 0.
       01 RX PIC 9(3).
       01 RAW-READ-OK PIC 9(1).

      * The trash auto-empty: the shell's TRASH-RETAIN-DAYS. An
      * entry is cleared at the first session start or mount on
      * or after the day its retention runs out.
       78 TRASH-NAME VALUE ".TRASH".
       78 TRASH-RETAIN-DAYS VALUE 7.
       01 TRASH-EID PIC 9(3).
       01 TRASH-DUE-INT PIC 9(7).
       01 TRASH-DUE-DATE PIC 9(8).
       01 TRASH-DUE PIC 9(4) VALUE 0.
       01 HOP PIC 9(3).
       01 WALK-EID PIC 9(3).
       01 WALK-IND PIC 9(3).
       01 WALK-MATCH-IND PIC 9(3).
       01 WALK-FOUND PIC 9(1).

       01 COUNT-EDIT PIC ZZZZ9.
       01 SUMMARY-PTR PIC 9(3).

       78 PAGE-LINES VALUE 60.
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 PAGE-NO PIC 9(3) VALUE 0.

       01 HEAD-LINE.
           05 FILLER PIC X(25) VALUE "SOS SHIFT HANDOVER  FROM ".
           05 HL-FROM-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-FROM-TIME PIC X(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HL-TO-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-TO-TIME PIC X(6).
           05 FILLER PIC X(11) VALUE "  OUTGOING ".
           05 HL-OUT PIC X(8).
           05 FILLER PIC X(11) VALUE "  INCOMING ".
           05 HL-IN PIC X(8).
           05 FILLER PIC X(7) VALUE "  PAGE ".
           05 HL-PAGE PIC ZZ9.
           05 FILLER PIC X(25) VALUE SPACES.

       01 SECTION-LINE.
           05 SC-TEXT PIC X(60).
           05 FILLER PIC X(72) VALUE SPACES.

       01 SUBHEAD-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SH-TEXT PIC X(60).
           05 FILLER PIC X(70) VALUE SPACES.

       01 JOB-COL-LINE.
           05 FILLER PIC X(42) VALUE
               "  DATE     TIME    JOB       RESULT     OK".
           05 FILLER PIC X(18) VALUE "   FAIL  REASON".
           05 FILLER PIC X(72) VALUE SPACES.

       01 JOB-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-JOB PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-RESULT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-OK PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-FAIL PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JL-REASON PIC X(60).
           05 FILLER PIC X(19) VALUE SPACES.

       01 MUT-COL-LINE.
           05 FILLER PIC X(37) VALUE
               "  OPERATOR  VOLUME    COMMAND  COUNT".
           05 FILLER PIC X(95) VALUE SPACES.

       01 MUT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-OPER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-VOL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-CMD PIC X(4).
           05 FILLER PIC X(5) VALUE SPACES.
           05 ML-COUNT PIC ZZZZ9.
           05 FILLER PIC X(96) VALUE SPACES.

       01 SPOOL-COL-LINE.
           05 FILLER PIC X(40) VALUE
               "  ENTRY  TYPE      OWNER     DATE      ".
           05 FILLER PIC X(4) VALUE "FILE".
           05 FILLER PIC X(88) VALUE SPACES.

       01 SPOOL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-NUM PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PL-TYPE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-OWNER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-FILE PIC X(40).
           05 FILLER PIC X(53) VALUE SPACES.

       01 LOCK-COL-LINE.
           05 FILLER PIC X(43) VALUE
               "  VOLUME    OPERATOR  SINCE            NOTE".
           05 FILLER PIC X(89) VALUE SPACES.

       01 LOCK-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-VOL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-OPER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-NOTE PIC X(40).
           05 FILLER PIC X(53) VALUE SPACES.

       01 MAIL-COL-LINE.
           05 FILLER PIC X(35) VALUE
               "  OPERATOR  UNREAD  OLDEST".
           05 FILLER PIC X(97) VALUE SPACES.

       01 MAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-OPER PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 NL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-OLDEST PIC X(15).
           05 FILLER PIC X(97) VALUE SPACES.

       01 TRASH-COL-LINE.
           05 FILLER PIC X(45) VALUE
               "  VOLUME    NAME                             ".
           05 FILLER PIC X(37) VALUE
               "TYPE  OWNER     TRASHED   DUE       ".
           05 FILLER PIC X(50) VALUE "NOTE".

       01 TRASH-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-VOL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-NAME PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-TYPE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-OWNER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-TRASHED PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-DUE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-NOTE PIC X(40).
           05 FILLER PIC X(11) VALUE SPACES.

       01 CHECK-COL-LINE.
           05 FILLER PIC X(45) VALUE
               "  DATE     TIME    OPERATOR  VOLUME    CHECK ".
           05 FILLER PIC X(11) VALUE "    DETAIL".
           05 FILLER PIC X(76) VALUE SPACES.

       01 CHECK-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-OPER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-VOL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-CHECK PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-TEXT PIC X(80).
           05 FILLER PIC X(3) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-TEXT PIC X(40).
           05 TT-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(84) VALUE SPACES.

       01 NONE-LINE.
           05 FILLER PIC X(6) VALUE "  NONE".
           05 FILLER PIC X(126) VALUE SPACES.

       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 RPT-HOLD-LINE PIC X(132).

       COPY ERRORDEF.

       LINKAGE SECTION.
       COPY FILESYSTEM.
       01 MOUNT-VOL-NAME PIC X(8).
       01 OPERATOR-ID PIC X(8).
      *> the incoming operator the report is addressed to
       01 HAND-TO PIC X(32).
      *> the window in hours - spaces for the default 8
       01 HAND-HOURS PIC X(32).
      *> returned: the one-line gist for the incoming operator's
      *> mailbox note
       01 HAND-SUMMARY PIC X(60).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING FILESYSTEM MOUNT-VOL-NAME OPERATOR-ID
               HAND-TO HAND-HOURS HAND-SUMMARY CMD-STATUS.

      *> Working storage survives between CALLs - the run's tables
      *> and totals start from nothing every time.
           MOVE 0 TO CMD-STATUS
           MOVE SPACES TO HAND-SUMMARY
           MOVE 0 TO ACCT-TOTAL
           MOVE 0 TO ACCT-DROPPED
           MOVE 0 TO MUT-TOTAL
           MOVE 0 TO MUT-COMMANDS
           MOVE 0 TO MUT-UNMATCHED
           MOVE 0 TO JOBS-FAILED
           MOVE 0 TO JOBS-OTHER
           MOVE 0 TO SPOOL-HELD
           MOVE 0 TO LOCKS-HELD
           MOVE 0 TO MAIL-OPERS
           MOVE 0 TO MAIL-UNREAD
           MOVE 0 TO TRASH-DUE
           MOVE 0 TO CHECK-FINDINGS
           MOVE 0 TO MEMBERS-READ
           MOVE 99 TO LINE-COUNT
           MOVE 0 TO PAGE-NO

           MOVE HAND-TO(1:8) TO HAND-TO-ID
           IF HAND-TO-ID = SPACES OR HAND-TO(9:24) NOT = SPACES THEN
               MOVE 1 TO CMD-STATUS
           END-IF
           IF HAND-HOURS = SPACES THEN
               MOVE 8 TO HOURS-NUM
           ELSE
               IF FUNCTION TEST-NUMVAL(HAND-HOURS) = 0 THEN
                   IF FUNCTION NUMVAL(HAND-HOURS) >= 1
                           AND FUNCTION NUMVAL(HAND-HOURS) <= 168
                           THEN
                       MOVE FUNCTION NUMVAL(HAND-HOURS) TO HOURS-NUM
                       IF FUNCTION NUMVAL(HAND-HOURS) NOT = HOURS-NUM
                               THEN
                           MOVE 1 TO CMD-STATUS
                       END-IF
                   ELSE
                       MOVE 1 TO CMD-STATUS
                   END-IF
               ELSE
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 1 THEN
               DISPLAY ERR-BAD-SYNTAX
           ELSE
               PERFORM CHECK-INCOMING-ENROLLED
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM SET-WINDOW
               MOVE MOUNT-VOL-NAME TO MOUNT-NORM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(MOUNT-NORM))
                       = "DEFAULT" THEN
                   MOVE "DEFAULT" TO MOUNT-NORM
               END-IF
               PERFORM LOAD-VOL-TABLE

               OPEN OUTPUT RPT-FILE
               PERFORM WRITE-JOBS-SECTION
               PERFORM WRITE-MUTATING-SECTION
               PERFORM WRITE-SPOOL-SECTION
               PERFORM WRITE-LOCKS-SECTION
               PERFORM WRITE-MAIL-SECTION
               PERFORM WRITE-TRASH-SECTION
               PERFORM WRITE-CHECKS-SECTION
               PERFORM WRITE-TOTALS-SECTION
               CLOSE RPT-FILE

               PERFORM BUILD-SUMMARY
               MOVE HOURS-NUM TO COUNT-EDIT
               DISPLAY "HANDOVER REPORT WRITTEN TO SOSHAND.RPT - "
                   "LAST " FUNCTION TRIM(COUNT-EDIT) " HOURS  PAGES: "
                   PAGE-NO
               DISPLAY "  " FUNCTION TRIM(HAND-SUMMARY)
           END-IF

           EXIT PROGRAM.

      *> The incoming ID must be an enrolled operator - a mistyped ID
      *> would post the note to a mailbox nobody reads. With no
      *> SOSPASS.DAT at all (sign-on not in use) any ID will do.
       CHECK-INCOMING-ENROLLED.
           MOVE 0 TO WALK-FOUND
           MOVE 0 TO RX
           OPEN INPUT PASS-FILE
           IF PASS-STATUS = "00" THEN
               PERFORM CHECK-ONE-PASS-ROW
                   UNTIL PASS-STATUS NOT = "00" OR WALK-FOUND = 1
               CLOSE PASS-FILE
           ELSE
               CLOSE PASS-FILE
           END-IF
           IF RX > 0 AND WALK-FOUND = 0 THEN
               DISPLAY "ERROR: OPERATOR " FUNCTION TRIM(HAND-TO-ID)
                   " NOT ENROLLED"
               MOVE 1 TO CMD-STATUS
           END-IF.

       CHECK-ONE-PASS-ROW.
           READ PASS-FILE INTO PASS-RECORD
           IF PASS-STATUS = "00" THEN
               MOVE PASS-RECORD TO PASS-IN-LINE
               IF PW-OPER NOT = SPACES THEN
                   ADD 1 TO RX
                   IF PW-OPER = HAND-TO-ID THEN
                       MOVE 1 TO WALK-FOUND
                   END-IF
               END-IF
           END-IF.

      *> Now, and HOURS-NUM hours before it, worked in seconds from
      *> the day number so the window can reach back across
      *> midnight and month ends.
       SET-WINDOW.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE FUNCTION INTEGER-OF-DATE(NOW-DATE) TO TODAY-INT
           COMPUTE NOW-SECS = NOW-HH * 3600 + NOW-MM * 60 + NOW-SS
           COMPUTE WIN-ABS-SECS = TODAY-INT * 86400 + NOW-SECS
               - HOURS-NUM * 3600
           DIVIDE WIN-ABS-SECS BY 86400 GIVING LO-DAY-INT
               REMAINDER LO-DAY-SECS
           MOVE FUNCTION DATE-OF-INTEGER(LO-DAY-INT) TO LO-DATE
           DIVIDE LO-DAY-SECS BY 3600 GIVING LO-HH REMAINDER LO-REM
           DIVIDE LO-REM BY 60 GIVING LO-MM REMAINDER LO-SS
           MOVE 0 TO LO-CC
           MOVE SPACES TO WIN-LO
           STRING LO-DATE DELIMITED BY SIZE,
               LO-TIME DELIMITED BY SIZE
               INTO WIN-LO
           END-STRING
           MOVE SPACES TO WIN-HI
           STRING NOW-DATE DELIMITED BY SIZE,
               NOW-TIME DELIMITED BY SIZE
               INTO WIN-HI
           END-STRING.

       LOAD-VOL-TABLE.
           MOVE 0 TO VOL-TOTAL
           OPEN INPUT VOLCAT-FILE
           IF VOLCAT-STATUS = "00" THEN
               PERFORM LOAD-ONE-VOL-ROW
                   VARYING VX FROM 1 BY 1
                   UNTIL VX > MAX-VOLCAT-COUNT
                   OR VOLCAT-STATUS NOT = "00"
               CLOSE VOLCAT-FILE
           ELSE
               CLOSE VOLCAT-FILE
           END-IF.

       LOAD-ONE-VOL-ROW.
           READ VOLCAT-FILE INTO VOLCAT-RECORD
           IF VOLCAT-STATUS = "00" THEN
               MOVE VOLCAT-RECORD TO VOLCAT-IN-LINE
               ADD 1 TO VOL-TOTAL
               MOVE VCAT-NAME TO VOL-NAME-ENT(VOL-TOTAL)
           END-IF.

      *> One full read of SCAN-LOG over the window: the archived
      *> members whose dates reach into it, oldest first, then the
      *> live file. SOSCHECK.LOG is never rotated.
       SCAN-ALL-LOGS.
           MOVE 0 TO SECTION-HITS
           IF SCAN-LOG NOT = "CHECK" THEN
               OPEN INPUT REG-FILE
               IF REG-STATUS = "00" THEN
                   PERFORM SCAN-ONE-MEMBER
                       UNTIL REG-STATUS NOT = "00"
                   CLOSE REG-FILE
               ELSE
                   CLOSE REG-FILE
               END-IF
           END-IF
           MOVE SCAN-LIVE TO HANDLOGFN
           PERFORM SCAN-ONE-FILE.

       SCAN-ONE-MEMBER.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-LOG = SCAN-LOG AND RG-FROM NOT = SPACES
                       AND RG-FROM <= WIN-HI(1:8)
                       AND RG-TO >= WIN-LO(1:8) THEN
                   MOVE RG-MEMBER TO HANDLOGFN
                   PERFORM SCAN-ONE-FILE
                   IF SCAN-PASS NOT = 4 THEN
                       IF FILE-FOUND = 1 THEN
                           ADD 1 TO MEMBERS-READ
                       ELSE
                           DISPLAY "ARCHIVE MEMBER "
                               FUNCTION TRIM(RG-MEMBER) " IS MISSING"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SCAN-ONE-FILE.
           MOVE "HANDLOGFN" TO ENV-NAME-HOLD
           MOVE HANDLOGFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT LOG-FILE
           IF LOG-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               PERFORM SCAN-ONE-RECORD
                   UNTIL LOG-STATUS NOT = "00"
               CLOSE LOG-FILE
           ELSE
               CLOSE LOG-FILE
           END-IF.

       SCAN-ONE-RECORD.
           MOVE SPACES TO LOG-RECORD
           READ LOG-FILE
           IF LOG-STATUS = "00" THEN
               MOVE SPACES TO REC-STAMP
               EVALUATE SCAN-PASS
                   WHEN 1
                       MOVE LOG-RECORD TO ACCT-IN-LINE
                       STRING AC-DATE DELIMITED BY SIZE,
                           AC-TIME DELIMITED BY SIZE
                           INTO REC-STAMP
                       END-STRING
                   WHEN 2
                       MOVE LOG-RECORD TO AUDIT-IN-LINE
                       STRING AI-DATE DELIMITED BY SIZE,
                           AI-TIME DELIMITED BY SIZE
                           INTO REC-STAMP
                       END-STRING
                   WHEN 5
                       MOVE LOG-RECORD TO CHECKLOG-LINE
                       STRING CK-DATE DELIMITED BY SIZE,
                           CK-TIME DELIMITED BY SIZE
                           INTO REC-STAMP
                       END-STRING
                   WHEN OTHER
                       MOVE LOG-RECORD TO SCHED-IN-LINE
                       STRING SL-DATE DELIMITED BY SIZE,
                           SL-TIME DELIMITED BY SIZE
                           INTO REC-STAMP
                       END-STRING
               END-EVALUATE
               IF REC-STAMP >= WIN-LO AND REC-STAMP <= WIN-HI THEN
                   EVALUATE SCAN-PASS
                       WHEN 1
                           PERFORM KEEP-ONE-ACCT-ROW
                       WHEN 2
                           PERFORM TALLY-ONE-AUDIT-ROW
                       WHEN 3
                           PERFORM JUDGE-JOB-FAILED
                           IF JOB-FAILED = 1 THEN
                               ADD 1 TO JOBS-FAILED
                               PERFORM WRITE-JOB-LINE
                           END-IF
                       WHEN 4
                           PERFORM JUDGE-JOB-FAILED
                           IF JOB-FAILED = 0 THEN
                               ADD 1 TO JOBS-OTHER
                               PERFORM WRITE-JOB-LINE
                           END-IF
                       WHEN 5
                           PERFORM WRITE-CHECK-LINE
                   END-EVALUATE
               END-IF
           END-IF.

      *> A job failed when its script was missing, or when it ran
      *> and any of its lines failed. Holds, releases, trigger
      *> firings and the rest are activity, not failure.
       JUDGE-JOB-FAILED.
           MOVE 0 TO JOB-FAILED
           IF SL-RESULT = "MISSING" THEN
               MOVE 1 TO JOB-FAILED
           END-IF
           IF (SL-RESULT = "RAN" OR SL-RESULT = "CATCHUP")
                   AND SL-FAIL NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(SL-FAIL) = 0 THEN
                   IF FUNCTION NUMVAL(SL-FAIL) > 0 THEN
                       MOVE 1 TO JOB-FAILED
                   END-IF
               END-IF
           END-IF.

      *> The failures, then everything else the scheduler did.
       WRITE-JOBS-SECTION.
           MOVE "SCHEDULED JOBS (SOSSCHED.LOG) - FAILURES FIRST"
               TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "SOSSCHED.LOG" TO SCAN-LIVE
           MOVE "SCHED" TO SCAN-LOG

           MOVE "FAILED" TO SH-TEXT
           MOVE SUBHEAD-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE JOB-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE 3 TO SCAN-PASS
           PERFORM SCAN-ALL-LOGS
           IF JOBS-FAILED = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF

           MOVE "COMPLETED AND OTHER ACTIVITY" TO SH-TEXT
           MOVE SUBHEAD-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE JOB-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE 4 TO SCAN-PASS
           PERFORM SCAN-ALL-LOGS
           IF JOBS-OTHER = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       WRITE-JOB-LINE.
           MOVE SL-DATE TO JL-DATE
           MOVE SL-TIME(1:6) TO JL-TIME
           MOVE SL-JOB TO JL-JOB
           MOVE SL-RESULT TO JL-RESULT
           MOVE SL-OK TO JL-OK
           MOVE SL-FAIL TO JL-FAIL
           MOVE SL-REASON TO JL-REASON
           MOVE JOB-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> The accounting records first, so every audit line in the
      *> window can be given the volume its command ran on.
       WRITE-MUTATING-SECTION.
           MOVE "MUTATING COMMANDS BY OPERATOR AND VOLUME" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "SOSACCT.DAT" TO SCAN-LIVE
           MOVE "ACCT" TO SCAN-LOG
           MOVE 1 TO SCAN-PASS
           PERFORM SCAN-ALL-LOGS
           IF ACCT-DROPPED > 0 THEN
               DISPLAY "ACCOUNTING RECORDS PAST " MAX-ACCT-ROWS
                   " NOT MATCHED: " ACCT-DROPPED
           END-IF

           MOVE "SOSAUDIT.LOG" TO SCAN-LIVE
           MOVE "AUDIT" TO SCAN-LOG
           MOVE 2 TO SCAN-PASS
           PERFORM SCAN-ALL-LOGS

           IF MUT-TOTAL = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           ELSE
               PERFORM SORT-MUT-TABLE
               MOVE MUT-COL-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO LAST-OPER
               MOVE SPACES TO LAST-VOL
               PERFORM WRITE-MUT-LINE
                   VARYING MX FROM 1 BY 1
                   UNTIL MX > MUT-TOTAL
           END-IF
           PERFORM WRITE-BLANK.

       KEEP-ONE-ACCT-ROW.
           IF ACCT-TOTAL < MAX-ACCT-ROWS THEN
               ADD 1 TO ACCT-TOTAL
               MOVE REC-STAMP TO AT-STAMP(ACCT-TOTAL)
               MOVE AC-OPER TO AT-OPER(ACCT-TOTAL)
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(AC-VOL))
                       = "DEFAULT" THEN
                   MOVE "DEFAULT" TO AT-VOL(ACCT-TOTAL)
               ELSE
                   MOVE AC-VOL TO AT-VOL(ACCT-TOTAL)
               END-IF
           ELSE
               ADD 1 TO ACCT-DROPPED
           END-IF.

      *> An audit line with no accounting record after it (a session
      *> that died mid-command) is counted under volume "?".
       TALLY-ONE-AUDIT-ROW.
           ADD 1 TO MUT-COMMANDS
           MOVE 0 TO ACCT-HIT
           PERFORM MATCH-ONE-ACCT-ROW
               VARYING AX FROM 1 BY 1
               UNTIL AX > ACCT-TOTAL OR ACCT-HIT > 0
           IF ACCT-HIT > 0 THEN
               MOVE AT-VOL(ACCT-HIT) TO MATCH-VOL
           ELSE
               MOVE "?" TO MATCH-VOL
               ADD 1 TO MUT-UNMATCHED
           END-IF

           MOVE 0 TO MUT-HIT
           PERFORM MATCH-ONE-MUT-ROW
               VARYING MX FROM 1 BY 1
               UNTIL MX > MUT-TOTAL OR MUT-HIT > 0
           IF MUT-HIT = 0 THEN
               IF MUT-TOTAL < MAX-MUT-ROWS THEN
                   ADD 1 TO MUT-TOTAL
                   MOVE AI-OPER TO MT-OPER(MUT-TOTAL)
                   MOVE MATCH-VOL TO MT-VOL(MUT-TOTAL)
                   MOVE AI-CMD TO MT-CMD(MUT-TOTAL)
                   MOVE 0 TO MT-COUNT(MUT-TOTAL)
               ELSE
                   MOVE "(OTHERS)" TO MT-OPER(MUT-TOTAL)
                   MOVE SPACES TO MT-VOL(MUT-TOTAL)
                   MOVE SPACES TO MT-CMD(MUT-TOTAL)
               END-IF
               MOVE MUT-TOTAL TO MUT-HIT
           END-IF
           ADD 1 TO MT-COUNT(MUT-HIT).

       MATCH-ONE-ACCT-ROW.
           IF AT-OPER(AX) = AI-OPER AND AT-STAMP(AX) >= REC-STAMP
                   THEN
               MOVE AX TO ACCT-HIT
           END-IF.

       MATCH-ONE-MUT-ROW.
           IF MT-OPER(MX) = AI-OPER AND MT-VOL(MX) = MATCH-VOL
                   AND MT-CMD(MX) = AI-CMD THEN
               MOVE MX TO MUT-HIT
           END-IF.

      *> Exchange sort on operator, volume and command, the
      *> "(OTHERS)" row left where it is at the end once the table
      *> has filled.
       SORT-MUT-TABLE.
           MOVE 1 TO SORT-SWAPPED
           MOVE MUT-TOTAL TO SORT-LIMIT
           IF MT-OPER(MUT-TOTAL) = "(OTHERS)" THEN
               SUBTRACT 1 FROM SORT-LIMIT
           END-IF
           PERFORM SORT-MUT-PASS
               UNTIL SORT-SWAPPED = 0 OR SORT-LIMIT < 2.

       SORT-MUT-PASS.
           MOVE 0 TO SORT-SWAPPED
           PERFORM SORT-MUT-PAIR
               VARYING MX FROM 1 BY 1
               UNTIL MX >= SORT-LIMIT
           SUBTRACT 1 FROM SORT-LIMIT.

       SORT-MUT-PAIR.
           COMPUTE MY = MX + 1
           IF MT-KEY(MX) > MT-KEY(MY) THEN
               MOVE MUT-ROW(MX) TO MUT-SWAP
               MOVE MUT-ROW(MY) TO MUT-ROW(MX)
               MOVE MUT-SWAP TO MUT-ROW(MY)
               MOVE 1 TO SORT-SWAPPED
           END-IF.

      *> The operator and volume are printed where they change.
       WRITE-MUT-LINE.
           MOVE SPACES TO ML-OPER
           MOVE SPACES TO ML-VOL
           IF MT-OPER(MX) NOT = LAST-OPER THEN
               MOVE MT-OPER(MX) TO ML-OPER
               MOVE MT-VOL(MX) TO ML-VOL
           ELSE
               IF MT-VOL(MX) NOT = LAST-VOL THEN
                   MOVE MT-VOL(MX) TO ML-VOL
               END-IF
           END-IF
           MOVE MT-OPER(MX) TO LAST-OPER
           MOVE MT-VOL(MX) TO LAST-VOL
           MOVE MT-CMD(MX) TO ML-CMD
           MOVE MT-COUNT(MX) TO ML-COUNT
           MOVE MUT-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> Held entries whatever their age - the window does not
      *> apply; anything still held is still the shift's business.
       WRITE-SPOOL-SECTION.
           MOVE "SPOOL ENTRIES STILL HELD" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE SPOOL-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           OPEN INPUT SPOOL-FILE
           IF SPOOL-STATUS = "00" THEN
               PERFORM LIST-ONE-SPOOL-ROW
                   UNTIL SPOOL-STATUS NOT = "00"
               CLOSE SPOOL-FILE
           ELSE
               CLOSE SPOOL-FILE
           END-IF
           IF SPOOL-HELD = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       LIST-ONE-SPOOL-ROW.
           READ SPOOL-FILE INTO SPOOL-RECORD
           IF SPOOL-STATUS = "00" THEN
               MOVE SPOOL-RECORD TO SPOOL-IN-LINE
               IF SF-STAT = "H" THEN
                   ADD 1 TO SPOOL-HELD
                   MOVE SF-NUM TO PL-NUM
                   MOVE SF-TYPE TO PL-TYPE
                   MOVE SF-OWNER TO PL-OWNER
                   MOVE SF-DATE TO PL-DATE
                   MOVE SF-FILE TO PL-FILE
                   MOVE SPOOL-LINE TO RPT-RECORD
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.

      *> "who" as of now: each cataloged volume whose lock file names
      *> a session. A lock past the shell's stale age is flagged -
      *> the next session to open that volume will take it over.
       WRITE-LOCKS-SECTION.
           MOVE "VOLUMES LOCKED AND BY WHOM" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE LOCK-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM LIST-ONE-VOLUME-LOCK
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOL-TOTAL
           IF LOCKS-HELD = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       LIST-ONE-VOLUME-LOCK.
           IF VOL-NAME-ENT(VX) = "DEFAULT" THEN
               MOVE "SOSLOCK.DAT" TO HANDLOCKFN
           ELSE
               MOVE SPACES TO HANDLOCKFN
               STRING "SOSLOCK-" DELIMITED BY SIZE
                   FUNCTION TRIM(VOL-NAME-ENT(VX)) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO HANDLOCKFN
               END-STRING
           END-IF
           MOVE "HANDLOCKFN" TO ENV-NAME-HOLD
           MOVE HANDLOCKFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           OPEN INPUT LOCK-FILE
           IF LOCK-STATUS = "00" THEN
               READ LOCK-FILE INTO LOCK-RECORD
               IF LOCK-STATUS = "00" THEN
                   MOVE LOCK-RECORD TO LOCK-IN-LINE
                   PERFORM WRITE-LOCK-LINE
               END-IF
               CLOSE LOCK-FILE
           ELSE
               CLOSE LOCK-FILE
           END-IF.

       WRITE-LOCK-LINE.
           ADD 1 TO LOCKS-HELD
           MOVE VOL-NAME-ENT(VX) TO LL-VOL
           MOVE LK-OPER TO LL-OPER
           MOVE LOCK-RECORD(10:8) TO LL-DATE
           MOVE LOCK-RECORD(19:6) TO LL-TIME
           MOVE SPACES TO LL-NOTE
           IF LK-DATE IS NOT NUMERIC OR LK-TIME IS NOT NUMERIC
                   OR LK-DATE < 19000101 THEN
               MOVE "DAMAGED STAMP - WRECKAGE" TO LL-NOTE
           ELSE
               COMPUTE LOCK-THEN-SECS =
                   LK-HH * 3600 + LK-MM * 60 + LK-SS
               COMPUTE LOCK-AGE-SECS =
                   (TODAY-INT - FUNCTION INTEGER-OF-DATE(LK-DATE))
                   * 86400 + NOW-SECS - LOCK-THEN-SECS
               IF LOCK-AGE-SECS > LOCK-STALE-SECS THEN
                   MOVE "STALE - NEXT SESSION TAKES IT OVER"
                       TO LL-NOTE
               END-IF
           END-IF
           IF VOL-NAME-ENT(VX) = MOUNT-NORM
                   AND LK-OPER = OPERATOR-ID THEN
               MOVE "THIS SESSION" TO LL-NOTE
           END-IF
           MOVE LOCK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> Every enrolled operator's mailbox: "msg read" empties a box,
      *> so whatever is in one is unread. Empty boxes are left out.
       WRITE-MAIL-SECTION.
           MOVE "UNREAD MAIL BY OPERATOR" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE MAIL-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           OPEN INPUT PASS-FILE
           IF PASS-STATUS = "00" THEN
               PERFORM COUNT-ONE-MAILBOX
                   UNTIL PASS-STATUS NOT = "00"
               CLOSE PASS-FILE
           ELSE
               CLOSE PASS-FILE
           END-IF
           IF MAIL-OPERS = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       COUNT-ONE-MAILBOX.
           READ PASS-FILE INTO PASS-RECORD
           IF PASS-STATUS = "00" THEN
               MOVE PASS-RECORD TO PASS-IN-LINE
               IF PW-OPER NOT = SPACES THEN
                   MOVE SPACES TO HANDMAILFN
                   STRING "SOSMAIL-" DELIMITED BY SIZE
                       FUNCTION TRIM(PW-OPER) DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO HANDMAILFN
                   END-STRING
                   MOVE "HANDMAILFN" TO ENV-NAME-HOLD
                   MOVE HANDMAILFN TO ENV-VALUE-HOLD
                   DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
                   DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
                   MOVE 0 TO MAIL-COUNT
                   MOVE SPACES TO MAIL-OLDEST
                   OPEN INPUT MAIL-FILE
                   IF MAIL-STATUS = "00" THEN
                       PERFORM COUNT-ONE-MAIL-ROW
                           UNTIL MAIL-STATUS NOT = "00"
                       CLOSE MAIL-FILE
                   ELSE
                       CLOSE MAIL-FILE
                   END-IF
                   IF MAIL-COUNT > 0 THEN
                       ADD 1 TO MAIL-OPERS
                       ADD MAIL-COUNT TO MAIL-UNREAD
                       MOVE PW-OPER TO NL-OPER
                       MOVE MAIL-COUNT TO NL-COUNT
                       MOVE MAIL-OLDEST TO NL-OLDEST
                       MOVE MAIL-LINE TO RPT-RECORD
                       PERFORM WRITE-RPT-LINE
                   END-IF
               END-IF
           END-IF.

      *> Messages are appended, so the first is the oldest.
       COUNT-ONE-MAIL-ROW.
           READ MAIL-FILE INTO MAIL-RECORD
           IF MAIL-STATUS = "00" THEN
               ADD 1 TO MAIL-COUNT
               IF MAIL-COUNT = 1 THEN
                   MOVE MAIL-RECORD TO MAIL-IN-LINE
                   STRING MAIL-RECORD(1:8) DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       MAIL-RECORD(10:6) DELIMITED BY SIZE
                       INTO MAIL-OLDEST
                   END-STRING
               END-IF
           END-IF.

      *> Every cataloged volume's trash, the mounted one from its live
      *> table: the top-level entries whose retention runs out by
      *> tomorrow. One already past it sits on a volume nobody has
      *> opened since, and goes at its next session start or mount;
      *> one under a legal hold waits for the hold.
       WRITE-TRASH-SECTION.
           MOVE "TRASH DUE FOR AUTO-EMPTY WITHIN A DAY" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE TRASH-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM LOAD-HOLD-TABLE
           PERFORM LIST-ONE-VOLUME-TRASH
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOL-TOTAL
           IF TRASH-DUE = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       LOAD-HOLD-TABLE.
           MOVE 0 TO HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = "00" THEN
               PERFORM LOAD-ONE-HOLD-ROW
                   UNTIL HOLD-STATUS NOT = "00"
                   OR HOLD-TOTAL = MAX-HOLD-COUNT
               CLOSE HOLD-FILE
           ELSE
               CLOSE HOLD-FILE
           END-IF.

       LOAD-ONE-HOLD-ROW.
           READ HOLD-FILE INTO HOLD-RECORD
           IF HOLD-STATUS = "00" THEN
               MOVE HOLD-RECORD TO HOLD-IN-LINE
               IF HF-STATE = "A" AND HF-EID IS NUMERIC THEN
                   ADD 1 TO HOLD-TOTAL
                   MOVE HF-VOL TO HT-VOL(HOLD-TOTAL)
                   MOVE HF-EID TO HT-EID(HOLD-TOTAL)
               END-IF
           END-IF.

       LIST-ONE-VOLUME-TRASH.
           PERFORM LOAD-RAW-TABLE
           IF RAW-READ-OK = 0 THEN
               MOVE SPACES TO TRASH-LINE
               MOVE VOL-NAME-ENT(VX) TO TL-VOL
               MOVE "DATA FILE CANNOT BE READ" TO TL-NOTE
               MOVE TRASH-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE 0 TO TRASH-EID
               PERFORM FIND-TRASH-ROW
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > RT-TOTAL OR TRASH-EID > 0
               IF TRASH-EID > 0 THEN
                   PERFORM JUDGE-ONE-TRASH-ROW
                       VARYING RX FROM 1 BY 1
                       UNTIL RX > RT-TOTAL
               END-IF
           END-IF.

       FIND-TRASH-ROW.
           IF RT-EPARENT(RX) = 0 AND RT-NAME(RX) = TRASH-NAME THEN
               MOVE RT-EID(RX) TO TRASH-EID
           END-IF.

      *> The auto-empty clears an entry once today's day number
      *> reaches its trash day's plus TRASH-RETAIN-DAYS; a trash day
      *> too mangled to convert counts as due already.
       JUDGE-ONE-TRASH-ROW.
           IF RT-EPARENT(RX) = TRASH-EID THEN
               IF RT-TRASHDATE(RX) < 19000101 THEN
                   MOVE 0 TO TRASH-DUE-INT
               ELSE
                   COMPUTE TRASH-DUE-INT = FUNCTION INTEGER-OF-DATE(
                       RT-TRASHDATE(RX)) + TRASH-RETAIN-DAYS
               END-IF
               IF TRASH-DUE-INT <= TODAY-INT + 1 THEN
                   PERFORM WRITE-TRASH-LINE
               END-IF
           END-IF.

       WRITE-TRASH-LINE.
           ADD 1 TO TRASH-DUE
           MOVE VOL-NAME-ENT(VX) TO TL-VOL
           MOVE RT-NAME(RX) TO TL-NAME
           EVALUATE RT-ETYPE(RX)
               WHEN 1
                   MOVE "DIR" TO TL-TYPE
               WHEN 2
                   MOVE "LINK" TO TL-TYPE
               WHEN 3
                   MOVE "MIGR" TO TL-TYPE
               WHEN OTHER
                   MOVE "FILE" TO TL-TYPE
           END-EVALUATE
           MOVE RT-OWNER(RX) TO TL-OWNER
           MOVE RT-TRASHDATE(RX) TO TL-TRASHED
           IF TRASH-DUE-INT = 0 THEN
               MOVE "NOW" TO TL-DUE
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(TRASH-DUE-INT)
                   TO TRASH-DUE-DATE
               MOVE TRASH-DUE-DATE TO TL-DUE
           END-IF

           MOVE 0 TO HOLD-UNDER
           PERFORM CHECK-ONE-HOLD
               VARYING HX FROM 1 BY 1
               UNTIL HX > HOLD-TOTAL OR HOLD-UNDER = 1
           EVALUATE TRUE
               WHEN HOLD-UNDER = 1
                   MOVE "UNDER LEGAL HOLD - KEPT" TO TL-NOTE
               WHEN TRASH-DUE-INT <= TODAY-INT
                   MOVE "OVERDUE - GOES AT NEXT START OR MOUNT"
                       TO TL-NOTE
               WHEN OTHER
                   MOVE "TOMORROW" TO TL-NOTE
           END-EVALUATE
           MOVE TRASH-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> Held when an active hold on this volume names the entry
      *> itself or anything below it - walked up from the held
      *> entity towards the trash row.
       CHECK-ONE-HOLD.
           IF HT-VOL(HX) = VOL-NAME-ENT(VX) THEN
               MOVE HT-EID(HX) TO WALK-EID
               PERFORM HOLD-WALK-STEP
                   VARYING HOP FROM 1 BY 1
                   UNTIL HOP > 200 OR WALK-EID = 0
                   OR HOLD-UNDER = 1
           END-IF.

       HOLD-WALK-STEP.
           IF WALK-EID = RT-EID(RX) THEN
               MOVE 1 TO HOLD-UNDER
           ELSE
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-RAW-ROW
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > RT-TOTAL OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE RT-EPARENT(WALK-MATCH-IND) TO WALK-EID
               ELSE
                   MOVE 0 TO WALK-EID
               END-IF
           END-IF.

       FIND-RAW-ROW.
           IF RT-EID(WALK-IND) = WALK-EID
                   AND RT-EID(WALK-IND) NOT = 0 THEN
               MOVE 1 TO WALK-FOUND
               MOVE WALK-IND TO WALK-MATCH-IND
           END-IF.

      *> Volume VX's entities into the raw table - the live table for
      *> the mounted volume (it may hold work not yet saved), any
      *> other's data file read in place.
       LOAD-RAW-TABLE.
           MOVE 0 TO RT-TOTAL
           MOVE 1 TO RAW-READ-OK
           IF VOL-NAME-ENT(VX) = MOUNT-NORM THEN
               PERFORM LOAD-ONE-LIVE-ROW
                   VARYING I FROM 1 BY 1
                   UNTIL I > MAX-ENTITY-COUNT
           ELSE
               IF VOL-NAME-ENT(VX) = "DEFAULT" THEN
                   MOVE "SOSDATA.DAT" TO HANDDATAFN
               ELSE
                   MOVE SPACES TO HANDDATAFN
                   STRING "SOSDATA-" DELIMITED BY SIZE
                       FUNCTION TRIM(VOL-NAME-ENT(VX))
                       DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO HANDDATAFN
                   END-STRING
               END-IF
               MOVE "HANDDATAFN" TO ENV-NAME-HOLD
               MOVE HANDDATAFN TO ENV-VALUE-HOLD
               DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
               DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE

               OPEN INPUT HAND-DATA-FILE
               IF HAND-DATA-STATUS = "00" THEN
                   PERFORM LOAD-ONE-DATA-RECORD
                       UNTIL HAND-DATA-STATUS NOT = "00"
                   CLOSE HAND-DATA-FILE
               ELSE
                   CLOSE HAND-DATA-FILE
                   MOVE 0 TO RAW-READ-OK
               END-IF
           END-IF.

       LOAD-ONE-LIVE-ROW.
           IF EID(I) NOT = 0 THEN
               ADD 1 TO RT-TOTAL
               MOVE EID(I) TO RT-EID(RT-TOTAL)
               MOVE ETYPE(I) TO RT-ETYPE(RT-TOTAL)
               MOVE EPARENT(I) TO RT-EPARENT(RT-TOTAL)
               MOVE ENAME(I) TO RT-NAME(RT-TOTAL)
               MOVE OWNER(I) TO RT-OWNER(RT-TOTAL)
               MOVE ETRASHDATE(I) TO RT-TRASHDATE(RT-TOTAL)
           END-IF.

      *> Entity records only - segment, tag and access records share
      *> the file.
       LOAD-ONE-DATA-RECORD.
           READ HAND-DATA-FILE NEXT RECORD
           IF HAND-DATA-STATUS = "00"
                   AND HD-REC-RTYPE = 0
                   AND RT-TOTAL < 200 THEN
               ADD 1 TO RT-TOTAL
               MOVE HD-REC-EID TO RT-EID(RT-TOTAL)
               MOVE HD-REC-ETYPE TO RT-ETYPE(RT-TOTAL)
               MOVE HD-REC-EPARENT TO RT-EPARENT(RT-TOTAL)
               MOVE HD-REC-ENAME TO RT-NAME(RT-TOTAL)
               MOVE HD-REC-OWNER TO RT-OWNER(RT-TOTAL)
               MOVE HD-REC-TRASHDATE TO RT-TRASHDATE(RT-TOTAL)
           END-IF.

       WRITE-CHECKS-SECTION.
           MOVE "VERIFY AND AUDITCHK PROBLEMS (SOSCHECK.LOG)"
               TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE CHECK-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "SOSCHECK.LOG" TO SCAN-LIVE
           MOVE "CHECK" TO SCAN-LOG
           MOVE 5 TO SCAN-PASS
           PERFORM SCAN-ALL-LOGS
           IF CHECK-FINDINGS = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       WRITE-CHECK-LINE.
           ADD 1 TO CHECK-FINDINGS
           MOVE LOG-RECORD(1:8) TO CL-DATE
           MOVE LOG-RECORD(10:6) TO CL-TIME
           MOVE CK-OPER TO CL-OPER
           MOVE CK-VOL TO CL-VOL
           MOVE CK-CHECK TO CL-CHECK
           MOVE CK-TEXT TO CL-TEXT
           MOVE CHECK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-TOTALS-SECTION.
           MOVE "HANDOVER TOTALS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "SCHEDULED JOBS FAILED" TO TT-TEXT
           MOVE JOBS-FAILED TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OTHER SCHEDULER ACTIVITY" TO TT-TEXT
           MOVE JOBS-OTHER TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "MUTATING COMMANDS" TO TT-TEXT
           MOVE MUT-COMMANDS TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "  OF THOSE, VOLUME UNKNOWN" TO TT-TEXT
           MOVE MUT-UNMATCHED TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SPOOL ENTRIES HELD" TO TT-TEXT
           MOVE SPOOL-HELD TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "VOLUMES LOCKED" TO TT-TEXT
           MOVE LOCKS-HELD TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "UNREAD MESSAGES" TO TT-TEXT
           MOVE MAIL-UNREAD TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "TRASH ENTRIES DUE" TO TT-TEXT
           MOVE TRASH-DUE TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "VERIFY/AUDITCHK PROBLEMS" TO TT-TEXT
           MOVE CHECK-FINDINGS TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ARCHIVED MEMBERS READ" TO TT-TEXT
           MOVE MEMBERS-READ TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> The gist for the mailbox note, the things that want the
      *> incoming operator's attention first.
       BUILD-SUMMARY.
           MOVE 1 TO SUMMARY-PTR
           MOVE JOBS-FAILED TO COUNT-EDIT
           STRING "FAILED " DELIMITED BY SIZE,
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO HAND-SUMMARY WITH POINTER SUMMARY-PTR
           END-STRING
           MOVE SPOOL-HELD TO COUNT-EDIT
           STRING ", HELD " DELIMITED BY SIZE,
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO HAND-SUMMARY WITH POINTER SUMMARY-PTR
           END-STRING
           MOVE LOCKS-HELD TO COUNT-EDIT
           STRING ", LOCKED " DELIMITED BY SIZE,
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO HAND-SUMMARY WITH POINTER SUMMARY-PTR
           END-STRING
           MOVE TRASH-DUE TO COUNT-EDIT
           STRING ", TRASH " DELIMITED BY SIZE,
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO HAND-SUMMARY WITH POINTER SUMMARY-PTR
           END-STRING
           MOVE CHECK-FINDINGS TO COUNT-EDIT
           STRING ", DRIFT " DELIMITED BY SIZE,
               FUNCTION TRIM(COUNT-EDIT) DELIMITED BY SIZE
               INTO HAND-SUMMARY WITH POINTER SUMMARY-PTR
           END-STRING.

      *> Every line goes through here so the page break is applied
      *> in one place: a full page forces a fresh heading with the
      *> window, the two operators and the page number.
       WRITE-RPT-LINE.
           IF LINE-COUNT >= PAGE-LINES THEN
               ADD 1 TO PAGE-NO
               MOVE WIN-LO(1:8) TO HL-FROM-DATE
               MOVE WIN-LO(9:6) TO HL-FROM-TIME
               MOVE WIN-HI(1:8) TO HL-TO-DATE
               MOVE WIN-HI(9:6) TO HL-TO-TIME
               MOVE OPERATOR-ID TO HL-OUT
               MOVE HAND-TO-ID TO HL-IN
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

       WRITE-BLANK.
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.
