           SELECT SCHEDLOG-FILE ASSIGN TO "SOSSCHED.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDLOG-STATUS.
      *> Every file a trigger job has fired on, as it stood then -
      *> the same file in the same state never fires the job twice.
           SELECT TRIG-FILE ASSIGN TO "SOSTRIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-STATUS.
      *> Who hears of which system event by mailbox notice.
           SELECT NTF-FILE ASSIGN TO "SOSNOTIFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NTF-STATUS.
      *> Replayable journal of successful table-mutating commands,
      *> one file per volume (same ASSIGN-to-data-item pattern as the
      *> volume files). Appended as each command succeeds; truncated
           SELECT ACCT-FILE ASSIGN TO "SOSACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCT-STATUS.
           SELECT SEC-FILE ASSIGN TO "SOSSEC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
           SELECT CHECK-FILE ASSIGN TO "SOSCHECK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-STATUS.
           SELECT PROF-FILE ASSIGN TO "SOSPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROF-STATUS.
           SELECT PASS-FILE ASSIGN TO "SOSPASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PASS-STATUS.
      *> Operator groups for shared directories: one row per
      *> membership, read at startup and rewritten whole by "group"
      *> the way the profile file is.
           SELECT GROUP-FILE ASSIGN TO "SOSGROUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GROUP-STATUS.
      *> Offboarding: the control file keeps one row per volume an
      *> offboarding run has finished, so a run cut short (a volume
      *> in use, a successor's quota reached, a crash) picks up at
      *> the volumes still to do; the report lists every entity the
      *> run moved, volume by volume, and is spooled at the end.
           SELECT OFFB-FILE ASSIGN TO "SOSOFFB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFB-STATUS.
           SELECT OFFB-RPT-FILE ASSIGN TO "SOSOFFB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFB-RPT-STATUS.
      *> Dual control: requests for the supervisor-class commands
      *> waiting on a second supervisor, rewritten whole on every
      *> change the way the profile file is.
           SELECT APPR-FILE ASSIGN TO "SOSAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPR-STATUS.
      *> Legal holds: the register of every hold placed, active or
      *> released, across all volumes - read ahead of each command
      *> so a hold placed from any session binds this one - and the
      *> register report "hold report" spools.
           SELECT HOLD-FILE ASSIGN TO "SOSHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT HOLD-RPT-FILE ASSIGN TO "SOSHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-RPT-STATUS.
      *> Record layouts: the field definitions, their attachments
      *> to files and directories, the validation report and the
      *> by-field extract.
           SELECT LAYOUT-FILE ASSIGN TO "SOSLAYOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-STATUS.
           SELECT LAYAT-FILE ASSIGN TO "SOSLAYAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYAT-STATUS.
           SELECT LAYRPT-FILE ASSIGN TO "SOSLAYCK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYRPT-STATUS.
           SELECT LAYCSV-FILE ASSIGN TO "SOSLAYEX.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYCSV-STATUS.
      *> "query -c" writes its result rows here as CSV.
           SELECT QRYCSV-FILE ASSIGN TO "SOSQUERY.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QRY-STATUS.
      *> Shift messaging: the message of the day greets every
      *> interactive sign-on; each operator's mailbox is a file of
      *> their own (SOSMAIL-id.DAT), named per use via the usual
           SELECT SPLOUT-FILE ASSIGN TO SPLOUTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPLOUT-STATUS.
      *> Job logs for batch runs and scheduled jobs: what one script
      *> line displayed (caught in SOSJOB.TMP), the run's log so far
      *> (one body file per kind of run, named per use) and the
      *> finished log handed to the spool (SOSJOB.LOG).
           SELECT JOBCAP-FILE ASSIGN TO "SOSJOB.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBCAP-STATUS.
           SELECT JOBBDY-FILE ASSIGN TO JOBBDYFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBBDY-STATUS.
           SELECT JOBLOG-FILE ASSIGN TO "SOSJOB.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.
      *> What a "migrate" run moved to the archive volumes, volume by
      *> volume, spooled at the end like the offboarding report.
           SELECT MIG-RPT-FILE ASSIGN TO "SOSMIGR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIG-RPT-STATUS.
      *> Generation data groups: one row per group - the volume and
      *> directory it lives in, its base name and how many
      *> generations it keeps.
           SELECT GDG-FILE ASSIGN TO "SOSGDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The key carries a record class and sequence alongside the
      *> EID so one entity can own subsidiary records in the same
      *> file: class 0 is the entity row itself (sequence 0), class 1
      *> a content-segment line (sequence = line number), class 2 a
      *> tag, class 3 an access entry (kind, principal and rights in
      *> the name column). Entity records keep their subsidiary
      *> records adjacent in key order, which "verify -d" relies on.
       FD  FS-DATA-FILE.
       01  FS-DATA-RECORD.
           05 FS-REC-KEY.
       01  SYSIN-RECORD PIC A(120).

       FD  SCHED-FILE.
       01  SCHED-RECORD PIC X(203).

       FD  CAL-FILE.
       01  CAL-RECORD PIC X(8).

       FD  SCHEDLOG-FILE.
       01  SCHEDLOG-RECORD PIC X(115).

       FD  TRIG-FILE.
       01  TRIG-RECORD PIC X(49).

       FD  NTF-FILE.
       01  NTF-RECORD PIC X(17).

       FD  JRNL-FILE.
       01  JRNL-RECORD PIC X(214).
       FD  ACCT-FILE.
       01  ACCT-RECORD PIC X(46).

       FD  SEC-FILE.
       01  SEC-RECORD PIC X(109).

       FD  CHECK-FILE.
       01  CHECK-RECORD PIC X(125).

       FD  PROF-FILE.
       01  PROF-RECORD PIC X(54).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD PIC X(117).
       01  VERS-RECORD PIC X(88).

       FD  PASS-FILE.
       01  PASS-RECORD PIC X(29).

       FD  GROUP-FILE.
       01  GROUP-RECORD PIC X(17).

       FD  OFFB-FILE.
       01  OFFB-RECORD PIC X(35).

       FD  OFFB-RPT-FILE.
       01  OFFB-RPT-RECORD PIC X(100).

       FD  APPR-FILE.
       01  APPR-RECORD PIC X(241).

       FD  HOLD-FILE.
       01  HOLD-RECORD PIC X(165).

       FD  HOLD-RPT-FILE.
       01  HOLD-RPT-RECORD PIC X(100).

       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD PIC X(31).

       FD  LAYAT-FILE.
       01  LAYAT-RECORD PIC X(78).

       FD  LAYRPT-FILE.
       01  LAYRPT-RECORD PIC X(120).

       FD  LAYCSV-FILE.
       01  LAYCSV-RECORD PIC X(240).
       FD  QRYCSV-FILE.
       01  QRYCSV-RECORD PIC X(240).

       FD  HELP-FILE.
       01  HELP-RECORD PIC X(79).
       FD  SPLOUT-FILE.
       01  SPLOUT-RECORD PIC X(162).

       FD  JOBCAP-FILE.
       01  JOBCAP-RECORD PIC X(162).

       FD  JOBBDY-FILE.
       01  JOBBDY-RECORD PIC X(162).

       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD PIC X(162).

       FD  MIG-RPT-FILE.
       01  MIG-RPT-RECORD PIC X(100).

       FD  GDG-FILE.
       01  GDG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 USERINPUT PIC A(120).
       01 CMD PIC A(12).
       01 US-ARG1 PIC A(32).
       01 US-ARG2 PIC X(32).
       01 US-ARG3 PIC X(60).
      * FOR "dups" (DUPLICATE-CONTENT REPORT)
       01 DUP-MODE PIC 9(1) VALUE 0.

      * FOR "aging" (FILE AGING REPORT)
       01 AGE-MODE PIC 9(1) VALUE 0.

      * FOR "du" (SUBTREE USAGE ROLLUP)
       01 DU-MODE PIC 9(1) VALUE 0.

           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-MODIFIED PIC 9(8).

      * FOR "panel ops", THE SUPERVISOR'S OPERATOR ADMINISTRATION
      * PANEL - one row per operator known to the password, profile
      * or quota file, in ID order. Like the entity panel, every
      * line command becomes the equivalent profile/quota/passwd
      * command line and goes through PROCESS-COMMAND, so the same
      * validation, authority check and audit trail apply. Usage is
      * tallied over the mounted volume only.
       78 MAX-ADMIN-COUNT VALUE 80.
       01 ADMIN-TAB.
           05 ADMIN-OPER OCCURS MAX-ADMIN-COUNT TIMES PIC X(8).
       01 ADMIN-TOTAL PIC 9(2).
       01 ADMIN-TOP PIC 9(2).
       01 ADMIN-ROW PIC 9(2).
       01 ADMIN-X PIC 9(2).
       01 ADMIN-HIT PIC 9(2).
       01 ADMIN-NEW-ID PIC X(8).
       01 ADMIN-TARGET-ID PIC X(8).
       01 ADMIN-SWAP PIC X(8).
       01 ADMIN-MIN PIC 9(2).
       01 ADMIN-J PIC 9(2).
       01 ADMIN-PASS-ROW PIC 9(2).
       01 ADMIN-PROF-ROW PIC 9(2).
       01 ADMIN-QUOTA-ROW PIC 9(2).
       01 ADMIN-ARG-A PIC X(32).
       01 ADMIN-ARG-B PIC X(12).
       01 ADMIN-LEVEL-TXT PIC X(1).
       01 ADMIN-EDIT-SLOTS PIC ZZ9.
       01 ADMIN-EDIT-SIZE PIC ZZZZZZ9.
       01 ADMIN-LINE.
           05 AL-ROW PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-AUTH PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-HOME PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-USED-SLOTS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE "/".
           05 AL-MAX-SLOTS PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-USED-SIZE PIC ZZZZZZZ9.
           05 FILLER PIC X(1) VALUE "/".
           05 AL-MAX-SIZE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-LOCK PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-FORCE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-LAST-ON PIC X(8).

      * FOR THE VOLUME CATALOG AND "df -a". Every mount registers
      * its volume here (name, created date, last-mounted date and
      * operator), so no volume's files can go quietly stranded;
           05 VCAT-OPER PIC X(8).
           05 FILLER PIC X(1).
           05 VCAT-MIRROR PIC X(8). *> standby volume, spaces = none
           05 FILLER PIC X(1).
      *> volume "migrate" moves this one's cold files to, spaces = none
           05 VCAT-ARCHIVE PIC X(8).
       01 VOLCAT-TABLE.
           05 VOLCAT-ROW OCCURS MAX-VOLCAT-COUNT TIMES.
               10 VT-NAME PIC X(8).
               10 VT-MOUNTED PIC 9(8).
               10 VT-OPER PIC X(8).
               10 VT-MIRROR PIC X(8).
               10 VT-ARCHIVE PIC X(8).
       01 VOLCAT-TOTAL PIC 9(2) VALUE 0.
       01 VX PIC 9(2).
       01 VOLCAT-HIT PIC 9(2).
           05 VLL-OPER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VLL-MIRROR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VLL-ARCHIVE PIC X(8).

      * FOR THE STANDBY MIRROR ("mirror" COMMAND, JOURNAL SHIPPING).
      * Every save that archives journal entries first holds a copy
      * line by line (driven from the READ-INPUT level, like journal
      * replay - PROCESS-COMMAND cannot re-enter itself), its
      * outcome is appended to SOSSCHED.LOG, and its next-run date
      * rolls forward. An entry may name up to three predecessor
      * jobs that must have ended OK (O) or merely finished (F)
      * today before it runs; until then it is held and the reason
      * logged. Each entry also carries its last run date and result
      * and any hand release or predecessor waiver for today. A
      * trigger entry (frequency T) has no run date: it watches a
      * directory, optionally for names matching a wildcard, and runs
      * once for each file that arrives or changes there, the file's
      * path standing in for "&1" in the script. A suspended entry
      * is kept but never due until it is resumed.
       78 MAX-SCHED-COUNT VALUE 20.
       01 SCHED-STATUS PIC X(2) VALUE SPACES.
       01 SCHEDLOG-STATUS PIC X(2) VALUE SPACES.
           05 SC-FREQ PIC X(1).
           05 FILLER PIC X(1).
           05 SC-DOM PIC X(2). *> blank or 00 = keep-day behavior
           05 SC-PRED OCCURS 3 TIMES.
               10 FILLER PIC X(1).
               10 SC-PRED-JOB PIC X(8).
               10 FILLER PIC X(1).
               10 SC-PRED-NEED PIC X(1). *> O ended OK, F finished
               10 FILLER PIC X(1).
               10 SC-PRED-WAIVED PIC X(8). *> date satisfied by hand
           05 FILLER PIC X(1).
           05 SC-LAST-RUN PIC X(8).
           05 FILLER PIC X(1).
           05 SC-LAST-RESULT PIC X(1). *> O ok, F failed, M missing
           05 FILLER PIC X(1).
           05 SC-RELEASED PIC X(8). *> date released by hand
           05 FILLER PIC X(1).
           05 SC-WATCH-DIR PIC X(40). *> trigger directory path
           05 FILLER PIC X(1).
           05 SC-WATCH-PAT PIC X(16). *> blank = every file
           05 FILLER PIC X(1).
           05 SC-SUSPENDED PIC X(1). *> S = suspended, blank active
       01 SCHED-TABLE.
           05 SCHED-ROW OCCURS MAX-SCHED-COUNT TIMES.
               10 ST-JOB PIC X(8).
               10 ST-NEXT PIC 9(8).
               10 ST-FREQ PIC X(1).
               10 ST-DOM PIC 9(2).
               10 ST-PRED OCCURS 3 TIMES.
                   15 ST-PRED-JOB PIC X(8).
                   15 ST-PRED-NEED PIC X(1).
                   15 ST-PRED-WAIVED PIC 9(8).
               10 ST-LAST-RUN PIC 9(8).
               10 ST-LAST-RESULT PIC X(1).
               10 ST-RELEASED PIC 9(8).
               10 ST-WATCH-DIR PIC X(40).
               10 ST-WATCH-PAT PIC X(16).
               10 ST-SUSPENDED PIC X(1).
       01 SCHED-TOTAL PIC 9(2) VALUE 0.
       01 SX PIC 9(2).
       01 SCHED-REQUESTED PIC 9(1) VALUE 0.
       01 SCHED-LASTDAY PIC 9(2).
       01 SCHED-DUE-FLAG PIC 9(1).
       01 SCHED-OVERDUE PIC 9(1).
       01 SCHED-PASS-RAN PIC 9(2).
       01 SCHED-HOLD-REASON PIC X(25).
       01 SCHP-X PIC 9(1).
       01 SCHP-Y PIC 9(2).
       01 SCHED-PRED-HIT PIC 9(2).
       01 SCHED-JOB-ARG PIC X(8).
       01 SCHED-PRED-ARG PIC X(8).
       01 SCHED-JOB-HIT PIC 9(2).
       01 SCHED-AFTER PIC X(30).
       01 SCHED-AFTER-PTR PIC 9(2).
       01 SCHED-STATE PIC X(32).
       01 SCHED-STATUS-LINE PIC X(80).
      *> The file a trigger job is firing on (blank for a dated run).
       01 SCHED-TRIG-PATH PIC X(60) VALUE SPACES.
       01 SCHED-TRIG-IND PIC 9(3).
       01 SCHED-WATCH-EID PIC 9(3).
       01 SCHED-WATCH-TXT PIC X(40).
       01 SCHED-WATCH-LEN PIC 9(2).
       01 SCHED-DIR-IND PIC 9(3).
       01 SCHED-JOB-DUE PIC 9(1).
       01 SCHED-ARR-LINE PIC X(120).
       01 SCHED-ARR-PTR PIC 9(3).
       01 SCHED-ARR-CX PIC 9(3).
      *> For the maintenance forms - the words past the job name,
      *> re-read from the whole line - and "sched run", which waits
      *> for the READ-INPUT level as a bare "sched" does.
       01 SCHED-ARG-SCRIPT PIC X(60).
       01 SCHED-ARG-FREQ PIC X(8).
       01 SCHED-ARG-WHEN PIC X(60).
       01 SCHED-ARG-MORE PIC X(32).
       01 SCHED-ARG-EXTRA PIC X(8).
       01 SCHED-ARG-FIELD PIC X(8).
       01 SCHED-NEW-DATE PIC 9(8).
       01 SCHED-NEW-DOM PIC 9(2).
       01 SCHED-DOM-TXT PIC X(2) JUSTIFIED RIGHT.
       01 SCHED-CHAR-COUNT PIC 9(2).
       01 SCHED-AFTER-PARTS.
           05 SCHED-AFTER-PART OCCURS 4 TIMES PIC X(16).
       01 SCHED-AFTER-JOB PIC X(16).
       01 SCHED-AFTER-NEED PIC X(8).
       01 SCHED-AFTER-REST PIC X(8).
       01 SCHED-NEW-PREDS.
           05 SCHED-NEW-PRED OCCURS 3 TIMES.
               10 SNP-JOB PIC X(8).
               10 SNP-NEED PIC X(1).
       01 SCHED-NEW-PRED-TOTAL PIC 9(1).
       01 SCHED-USED-BY PIC 9(2).
       01 SCHED-FORCE-REQUESTED PIC 9(1) VALUE 0.
       01 SCHED-FORCE-JOB PIC X(8).
       01 SCHED-HIST-JOB PIC X(8).
       01 SCHED-HIST-FROM PIC X(8).
       01 SCHED-HIST-TO PIC X(8).
       78 MAX-TRIG-COUNT VALUE 100.
       01 TRIG-STATUS PIC X(2) VALUE SPACES.
       01 TRIG-IN-LINE.
           05 TF-JOB PIC X(8).
           05 FILLER PIC X(1).
           05 TF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 TF-EID PIC 9(3).
           05 FILLER PIC X(1).
           05 TF-CREATED PIC 9(8).
           05 FILLER PIC X(1).
           05 TF-MODIFIED PIC 9(8).
           05 FILLER PIC X(1).
           05 TF-CKS PIC 9(4).
           05 FILLER PIC X(1).
           05 TF-SIZE PIC 9(4).
       01 TRIG-TABLE.
           05 TRIG-ROW OCCURS MAX-TRIG-COUNT TIMES.
               10 TT-JOB PIC X(8).
               10 TT-VOL PIC X(8).
               10 TT-EID PIC 9(3).
               10 TT-CREATED PIC 9(8).
               10 TT-MODIFIED PIC 9(8).
               10 TT-CKS PIC 9(4).
               10 TT-SIZE PIC 9(4).
       01 TRIG-TOTAL PIC 9(3) VALUE 0.
       01 TRG-X PIC 9(3).
       01 TRG-Y PIC 9(3).
       01 TRIG-HIT PIC 9(3).

       01 SCHEDLOG-LINE.
           05 SL-DATE PIC 9(8).
           05 SL-OK PIC ZZZ9.
           05 FILLER PIC X(6) VALUE " FAIL ".
           05 SL-FAIL PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SL-REASON PIC X(60) VALUE SPACES.

      * FOR OPERATOR SIGN-ON (SOSPASS.DAT) AND THE "passwd" COMMAND.
      * One fixed-column row per operator: a password hash (the same
      * position-weighted sum the content checksums use), the running
      * count of consecutive failed sign-ons, a lock byte set at
      * MAX-PASS-FAILS that a supervisor must clear, and a
      * forced-change byte set when a password is reset, and the date
      * of the operator's last successful sign-on (blank until the
      * first one). An operator with no row yet sets their password
      * at first sign-on; a batch run supplies its password through
      * the environment like its operator ID.
       78 MAX-PASS-COUNT VALUE 30.
       78 MAX-PASS-FAILS VALUE 3.
       78 TEMP-PASSWORD VALUE "WELCOME".
           05 PW-LOCK PIC X(1).
           05 FILLER PIC X(1).
           05 PW-FORCE PIC X(1).
           05 FILLER PIC X(1).
           05 PW-LAST-ON PIC X(8).
       01 PASS-TABLE.
           05 PASS-ROW OCCURS MAX-PASS-COUNT TIMES.
               10 PS-OPER PIC X(8).
               10 PS-FAILS PIC 9(1).
               10 PS-LOCK PIC X(1).
               10 PS-FORCE PIC X(1).
               10 PS-LAST-ON PIC X(8).
       01 PASS-TOTAL PIC 9(2) VALUE 0.
       01 PWX PIC 9(2).
       01 PASS-HIT PIC 9(2).
       01 LS-DEFAULT-MODE PIC 9(1) VALUE 0.
       01 PROF-HOME-ARG PIC X(32).
       01 PROF-CD-STATUS PIC 9(1).
      * "profile set ID vol|home VALUE" - a supervisor's edit of
      * another operator's row, the volume checked against the
      * catalog and the home directory against the mounted volume
      * when that is the one the profile lands on.
       01 PROF-SET-ID PIC X(8).
       01 PROF-SET-HIT PIC 9(2).
       01 PROF-SET-VALUE PIC X(32).
       01 PROF-KNOWN PIC 9(1).
       01 PROF-HOME-EID PIC 9(3).
       01 PROF-HOME-LEN PIC 9(2).
       01 PROF-DIR-IND PIC 9(3).
       01 AUTH-SUPER-COUNT PIC 9(2).

      * FOR COMMAND AUTHORITY CLASSES. Every command carries a class
      * (1 everyone, 2 senior, 3 supervisor); the operator's level
           05 FILLER PIC X(1) VALUE SPACE.
           05 ACCT-STATUS-OUT PIC 9(1).

      * FOR THE SECURITY EVENT LOG AND ITS "security" REPORT. A
      * command refused for want of permission (ERROR 05) ends with
      * CMD-STATUS 5 rather than 1, whether the shell or a
      * subprogram refused it, and the completion logs it here.
       01 SEC-STATUS PIC X(2) VALUE SPACES.
       COPY SECEVENT.
       01 SEC-OLD-LEVEL PIC 9(1).

      * FOR THE INTEGRITY CHECK LOG AND "handover". Each DRIFT that
      * verify or auditchk raises is kept there as well as mailed.
       01 CHECK-STATUS PIC X(2) VALUE SPACES.
       COPY CHECKLOG.
      *> the handover report's gist, returned for the mailbox note
       01 HAND-SUMMARY PIC X(60).

      * FOR "drpack" AND "drbuild". The pack returns the name of the
      * bundle it wrote; the rebuild says whether it got as far as
      * writing its check report.
       01 DR-BUNDLE-NAME PIC X(40).
       01 DR-REPORTED PIC 9(1).

      * FOR THE PER-VOLUME TRASH AREA. The trash root is a real
      * ".TRASH" directory row with EPARENT 0 - nothing lists
      * root-orphans, so ls/tree never see it; rm reparents its
       01 ARCH-Q-TAIL PIC 9(3).
       01 ARCH-CUR-IND PIC 9(3).
       01 AK PIC 9(3).
       01 ARCH-NOREAD PIC 9(3).

      * Old-EID-to-new-EID map built while extracting - records are
      * packed parent-first, so a child's EPARENT is always already
           05 UNDO-TAG-IMG OCCURS MAX-TAG-COUNT TIMES
               PIC X(22).

       COPY ACLDEF.
       COPY ACCESSMAP.

      * FOR THE ACCESS-ENTRY TABLE ABOVE AND THE "acl" COMMAND. The
      * on-disk image works exactly as the tag one does.
       01 ACL-DISK-IMAGE.
           05 ACL-DISK-ROW OCCURS MAX-ACL-COUNT TIMES.
               10 ACL-DISK-KEY PIC 9(6) VALUE 0.
               10 ACL-DISK-TEXT PIC X(12) VALUE SPACES.
       01 ALX PIC 9(3).
       01 AL2X PIC 9(3).
       01 ACL-KEY-WORK PIC 9(6).
       01 ACL-HIT PIC 9(1).
       01 ACL-IMG-HIT PIC 9(3).
       01 ACL-FREE-IMG PIC 9(3).
       01 ACL-NEXT-SEQ PIC 9(3).
       01 ACL-FOUND-ROW PIC 9(3).
       01 ACL-LISTED PIC 9(3).
       01 ACL-PRINCIPAL PIC X(8).
       01 ACL-KIND-ARG PIC X(1).
       01 ACL-RIGHTS-ARG PIC X(3).
       01 ACL-RIGHTS-TEXT PIC X(8).
       01 ACL-LETTER-COUNT PIC 9(2).
       01 ACL-OTHER-COUNT PIC 9(2).
       01 ACL-SHOW-RIGHTS PIC X(3).
       01 ACL-SUBJECT-IND PIC 9(3).
      * One flag per access entry: does it name this operator, or a
      * group this operator belongs to? Settled once per map build.
       01 ACL-APPLY-TABLE.
           05 ACL-APPLIES OCCURS MAX-ACL-COUNT TIMES PIC 9(1).
       01 ACC-WALK-EID PIC 9(3).
       01 ACC-WALK-IND PIC 9(3).
       01 ACC-HOPS PIC 9(3).

      * Spare-table counterpart, for restore generations and reorg.
       01 ALT-ACLS.
           05 ALT-ACL-TOTAL PIC 9(3) VALUE 0.
           05 ALT-ACL-ROW OCCURS MAX-ACL-COUNT TIMES.
               10 ALT-ACL-EID PIC 9(3).
               10 ALT-ACL-SEQ PIC 9(3).
               10 ALT-ACL-ENTRY PIC X(12).

      * FOR OPERATOR GROUPS (SOSGROUP.DAT) AND THE "group" COMMAND.
      * One fixed-column row per membership - group name, member
      * operator ID - so a group is simply every row carrying its
      * name. Loaded at startup; "group add/remove" (supervisors)
      * rewrite the whole file.
       78 MAX-GROUP-COUNT VALUE 100.
       01 GROUP-STATUS PIC X(2) VALUE SPACES.
       01 GROUP-IN-LINE.
           05 GF-GROUP PIC X(8).
           05 FILLER PIC X(1).
           05 GF-MEMBER PIC X(8).
       01 GROUP-TABLE.
           05 GROUP-ROW OCCURS MAX-GROUP-COUNT TIMES.
               10 GT-GROUP PIC X(8).
               10 GT-MEMBER PIC X(8).
       01 GROUP-TOTAL PIC 9(3) VALUE 0.
       01 GRX PIC 9(3).
       01 GROUP-HIT PIC 9(3).
       01 GROUP-NAME-ARG PIC X(8).
       01 GROUP-MEMBER-ARG PIC X(8).
       01 GROUP-LISTED PIC 9(3).

      * FOR "offboard" (RETIRING A DEPARTING OPERATOR). One control
      * row per volume finished for a departing ID - old ID,
      * successor, volume, day - kept until the ID is retired, so a
      * rerun skips what is already done and cannot switch
      * successors halfway. The walk visits every cataloged volume
      * in turn (names copied out first: mounting reloads the
      * catalog) and comes back to where the session stood.
       01 OFFB-STATUS PIC X(2) VALUE SPACES.
       01 OFFB-RPT-STATUS PIC X(2) VALUE SPACES.
       01 OFFB-IN-LINE.
           05 OF-OLD PIC X(8).
           05 FILLER PIC X(1).
           05 OF-NEW PIC X(8).
           05 FILLER PIC X(1).
           05 OF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 OF-DATE PIC 9(8).
       78 MAX-OFFB-COUNT VALUE 100.
       01 OFFB-TABLE.
           05 OFFB-ROW OCCURS MAX-OFFB-COUNT TIMES.
               10 OT-OLD PIC X(8).
               10 OT-NEW PIC X(8).
               10 OT-VOL PIC X(8).
               10 OT-DATE PIC 9(8).
       01 OFFB-TOTAL PIC 9(3) VALUE 0.
       01 OFX PIC 9(3).
       01 OFFB-HIT PIC 9(3).
       01 OFFB-VOLUMES.
           05 OFFB-VOL-NAME OCCURS MAX-VOLCAT-COUNT TIMES PIC X(8).
       01 OFFB-VOL-TOTAL PIC 9(2) VALUE 0.
       01 OFV PIC 9(2).
       01 OFQ PIC 9(3).
       01 OFFB-REQUESTED PIC 9(1) VALUE 0.
       01 OFFB-OLD PIC X(8).
       01 OFFB-NEW PIC X(8).
       01 OFFB-INPUT PIC A(120).
      *> The pair one volume's reassignment works on - separate from
      *> OFFB-OLD/OFFB-NEW, which a journal replayed mid-walk would
      *> otherwise overwrite.
       01 OFFB-FROM PIC X(8).
       01 OFFB-TO PIC X(8).
       01 OFFB-QROW PIC 9(2).
       01 OFFB-OVER PIC 9(1).
       01 OFFB-REPORTING PIC 9(1) VALUE 0.
       01 OFFB-VOL-MOVED PIC 9(3).
       01 OFFB-VOL-LEFT PIC 9(3).
       01 OFFB-MOVED-TOTAL PIC 9(5).
       01 OFFB-LEFT-TOTAL PIC 9(5).
       01 OFFB-SKIPPED-VOLS PIC 9(2).
       01 OFFB-DROPPED PIC 9(3).
       01 OFFB-TODAY PIC 9(8).
       01 OFFB-RETURN-VOL PIC X(8).
       01 OFFB-RETURN-DIR PIC X(80).
       01 OFFB-CD-STATUS PIC 9(1).
       01 OFFB-DIR-ARG PIC X(32).
       01 OFFB-LINE PIC X(100).
       01 OFFB-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OD-ACTION PIC X(10).
           05 OD-KIND PIC X(5).
           05 OD-SIZE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OD-PATH PIC X(60).
       01 OFFB-COUNT-EDIT PIC ZZZZ9.
       01 OFFB-COUNT-EDIT2 PIC ZZZZ9.

      * FOR THE FOUR-EYES APPROVAL QUEUE ("approve"/"reject").
      * purge, restore, recover, reorg and import typed by one
      * supervisor land here as a pending request - number,
      * requester, volume, day and time, directory, the command
      * line itself - until a second supervisor approves (the
      * command then runs under the requester's ID), rejects it, or
      * APPR-EXPIRE-HOURS go by. Decided and expired requests leave
      * the file; SOSAUDIT.LOG keeps their history and the
      * requester's mailbox gets the outcome.
       78 APPR-EXPIRE-HOURS VALUE 24.
       78 MAX-APPR-COUNT VALUE 30.
       01 APPR-STATUS PIC X(2) VALUE SPACES.
       01 APPR-IN-LINE.
           05 AF-NUM PIC 9(4).
           05 FILLER PIC X(1).
           05 AF-REQ PIC X(8).
           05 FILLER PIC X(1).
           05 AF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 AF-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AF-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 AF-DIR PIC X(32).
           05 FILLER PIC X(1).
           05 AF-CMD PIC X(120).
           05 FILLER PIC X(1).
      *> the directory path past its 32nd character, blank for short
      *> paths and for rows written before paths were kept whole
           05 AF-DIR-MORE PIC X(48).
       01 APPR-TABLE.
           05 APPR-ROW OCCURS MAX-APPR-COUNT TIMES.
               10 AQ-NUM PIC 9(4).
               10 AQ-REQ PIC X(8).
               10 AQ-VOL PIC X(8).
               10 AQ-DATE PIC 9(8).
               10 AQ-TIME PIC 9(6).
               10 AQ-DIR PIC X(80).
               10 AQ-CMD PIC X(120).
       01 APPR-TOTAL PIC 9(2) VALUE 0.
       01 AQX PIC 9(2).
       01 AQY PIC 9(2).
       01 APPR-HIT PIC 9(2).
       01 APPR-NEXT PIC 9(4).
       01 APPR-PIC PIC 9(4).
       01 APPR-ARG-NUM PIC 9(4).
       01 APPR-CUR-VOL PIC X(8).
       01 APPR-DROPPED PIC 9(2).
       01 APPR-NOW-HOURS PIC 9(9).
       01 APPR-ROW-HOURS PIC 9(9).
       01 APPR-QUEUED PIC 9(1) VALUE 0.
       01 APPR-RELEASED PIC 9(1) VALUE 0.
       01 APPR-RUN-PENDING PIC 9(1) VALUE 0.
       01 APPR-RUN-NUM PIC 9(4).
       01 APPR-RUN-REQ PIC X(8).
       01 APPR-RUN-DIR PIC X(80).
       01 APPR-RETURN-DIR PIC X(80).
       01 APPR-WALK-DIR PIC X(80).
       01 APPR-DIR-PTR PIC 9(3).
       01 APPR-DIR-SEG PIC X(32).
       01 APPR-RUN-CMD PIC A(120).
       01 APPR-APPROVER PIC X(8).
       01 APPR-REQ-AUTH PIC 9(1).
       01 APPR-CD-STATUS PIC 9(1).
       01 APPR-REASON PIC X(80).
      *> One mailbox notice from the system to MSG-TARGET.
       01 NOTICE-FROM PIC X(8).
       01 NOTICE-TEXT PIC X(80).

      * FOR AUTOMATIC NOTICES. SOSNOTIFY.DAT holds one rule per line:
      * an event code in columns 1-8 and a recipient in 10-17. The
      * recipient is *OWNER (the operator the event concerns), *SUPER
      * (every supervisor on file in SOSPROF.DAT) or one operator ID;
      * an event code of * matches every event. When an event fires
      * each operator its rules name gets one notice from SOS in
      * their mailbox, however many rules name them. No file, no
      * notices. Events:
      *   JOBFAIL  a scheduled job failed or its script is missing
      *   QUOTA90  an operator's usage reached 90 percent of a limit
      *   READONLY a session opened a volume read-only behind a lock
      *   TRASHED  trash auto-empty cleared an operator's entry
      *   SPOOLREL a spool entry was released to a destination
      *   DRIFT    verify or auditchk found something wrong
      *   SHADOW   a volume loaded from its shadow image
       78 MAX-NTF-COUNT VALUE 50.
       78 MAX-NTF-SENT VALUE 40.
       01 NTF-STATUS PIC X(2) VALUE SPACES.
       01 NTF-IN-LINE.
           05 NF-EVENT PIC X(8).
           05 FILLER PIC X(1).
           05 NF-WHO PIC X(8).
       01 NTF-TABLE.
           05 NTF-ROW OCCURS MAX-NTF-COUNT TIMES.
               10 NT-EVENT PIC X(8).
               10 NT-WHO PIC X(8).
       01 NTF-TOTAL PIC 9(2) VALUE 0.
       01 NTX PIC 9(2).
      *> The event being raised and the operator it concerns; the
      *> notice itself goes in NOTICE-TEXT.
       01 NTF-EVENT PIC X(8).
       01 NTF-OWNER PIC X(8).
      *> Who has already had this event's notice.
       01 NTF-SENT-TABLE.
           05 NTF-SENT OCCURS MAX-NTF-SENT TIMES PIC X(8).
       01 NTF-SENT-TOTAL PIC 9(2) VALUE 0.
       01 NSX PIC 9(2).
       01 NTF-ALREADY PIC 9(1).
      *> Each quota row's standing (1 at or past 90 percent of
      *> either limit) and the volume it was tallied on, as the
      *> command found them.
       01 NTF-QUOTA-TABLE.
           05 NTF-QUOTA-NEAR OCCURS MAX-QUOTA-COUNT TIMES PIC 9(1).
       01 NTF-QUOTA-VOL PIC X(8).
       01 NTF-NEAR PIC 9(1).
       01 NTF-SLOT-PIC PIC ZZ9.
       01 NTF-SIZE-PIC PIC Z(6)9.
       01 NTF-SLOT-MAX-PIC PIC ZZ9.
       01 NTF-SIZE-MAX-PIC PIC Z(6)9.
       01 NTF-COUNT-PIC PIC ZZZ9.
       01 NTF-TEXT-PTR PIC 9(3).

      * FOR "hold" (LEGAL HOLDS). A supervisor places a hold under a
      * case reference on one entity - a file, or a directory and
      * its whole subtree - with a reason; the day and the placer
      * are kept with it. A hold binds by volume and EID (reorg,
      * restore and recover are refused on a volume holding one, so
      * the EID cannot shift under it). Released rows stay in the
      * register, with who released them and when, as its history.
       78 MAX-HOLD-COUNT VALUE 50.
       01 HOLD-STATUS PIC X(2) VALUE SPACES.
       01 HOLD-RPT-STATUS PIC X(2) VALUE SPACES.
       01 HOLD-IN-LINE.
           05 HF-CASE PIC X(12).
           05 FILLER PIC X(1).
           05 HF-STATE PIC X(1). *> A active, R released
           05 FILLER PIC X(1).
           05 HF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 HF-EID PIC 9(3).
           05 FILLER PIC X(1).
           05 HF-PLACER PIC X(8).
           05 FILLER PIC X(1).
           05 HF-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HF-RELEASER PIC X(8).
           05 FILLER PIC X(1).
           05 HF-REL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HF-PATH PIC X(60).
           05 FILLER PIC X(1).
           05 HF-REASON PIC X(40).
       01 HOLD-TABLE.
           05 HOLD-ROW OCCURS MAX-HOLD-COUNT TIMES.
               10 HT-CASE PIC X(12).
               10 HT-STATE PIC X(1).
               10 HT-VOL PIC X(8).
               10 HT-EID PIC 9(3).
               10 HT-PLACER PIC X(8).
               10 HT-DATE PIC 9(8).
               10 HT-RELEASER PIC X(8).
               10 HT-REL-DATE PIC 9(8).
               10 HT-PATH PIC X(60).
               10 HT-REASON PIC X(40).
       01 HOLD-TOTAL PIC 9(2) VALUE 0.
       01 HLX PIC 9(2).
       01 HMX PIC 9(3).
       01 HOLD-HIT PIC 9(2).
       01 HOLD-CUR-VOL PIC X(8).
       01 HOLD-VOL-COUNT PIC 9(2) VALUE 0.
       01 HOLD-BLOCKED PIC 9(1) VALUE 0.
       01 HOLD-CASE-ARG PIC X(12).
       01 HOLD-REASON-ARG PIC X(40).
       01 HOLD-ROOT-IND PIC 9(3).
       01 HOLD-TEST-IND PIC 9(3).
       01 HOLD-TEST-EID PIC 9(3).
       01 HOLD-UNDER PIC 9(1).
       01 HOLD-HOPS PIC 9(3).
       01 HOLD-UNDO-HIT PIC 9(1).
       01 HOLD-NAMED-EID PIC 9(3).
       01 HOLD-RELEASED PIC 9(2).
       01 HOLD-LISTED PIC 9(2).
       01 HOLD-ENT-COUNT PIC 9(3).
       01 HOLD-TODAY PIC 9(8).
       01 HOLD-LINE PIC X(100).
       01 HOLD-LIST-LINE.
           05 HLL-CASE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLL-PLACER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLL-PATH PIC X(40).
       01 HOLD-COUNT-EDIT PIC ZZ9.

      * FOR "layout" (RECORD LAYOUTS FOR FILE BODIES). A layout is a
      * named set of fixed-column fields - name, start column,
      * length, type (N numeric, A alphanumeric, D date YYYYMMDD)
      * and R required or O optional - held one field per row in
      * SOSLAYOUT.DAT for the whole installation. It governs a file
      * once attached (SOSLAYAT.DAT) by absolute path to the file
      * itself or to a directory above it on a volume, the way the
      * retention policy names its directories; the nearest
      * attachment wins. Every body line of a governed file is one
      * record: write and write -a refuse a line that breaks it,
      * "layout check" reports every line on the volume that does,
      * and "layout extract" turns the lines into CSV by field.
       78 MAX-LAYOUT-FIELDS VALUE 100.
       78 MAX-LAYAT-COUNT VALUE 50.
       01 LAYOUT-STATUS PIC X(2) VALUE SPACES.
       01 LAYAT-STATUS PIC X(2) VALUE SPACES.
       01 LAYRPT-STATUS PIC X(2) VALUE SPACES.
       01 LAYCSV-STATUS PIC X(2) VALUE SPACES.
       01 LAYOUT-IN-LINE.
           05 LF-NAME PIC X(8).
           05 FILLER PIC X(1).
           05 LF-FIELD PIC X(12).
           05 FILLER PIC X(1).
           05 LF-START PIC 9(2).
           05 FILLER PIC X(1).
           05 LF-LEN PIC 9(2).
           05 FILLER PIC X(1).
           05 LF-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 LF-REQ PIC X(1).
       01 LAYOUT-TABLE.
           05 LAYOUT-ROW OCCURS MAX-LAYOUT-FIELDS TIMES.
               10 LY-NAME PIC X(8).
               10 LY-FIELD PIC X(12).
               10 LY-START PIC 9(2).
               10 LY-LEN PIC 9(2).
               10 LY-TYPE PIC X(1).
                   88 LY-NUMERIC VALUE "N".
                   88 LY-DATE VALUE "D".
               10 LY-REQ PIC X(1).
                   88 LY-REQUIRED VALUE "R".
       01 LAYOUT-TOTAL PIC 9(3) VALUE 0.
       01 LYX PIC 9(3).
       01 LYY PIC 9(3).
       01 LAYAT-IN-LINE.
           05 LAF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 LAF-LAYOUT PIC X(8).
           05 FILLER PIC X(1).
           05 LAF-PATH PIC X(60).
       01 LAYAT-TABLE.
           05 LAYAT-ROW OCCURS MAX-LAYAT-COUNT TIMES.
               10 LA-VOL PIC X(8).
               10 LA-LAYOUT PIC X(8).
               10 LA-PATH PIC X(60).
       01 LAYAT-TOTAL PIC 9(2) VALUE 0.
       01 LAX PIC 9(2).
       01 LAY-HIT PIC 9(3).
       01 LAY-CUR-VOL PIC X(8).
       01 LAY-ARG-NAME PIC X(32).
       01 LAY-ARG-FIELD PIC X(32).
       01 LAY-ARG-START PIC X(8).
       01 LAY-ARG-LEN PIC X(8).
       01 LAY-ARG-TYPE PIC X(8).
       01 LAY-ARG-REQ PIC X(8).
       01 LAY-ARG-EXTRA PIC X(32).
       01 LAY-NEW-START PIC 9(3).
       01 LAY-NEW-LEN PIC 9(3).
       01 LAY-NEW-END PIC 9(3).
      *> Working out the layout that governs row LAY-SUBJECT.
       01 LAY-SUBJECT PIC 9(3).
       01 LAY-PATH PIC X(60).
       01 LAY-ACTIVE PIC X(8).
       01 LAY-BEST-LEN PIC 9(2).
       01 LAY-AT-LEN PIC 9(2).
      *> One body line judged against LAY-ACTIVE.
       01 LAY-TEXT PIC X(60).
       01 LAY-LINE-NO PIC 9(3).
       01 LAY-FIELD-VAL PIC X(60).
       01 LAY-DATE-NUM PIC 9(8).
       01 LAY-WHY PIC X(24).
       01 LAY-FAULTS PIC 9(3).
       01 LAY-FIRST-FIELD PIC X(12).
       01 LAY-FIRST-WHY PIC X(24).
       01 LAY-FIRST-START PIC 9(2).
       01 LAY-FIRST-END PIC 9(2).
       01 LAY-REPORTING PIC 9(1) VALUE 0.
       01 LAY-FIELD-COUNT PIC 9(3).
       01 LAY-FILES PIC 9(3).
       01 LAY-LINES PIC 9(4).
       01 LAY-BAD-LINES PIC 9(4).
       01 LAY-ROWS PIC 9(4).
       01 LAY-SKIPPED PIC 9(3).
       01 LAY-TARGET-IND PIC 9(3).
       01 LAY-TARGET-EID PIC 9(3).
       01 LAY-EXTRACT-NAME PIC X(8).
       01 LAY-PTR PIC 9(3).
       01 LAY-LINE-EDIT PIC Z9.
       01 LAY-COL-EDIT PIC Z9.
       01 LAY-COL-EDIT2 PIC Z9.
       01 LAY-COUNT-EDIT PIC ZZZ9.
       01 LAY-SCOPE-PATH PIC X(60).
       01 LAY-SCOPE-LEN PIC 9(2).
       01 LAY-TODAY PIC 9(8).
       01 LAY-RPT-LINE PIC X(120).
       01 LAY-CSV-LINE PIC X(240).

      * FOR "sort" AND "merge" (FILE BODIES ORDERED ON COLUMN KEYS).
      * Keys are column ranges "from-to", a trailing "d" for
      * descending, several joined by commas ("1-10,21-28d"); lines
      * compare character by character within each key in turn.
      * Body 1 is the (first) input, body 2 merge's second input,
      * body 3 the result being built.
       78 MAX-SORT-KEYS VALUE 5.
       01 SRT-TOKENS.
           05 SRT-TOK PIC X(32) OCCURS 7 TIMES.
       01 SRT-TOKX PIC 9(1).
       01 SRT-UNIQUE PIC 9(1).
       01 SRT-NAME-A PIC X(32).
       01 SRT-NAME-B PIC X(32).
       01 SRT-KEY-SPEC PIC X(32).
       01 SRT-DEST PIC X(32).
       01 SRT-IND-A PIC 9(3).
       01 SRT-IND-B PIC 9(3).
       01 SRT-STORE-IND PIC 9(3).
       01 SRT-KEY-PARTS.
           05 SRT-KEY-PART PIC X(12) OCCURS 6 TIMES.
       01 SRT-PART-COUNT PIC 9(1).
       01 SRT-KEY-COUNT PIC 9(1).
       01 SRT-KEY-TABLE.
           05 SRT-KEY OCCURS MAX-SORT-KEYS TIMES.
               10 SRT-KEY-START PIC 9(2).
               10 SRT-KEY-LEN PIC 9(2).
               10 SRT-KEY-DIR PIC X(1).
                   88 SRT-KEY-DESCENDING VALUE "D".
       01 SRT-KX PIC 9(1).
       01 SRT-FROM-TXT PIC X(12).
       01 SRT-TO-TXT PIC X(12).
       01 SRT-TXT-LEN PIC 9(2).
       01 SRT-SLASHES PIC 9(2).
       01 SRT-FROM PIC 9(3).
       01 SRT-TO PIC 9(3).
       01 SRT-BAD-KEY PIC 9(1).
       01 SRT-BODIES.
           05 SRT-BODY OCCURS 3 TIMES.
               10 SRT-LINE-COUNT PIC 9(2).
               10 SRT-LINE PIC X(60) OCCURS MAX-FILE-LINES TIMES.
       01 SRT-BX PIC 9(1).
       01 SRT-LX PIC 9(2).
       01 SRT-LY PIC 9(2).
       01 SRT-PA PIC 9(2).
       01 SRT-PB PIC 9(2).
       01 SRT-HOLD-LINE PIC X(60).
       01 SRT-CMP-A PIC X(60).
       01 SRT-CMP-B PIC X(60).
       01 SRT-CMP PIC S9(1).
       01 SRT-PLACED PIC 9(1).
       01 SRT-ORDER-BAD PIC 9(1).
       01 SRT-OVERFLOW PIC 9(1).
       01 SRT-DROPPED PIC 9(2).
       01 SRT-SIZE PIC 9(4).
       01 SRT-COUNT-EDIT PIC Z9.

      * FOR "replace" (TEXT SUBSTITUTED ACROSS FILE BODIES). The
      * scope is a directory's tree (RPL-SCOPE "T", rooted at
      * RPL-ROOT-EID) or the current directory's files matching a
      * pattern ("W"). The walk runs once to preview and, when
      * confirmed, again to apply (RPL-APPLYING 1); each line is
      * worked on in RPL-SRC into RPL-OUT, whose fate RPL-FATE is
      * C changed, O over the 60-byte line, L against the layout
      * or blank when the old text is not in it.
       01 RPL-TOKENS.
           05 RPL-TOK PIC X(32) OCCURS 4 TIMES.
       01 RPL-OLD PIC X(32).
       01 RPL-NEW PIC X(32).
       01 RPL-OLD-LEN PIC 9(2).
       01 RPL-NEW-LEN PIC 9(2).
       01 RPL-SCOPE PIC X(1).
       01 RPL-ROOT-EID PIC 9(3).
       01 RPL-APPLYING PIC 9(1).
       01 RPL-IND PIC 9(3).
       01 RPL-IN-SCOPE PIC 9(1).
       01 RPL-HOP PIC 9(3).
       01 RPL-SKIP-WHY PIC X(32).
       01 RPL-WRITABLE PIC 9(1).
       01 RPL-STAGE PIC X(1).
           88 RPL-COUNTING VALUE "N".
           88 RPL-SHOWING VALUE "S".
           88 RPL-STORING VALUE "A".
       01 RPL-FILE-CHANGES PIC 9(3).
       01 RPL-FILE-SKIPS PIC 9(3).
       01 RPL-SRC PIC X(60).
       01 RPL-SRC-LEN PIC 9(2).
       01 RPL-OUT PIC X(120).
       01 RPL-OUT-PTR PIC 9(3).
       01 RPL-OUT-LEN PIC 9(3).
       01 RPL-P PIC 9(3).
       01 RPL-MATCH PIC 9(1).
       01 RPL-LINE-NO PIC 9(3).
       01 RPL-LINE-HITS PIC 9(2).
       01 RPL-FATE PIC X(1).
       01 RPL-FILES PIC 9(3).
       01 RPL-LINES PIC 9(4).
       01 RPL-HITS PIC 9(4).
       01 RPL-SKIPS PIC 9(4).
       01 RPL-COUNT-EDIT PIC ZZZ9.
       01 RPL-LINE-EDIT PIC ZZ9.

      * FOR "edit" (LINE-LEVEL CHANGES TO ONE FILE'S BODY). The body
      * is loaded line by line into EDT-OLD-LINE, the edit is worked
      * into EDT-NEW-LINE, and only a change that fits - the line
      * ceiling, the segment table, the file's layout and the
      * operator's quota - is stored back. EDT-FROM/EDT-TO are the
      * line or range named, EDT-TO equal to EDT-FROM for one line.
       01 EDT-VERB PIC X(8).
       01 EDT-NAME PIC X(32).
       01 EDT-IND PIC 9(3).
       01 EDT-MUTATING PIC 9(1).
       01 EDT-FROM-TXT PIC X(12).
       01 EDT-TO-TXT PIC X(12).
       01 EDT-FROM PIC 9(3).
       01 EDT-TO PIC 9(3).
       01 EDT-OLD-COUNT PIC 9(2).
       01 EDT-OLD-BODY.
           05 EDT-OLD-LINE PIC X(60) OCCURS MAX-FILE-LINES TIMES.
       01 EDT-NEW-COUNT PIC 9(2).
       01 EDT-NEW-BODY.
           05 EDT-NEW-LINE PIC X(60) OCCURS MAX-FILE-LINES TIMES.
       01 EDT-LX PIC 9(2).
       01 EDT-OLD-SEGS PIC 9(3).
       01 EDT-NEW-SIZE PIC 9(4).
       01 EDT-QUOTA-HIT PIC 9(2).
       01 EDT-QX PIC 9(3).
       01 EDT-OWNED-SIZE PIC 9(8).
       01 EDT-PRINT-LINE.
           05 EPL-NUM PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EPL-TEXT PIC X(60).
       01 EDT-LINE-EDIT PIC Z9.
       01 EDT-LINE-EDIT2 PIC Z9.
       01 EDT-DONE-TEXT PIC X(40).

      * FOR "gdg" (GENERATION DATA GROUPS). A group is a base name
      * in one directory (SOSGDG.DAT holds it by volume and path,
      * the way layouts are attached) whose members are the files
      * named BASE.Gnnnn there. A reference BASE(0) is the newest
      * member, BASE(-n) the nth before it and BASE(+1) the next
      * new one; a bare BASE after ">" is BASE(+1) and after ">>"
      * BASE(0). References are turned into member names before a
      * command line is split up, so every command sees a plain
      * name. The next number is worked out from the table each
      * time - one past the highest member in the directory or in
      * the trash from it - so a journal replay numbers alike. A
      * command that made the new member then sends the oldest to
      * the trash until the group is back within its limit.
       78 MAX-GDG-COUNT VALUE 50.
       78 MAX-GDG-LIMIT VALUE 255.
       01 GDG-STATUS PIC X(2) VALUE SPACES.
       01 GDG-IN-LINE.
           05 GF-VOL PIC X(8).
           05 FILLER PIC X(1).
           05 GF-BASE PIC X(26).
           05 FILLER PIC X(1).
           05 GF-LIMIT PIC 9(3).
           05 FILLER PIC X(1).
           05 GF-PATH PIC X(60).
       01 GDG-TABLE.
           05 GDG-ROW OCCURS MAX-GDG-COUNT TIMES.
               10 GD-VOL PIC X(8).
               10 GD-BASE PIC X(26).
               10 GD-LIMIT PIC 9(3).
               10 GD-PATH PIC X(60).
       01 GDG-TOTAL PIC 9(2) VALUE 0.
       01 GDX PIC 9(2).
       01 GDG-HIT PIC 9(2).
       01 GDG-HERE-COUNT PIC 9(2).
       01 GDG-CUR-VOL PIC X(8).
       01 GDG-DIR-PATH PIC X(60).
       01 GDG-DIR-EID PIC 9(3).
       01 GDG-DIR-IND PIC 9(3).
       01 GDG-BASE PIC X(26).
       01 GDG-BASE-LEN PIC 9(2).
       01 GDG-NEW-LIMIT PIC 9(3).
       01 GDG-LIMIT-EDIT PIC ZZ9.
      *> Walking the members: GDG-ROW-GEN is row GDG-I's generation
      *> (0 when it is no member), GDG-CEIL/GDG-FLOOR bound the
      *> search and GDG-BEST/GDG-BEST-IND carry what it found.
       01 GDG-I PIC 9(3).
       01 GDG-CAND PIC X(32).
       01 GDG-ROW-GEN PIC 9(5).
       01 GDG-CEIL PIC 9(5).
       01 GDG-FLOOR PIC 9(5).
       01 GDG-BEST PIC 9(5).
       01 GDG-BEST-IND PIC 9(3).
       01 GDG-ORDINAL PIC 9(4).
       01 GDG-STEP PIC 9(4).
       01 GDG-NEXT-GEN PIC 9(5).
       01 GDG-GEN-TEXT PIC 9(4).
       01 GDG-MEMBER-NAME PIC X(32).
       01 GDG-LIVE-COUNT PIC 9(3).
      *> Rewriting the command line token by token.
       01 GDG-MARKS PIC 9(3).
       01 GDG-REBUILT PIC X(120).
       01 GDG-IN-LEN PIC 9(3).
       01 GDG-IN-PTR PIC 9(3).
       01 GDG-OUT-PTR PIC 9(3).
       01 GDG-TOKEN PIC X(120).
       01 GDG-TOK-LEN PIC 9(3).
       01 GDG-TOK-NO PIC 9(3).
       01 GDG-PREV-TOKEN PIC X(8).
       01 GDG-PAREN-POS PIC 9(3).
       01 GDG-INNER PIC X(8).
       01 GDG-REL PIC S9(4).
       01 GDG-REF-BAD PIC 9(1) VALUE 0.
      *> Set when a command line named a new generation: the group,
      *> its directory and the member it is to create.
       01 GDG-ROLL-PENDING PIC 9(1) VALUE 0.
       01 GDG-ROLL-BASE PIC X(26).
       01 GDG-ROLL-LIMIT PIC 9(3).
       01 GDG-ROLL-DIR PIC 9(3).
       01 GDG-ROLL-GEN PIC 9(5).
       01 GDG-ROLL-DONE PIC 9(1).
       01 GDG-NEW-SEEN PIC 9(1).
       01 GDG-RM-STATUS PIC 9(1).
       01 GDG-LIST-HEAD.
           05 GLH-BASE PIC X(26).
           05 FILLER PIC X(7) VALUE " LIMIT ".
           05 GLH-LIMIT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLH-PATH PIC X(60).
       01 GDG-LIST-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLL-REF PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLL-NAME PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GLL-SIZE PIC ZZZ9.
       01 GDG-ORD-EDIT PIC ZZ9.
       01 GDG-LISTED PIC 9(2).

      * FOR "template" AND "instantiate" (PROJECT SKELETONS). The
      * templates are the directories under /.TEMPLATES; only a
      * supervisor may change anything there, everyone may read it
      * (MARK-TEMPLATE-AREA). "instantiate" plans the copy first -
      * one INS-ROW per entity, breadth first, each naming its
      * parent's row (0 the current directory) - so that nothing is
      * made until every name, line and limit has been judged. The
      * placeholders are filled through replace's substitution.
       78 TEMPLATE-AREA-NAME VALUE ".TEMPLATES".
       01 TPL-AREA-EID PIC 9(3).
       01 TPL-AREA-IND PIC 9(3).
       01 TPL-IND PIC 9(3).
       01 TPL-X PIC 9(3).
       01 TPL-HOP PIC 9(3).
       01 TPL-UNDER PIC 9(1).
       01 TPL-ROOT-EID PIC 9(3).
       01 TPL-NEW-TYPE PIC 9(1).
       01 TPL-COUNT PIC 9(3).
       01 TPL-LISTED PIC 9(3).
       01 TPL-LIST-LINE.
           05 TL-NAME PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-COUNT PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-OWNER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-MODIFIED PIC 9(8).
       01 INS-PLAN.
           05 INS-ROW OCCURS MAX-ENTITY-COUNT TIMES.
               10 INS-OLD-IND PIC 9(3).
               10 INS-PARENT-PX PIC 9(3).
               10 INS-NEW-NAME PIC X(32).
               10 INS-NEW-IND PIC 9(3).
       01 INS-TOTAL PIC 9(3).
       01 INS-HEAD PIC 9(3).
       01 INS-PX PIC 9(3).
       01 INS-KX PIC 9(3).
       01 INS-NAME-VALUE PIC X(32).
       01 INS-NAME-LEN PIC 9(2).
       01 INS-DATE-VALUE PIC X(8).
       01 INS-TEXT PIC X(60).
       01 INS-TEXT-LEN PIC 9(3).
       01 INS-TOO-LONG PIC 9(1).
       01 INS-BAD-PATH PIC X(60).
       01 INS-SEGS PIC 9(3).
       01 INS-TAGS PIC 9(3).
       01 INS-SIZE PIC 9(7).
       01 INS-FREE-SLOTS PIC 9(3).
       01 INS-SEG-LIMIT PIC 9(3).
       01 INS-TAG-LIMIT PIC 9(3).
       01 INS-PARENT-IND PIC 9(3).
       01 INS-QUOTA-HIT PIC 9(2).
       01 INS-QX PIC 9(2).
       01 INS-QY PIC 9(3).
       01 INS-OWNED-SLOTS PIC 9(4).
       01 INS-OWNED-SIZE PIC 9(8).
       01 INS-COUNT-EDIT PIC ZZ9.

      * FOR "migrate" AND "recall" (TIERED STORAGE). A cataloged
      * volume may name an archive volume (VCAT-ARCHIVE). "migrate
      * DAYS" walks every volume that does, the way offboard walks
      * them: each file untouched for DAYS days is copied to
      * /.MIGRATED/<volume>/ on its archive volume and leaves a stub
      * behind (ETYPE 3) that keeps its name, owner, dates and tags
      * but drops its body, ECONTENT naming the copy instead. cat,
      * write and cp of a stub - or "recall" - fetch the body back
      * first. The copy itself stays on the archive volume until a
      * later run finds no stub pointing at it any more; each is
      * named for the file's EID and the run's date and time, so
      * no two runs collide. A file any access entry governs stays
      * home - the copy would sit on the archive volume without
      * the entries on it and above it.
       78 MIGRATE-AREA-NAME VALUE ".MIGRATED".
       01 MIG-RPT-STATUS PIC X(2) VALUE SPACES.
       01 MIG-REQUESTED PIC 9(1) VALUE 0.
       01 MIG-DAYS PIC 9(4).
       01 MIG-TODAY PIC 9(8).
       01 MIG-NOW PIC 9(8).
       01 MIG-STAMP PIC X(15).
       01 MIG-CUTOFF PIC 9(8).
       01 MIG-VOLUMES.
           05 MIG-VOL-ROW OCCURS MAX-VOLCAT-COUNT TIMES.
               10 MIG-VOL-NAME PIC X(8).
               10 MIG-VOL-ARCHIVE PIC X(8).
       01 MIG-VOL-TOTAL PIC 9(2).
       01 MGV PIC 9(2).
       01 MIG-RETURN-VOL PIC X(8).
       01 MIG-RETURN-DIR PIC X(80).
       01 MIG-CD-STATUS PIC 9(1).
       01 MIG-DIR-ARG PIC X(32).
       01 MIG-HOLD-INPUT PIC A(120).
       01 MIG-HOLD-DIR PIC X(80).
      *> The volume whose files the shared names point at for the
      *> moment, and the session's own names held meanwhile.
       01 MIG-TARGET-VOL PIC X(8).
       01 MIG-HOLD-CTLFN PIC X(40).
       01 MIG-HOLD-DATAFN PIC X(40).
       01 MIG-HOLD-JRNLFN PIC X(40).
       01 MIG-HOLD-LOCKFN PIC X(40).
       01 MIG-PRIM-VOL PIC X(8).
       01 MIG-ARCH-VOL PIC X(8).
       01 MIG-ARCH-BUSY PIC 9(1).
       01 MIG-AREA-ALT PIC 9(3).
       01 MIG-DIR-ALT PIC 9(3).
       01 MIG-ALT-PARENT PIC 9(3).
       01 MIG-ALT-NAME PIC X(32).
       01 MIG-ALT-HIT PIC 9(3).
       01 MIG-FULL PIC 9(1).
       01 MIG-POINTER PIC X(60).
       01 MIG-EID-EDIT PIC 9(3).
       01 MIG-REFERENCED PIC 9(1).
       01 MIG-GOVERNED PIC 9(1).
       01 MIG-PLAN.
           05 MIG-PLAN-ROW OCCURS MAX-ENTITY-COUNT TIMES.
               10 MIG-PLAN-IND PIC 9(3).
               10 MIG-PLAN-NAME PIC X(32).
       01 MIG-PLAN-TOTAL PIC 9(3).
       01 MIG-PLAN-KEPT PIC 9(3).
       01 MGP PIC 9(3).
       01 MGK PIC 9(3).
       01 MIG-STUB-IND PIC 9(3).
       01 MIG-FILE-SEGS PIC 9(3).
       01 MIG-VOL-FILES PIC 9(3).
       01 MIG-VOL-LINES PIC 9(4).
       01 MIG-VOL-BYTES PIC 9(7).
       01 MIG-VOL-LEFT PIC 9(3).
       01 MIG-VOL-SWEPT PIC 9(3).
       01 MIG-FILES-TOTAL PIC 9(5).
       01 MIG-LINES-TOTAL PIC 9(5).
       01 MIG-BYTES-TOTAL PIC 9(8).
       01 MIG-SKIPPED-VOLS PIC 9(2).
       01 MIG-LINE PIC X(100).
       01 MIG-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-SIZE PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-LINES PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-MODIFIED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-OWNER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-PATH PIC X(60).
       01 MIG-COUNT-EDIT PIC ZZZZ9.
       01 MIG-COUNT-EDIT2 PIC ZZZZ9.
       01 MIG-BYTES-EDIT PIC Z(7)9.
      *> Recall of one stub: the name or path it was reached by, its
      *> row, and the archived copy the pointer leads to.
       01 MIG-REF PIC X(32).
       01 MIG-RECALL-IND PIC 9(3).
       01 MIG-RECALL-FAILED PIC 9(1).
       01 MIG-PTR-VOL PIC X(8).
       01 MIG-PTR-PATH PIC X(60).
       01 MIG-PTR-PARTS.
           05 MIG-PTR-PART OCCURS 3 TIMES PIC X(32).
       01 MIG-PTR-COUNT PIC 9(2).
       01 MIG-COPY-ALT PIC 9(3).

      * FOR "query" (ENTITY ATTRIBUTE SEARCH). Conditions are
      * FIELD OP VALUE tokens ("owner=JSMITH", "size>500") joined
      * by "and"/"or" - "and" binding tighter, so the query holds
      * when any run of and-ed conditions all hold. Results are
      * table rows (QR-IND) with the value they sort on (QR-KEY).
       78 MAX-QUERY-CONDS VALUE 8.
       78 MAX-QUERY-COLS VALUE 7.
       01 QRY-STATUS PIC X(2) VALUE SPACES.
       01 QRY-TOKENS.
           05 QRY-TOK PIC X(40) OCCURS 16 TIMES.
       01 QRY-TOKX PIC 9(2).
       01 QRY-TOKEN PIC X(40).
       01 QRY-EXPECT PIC X(1).
       01 QRY-LAST PIC X(1).
       01 QRY-JOIN-PENDING PIC X(1).
       01 QRY-BAD PIC 9(1).
       01 QRY-CSV PIC 9(1).
       01 QRY-CONDS.
           05 QRY-COND OCCURS MAX-QUERY-CONDS TIMES.
               10 QC-JOIN PIC X(1).
                   88 QC-OR VALUE "O".
               10 QC-FIELD PIC X(8).
               10 QC-OP PIC X(2).
               10 QC-VALUE PIC X(40).
               10 QC-NUM PIC 9(8).
       01 QRY-COND-COUNT PIC 9(1).
       01 QRY-CX PIC 9(1).
       01 QRY-FIELD-TXT PIC X(40).
       01 QRY-OP-TXT PIC X(2).
       01 QRY-VALUE-TXT PIC X(40).
       01 QRY-CANON PIC X(8).
       01 QRY-COL-LIST PIC X(40).
       01 QRY-COL-PARTS.
           05 QRY-COL-PART PIC X(12) OCCURS 8 TIMES.
       01 QRY-COLS.
           05 QRY-COL PIC X(8) OCCURS MAX-QUERY-COLS TIMES.
       01 QRY-COL-COUNT PIC 9(1).
       01 QRY-KX PIC 9(1).
       01 QRY-SORT-COL PIC X(8).
       01 QRY-DESCENDING PIC 9(1).
       01 QRY-RESULTS.
           05 QRY-RESULT OCCURS MAX-ENTITY-COUNT TIMES.
               10 QR-IND PIC 9(3).
               10 QR-KEY PIC X(60).
       01 QRY-TOTAL PIC 9(3).
       01 QRY-IND PIC 9(3).
       01 QRY-RX PIC 9(3).
       01 QRY-RY PIC 9(3).
       01 QRY-HOLD-IND PIC 9(3).
       01 QRY-HOLD-KEY PIC X(60).
       01 QRY-PLACED PIC 9(1).
       01 QRY-AFTER PIC 9(1).
       01 QRY-PATH PIC X(60).
       01 QRY-PATH-LEN PIC 9(2).
       01 QRY-ANY PIC 9(1).
       01 QRY-GROUP PIC 9(1).
       01 QRY-HIT PIC 9(1).
       01 QRY-NUM PIC 9(8).
       01 QRY-TEXT PIC X(40).
       01 QRY-TAG-HIT PIC 9(1).
       01 QRY-TAG-FIRST PIC X(16).
       01 QRY-TGX PIC 9(3).
       01 QRY-CELL PIC X(60).
       01 QRY-SIZE-EDIT PIC ZZZ9.
       01 QRY-COUNT-EDIT PIC ZZ9.
       01 QRY-LINE PIC X(160).
       01 QRY-PTR PIC 9(3).
       01 QRY-CSV-LINE PIC X(240).
       01 QRY-CSV-PTR PIC 9(3).
       01 QRY-CAP-LINES PIC 9(2).
       01 QRY-CAP-EDIT PIC ZZ9.
       01 QRY-WIDTH PIC 9(2).

      * FOR "reorg" (OFFLINE VOLUME REORGANIZATION). Live entities
      * renumber into dense ascending EIDs - root first, then its
      * tree breadth-first, then the trash tree, then any stray
           05 QF-MAX-SIZE PIC 9(7).
       01 QR PIC 9(2).
       01 QS PIC 9(3).
       01 QUOTA-SET-HIT PIC 9(2).
       01 QUOTA-NEW-SLOTS PIC 9(3).
       01 QUOTA-NEW-SIZE PIC 9(7).
       01 USED-SLOTS PIC 9(4).
       01 USED-SIZE PIC 9(8).
       01 QUOTA-RPT-LINE.
       01 BD-PTR PIC 9(3).
       01 BD-REST PIC X(120).

      * FOR JOB LOGS. A batch run (row 1) and each scheduled job (row
      * 2) keep a log: a header naming the job, script, operator,
      * volume and start/end times, then every script line with its
      * condition code followed by whatever it displayed, then the
      * closing summary. While a line runs the console output is
      * turned into SOSJOB.TMP (the C library's dup/dup2 on standard
      * output), then copied to the log body and shown on the
      * console as before. The finished log is spooled held as a
      * JOBLOG entry. A sched pass inside a batch run runs between
      * batch lines, so the two rows never capture at once.
       01 JOBCAP-STATUS PIC X(2) VALUE SPACES.
       01 JOBBDY-STATUS PIC X(2) VALUE SPACES.
       01 JOBLOG-STATUS PIC X(2) VALUE SPACES.
       01 JOBBDYFN PIC X(40).
       01 JOBLOG-TABLE.
           05 JOBLOG-ROW OCCURS 2 TIMES.
               10 JL-ACTIVE PIC 9(1) VALUE 0.
               10 JL-JOB PIC X(8).
               10 JL-SCRIPT PIC X(40).
               10 JL-VOL PIC X(8).
               10 JL-START-DATE PIC 9(8).
               10 JL-START-TIME PIC 9(8).
               10 JL-BODY-FN PIC X(40).
       01 JLX PIC 9(1) VALUE 1.
       01 JOB-CAPTURING PIC 9(1) VALUE 0.
      *> Descriptors for the capture: the console's saved copy, the
      *> capture file's own, and what each library call returned.
       01 JOB-SAVED-FD PIC S9(9) COMP-5.
       01 JOB-CAP-FD PIC S9(9) COMP-5.
       01 JOB-CALL-RC PIC S9(9) COMP-5.
       01 JOB-CAP-NAME PIC X(11) VALUE Z"SOSJOB.TMP".
       01 JOB-STEP-NO PIC 9(4).
       01 JOB-STEP-CC PIC X(4).
       01 JOB-STEP-TEXT PIC X(120).
       01 JOB-LOG-TEXT PIC X(162).
       01 JOB-END-DATE PIC 9(8).
       01 JOB-END-TIME PIC 9(8).
       01 JOB-SKIP-HOLD PIC 9(4).
       01 JOB-STEP-LINE.
           05 FILLER PIC X(5) VALUE "LINE ".
           05 JSL-NO PIC ZZZ9.
           05 FILLER PIC X(5) VALUE "  CC ".
           05 JSL-CC PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JSL-TEXT PIC X(120).

      * FOR "run" (COMMAND SCRIPTS STORED AS ORDINARY SOS FILES).
      * "run name a b c" executes the named file's content line by
      * line through PROCESS-COMMAND - driven from the READ-INPUT
       01 DELTA-CHANGED PIC 9(4).
       01 DELTA-REMOVED PIC 9(4).

      * FOR "xmit" (FIXED-LENGTH INTERFACE FILE - XMITOUT WRITES IT,
      * XMITACK RECONCILES WHAT THE RECEIVER RETURNS)
       01 XMIT-MODE PIC 9(1) VALUE 0. *> 0 delta, 1 full
       01 XMIT-SEQ-ARG PIC X(32) VALUE SPACES.
       01 XMIT-FORCE PIC 9(1) VALUE 0.
       01 XMIT-ACK-MODE PIC 9(1) VALUE 0. *> 0 ack, 1 log
       01 XMIT-SYNTAX-OK PIC 9(1) VALUE 0.

      * FOR THE "export" COMMAND (CSV EXTRACT OF THE ENTITY TABLE)
       01 EXPORT-STATUS PIC X(2) VALUE SPACES.
       01 EXPORT-ROW-COUNT PIC 9(3) VALUE 0.
       01 EXP-TYPE-OUT PIC X(4).
      * A classified file someone else owns exports its marking in
      * place of its content, extra lines suppressed - shared by the
      * full export and the delta extract. A file whose access
      * entries give the operator no read goes out the same way
      * under its own marking.
       01 EXP-CONTENT-OUT PIC X(60).
       01 EXP-MASKED PIC 9(1).
       78 CONF-MASK VALUE "*CONFIDENTIAL*".
       78 NOREAD-MASK VALUE "*NO READ ACCESS*".

      * FOR BATCH CHECKPOINT/RESTART (LONG SOSBATCH.DAT RUNS)
       78 CHKPT-INTERVAL VALUE 25.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NAME PIC X(32).

      * FOR "rotate" (LOG ROTATION, LOGROTAT). The shell works out
      * which journal archives may be split and where each one's
      * cut-off lies - it owns the per-volume names, the locks and
      * the backup generations - and LOGROTAT does the file work.
       COPY JRNLROT.
       01 ROT-MODE PIC X(1).
       01 ROT-HOLD-VOLUME PIC X(8).
       01 ROT-HOLD-LOCKFN PIC X(40).
       01 ROT-HOLD-GEN-NUM PIC 9(4).
       01 ROT-GEN PIC 9(4).
       01 ROT-GEN-LOW PIC S9(5).
       01 ROT-OLDEST-STAMP PIC 9(14).
       01 ROT-DEFAULT-SEEN PIC 9(1).

      * Second whole-table image, mirroring FILESYSTEM.cpy field for
      * field - "restore" reads a backup generation here so it can be
      * compared against the live table (and confirmed) before it
               PERFORM SET-VOLUME-FILENAMES
               PERFORM LOAD-FILESYSTEM
               PERFORM LOAD-QUOTA-LIMITS
               PERFORM LOAD-GROUP-TABLE

               PERFORM SET-ALIAS-FILENAME
               PERFORM LOAD-ALIAS-TABLE
               PERFORM REGISTER-VOLUME-MOUNT
           END-IF.

      *> Approval requests left undecided too long lapse here too,
      *> so a requester hears of it at the next sign-on even when
      *> nobody has looked at the queue.
           IF EXIT-FLAG = 0 THEN
               PERFORM EXPIRE-APPROVAL-REQUESTS
           END-IF.

      *> An interactive session picks up the operator's profile -
      *> default volume mounted, home directory entered, listing
      *> preference set - so nobody retypes the same morning
      *> completed line instead of re-running (and double-creating)
      *> from the top. Remove SOSCHKPT.DAT to force a top-of-script
      *> run of a script that shares the staged name.
      *> The run's job log opens here, the restart's own notes its
      *> first entries.
           IF BATCH-MODE = 1 AND EXIT-FLAG = 0 THEN
               MOVE 1 TO JLX
               MOVE "BATCH" TO JL-JOB(1)
               MOVE SYSIN-NAME TO JL-SCRIPT(1)
               PERFORM JOB-LOG-BEGIN
               PERFORM JOB-CAPTURE-START
               PERFORM RESTART-FROM-CHECKPOINT
               PERFORM JOB-CAPTURE-END
           END-IF.

           MOVE SPACES TO SOS-PROMPT.
               ELSE
                   MOVE SYSIN-RECORD TO USERINPUT
                   ADD 1 TO BATCH-TOTAL
                   MOVE 1 TO JLX
                   MOVE USERINPUT TO JOB-STEP-TEXT
                   MOVE BATCH-SKIPPED TO JOB-SKIP-HOLD
                   PERFORM JOB-CAPTURE-START
                   PERFORM CHECK-BATCH-DIRECTIVE
               END-IF
           ELSE
               END-IF
           END-IF.

           IF BATCH-MODE = 1 AND BATCH-EOF-FLAG = 0 THEN
               PERFORM BATCH-LOG-STEP
           END-IF.

      *> The step's condition code, and the script-level controls
      *> acting on it - an abort-on-error or a busted error ceiling
      *> ends the run right here, with the summary saying why.
           IF BATCH-MODE = 1 AND EXIT-FLAG = 0
                   AND BATCH-EOF-FLAG = 0
                   AND BATCH-DIRECTIVE = 0 THEN
               MOVE 1 TO JLX
               PERFORM JOB-CAPTURE-START
               PERFORM JUDGE-BATCH-CONDITION
               PERFORM JOB-CAPTURE-END
           END-IF.

      *> A run ended by its own "exit" line closes its log too.
           IF BATCH-MODE = 1 AND EXIT-FLAG = 1 THEN
               MOVE 1 TO JLX
               PERFORM JOB-LOG-FINISH
           END-IF.

      *> "mount" may have landed on a volume whose own journal was
      *> PROCESS-COMMAND.
           PERFORM REPLAY-IF-PENDING.

      *> An "approve" typed this turn runs the approved command now,
      *> for the same reason - it re-enters PROCESS-COMMAND.
           IF APPR-RUN-PENDING = 1 THEN
               MOVE 0 TO APPR-RUN-PENDING
               PERFORM APPROVAL-RUN
           END-IF.

      *> A confirmed "recover" applies now, with the dispatching
      *> command fully unwound - its window replay re-enters
      *> PROCESS-COMMAND, which must not still be on the stack. The

      *> A "panel" typed this turn opens the maintenance panel now,
      *> for the same reason sched waits: its line commands re-enter
      *> PROCESS-COMMAND. "panel ops" opens the operator
      *> administration panel the same way.
           IF PANEL-REQUESTED = 1 THEN
               MOVE 0 TO PANEL-REQUESTED
               PERFORM PANEL-LOOP
           END-IF

           IF PANEL-REQUESTED = 2 THEN
               MOVE 0 TO PANEL-REQUESTED
               PERFORM ADMIN-PANEL-LOOP
           END-IF.

      *> A "sched" typed this turn runs its due jobs now, after the
               PERFORM SCHED-PROCESS
           END-IF.

      *> A "sched run" typed this turn runs its one job now, for the
      *> same stack reason.
           IF SCHED-FORCE-REQUESTED = 1 THEN
               MOVE 0 TO SCHED-FORCE-REQUESTED
               PERFORM SCHED-FORCE-RUN
           END-IF.

      *> A "run" typed this turn executes its stored script now,
      *> for the same stack reason.
           IF RUN-REQUESTED = 1 THEN
               PERFORM RUN-SCRIPT-FILE
           END-IF.

      *> An "offboard" typed this turn walks the volumes now, for
      *> the same stack reason - each mount may replay a dirty
      *> journal.
           IF OFFB-REQUESTED = 1 THEN
               MOVE 0 TO OFFB-REQUESTED
               PERFORM OFFBOARD-RUN
           END-IF.

      *> A "migrate" run typed this turn walks the volumes now, as
      *> offboard does.
           IF MIG-REQUESTED = 1 THEN
               MOVE 0 TO MIG-REQUESTED
               PERFORM MIGRATE-RUN
           END-IF.

      *> Every CHKPT-INTERVAL batch commands, make the run resumable
      *> from right here: save the volume (so the table on disk
      *> matches the script position) and record script, position and
      *> re-run the command from the same directory.
           MOVE CURRENT-DIRECTORY TO DIRECTORY-AT-CMD

      *> Quota standing going in, so a command that carries an
      *> operator past 90 percent can say so once it is done.
           IF JRNL-REPLAY-MODE = 0 THEN
               PERFORM NOTE-QUOTA-LEVELS
           END-IF

           PERFORM NORMALIZE-QUOTED-INPUT

      *> Generation references - BASE(0), BASE(-1), BASE(+1), a bare
      *> BASE after a redirect - become member names here, so the
      *> command itself only ever sees a plain file name.
           PERFORM GDG-RESOLVE-REFERENCES

           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD US-ARG1 US-ARG2 US-ARG3 US-ARG4.

           MOVE SPACES TO REDIR-FILE
           IF CMD NOT = "alias" THEN
               PERFORM PEEL-REDIRECT
               IF CMD = "query" AND REDIR-MODE = 0 THEN
                   PERFORM QUERY-PEEL-REDIRECT
               END-IF
           END-IF

           MOVE 0 TO REDIR-BAD
                           AND CMD NOT = "df"
                           AND CMD NOT = "stat"
                           AND CMD NOT = "find"
                           AND CMD NOT = "query"
                           AND CMD NOT = "cat" THEN
                       MOVE 1 TO REDIR-BAD
                   END-IF
                       OR CMD = "restore" OR CMD = "undelete"
                       OR CMD = "recover" OR CMD = "undo"
                       OR CMD = "revert" OR CMD = "reorg"
                       OR CMD = "sort" OR CMD = "merge"
                       OR CMD = "replace" OR CMD = "instantiate"
                       OR CMD = "recall"
                       OR REDIR-MODE > 0 THEN
                   MOVE 1 TO RO-BLOCKED
               END-IF
               IF CMD = "edit"
                       AND FUNCTION TRIM(US-ARG1) NOT = "print" THEN
                   MOVE 1 TO RO-BLOCKED
               END-IF
           END-IF.

      *> Dual control: purge, restore, recover, reorg and import
      *> run only once a second supervisor approves - typed or
      *> scripted, they are queued as a request instead. The
      *> approved run itself, and the journal replay of one that
      *> already ran, pass straight through.
           MOVE 0 TO APPR-QUEUED.
           IF (CMD = "purge" OR CMD = "restore" OR CMD = "recover"
                   OR CMD = "reorg" OR CMD = "import")
                   AND JRNL-REPLAY-MODE = 0 AND APPR-RELEASED = 0
                   AND REDIR-BAD = 0 AND AUTH-BLOCKED = 0
                   AND RO-BLOCKED = 0 AND GDG-REF-BAD = 0 THEN
               MOVE 1 TO APPR-QUEUED
           END-IF.

      *> What this operator may read, write and remove, slot by
      *> slot, as ownership and the access entries stand right now -
      *> every subprogram this command reaches judges by it.
           PERFORM BUILD-ACCESS-MAP.

      *> Restore, recover and reorg rewrite every row on the volume
      *> at once; none of them runs - or is queued - while a legal
      *> hold sits anywhere on it.
           MOVE 0 TO HOLD-BLOCKED.
           IF (CMD = "restore" OR CMD = "recover" OR CMD = "reorg")
                   AND HOLD-VOL-COUNT > 0 THEN
               MOVE 1 TO HOLD-BLOCKED
               MOVE 0 TO APPR-QUEUED
           END-IF.

      *> A migrated file named to cat, write, cp or edit is recalled
      *> from its archive volume first; if that fails the command
      *> does not run at all.
           MOVE 0 TO MIG-RECALL-FAILED.
           IF (CMD = "cat" OR CMD = "write" OR CMD = "cp"
                   OR CMD = "edit")
                   AND REDIR-BAD = 0 AND AUTH-BLOCKED = 0
                   AND RO-BLOCKED = 0 AND HOLD-BLOCKED = 0
                   AND GDG-REF-BAD = 0 THEN
               PERFORM RECALL-FOR-COMMAND
           END-IF.

      *> GDG-RESOLVE-REFERENCES has already said what was wrong.
           IF GDG-REF-BAD = 1 THEN
               MOVE 1 TO CMD-STATUS
           ELSE
           IF REDIR-BAD = 1 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF AUTH-BLOCKED = 1 THEN
               DISPLAY ERR-PERMISSION-DENIED
               MOVE 5 TO CMD-STATUS
           ELSE
           IF RO-BLOCKED = 1 THEN
               DISPLAY "VOLUME IS READ-ONLY"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF HOLD-BLOCKED = 1 THEN
               DISPLAY ERR-LEGAL-HOLD
               MOVE 1 TO CMD-STATUS
           ELSE
      *> RECALL-STUB has already set CMD-STATUS.
           IF MIG-RECALL-FAILED = 1 THEN
               CONTINUE
           ELSE
           IF APPR-QUEUED = 1 THEN
               PERFORM APPROVAL-QUEUE-REQUEST
           ELSE
           EVALUATE TRUE
               WHEN CMD = "md"
                   IF FUNCTION TRIM(US-ARG1) = "-p" THEN
                               CURRENT-EID CUR-IND
                               EID-COUNTER NEW-IND NEW-NAME NEW-SIZE
                               CMD-STATUS OPERATOR-ID MD-P-MODE
                               QUOTA-LIMITS ACCESS-MAP
                           IF CMD-STATUS = 0 THEN
                               MOVE "md  " TO AUDIT-CMD-OUT
                               MOVE NEW-NAME TO AUDIT-ARG1-OUT
                               CURRENT-EID CUR-IND
                               NEW-EID NEW-IND NEW-NAME NEW-SIZE
                               CMD-STATUS OPERATOR-ID MD-P-MODE
                               QUOTA-LIMITS ACCESS-MAP
                           IF CMD-STATUS = 0 THEN
                               MOVE "md  " TO AUDIT-CMD-OUT
                               MOVE NEW-NAME TO AUDIT-ARG1-OUT
                           CURRENT-EID CUR-IND
                           NEW-EID NEW-IND NEW-NAME NEW-SIZE
                           CMD-STATUS OPERATOR-ID MD-P-MODE
                           QUOTA-LIMITS ACCESS-MAP
                       IF CMD-STATUS = 0 THEN
                           MOVE "mf  " TO AUDIT-CMD-OUT
                           MOVE NEW-NAME TO AUDIT-ARG1-OUT
                       CMD-STATUS
               WHEN CMD = "auditchk"
                   CALL "AUDITCHK" USING CMD-STATUS
                   IF CMD-STATUS = 1 THEN
                       PERFORM NOTIFY-DRIFT
                   END-IF
               WHEN CMD = "usage"
                   CALL "USAGERPT" USING US-ARG1 US-ARG2 CMD-STATUS
               WHEN CMD = "security"
                   CALL "SECRPT" USING US-ARG1 US-ARG2 CMD-STATUS
                   IF CMD-STATUS = 0 THEN
                       MOVE "SECURITY" TO SPOOL-REG-TYPE
                       MOVE "SOSSEC.RPT" TO SPOOL-REG-SRC
                       PERFORM SPOOL-REGISTER
                   END-IF
               WHEN CMD = "charge"
                   CALL "CHARGRPT" USING FILESYSTEM VOLUME-NAME
                       US-ARG1 CMD-STATUS
                       MOVE "SOSCHARGE.RPT" TO SPOOL-REG-SRC
                       PERFORM SPOOL-REGISTER
                   END-IF
               WHEN CMD = "rotate"
                   PERFORM ROTATE-COMMAND
               WHEN CMD = "spool"
                   PERFORM SPOOL-COMMAND
               WHEN CMD = "dups"
                   END-IF
                   CALL "DUPRPT" USING FILESYSTEM CONTENT-SEGMENTS
                       VOLUME-NAME DUP-MODE CMD-STATUS
               WHEN CMD = "aging"
      *> "aging" buckets the mounted volume's files by age; "aging
      *> -a" walks every cataloged volume as "df -a" does.
                   MOVE 0 TO AGE-MODE
                   IF FUNCTION TRIM(US-ARG1) = "-a" THEN
                       MOVE 1 TO AGE-MODE
                   END-IF
                   IF US-ARG1 NOT = SPACES AND AGE-MODE = 0 THEN
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       CALL "AGERPT" USING FILESYSTEM VOLUME-NAME
                           AGE-MODE CMD-STATUS
                       IF CMD-STATUS = 0 THEN
                           MOVE "AGING   " TO SPOOL-REG-TYPE
                           MOVE "SOSAGE.RPT" TO SPOOL-REG-SRC
                           PERFORM SPOOL-REGISTER
                       END-IF
                   END-IF
               WHEN CMD = "capsnap"
      *> The scheduled-job form of the save-time snapshot.
                   IF READ-ONLY-MODE = 1 THEN
                       DISPLAY "PANEL NOT AVAILABLE HERE"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       IF FUNCTION TRIM(US-ARG1) = "ops" THEN
                           MOVE 2 TO PANEL-REQUESTED
                       ELSE
                           MOVE 1 TO PANEL-REQUESTED
                       END-IF
                   END-IF
               WHEN CMD = "sched"
      *> Refused where the SYSIN reader is already spoken for: a
      *> batch run owns it for its own script, and a scheduled
      *> script scheduling more scripts would re-enter the loop.
      *> The subcommands leave SYSIN alone ("run" waits, as this
      *> does, and refuses batch itself), but a scheduled script
      *> still may not touch the table the pass running it will
      *> write back.
                   IF US-ARG1 NOT = SPACES AND SCHED-MODE = 0 THEN
                       PERFORM SCHED-COMMAND
                   ELSE
                   IF BATCH-MODE = 1 OR SCHED-MODE = 1 THEN
                       DISPLAY "SCHED NOT AVAILABLE HERE"
                       MOVE 1 TO CMD-STATUS
                           MOVE 1 TO SCHED-REQUESTED
                       END-IF
                   END-IF
                   END-IF
               WHEN CMD = "quota"
                   EVALUATE FUNCTION TRIM(US-ARG1)
                       WHEN SPACES
                           PERFORM QUOTA-REPORT
                       WHEN "set"
                           PERFORM QUOTA-SET
                       WHEN "clear"
                           PERFORM QUOTA-CLEAR
                       WHEN OTHER
                           DISPLAY ERR-BAD-SYNTAX
                           MOVE 1 TO CMD-STATUS
                   END-EVALUATE
               WHEN CMD = "verify"
      *> "verify" recomputes every live entity's checksum in the
      *> table; "verify -d" reads the saved data file itself and
      *> checks each record as stored on disk.
      *> Mismatches raise DRIFT; a volume never saved has no data
      *> file to disagree with, so that refusal does not.
                   IF FUNCTION TRIM(US-ARG1) = "-d" THEN
                       PERFORM VERIFY-DATA-FILE
                       IF VFY-BAD > 0 THEN
                           PERFORM NOTIFY-DRIFT
                       END-IF
                   ELSE
                       CALL "VERIFY" USING FILESYSTEM
                           CONTENT-SEGMENTS CMD-STATUS
                       IF CMD-STATUS = 1 THEN
                           PERFORM NOTIFY-DRIFT
                       END-IF
                   END-IF
               WHEN CMD = "trash"
                   PERFORM TRASH-LISTING
                       MOVE 1 TO CMD-STATUS
                   END-IF
               WHEN CMD = "purge"
                   CALL "PURGE" USING FILESYSTEM CMD-STATUS ACCESS-MAP
                   IF CMD-STATUS = 0 THEN
                       MOVE "purg" TO AUDIT-CMD-OUT
                       MOVE SPACES TO AUDIT-ARG1-OUT
                   MOVE "DELTA   " TO SPOOL-REG-TYPE
                   MOVE "SOSDELTA.CSV" TO SPOOL-REG-SRC
                   PERFORM SPOOL-REGISTER
      *> "xmit delta|full [seq] [-f]" writes the interface file;
      *> "xmit ack" reconciles the receiver's returned totals;
      *> "xmit log" lists every transmission and where it stands.
               WHEN CMD = "xmit"
                   PERFORM PARSE-XMIT-ARGS
                   IF XMIT-SYNTAX-OK = 0 THEN
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF FUNCTION TRIM(US-ARG1) = "ack"
                           OR FUNCTION TRIM(US-ARG1) = "log" THEN
                       CALL "XMITACK" USING OPERATOR-ID
                           XMIT-ACK-MODE CMD-STATUS
                   ELSE
                       CALL "XMITOUT" USING FILESYSTEM
                           CONTENT-SEGMENTS ACCESS-MAP VOLUME-NAME
                           OPERATOR-ID TRASH-EID XMIT-MODE
                           XMIT-SEQ-ARG XMIT-FORCE CMD-STATUS
                       IF CMD-STATUS = 0 THEN
                           MOVE "XMIT    " TO SPOOL-REG-TYPE
                           MOVE "SOSXMIT.DAT" TO SPOOL-REG-SRC
                           PERFORM SPOOL-REGISTER
                       END-IF
                   END-IF
                   END-IF
               WHEN CMD = "report"
                   CALL "DIRRPT" USING FILESYSTEM VOLUME-NAME
                       CMD-STATUS
                       ELSE
                           CALL "STAT" USING FILESYSTEM
                               CURRENT-EID CUR-IND NEW-NAME
                               CMD-STATUS STAT-MODE ACCESS-MAP
                       END-IF
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                           CALL "XGREP" USING FILESYSTEM
                               CONTENT-SEGMENTS VOLUME-NAME
                               NEW-NAME GREP-MODE CMD-STATUS
                               OPERATOR-ID ACCESS-MAP
                       ELSE
                           CALL "GREP" USING FILESYSTEM
                               CONTENT-SEGMENTS
                               NEW-NAME GREP-MODE CMD-STATUS
                               OPERATOR-ID ACCESS-MAP
                       END-IF
                   END-IF
               WHEN CMD = "index"
                           CALL "RM" USING FILESYSTEM
                               CURRENT-EID CUR-IND NEW-NAME
                               CMD-STATUS REMOVED-EID OPERATOR-ID
                               TRASH-EID ACCESS-MAP
                           IF CMD-STATUS = 0 THEN
                               MOVE "rm  " TO AUDIT-CMD-OUT
                               MOVE NEW-NAME TO AUDIT-ARG1-OUT
                           CURRENT-EID CUR-IND
                           EID-COUNTER NEW-IND
                           MV-SRC-NAME MV-DEST-NAME CMD-STATUS
                           OPERATOR-ID QUOTA-LIMITS ACCESS-MAP
                       IF CMD-STATUS = 0 THEN
                           MOVE "cp  " TO AUDIT-CMD-OUT
                           MOVE MV-SRC-NAME TO AUDIT-ARG1-OUT

                       CALL "MV" USING FILESYSTEM
                           CURRENT-EID CUR-IND MV-SRC-NAME MV-DEST-NAME
                           CMD-STATUS MOVED-EID OPERATOR-ID ACCESS-MAP
                       IF CMD-STATUS = 0 THEN
                           MOVE "mv  " TO AUDIT-CMD-OUT
                           MOVE MV-SRC-NAME TO AUDIT-ARG1-OUT
                   END-IF
               WHEN CMD = "tag"
                   PERFORM TAG-COMMAND
               WHEN CMD = "acl"
                   PERFORM ACL-COMMAND
               WHEN CMD = "group"
                   PERFORM GROUP-COMMAND
               WHEN CMD = "offboard"
                   PERFORM OFFBOARD-COMMAND
               WHEN CMD = "approve"
                   PERFORM APPROVE-COMMAND
               WHEN CMD = "reject"
                   PERFORM REJECT-COMMAND
               WHEN CMD = "hold"
                   PERFORM HOLD-COMMAND
               WHEN CMD = "layout"
                   PERFORM LAYOUT-COMMAND
               WHEN CMD = "gdg"
                   PERFORM GDG-COMMAND
               WHEN CMD = "sort"
                   PERFORM SORT-COMMAND
               WHEN CMD = "merge"
                   PERFORM MERGE-COMMAND
               WHEN CMD = "replace"
                   PERFORM REPLACE-COMMAND
               WHEN CMD = "edit"
                   PERFORM EDIT-COMMAND
               WHEN CMD = "template"
                   PERFORM TEMPLATE-COMMAND
               WHEN CMD = "instantiate"
                   PERFORM INSTANTIATE-COMMAND
               WHEN CMD = "migrate"
                   PERFORM MIGRATE-COMMAND
               WHEN CMD = "recall"
                   PERFORM RECALL-COMMAND
               WHEN CMD = "query"
                   PERFORM QUERY-COMMAND
               WHEN CMD = "classify"
                   IF READ-ONLY-MODE = 1 THEN
                       DISPLAY "VOLUME IS READ-ONLY"
                       CALL "DIFF" USING FILESYSTEM CONTENT-SEGMENTS
                           CURRENT-EID CUR-IND
                           MV-SRC-NAME MV-DEST-NAME CMD-STATUS
                           OPERATOR-ID ACCESS-MAP
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                           CURRENT-EID CUR-IND
                           NEW-EID NEW-IND NEW-NAME NEW-SIZE
                           CMD-STATUS OPERATOR-ID MD-P-MODE
                           QUOTA-LIMITS ACCESS-MAP
                       IF CMD-STATUS = 0 THEN
                           MOVE FUNCTION TRIM(US-ARG1)
                               TO LINK-TARGET-PATH
                           CALL "CAT" USING FILESYSTEM
                               CONTENT-SEGMENTS
                               CURRENT-EID CUR-IND NEW-NAME
                               CMD-STATUS OPERATOR-ID ACCESS-MAP
                       END-IF
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
      *> "vcompare vol1 vol2 [path]" - how two cataloged volumes
      *> differ, path by path, optionally under one subtree.
               WHEN CMD = "vcompare"
                   IF ARG1-COUNT < 32 AND ARG2-COUNT < 32
                           AND US-ARG4 = SPACES THEN
                       CALL "VOLCMP" USING FILESYSTEM VOLUME-NAME
                           US-ARG1 US-ARG2 US-ARG3 CMD-STATUS
                       IF CMD-STATUS = 0 THEN
                           MOVE "VCOMPARE" TO SPOOL-REG-TYPE
                           MOVE "SOSVCMP.RPT" TO SPOOL-REG-SRC
                           PERFORM SPOOL-REGISTER
                       END-IF
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   END-IF
      *> "handover ID [HOURS]" - the shift handover report for the
      *> incoming operator ID over the last HOURS hours (8 unless
      *> given), spooled, with a note of it left in ID's mailbox.
               WHEN CMD = "handover"
                   IF ARG1-COUNT < 32 AND US-ARG3 = SPACES
                           AND US-ARG4 = SPACES THEN
                       MOVE SPACES TO HAND-SUMMARY
                       CALL "HANDOVER" USING FILESYSTEM VOLUME-NAME
                           OPERATOR-ID US-ARG1 US-ARG2 HAND-SUMMARY
                           CMD-STATUS
                       IF CMD-STATUS = 0 THEN
                           MOVE 0 TO SPOOL-COPIED
                           MOVE "HANDOVER" TO SPOOL-REG-TYPE
                           MOVE "SOSHAND.RPT" TO SPOOL-REG-SRC
                           PERFORM SPOOL-REGISTER
                           PERFORM POST-HANDOVER-NOTICE
                       END-IF
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   END-IF
      *> "drpack" - the whole installation, every volume's latest
      *> backup generation with it, packed into one disaster
      *> recovery bundle; the manifest listing is spooled.
               WHEN CMD = "drpack"
                   IF ARG1-COUNT = 32 THEN
                       MOVE SPACES TO DR-BUNDLE-NAME
                       CALL "DRPACK" USING OPERATOR-ID DR-BUNDLE-NAME
                           CMD-STATUS
                       IF CMD-STATUS = 0 THEN
                           MOVE 0 TO SPOOL-COPIED
                           MOVE "DRPACK" TO SPOOL-REG-TYPE
                           MOVE "SOSDRPK.RPT" TO SPOOL-REG-SRC
                           PERFORM SPOOL-REGISTER
                       END-IF
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   END-IF
      *> "drbuild bundle dir" - a site rebuilt from a bundle into an
      *> empty directory and checked against the bundle's control
      *> totals; the check report is spooled, usable or not.
               WHEN CMD = "drbuild"
                   IF ARG1-COUNT < 32 AND ARG2-COUNT < 32
                           AND US-ARG3 = SPACES THEN
                       CALL "DRBUILD" USING US-ARG1 US-ARG2
                           DR-REPORTED CMD-STATUS
                       IF DR-REPORTED = 1 THEN
                           MOVE 0 TO SPOOL-COPIED
                           MOVE "DRBUILD" TO SPOOL-REG-TYPE
                           MOVE "SOSDRCHK.RPT" TO SPOOL-REG-SRC
                           PERFORM SPOOL-REGISTER
                       END-IF
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   END-IF
               WHEN CMD = "mount"
                   IF ARG1-COUNT < 32 AND ARG2-COUNT = 32 THEN
                       MOVE US-ARG1 TO TARGET-VOLUME
           END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> A command that made a group's next generation rolls the
      *> oldest ones off to the trash, past the group's limit.
           IF GDG-ROLL-PENDING = 1 AND CMD-STATUS = 0
                   AND CURRENT-EID = GDG-ROLL-DIR THEN
               PERFORM GDG-ROLL-OFF
           END-IF.

      *> The staged image becomes the live undo point only when the
      *> clobber the session's one real undo point with a no-op. A
      *> partial wildcard failure still promotes: the table no
      *> longer matches the staged image.
           IF UNDO-CANDIDATE = 1 AND APPR-QUEUED = 0
                   AND AUTH-BLOCKED = 0 AND RO-BLOCKED = 0 THEN
               IF CMD-STATUS = 0
                       OR FILESYSTEM NOT = SNAP-FILESYSTEM
               PERFORM WRITE-ACCOUNTING
           END-IF.

      *> An ERROR 05 refusal goes on the security event log too.
           IF JRNL-REPLAY-MODE = 0 AND CMD-STATUS = 5 THEN
               PERFORM LOG-PERMISSION-DENIED
           END-IF.

           IF JRNL-REPLAY-MODE = 0 THEN
               PERFORM CHECK-QUOTA-CROSSINGS
           END-IF.

      *> Lets an argument contain embedded spaces by quoting it, e.g.
      *> mf "monthly report.txt" 40 - walks USERINPUT character by
      *> character, dropping the quote marks themselves and swapping
                   MOVE 1 TO CMD-STATUS
               ELSE
      *> Version rows are past content - masked from anyone but
      *> the owner exactly as the current body is, and kept from
      *> anyone the access entries deny read.
               IF (ECLASS(CAP-MATCH-IND) = "C"
                       AND OWNER(CAP-MATCH-IND)
                       NOT = OPERATOR-ID)
                       OR ACC-READ(CAP-MATCH-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   MOVE EID(CAP-MATCH-IND) TO VER-WORK-EID
                   MOVE 0 TO VER-LISTED
                       DISPLAY ERR-NOT-A-FILE
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF ACC-HOLD(CAP-MATCH-IND) = 1 THEN
                       DISPLAY ERR-LEGAL-HOLD
                       MOVE 1 TO CMD-STATUS
                   ELSE
      *> The owner reverts, or anyone an access entry grants write.
                       IF OWNER(CAP-MATCH-IND)
                               NOT = OPERATOR-ID
                               AND ACC-WRITE(CAP-MATCH-IND) = 0 THEN
                           DISPLAY ERR-PERMISSION-DENIED
                           MOVE 5 TO CMD-STATUS
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF

      *> file confidential. From then on its content shows only to
      *> the owner: cat prints the marking, grep and the word index
      *> pass it by, diff refuses, and export/delta carry the
      *> marking in place of the text. Anyone an access entry
      *> grants write may mark it too, but only the owner clears
      *> it - clearing would hand the body to whoever cleared it.
       CLASSIFY-COMMAND.
           MOVE US-ARG1 TO NEW-NAME
           PERFORM FIND-VERSION-TARGET
                   DISPLAY ERR-NOT-A-FILE
                   MOVE 1 TO CMD-STATUS
               ELSE
                   IF OWNER(CAP-MATCH-IND) NOT = OPERATOR-ID
                           AND (ACC-WRITE(CAP-MATCH-IND) = 0
                           OR FUNCTION TRIM(US-ARG2) NOT = "on") THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
                       IF FUNCTION TRIM(US-ARG2) = "on" THEN
                           MOVE "C" TO ECLASS(CAP-MATCH-IND)
           END-IF.

      *> "tag add name KEYWORD" / "tag remove name KEYWORD" maintain
      *> an entity's tags (its owner, or anyone an access entry
      *> grants write); "tag list name" shows
      *> them; "tag find KEYWORD" lists every live entity carrying
      *> the keyword, full paths included. Tags follow the entity
      *> through mv (same EID), cp, backup/restore and
           END-IF

           IF CMD-STATUS = 0 THEN
               IF OWNER(CAP-MATCH-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(CAP-MATCH-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               END-IF
           END-IF

           END-IF

           IF CMD-STATUS = 0 THEN
               IF OWNER(CAP-MATCH-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(CAP-MATCH-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               END-IF
           END-IF

               END-IF
           END-IF.

      *> "acl grant name WHO rights" gives a group or an operator
      *> any of R(ead), W(rite) and D(elete) - "rw", "rwd", "r" -
      *> on an entity and everything below it; granting the same WHO
      *> again replaces its rights. "acl revoke name WHO" takes the
      *> entry away. Both are for the entity's owner or a
      *> supervisor. "acl list name" shows the entity's own entries
      *> and the ones it inherits, with where each comes from.
       ACL-COMMAND.
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN "grant"
                   PERFORM ACL-GRANT
               WHEN "revoke"
                   PERFORM ACL-REVOKE
               WHEN "list"
                   PERFORM ACL-LIST
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

      *> The read-only, locate and owner-or-supervisor checks grant
      *> and revoke share, leaving the entity in CAP-MATCH-IND and
      *> the principal in ACL-PRINCIPAL.
       ACL-CHECK-CHANGE.
           MOVE US-ARG3(1:8) TO ACL-PRINCIPAL
           IF READ-ONLY-MODE = 1 THEN
               DISPLAY "VOLUME IS READ-ONLY"
               MOVE 1 TO CMD-STATUS
           ELSE
               IF FUNCTION TRIM(ACL-PRINCIPAL) = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM TAG-LOCATE-ENTITY
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               IF OWNER(CAP-MATCH-IND) NOT = OPERATOR-ID
                       AND OPERATOR-AUTH < 3 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               END-IF
           END-IF.

       ACL-GRANT.
           PERFORM ACL-CHECK-CHANGE
           IF CMD-STATUS = 0 THEN
               PERFORM ACL-PARSE-RIGHTS
           END-IF

      *> A name in SOSGROUP.DAT is a group; otherwise it must be an
      *> operator with a password row.
           IF CMD-STATUS = 0 THEN
               MOVE 0 TO GROUP-HIT
               PERFORM FIND-GROUP-BY-NAME
                   VARYING GRX FROM 1 BY 1
                   UNTIL GRX > GROUP-TOTAL OR GROUP-HIT > 0
               IF GROUP-HIT > 0 THEN
                   MOVE "G" TO ACL-KIND-ARG
               ELSE
                   PERFORM LOAD-PASS-TABLE
                   MOVE ACL-PRINCIPAL TO PASS-TARGET
                   PERFORM LOCATE-PASS-TARGET
                   IF PASS-HIT = 0 THEN
                       DISPLAY ERR-NOT-FOUND
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       MOVE "O" TO ACL-KIND-ARG
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE 0 TO ACL-FOUND-ROW
               MOVE 0 TO ACL-NEXT-SEQ
               PERFORM SCAN-ENTITY-ACLS
                   VARYING ALX FROM 1 BY 1
                   UNTIL ALX > ACL-TOTAL
               IF ACL-FOUND-ROW > 0 THEN
                   MOVE ACL-RIGHTS-ARG TO ACL-RIGHTS(ACL-FOUND-ROW)
                   DISPLAY "ACCESS UPDATED"
               ELSE
                   IF ACL-TOTAL >= MAX-ACL-COUNT THEN
                       DISPLAY ERR-FS-FULL
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO ACL-TOTAL
                       MOVE EID(CAP-MATCH-IND) TO ACL-EID(ACL-TOTAL)
                       COMPUTE ACL-SEQ(ACL-TOTAL) =
                           ACL-NEXT-SEQ + 1
                       MOVE ACL-KIND-ARG TO ACL-KIND(ACL-TOTAL)
                       MOVE ACL-PRINCIPAL TO ACL-WHO(ACL-TOTAL)
                       MOVE ACL-RIGHTS-ARG TO ACL-RIGHTS(ACL-TOTAL)
                       DISPLAY "ACCESS GRANTED"
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE "acl " TO AUDIT-CMD-OUT
               MOVE US-ARG2 TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               STRING "+" DELIMITED BY SIZE,
                   FUNCTION TRIM(ACL-PRINCIPAL) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   ACL-RIGHTS-ARG DELIMITED BY SIZE
                   INTO AUDIT-ARG2-OUT
               END-STRING
               MOVE EID(CAP-MATCH-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-JOURNAL
           END-IF.

      *> "rw", "R", "dwr" ... - any order, any case, no letter but
      *> R, W and D. Stored positionally: R W D or a space each.
       ACL-PARSE-RIGHTS.
           MOVE FUNCTION UPPER-CASE(US-ARG4(1:8)) TO ACL-RIGHTS-TEXT
           MOVE SPACES TO ACL-RIGHTS-ARG
           MOVE 0 TO ACL-OTHER-COUNT
           MOVE 0 TO ACL-LETTER-COUNT
           INSPECT ACL-RIGHTS-TEXT TALLYING ACL-LETTER-COUNT
               FOR ALL "R"
           IF ACL-LETTER-COUNT > 0 THEN
               MOVE "R" TO ACL-RIGHTS-ARG(1:1)
               ADD ACL-LETTER-COUNT TO ACL-OTHER-COUNT
           END-IF
           MOVE 0 TO ACL-LETTER-COUNT
           INSPECT ACL-RIGHTS-TEXT TALLYING ACL-LETTER-COUNT
               FOR ALL "W"
           IF ACL-LETTER-COUNT > 0 THEN
               MOVE "W" TO ACL-RIGHTS-ARG(2:1)
               ADD ACL-LETTER-COUNT TO ACL-OTHER-COUNT
           END-IF
           MOVE 0 TO ACL-LETTER-COUNT
           INSPECT ACL-RIGHTS-TEXT TALLYING ACL-LETTER-COUNT
               FOR ALL "D"
           IF ACL-LETTER-COUNT > 0 THEN
               MOVE "D" TO ACL-RIGHTS-ARG(3:1)
               ADD ACL-LETTER-COUNT TO ACL-OTHER-COUNT
           END-IF

           IF ACL-RIGHTS-ARG = SPACES
                   OR US-ARG4(9:) NOT = SPACES
                   OR ACL-OTHER-COUNT NOT =
                   FUNCTION LENGTH(FUNCTION TRIM(ACL-RIGHTS-TEXT)) THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF.

       FIND-GROUP-BY-NAME.
           IF GT-GROUP(GRX) = ACL-PRINCIPAL THEN
               MOVE GRX TO GROUP-HIT
           END-IF.

      *> Like SCAN-ENTITY-TAGS: the matching entry (if any) and the
      *> entity's highest sequence so far, in one pass.
       SCAN-ENTITY-ACLS.
           IF ACL-EID(ALX) = EID(CAP-MATCH-IND) THEN
               IF ACL-SEQ(ALX) > ACL-NEXT-SEQ THEN
                   MOVE ACL-SEQ(ALX) TO ACL-NEXT-SEQ
               END-IF
               IF ACL-WHO(ALX) = ACL-PRINCIPAL THEN
                   MOVE ALX TO ACL-FOUND-ROW
               END-IF
           END-IF.

       ACL-REVOKE.
           PERFORM ACL-CHECK-CHANGE

           IF CMD-STATUS = 0 THEN
               MOVE 0 TO ACL-FOUND-ROW
               MOVE 0 TO ACL-NEXT-SEQ
               PERFORM SCAN-ENTITY-ACLS
                   VARYING ALX FROM 1 BY 1
                   UNTIL ALX > ACL-TOTAL
               IF ACL-FOUND-ROW = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE ACL-FOUND-ROW TO ALX
                   MOVE ACL-EID(ACL-TOTAL) TO ACL-EID(ALX)
                   MOVE ACL-SEQ(ACL-TOTAL) TO ACL-SEQ(ALX)
                   MOVE ACL-ENTRY(ACL-TOTAL) TO ACL-ENTRY(ALX)
                   SUBTRACT 1 FROM ACL-TOTAL
                   DISPLAY "ACCESS REVOKED"
                   MOVE "acl " TO AUDIT-CMD-OUT
                   MOVE US-ARG2 TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   STRING "-" DELIMITED BY SIZE,
                       FUNCTION TRIM(ACL-PRINCIPAL) DELIMITED BY SIZE
                       INTO AUDIT-ARG2-OUT
                   END-STRING
                   MOVE EID(CAP-MATCH-IND) TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM WRITE-JOURNAL
               END-IF
           END-IF.

      *> The entity's own entries first, then each ancestor's on the
      *> way up to the root, those tagged with the ancestor's path.
       ACL-LIST.
           PERFORM TAG-LOCATE-ENTITY
           IF CMD-STATUS = 0 THEN
               MOVE 0 TO ACL-LISTED
               MOVE EID(CAP-MATCH-IND) TO ACC-WALK-EID
               MOVE CAP-MATCH-IND TO ACC-WALK-IND
               PERFORM ACL-LIST-STEP
                   VARYING ACC-HOPS FROM 1 BY 1
                   UNTIL ACC-HOPS > 32 OR ACC-WALK-EID = 0
               IF ACL-LISTED = 0 THEN
                   DISPLAY "(NO ACCESS ENTRIES)"
               END-IF
               MOVE CAP-MATCH-IND TO ACL-SUBJECT-IND
               PERFORM SHOW-ACL-EFFECTIVE
           END-IF.

       ACL-LIST-STEP.
           MOVE ACC-WALK-IND TO GP-SUBJECT
           PERFORM BUILD-GENERAL-PATH
           PERFORM LIST-ONE-ENTITY-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL
           PERFORM ACCESS-WALK-UP.

       LIST-ONE-ENTITY-ACL.
           IF ACL-EID(ALX) = ACC-WALK-EID THEN
               ADD 1 TO ACL-LISTED
               MOVE ACL-RIGHTS(ALX) TO ACL-SHOW-RIGHTS
               INSPECT ACL-SHOW-RIGHTS REPLACING ALL SPACE BY "-"
               IF ACL-KIND(ALX) = "G" THEN
                   MOVE "GROUP" TO ACL-RIGHTS-TEXT
               ELSE
                   MOVE "OPERATOR" TO ACL-RIGHTS-TEXT
               END-IF
               IF ACC-HOPS = 1 THEN
                   DISPLAY "  " ACL-RIGHTS-TEXT " " ACL-WHO(ALX)
                       " " ACL-SHOW-RIGHTS
               ELSE
                   DISPLAY "  " ACL-RIGHTS-TEXT " " ACL-WHO(ALX)
                       " " ACL-SHOW-RIGHTS " FROM "
                       FUNCTION TRIM(GP-PATH)
               END-IF
           END-IF.

      *> The signed-on operator's own standing, as the map has it.
       SHOW-ACL-EFFECTIVE.
           MOVE "---" TO ACL-SHOW-RIGHTS
           IF ACC-READ(ACL-SUBJECT-IND) = 1 THEN
               MOVE "R" TO ACL-SHOW-RIGHTS(1:1)
           END-IF
           IF ACC-WRITE(ACL-SUBJECT-IND) = 1 THEN
               MOVE "W" TO ACL-SHOW-RIGHTS(2:1)
           END-IF
           IF ACC-DELETE(ACL-SUBJECT-IND) = 1 THEN
               MOVE "D" TO ACL-SHOW-RIGHTS(3:1)
           END-IF
           DISPLAY "YOUR ACCESS: " ACL-SHOW-RIGHTS.

      *> Rebuilds ACCESS-MAP for the signed-on operator: which
      *> entries name them or a group they belong to is settled
      *> once, then every live slot is worked out - owner, else the
      *> union of what applying entries on it and its ancestors
      *> grant. A slot that no entry governs at all stays readable,
      *> as everything was before entries existed; write and delete
      *> there remain the owner's alone. The template area then
      *> overrides all of that (MARK-TEMPLATE-AREA), and the legal
      *> holds on the volume are marked alongside (BUILD-HOLD-MAP).
       BUILD-ACCESS-MAP.
           PERFORM MARK-APPLYING-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL
           PERFORM MAP-ONE-ENTITY-ACCESS
               VARYING ACL-SUBJECT-IND FROM 1 BY 1
               UNTIL ACL-SUBJECT-IND > MAX-ENTITY-COUNT
           PERFORM MARK-TEMPLATE-AREA
           PERFORM BUILD-HOLD-MAP.

       MARK-APPLYING-ACL.
           MOVE 0 TO ACL-APPLIES(ALX)
           IF ACL-KIND(ALX) = "O" THEN
               IF ACL-WHO(ALX) = OPERATOR-ID THEN
                   MOVE 1 TO ACL-APPLIES(ALX)
               END-IF
           ELSE
               MOVE 0 TO GROUP-HIT
               PERFORM FIND-OPERATOR-IN-GROUP
                   VARYING GRX FROM 1 BY 1
                   UNTIL GRX > GROUP-TOTAL OR GROUP-HIT > 0
               IF GROUP-HIT > 0 THEN
                   MOVE 1 TO ACL-APPLIES(ALX)
               END-IF
           END-IF.

       FIND-OPERATOR-IN-GROUP.
           IF GT-GROUP(GRX) = ACL-WHO(ALX)
                   AND GT-MEMBER(GRX) = OPERATOR-ID THEN
               MOVE GRX TO GROUP-HIT
           END-IF.

       MAP-ONE-ENTITY-ACCESS.
           MOVE 0 TO ACC-READ(ACL-SUBJECT-IND)
           MOVE 0 TO ACC-WRITE(ACL-SUBJECT-IND)
           MOVE 0 TO ACC-DELETE(ACL-SUBJECT-IND)
           MOVE SPACE TO ACC-SOURCE(ACL-SUBJECT-IND)
           IF EID(ACL-SUBJECT-IND) NOT = 0 THEN
               IF OWNER(ACL-SUBJECT-IND) = OPERATOR-ID THEN
                   MOVE 1 TO ACC-READ(ACL-SUBJECT-IND)
                   MOVE 1 TO ACC-WRITE(ACL-SUBJECT-IND)
                   MOVE 1 TO ACC-DELETE(ACL-SUBJECT-IND)
                   MOVE "O" TO ACC-SOURCE(ACL-SUBJECT-IND)
               ELSE
                   IF ACL-TOTAL > 0 THEN
                       MOVE EID(ACL-SUBJECT-IND) TO ACC-WALK-EID
                       MOVE ACL-SUBJECT-IND TO ACC-WALK-IND
                       PERFORM ACCESS-WALK-STEP
                           VARYING ACC-HOPS FROM 1 BY 1
                           UNTIL ACC-HOPS > 32 OR ACC-WALK-EID = 0
                   END-IF
                   IF ACC-SOURCE(ACL-SUBJECT-IND) = SPACE THEN
                       MOVE 1 TO ACC-READ(ACL-SUBJECT-IND)
                   END-IF
               END-IF
           END-IF.

       ACCESS-WALK-STEP.
           PERFORM APPLY-ONE-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL
           PERFORM ACCESS-WALK-UP.

      *> Moves ACC-WALK-EID/IND to the parent, or 0 at the root (or
      *> on a broken chain).
       ACCESS-WALK-UP.
           MOVE EPARENT(ACC-WALK-IND) TO WALK-EID
           IF WALK-EID = 0 OR WALK-EID = ACC-WALK-EID THEN
               MOVE 0 TO ACC-WALK-EID
           ELSE
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE WALK-EID TO ACC-WALK-EID
                   MOVE WALK-MATCH-IND TO ACC-WALK-IND
               ELSE
                   MOVE 0 TO ACC-WALK-EID
               END-IF
           END-IF.

       APPLY-ONE-ACL.
           IF ACL-EID(ALX) = ACC-WALK-EID THEN
               IF ACL-APPLIES(ALX) = 1 THEN
                   MOVE "G" TO ACC-SOURCE(ACL-SUBJECT-IND)
                   IF ACL-RIGHTS(ALX)(1:1) = "R" THEN
                       MOVE 1 TO ACC-READ(ACL-SUBJECT-IND)
                   END-IF
                   IF ACL-RIGHTS(ALX)(2:1) = "W" THEN
                       MOVE 1 TO ACC-WRITE(ACL-SUBJECT-IND)
                   END-IF
                   IF ACL-RIGHTS(ALX)(3:1) = "D" THEN
                       MOVE 1 TO ACC-DELETE(ACL-SUBJECT-IND)
                   END-IF
               ELSE
                   IF ACC-SOURCE(ACL-SUBJECT-IND) = SPACE THEN
                       MOVE "C" TO ACC-SOURCE(ACL-SUBJECT-IND)
                   END-IF
               END-IF
           END-IF.

      *> Everything at or under /.TEMPLATES may be read by anyone
      *> and changed by supervisors alone, whoever owns it and
      *> whatever entries govern it.
       MARK-TEMPLATE-AREA.
           PERFORM FIND-TEMPLATE-AREA
           IF TPL-AREA-IND > 0 THEN
               MOVE TPL-AREA-EID TO TPL-ROOT-EID
               PERFORM MARK-ONE-TEMPLATE-ROW
                   VARYING TPL-X FROM 1 BY 1
                   UNTIL TPL-X > MAX-ENTITY-COUNT
           END-IF.

       MARK-ONE-TEMPLATE-ROW.
           IF EID(TPL-X) NOT = 0 THEN
               PERFORM CHECK-UNDER-TPL-ROOT
               IF TPL-UNDER = 1 THEN
                   MOVE 1 TO ACC-READ(TPL-X)
                   IF OPERATOR-AUTH = 3 THEN
                       MOVE 1 TO ACC-WRITE(TPL-X)
                       MOVE 1 TO ACC-DELETE(TPL-X)
                   ELSE
                       MOVE 0 TO ACC-WRITE(TPL-X)
                       MOVE 0 TO ACC-DELETE(TPL-X)
                   END-IF
               END-IF
           END-IF.

      *> The template area is the directory ".TEMPLATES" in the root.
       FIND-TEMPLATE-AREA.
           MOVE 0 TO TPL-AREA-EID
           MOVE 0 TO TPL-AREA-IND
           PERFORM FIND-ONE-TEMPLATE-AREA
               VARYING TPL-X FROM 1 BY 1
               UNTIL TPL-X > MAX-ENTITY-COUNT OR TPL-AREA-IND > 0.

       FIND-ONE-TEMPLATE-AREA.
           IF EID(TPL-X) NOT = 0 AND EDIR(TPL-X)
                   AND EPARENT(TPL-X) = EID(1)
                   AND ENAME(TPL-X) = TEMPLATE-AREA-NAME THEN
               MOVE EID(TPL-X) TO TPL-AREA-EID
               MOVE TPL-X TO TPL-AREA-IND
           END-IF.

      *> TPL-UNDER 1 when row TPL-X is TPL-ROOT-EID or lies below it.
       CHECK-UNDER-TPL-ROOT.
           MOVE 0 TO TPL-UNDER
           IF EID(TPL-X) = TPL-ROOT-EID THEN
               MOVE 1 TO TPL-UNDER
           ELSE
               MOVE EPARENT(TPL-X) TO WALK-EID
               PERFORM TEMPLATE-WALK-UP
                   VARYING TPL-HOP FROM 1 BY 1
                   UNTIL TPL-HOP > MAX-ENTITY-COUNT
                   OR WALK-EID = 0 OR TPL-UNDER = 1
           END-IF.

       TEMPLATE-WALK-UP.
           IF WALK-EID = TPL-ROOT-EID THEN
               MOVE 1 TO TPL-UNDER
           ELSE
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE EPARENT(WALK-MATCH-IND) TO WALK-EID
               ELSE
                   MOVE 0 TO WALK-EID
               END-IF
           END-IF.

      *> Any live row's full path strung into GP-PATH - the shell's
      *> general-purpose counterpart to the subprograms' builders.
       BUILD-GENERAL-PATH.
           MOVE 0 TO GP-DEPTH
           MOVE EPARENT(GP-SUBJECT) TO WALK-EID
           PERFORM COLLECT-ONE-GP-ANCESTOR
               VARYING CAP-HOP FROM 1 BY 1
               UNTIL CAP-HOP > MAX-ENTITY-COUNT OR WALK-EID = 0

           MOVE SPACES TO GP-PATH
           MOVE 1 TO GP-PTR
           STRING "/" DELIMITED BY SIZE
               INTO GP-PATH
               WITH POINTER GP-PTR
               ON OVERFLOW CONTINUE
           END-STRING
           IF GP-DEPTH > 1 THEN
               COMPUTE GP-SEGSTART = GP-DEPTH - 1
               PERFORM APPEND-ONE-GP-SEGMENT
                   LOCK-DATE-OUT "-" LOCK-TIME-OUT(1:6)
           END-IF.

      *> "rotate" (supervisor) - closes the ever-growing logs out
      *> into dated archive members and starts them afresh, through
      *> LOGROTAT; "rotate list" shows the rotation register. Meant
      *> for the first day of a period - a monthly scheduled job.
      *> Every cataloged volume's journal archive goes along, each
      *> with the cut-off its backup generations impose.
       ROTATE-COMMAND.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(US-ARG1) = "list"
                   MOVE "L" TO ROT-MODE
                   MOVE 0 TO ROTJ-TOTAL
                   CALL "LOGROTAT" USING ROT-MODE OPERATOR-ID
                       ROTJ-LIST CMD-STATUS
               WHEN FUNCTION TRIM(US-ARG1) = SPACES
                   MOVE "R" TO ROT-MODE
                   PERFORM BUILD-ROTATION-LIST
                   CALL "LOGROTAT" USING ROT-MODE OPERATOR-ID
                       ROTJ-LIST CMD-STATUS
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

      *> The walk borrows VOLUME-NAME, LOCKFN and BK-GEN-NUM to reuse
      *> the volume's own naming and lock paragraphs, and puts the
      *> mounted volume's back (and re-publishes its file names)
      *> when done. DEFAULT is always included, cataloged or not.
       BUILD-ROTATION-LIST.
           MOVE 0 TO ROTJ-TOTAL
           MOVE 0 TO ROT-DEFAULT-SEEN
           MOVE VOLUME-NAME TO ROT-HOLD-VOLUME
           MOVE LOCKFN TO ROT-HOLD-LOCKFN
           MOVE BK-GEN-NUM TO ROT-HOLD-GEN-NUM

           PERFORM LOAD-VOLCAT-TABLE
           PERFORM NOTE-ROTATION-VOLUME
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOLCAT-TOTAL
           IF ROT-DEFAULT-SEEN = 0 THEN
               MOVE "DEFAULT" TO VOLUME-NAME
               PERFORM ADD-ROTATION-VOLUME
           END-IF

           MOVE ROT-HOLD-VOLUME TO VOLUME-NAME
           MOVE ROT-HOLD-LOCKFN TO LOCKFN
           MOVE ROT-HOLD-GEN-NUM TO BK-GEN-NUM
           PERFORM SET-VOLUME-FILENAMES
           PERFORM SET-BACKUP-FILENAMES.

       NOTE-ROTATION-VOLUME.
           MOVE VT-NAME(VX) TO VOLUME-NAME
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(VOLUME-NAME))
                   = "DEFAULT" THEN
               MOVE 1 TO ROT-DEFAULT-SEEN
           END-IF
           IF ROTJ-TOTAL < MAX-ROTJ-COUNT THEN
               PERFORM ADD-ROTATION-VOLUME
           END-IF.

      *> Another session's next save appends to its volume's
      *> archive, so a volume held elsewhere is passed over; the one
      *> this session holds is safe to split.
       ADD-ROTATION-VOLUME.
           ADD 1 TO ROTJ-TOTAL
           MOVE VOLUME-NAME TO RJ-VOL(ROTJ-TOTAL)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(VOLUME-NAME))
                   = "DEFAULT" THEN
               MOVE "SOSJRNLA.DAT" TO RJ-FN(ROTJ-TOTAL)
               MOVE "SOSLOCK.DAT" TO LOCKFN
           ELSE
               MOVE SPACES TO RJ-FN(ROTJ-TOTAL)
               STRING "SOSJRNLA-" DELIMITED BY SIZE
                   FUNCTION TRIM(VOLUME-NAME) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO RJ-FN(ROTJ-TOTAL)
               MOVE SPACES TO LOCKFN
               STRING "SOSLOCK-" DELIMITED BY SIZE
                   FUNCTION TRIM(VOLUME-NAME) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO LOCKFN
           END-IF
           PERFORM SET-VOLUME-FILENAMES
           PERFORM READ-VOLUME-LOCK
           MOVE "R" TO RJ-STATE(ROTJ-TOTAL)
           IF LOCK-HELD = 1 THEN
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(VOLUME-NAME))
                       NOT = FUNCTION UPPER-CASE(
                       FUNCTION TRIM(ROT-HOLD-VOLUME))
                       OR READ-ONLY-MODE = 1 THEN
                   MOVE "B" TO RJ-STATE(ROTJ-TOTAL)
               END-IF
           END-IF
           PERFORM FIND-OLDEST-GENERATION
           MOVE ROT-OLDEST-STAMP TO RJ-KEEP-AFTER(ROTJ-TOTAL).

      *> "recover" starts from a retained generation and replays the
      *> archive forward from that generation's stamp, so nothing
      *> stamped after the OLDEST retained one may leave the live
      *> archive. With no generation at all, nothing in it can be
      *> replayed and all of it may go.
       FIND-OLDEST-GENERATION.
           MOVE 99999999999999 TO ROT-OLDEST-STAMP
           MOVE 0 TO BK-GEN-PIC
           PERFORM SET-BACKUP-FILENAMES
           PERFORM READ-BACKUP-GEN
           IF BK-GEN-NUM > 0 THEN
               COMPUTE ROT-GEN-LOW = BK-GEN-NUM - MAX-BACKUP-GENS + 1
               IF ROT-GEN-LOW < 1 THEN
                   MOVE 1 TO ROT-GEN-LOW
               END-IF
               PERFORM NOTE-ONE-GENERATION-STAMP
                   VARYING ROT-GEN FROM ROT-GEN-LOW BY 1
                   UNTIL ROT-GEN > BK-GEN-NUM
           END-IF.

      *> A pruned generation's control file is empty and reads as
      *> nothing; one from before stamps reads as 0, which keeps the
      *> whole archive live.
       NOTE-ONE-GENERATION-STAMP.
           MOVE ROT-GEN TO BK-GEN-PIC
           PERFORM SET-BACKUP-FILENAMES
           OPEN INPUT BK-CTL-FILE
           IF BK-CTL-STATUS = "00" THEN
               READ BK-CTL-FILE INTO BK-CTL-RECORD
               IF BK-CTL-STATUS = "00" THEN
                   IF BK-CTL-STAMP IS NUMERIC THEN
                       MOVE BK-CTL-STAMP TO RC-STAMP-WORK
                   ELSE
                       MOVE 0 TO RC-STAMP-WORK
                   END-IF
                   IF RC-STAMP-WORK < ROT-OLDEST-STAMP THEN
                       MOVE RC-STAMP-WORK TO ROT-OLDEST-STAMP
                   END-IF
               END-IF
               CLOSE BK-CTL-FILE
           ELSE
               CLOSE BK-CTL-FILE
           END-IF.

      *> "reorg" - compacts a churned volume: live entities
      *> renumbered into dense ascending EIDs, every reference
      *> remapped, both files rewritten fresh with the data file's
               UNTIL ALT-IND > MAX-ENTITY-COUNT
           MOVE 0 TO ALT-SEG-TOTAL
           MOVE 0 TO ALT-TAG-TOTAL
           MOVE 0 TO ALT-ACL-TOTAL
           MOVE 0 TO RG-MAP-TOTAL
           MOVE 0 TO RG-SLOT
           MOVE 0 TO RG-Q-HEAD
                   VARYING RGX FROM 1 BY 1
                   UNTIL RGX > MAX-ENTITY-COUNT

      *> Fix-up passes: trash return-addresses, segments, tags,
      *> access entries and version rows re-keyed through the map.
               PERFORM REMAP-ONE-TRASHPAR
                   VARYING ALT-IND FROM 1 BY 1
                   UNTIL ALT-IND > MAX-ENTITY-COUNT
               PERFORM REMAP-ONE-TAG
                   VARYING TGX FROM 1 BY 1
                   UNTIL TGX > TAG-TOTAL
               PERFORM REMAP-ONE-ACL
                   VARYING ALX FROM 1 BY 1
                   UNTIL ALX > ACL-TOTAL
               PERFORM REMAP-ONE-VERSION
                   VARYING VSX FROM 1 BY 1
                   UNTIL VSX > VER-TOTAL
               MOVE ALT-FILESYSTEM TO FILESYSTEM
               MOVE ALT-SEGMENTS TO CONTENT-SEGMENTS
               MOVE ALT-TAGS TO ENTITY-TAGS
               MOVE ALT-ACLS TO ENTITY-ACLS
               COMPUTE EID-COUNTER = RG-SLOT + 1
               MOVE 0 TO UNDO-AVAILABLE

               MOVE TAG-TEXT(TGX) TO ALT-TAG-TEXT(ALT-TAG-TOTAL)
           END-IF.

       REMAP-ONE-ACL.
           MOVE ACL-EID(ALX) TO RG-LOOKUP-EID
           PERFORM LOOKUP-REORG-MAP
           IF RG-MAPPED-EID NOT = 0
                   AND ALT-ACL-TOTAL < MAX-ACL-COUNT THEN
               ADD 1 TO ALT-ACL-TOTAL
               MOVE RG-MAPPED-EID TO ALT-ACL-EID(ALT-ACL-TOTAL)
               MOVE ACL-SEQ(ALX) TO ALT-ACL-SEQ(ALT-ACL-TOTAL)
               MOVE ACL-ENTRY(ALX) TO ALT-ACL-ENTRY(ALT-ACL-TOTAL)
           END-IF.

      *> Version rows re-key in place; one whose file fell out of
      *> the map zeroes and the orphan sweep takes it.
       REMAP-ONE-VERSION.
           PERFORM PURGE-ORPHAN-SEGMENTS
           PERFORM PURGE-ORPHAN-VERSIONS
           PERFORM PURGE-ORPHAN-TAGS
           PERFORM PURGE-ORPHAN-ACLS
           PERFORM SAVE-VERSION-FILE

           PERFORM WRITE-SHADOW-IMAGE
           PERFORM SAVE-ONE-TAG
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > TAG-TOTAL
           PERFORM CLEAR-ONE-ACL-IMAGE
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > MAX-ACL-COUNT
           PERFORM SAVE-ONE-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL
           CLOSE FS-DATA-FILE

           PERFORM CLEAR-SAVE-MARKER.
                   OR CMD = "undelete" OR CMD = "purge"
                   OR CMD = "import" OR CMD = "extract"
                   OR CMD = "revert"
                   OR CMD = "sort" OR CMD = "merge"
                   OR CMD = "replace" OR CMD = "instantiate"
                   OR CMD = "recall"
                   OR REDIR-MODE > 0 THEN
               MOVE 1 TO UNDO-CANDIDATE
           END-IF
           IF CMD = "classify" THEN
               MOVE 1 TO UNDO-CANDIDATE
           END-IF
      *> Printing a body changes nothing; every other edit form
      *> rewrites one.
           IF CMD = "edit"
                   AND FUNCTION TRIM(US-ARG1) NOT = "print" THEN
               MOVE 1 TO UNDO-CANDIDATE
           END-IF
      *> Only the mutating tag forms snapshot - a tag search or
      *> listing moves nothing.
           IF CMD = "tag" THEN
                       OR FUNCTION TRIM(US-ARG1) = "remove" THEN
                   MOVE 1 TO UNDO-CANDIDATE
               END-IF
           END-IF
           IF CMD = "template"
                   AND FUNCTION TRIM(US-ARG1) = "create" THEN
               MOVE 1 TO UNDO-CANDIDATE
           END-IF.

       TAKE-UNDO-SNAPSHOT.
      *> the image (it belongs to another volume); the spare table
      *> serves as the exchange scratch, as restore borrows it.
       UNDO-COMMAND.
           MOVE 0 TO HOLD-UNDO-HIT
           IF UNDO-AVAILABLE = 1 AND UNDO-VOLUME = VOLUME-NAME THEN
               PERFORM CHECK-ONE-HOLD-UNDO
                   VARYING HMX FROM 1 BY 1
                   UNTIL HMX > MAX-ENTITY-COUNT OR HOLD-UNDO-HIT = 1
           END-IF
           IF UNDO-AVAILABLE = 0
                   OR UNDO-VOLUME NOT = VOLUME-NAME THEN
               DISPLAY "NOTHING TO UNDO"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF HOLD-UNDO-HIT = 1 THEN
               DISPLAY ERR-LEGAL-HOLD
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE FILESYSTEM TO ALT-FILESYSTEM
               MOVE UNDO-FILESYSTEM TO FILESYSTEM
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               PERFORM SETTLE-UNDO-JOURNAL
           END-IF
           END-IF.

      *> A journaled "undo" only replays right while the command it
      *> Class 3 (supervisor): the commands that rewrite or delete
      *> whole volumes, or administer other operators. Class 2
      *> (senior): extract, which grafts a packed subtree onto the
      *> live table, defining the installation's record layouts,
      *> and sending or reconciling interface transmissions.
      *> Everything else is class 1. (Group membership, legal
      *> holds and overriding the job stream's predecessor holds
      *> count as administering other operators; so does forcing a
      *> transmission rerun past the log's duplicate check.)
      *> Packing the whole installation into a recovery bundle, or
      *> rebuilding a site from one, is supervisor work too, as are
      *> setting another operator's profile or quota and the
      *> operator administration panel that drives them.
       SET-COMMAND-AUTHORITY.
           EVALUATE TRUE
               WHEN CMD = "purge" OR CMD = "restore"
                       OR CMD = "import" OR CMD = "recover"
                       OR CMD = "reorg" OR CMD = "offboard"
                       OR CMD = "approve" OR CMD = "reject"
                       OR CMD = "security"
                       OR CMD = "drpack" OR CMD = "drbuild"
                   MOVE 3 TO CMD-AUTH-CLASS
               WHEN CMD = "passwd"
                   IF FUNCTION TRIM(US-ARG1) = "reset"
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "profile"
                   IF FUNCTION TRIM(US-ARG1) = "auth"
                           OR FUNCTION TRIM(US-ARG1) = "set" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "quota"
                   IF FUNCTION TRIM(US-ARG1) = SPACES THEN
                       MOVE 1 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 3 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "panel"
                   IF FUNCTION TRIM(US-ARG1) = "ops" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "group"
                   IF FUNCTION TRIM(US-ARG1) = "add"
                           OR FUNCTION TRIM(US-ARG1) = "remove" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "hold"
                   IF FUNCTION TRIM(US-ARG1) = "place"
                           OR FUNCTION TRIM(US-ARG1) = "release" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "extract"
                   MOVE 2 TO CMD-AUTH-CLASS
               WHEN CMD = "xmit"
                   IF FUNCTION TRIM(US-ARG1) = "log" THEN
                       MOVE 1 TO CMD-AUTH-CLASS
                   ELSE
                   IF FUNCTION TRIM(US-ARG2) = "-f"
                           OR FUNCTION TRIM(US-ARG3) = "-f" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 2 TO CMD-AUTH-CLASS
                   END-IF
                   END-IF
               WHEN CMD = "rotate"
                   IF FUNCTION TRIM(US-ARG1) = "list" THEN
                       MOVE 1 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 3 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "template"
                   IF FUNCTION TRIM(US-ARG1) = "create" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "migrate"
                   IF US-ARG1 = SPACES
                           OR FUNCTION TRIM(US-ARG1) = "stub" THEN
                       MOVE 1 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 3 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "layout"
                   IF FUNCTION TRIM(US-ARG1) = "define"
                           OR FUNCTION TRIM(US-ARG1) = "drop" THEN
                       MOVE 2 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "mirror"
                   IF FUNCTION TRIM(US-ARG1) = SPACES THEN
                       MOVE 1 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 2 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "msg"
                   IF FUNCTION TRIM(US-ARG1) = "motd" THEN
                       MOVE 2 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN CMD = "sched"
                   IF FUNCTION TRIM(US-ARG1) = "release"
                           OR FUNCTION TRIM(US-ARG1) = "satisfy"
                           OR FUNCTION TRIM(US-ARG1) = "add"
                           OR FUNCTION TRIM(US-ARG1) = "change"
                           OR FUNCTION TRIM(US-ARG1) = "suspend"
                           OR FUNCTION TRIM(US-ARG1) = "resume"
                           OR FUNCTION TRIM(US-ARG1) = "delete"
                           OR FUNCTION TRIM(US-ARG1) = "run" THEN
                       MOVE 3 TO CMD-AUTH-CLASS
                   ELSE
                       MOVE 1 TO CMD-AUTH-CLASS
                   END-IF
               WHEN OTHER
                   MOVE 1 TO CMD-AUTH-CLASS
           END-EVALUATE.

      *> The one WRITEFILE call both write forms share - the
      *> append/replace flag and the segment table travel with the
      *> usual arguments, and a success is audited and journaled
      *> exactly as before.
       CALL-WRITEFILE.
           PERFORM CHECK-WRITE-LAYOUT
           IF LAY-FAULTS > 0 THEN
               PERFORM REPORT-LAYOUT-REFUSAL
           ELSE
               CALL "WRITEFILE" USING FILESYSTEM CONTENT-SEGMENTS
                   VERSION-HISTORY
                   CURRENT-EID CUR-IND NEW-NAME WRITE-CONTENT
                   WRITE-APPEND-MODE
                   CMD-STATUS WRITTEN-EID OPERATOR-ID
                   QUOTA-LIMITS ACCESS-MAP
               IF CMD-STATUS = 0 THEN
                   MOVE "wr  " TO AUDIT-CMD-OUT
                   MOVE NEW-NAME TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   MOVE WRITTEN-EID TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM WRITE-JOURNAL
               END-IF
           END-IF.

      *> Appends one line to SOSAUDIT.LOG for a successful mutating
      *> command - command, arguments, the EID it acted on, and a
      *> timestamp - so shared use of this system leaves a trail of who
                   DISPLAY ERR-NOT-A-FILE
                   MOVE 1 TO CMD-STATUS
               ELSE
      *> Access entries that grant this operator no read keep the
      *> body back, as they do from cat itself.
                   IF ACC-READ(CAP-MATCH-IND) = 0 THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
      *> A capture lands the body in a file of the operator's own -
      *> for a classified file someone else owns that is the export
      *> leak in miniature, so it is refused outright.
                           AND OWNER(CAP-MATCH-IND)
                           NOT = OPERATOR-ID THEN
                       DISPLAY ERR-PERMISSION-DENIED
                       MOVE 5 TO CMD-STATUS
                   ELSE
                       MOVE ECONTENT(CAP-MATCH-IND) TO CAPTURE-LINE
                       MOVE EID(CAP-MATCH-IND) TO CAT-SRC-EID
                       PERFORM REDIR-WRITE-CAPTURE
      *> The capture carries the whole body: the source's extra
      *> lines are cloned onto the target (the overwrite above
      *> dropped the target's own), and size and checksum re-cover
      *> the full multi-line content.
                       IF CMD-STATUS = 0 AND WRITTEN-EID NOT = 0
                               AND CAT-SRC-EID NOT = WRITTEN-EID THEN
                           MOVE CAT-SRC-EID TO SEG-WORK-EID
                           MOVE WRITTEN-EID TO SEG-DEST-EID
                           PERFORM COPY-FILE-SEGMENTS
                           MOVE WRITTEN-EID TO WALK-EID
                           MOVE 0 TO WALK-FOUND
                           PERFORM FIND-ROW-BY-EID
                               VARYING WALK-IND FROM 1 BY 1
                               UNTIL WALK-IND > MAX-ENTITY-COUNT
                               OR WALK-FOUND = 1
                           IF WALK-FOUND = 1 THEN
                               MOVE WALK-MATCH-IND TO SEG-OWNER-IND
                               MOVE WRITTEN-EID TO SEG-WORK-EID
                               PERFORM COMPUTE-FILE-CHECKSUM
                               MOVE FILE-CKS-SUM
                                   TO ECHECKSUM(SEG-OWNER-IND)
                               PERFORM COMPUTE-FILE-SIZE
                               MOVE FILE-SIZE-SUM
                                   TO ESIZE(SEG-OWNER-IND)
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   CURRENT-EID CUR-IND
                   NEW-EID NEW-IND NEW-NAME NEW-SIZE
                   CMD-STATUS OPERATOR-ID MD-P-MODE
                   QUOTA-LIMITS ACCESS-MAP
               IF CMD-STATUS = 0 THEN
                   MOVE "mf  " TO AUDIT-CMD-OUT
                   MOVE NEW-NAME TO AUDIT-ARG1-OUT
                   CURRENT-EID CUR-IND NEW-NAME WRITE-CONTENT
                   WRITE-APPEND-MODE
                   CMD-STATUS WRITTEN-EID OPERATOR-ID
                   QUOTA-LIMITS ACCESS-MAP
               IF CMD-STATUS = 0 THEN
                   MOVE "wr  " TO AUDIT-CMD-OUT
                   MOVE NEW-NAME TO AUDIT-ARG1-OUT
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
               IF OWNER(TR-TARGET-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(TR-TARGET-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   PERFORM RESOLVE-UNDELETE-DEST
                   PERFORM CHECK-UNDELETE-CONFLICT
      *> The timed final purge: any entry that has sat in the can
      *> past TRASH-RETAIN-DAYS is cleared for real, subtree and
      *> all, using RM's mark-against-the-intact-table pattern.
      *> An entry under (or holding) a legal hold waits in the can
      *> for as long as the hold lasts.
       EMPTY-OLD-TRASH.
           IF TRASH-IND > 0 AND ESIZE(TRASH-IND) > 0 THEN
               PERFORM BUILD-HOLD-MAP
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               MOVE FUNCTION INTEGER-OF-DATE(AUDIT-DATE)
                   TO TR-TODAY-INT
                   MOVE FUNCTION INTEGER-OF-DATE(ETRASHDATE(TR))
                       TO TR-ROW-INT
               END-IF
               IF TR-ROW-INT <= TR-CUTOFF AND ACC-HOLD(TR) = 0 THEN
                   MOVE SPACES TO NOTICE-TEXT
                   STRING "TRASH AUTO-EMPTY ON " DELIMITED BY SIZE,
                       VOLUME-NAME DELIMITED BY SPACE,
                       " CLEARED " DELIMITED BY SIZE,
                       FUNCTION TRIM(ENAME(TR)) DELIMITED BY SIZE,
                       " (TRASHED " DELIMITED BY SIZE,
                       ETRASHDATE(TR) DELIMITED BY SIZE,
                       ")" DELIMITED BY SIZE
                       INTO NOTICE-TEXT
                   END-STRING
                   MOVE "TRASHED" TO NTF-EVENT
                   MOVE OWNER(TR) TO NTF-OWNER
                   PERFORM DROP-TRASH-SUBTREE
                   ADD 1 TO TR-COUNT
                   PERFORM RAISE-NOTIFY-EVENT
               END-IF
           END-IF.

      *> checksum from the stored content bytes, so a data file
      *> truncated or scrambled on disk shows up even when the live
      *> table looks healthy.
      *> DRIFT, concerning the operator who ran the check.
       NOTIFY-DRIFT.
           MOVE SPACES TO NOTICE-TEXT
           MOVE 1 TO NTF-TEXT-PTR
           STRING FUNCTION TRIM(CMD) DELIMITED BY SIZE
               INTO NOTICE-TEXT WITH POINTER NTF-TEXT-PTR
           END-STRING
           IF US-ARG1 NOT = SPACES THEN
               STRING " " DELIMITED BY SIZE,
                   FUNCTION TRIM(US-ARG1) DELIMITED BY SIZE
                   INTO NOTICE-TEXT WITH POINTER NTF-TEXT-PTR
               END-STRING
           END-IF
           STRING " FOUND DRIFT ON " DELIMITED BY SIZE,
               VOLUME-NAME DELIMITED BY SPACE,
               " (RUN BY " DELIMITED BY SIZE,
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE,
               ")" DELIMITED BY SIZE
               INTO NOTICE-TEXT WITH POINTER NTF-TEXT-PTR
           END-STRING
           PERFORM WRITE-CHECK-LOG
           MOVE "DRIFT" TO NTF-EVENT
           MOVE OPERATOR-ID TO NTF-OWNER
           PERFORM RAISE-NOTIFY-EVENT.

       VERIFY-DATA-FILE.
           MOVE 0 TO VFY-BAD
           MOVE 0 TO VFY-READ
                           10000)
                   END-IF
               ELSE
      *> Tag and access-entry records carry no content of their own
      *> and no checksum to prove.
               IF FS-REC-RTYPE > 1 THEN
                   CONTINUE
               ELSE
                   PERFORM VERIFY-SETTLE-FILE
                   ADD 1 TO VFY-READ
                   MOVE 1 TO VFY-OPEN
                   PERFORM COMPUTE-CHECKSUM
                   MOVE CKS-SUM TO VFY-CUR-SUM
               END-IF
               END-IF
           END-IF.

       VERIFY-SETTLE-FILE.
           MOVE WC-NAME-ENTRY(WC-X) TO NEW-NAME
           CALL "RM" USING FILESYSTEM
               CURRENT-EID CUR-IND NEW-NAME CMD-STATUS
               REMOVED-EID OPERATOR-ID TRASH-EID ACCESS-MAP
           IF CMD-STATUS = 0 THEN
               ADD 1 TO WC-OK
               MOVE "rm  " TO AUDIT-CMD-OUT
               CURRENT-EID CUR-IND
               EID-COUNTER NEW-IND
               MV-SRC-NAME MV-DEST-NAME CMD-STATUS
               OPERATOR-ID QUOTA-LIMITS ACCESS-MAP
           IF CMD-STATUS = 0 THEN
               ADD 1 TO WC-OK
               MOVE "cp  " TO AUDIT-CMD-OUT
           MOVE US-ARG2 TO MV-DEST-NAME
           CALL "MV" USING FILESYSTEM
               CURRENT-EID CUR-IND MV-SRC-NAME MV-DEST-NAME
               CMD-STATUS MOVED-EID OPERATOR-ID ACCESS-MAP
           IF CMD-STATUS = 0 THEN
               ADD 1 TO WC-OK
               MOVE "mv  " TO AUDIT-CMD-OUT
      *> behind in the current directory whose ECONTENT names that
      *> archive file and whose ESIZE is the packed entity count.
      *> The source subtree is left in place - rm it once the member
      *> is verified, and its slots come free. Access entries pack
      *> with their entities; a subtree holding any file the
      *> operator may not read is refused outright.
       ARCHIVE-SUBTREE.
           MOVE 0 TO ARCH-FOUND
           MOVE 0 TO ARCH-KIDS
                   OR ARCH-KIDS = ESIZE(CUR-IND)
                   OR ARCH-FOUND = 1
           END-IF
           IF ARCH-FOUND = 1 THEN
               PERFORM CHECK-ARCHIVE-READABLE
           END-IF

           IF ARCH-FOUND = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
           IF ARCH-NOREAD > 0 THEN
               DISPLAY ERR-PERMISSION-DENIED
               MOVE 5 TO CMD-STATUS
           ELSE
               MOVE SPACES TO ARCHFN
               STRING "SOSARCH-" DELIMITED BY SIZE
                   CURRENT-EID CUR-IND
                   NEW-EID NEW-IND NEW-NAME NEW-SIZE
                   CMD-STATUS OPERATOR-ID MD-P-MODE
                   QUOTA-LIMITS ACCESS-MAP

               IF CMD-STATUS = 0 THEN
                   PERFORM STORE-ARCHIVE-MEMBER
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM WRITE-JOURNAL
               END-IF
           END-IF
           END-IF.

       FIND-ARCHIVE-SOURCE.
               ADD 1 TO ARCH-KIDS
           END-IF.

      *> Counts the files under the source the operator may not
      *> read into ARCH-NOREAD, walking it the way the pack does -
      *> a member holds bodies whole, and an extract would hand
      *> them to whoever ran it.
       CHECK-ARCHIVE-READABLE.
           MOVE 0 TO ARCH-NOREAD
           MOVE 0 TO ARCH-Q-HEAD
           MOVE 0 TO ARCH-Q-TAIL
           ADD 1 TO ARCH-Q-TAIL
           MOVE ARCH-SRC-IND TO ARCH-Q-IND(ARCH-Q-TAIL)
           PERFORM CHECK-ARCH-QUEUE-ENTRY
               UNTIL ARCH-Q-HEAD >= ARCH-Q-TAIL.

       CHECK-ARCH-QUEUE-ENTRY.
           ADD 1 TO ARCH-Q-HEAD
           MOVE ARCH-Q-IND(ARCH-Q-HEAD) TO ARCH-CUR-IND
           PERFORM CHECK-ONE-ARCH-CHILD
               VARYING AK FROM 1 BY 1
               UNTIL AK > MAX-ENTITY-COUNT.

       CHECK-ONE-ARCH-CHILD.
           IF AK NOT = ARCH-CUR-IND AND EID(AK) NOT = 0
                   AND EPARENT(AK) = EID(ARCH-CUR-IND) THEN
               IF EFILE(AK) AND ACC-READ(AK) = 0 THEN
                   ADD 1 TO ARCH-NOREAD
               END-IF
               IF EDIR(AK) THEN
                   ADD 1 TO ARCH-Q-TAIL
                   MOVE AK TO ARCH-Q-IND(ARCH-Q-TAIL)
               END-IF
           END-IF.

       SET-ARCHIVE-FILENAME.
           MOVE "ARCHFN" TO ENV-NAME-HOLD
           MOVE ARCHFN TO ENV-VALUE-HOLD
           WRITE ARCH-RECORD
           ADD 1 TO ARCH-COUNT
      *> A file's extra lines pack right behind its entity record,
      *> so extract can map them onto the EID it just placed, and
      *> any entity's tags and access entries behind those. They
      *> do not count toward the member's packed-entity total.
           MOVE EID(I) TO SEG-WORK-EID
           PERFORM PACK-ONE-SEG-RECORD
               UNTIL SGX > SEG-TOTAL
           PERFORM PACK-ONE-TAG-RECORD
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > TAG-TOTAL
           PERFORM PACK-ONE-ACL-RECORD
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL.

       PACK-ONE-SEG-RECORD.
           IF SEG-EID(SGX) = SEG-WORK-EID THEN
               WRITE ARCH-RECORD
           END-IF.

       PACK-ONE-ACL-RECORD.
           IF ACL-EID(ALX) = SEG-WORK-EID THEN
               PERFORM FILL-ACL-DATA-RECORD
               MOVE FS-DATA-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
           END-IF.

      *> Packs every direct child of the queued directory, re-queuing
      *> any child that is itself a directory - same shape as CP's
      *> PROCESS-QUEUE-ENTRY.
           END-IF

           IF ARCH-FAILED = 0 THEN
               IF OWNER(ARCH-DEST-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(ARCH-DEST-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
                   MOVE 1 TO ARCH-FAILED
               END-IF
           END-IF
           IF ARCH-STATUS = "00" THEN
               MOVE ARCH-RECORD TO FS-DATA-RECORD

      *> A content-segment, tag or access-entry record reattaches
      *> to whatever new EID its entity was just mapped to - the
      *> entity record always precedes it in the member.
               IF FS-REC-RTYPE = 1 THEN
                   PERFORM UNPACK-SEG-RECORD
               ELSE
               IF FS-REC-RTYPE = 2 THEN
                   PERFORM UNPACK-TAG-RECORD
               ELSE
               IF FS-REC-RTYPE = 3 THEN
                   PERFORM UNPACK-ACL-RECORD
               ELSE

               IF ARCH-TOP-FLAG = 1 THEN
                   MOVE 0 TO ARCH-CONFLICT
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       UNPACK-TAG-RECORD.
               MOVE FS-REC-ENAME(1:16) TO TAG-TEXT(TAG-TOTAL)
           END-IF.

      *> Unlike a tag, an entry that cannot be placed stops the
      *> extract - the entity it protects is already in.
       UNPACK-ACL-RECORD.
           MOVE 0 TO ARCH-MAP-HIT
           PERFORM FIND-ARCH-SEG-MAP
               VARYING AM FROM 1 BY 1
               UNTIL AM > ARCH-MAP-TOTAL OR ARCH-MAP-HIT > 0
           IF ARCH-MAP-HIT > 0 THEN
               IF ACL-TOTAL >= MAX-ACL-COUNT THEN
                   DISPLAY ERR-FS-FULL
                   MOVE 1 TO CMD-STATUS
                   MOVE 1 TO ARCH-FAILED
               ELSE
                   ADD 1 TO ACL-TOTAL
                   MOVE ARCH-NEW-EID(ARCH-MAP-HIT)
                       TO ACL-EID(ACL-TOTAL)
                   MOVE FS-REC-RSEQ TO ACL-SEQ(ACL-TOTAL)
                   MOVE FS-REC-ENAME(1:12) TO ACL-ENTRY(ACL-TOTAL)
               END-IF
           END-IF.

      *> Lines of a file that never made it in (a full table, or a
      *> member trimmed by hand) are quietly dropped with it.
       UNPACK-SEG-RECORD.
               MOVE QF-MAX-SIZE TO Q-MAX-SIZE(QUOTA-ROW-COUNT)
           END-IF.

      *> Rewrites SOSQUOTA.DAT whole from the table, the way the
      *> profile file is saved.
       SAVE-QUOTA-TABLE.
           OPEN OUTPUT QUOTA-FILE
           PERFORM SAVE-ONE-QUOTA-ROW
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT
           CLOSE QUOTA-FILE.

       SAVE-ONE-QUOTA-ROW.
           MOVE SPACES TO QUOTA-IN-LINE
           MOVE Q-OWNER(QR) TO QF-OWNER
           MOVE Q-MAX-SLOTS(QR) TO QF-MAX-SLOTS
           MOVE Q-MAX-SIZE(QR) TO QF-MAX-SIZE
           MOVE QUOTA-IN-LINE TO QUOTA-RECORD
           WRITE QUOTA-RECORD.

      *> "quota set ID slots size" gives a known operator both
      *> ceilings (replacing any they had); "quota clear ID" drops
      *> their row, leaving them unlimited. The table in memory is
      *> what the creation points enforce, so either takes effect
      *> at once, and the file is rewritten for later sessions.
       QUOTA-SET.
           MOVE US-ARG2(1:8) TO PROF-SET-ID
           IF PROF-SET-ID = SPACES
                   OR FUNCTION TRIM(US-ARG3) = SPACES
                   OR FUNCTION TRIM(US-ARG4) = SPACES
                   OR FUNCTION TEST-NUMVAL(US-ARG3) NOT = 0
                   OR FUNCTION TEST-NUMVAL(US-ARG4) NOT = 0 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               IF FUNCTION NUMVAL(US-ARG3) < 1
                       OR FUNCTION NUMVAL(US-ARG3) > 999
                       OR FUNCTION NUMVAL(US-ARG4) < 1
                       OR FUNCTION NUMVAL(US-ARG4) > 9999999 THEN
                   DISPLAY "SLOTS MUST BE 1-999 AND SIZE 1-9999999"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE FUNCTION NUMVAL(US-ARG3) TO QUOTA-NEW-SLOTS
                   MOVE FUNCTION NUMVAL(US-ARG4) TO QUOTA-NEW-SIZE
                   PERFORM CHECK-KNOWN-OPERATOR
                   IF PROF-KNOWN = 0 THEN
                       DISPLAY "OPERATOR "
                           FUNCTION TRIM(PROF-SET-ID) " IS NOT KNOWN"
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM FIND-QUOTA-SET-ROW
               IF QUOTA-SET-HIT = 0 THEN
                   IF QUOTA-ROW-COUNT >= MAX-QUOTA-COUNT THEN
                       DISPLAY "QUOTA TABLE FULL"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO QUOTA-ROW-COUNT
                       MOVE QUOTA-ROW-COUNT TO QUOTA-SET-HIT
                       MOVE PROF-SET-ID TO Q-OWNER(QUOTA-SET-HIT)
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE QUOTA-NEW-SLOTS TO Q-MAX-SLOTS(QUOTA-SET-HIT)
               MOVE QUOTA-NEW-SIZE TO Q-MAX-SIZE(QUOTA-SET-HIT)
               PERFORM SAVE-QUOTA-TABLE
               DISPLAY "QUOTA SET FOR " FUNCTION TRIM(PROF-SET-ID)
               MOVE "qset" TO AUDIT-CMD-OUT
               MOVE PROF-SET-ID TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               STRING QUOTA-NEW-SLOTS DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   QUOTA-NEW-SIZE DELIMITED BY SIZE
                   INTO AUDIT-ARG2-OUT
               END-STRING
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       QUOTA-CLEAR.
           MOVE US-ARG2(1:8) TO PROF-SET-ID
           IF PROF-SET-ID = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM FIND-QUOTA-SET-ROW
               IF QUOTA-SET-HIT = 0 THEN
                   DISPLAY "NO QUOTA FOR " FUNCTION TRIM(PROF-SET-ID)
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE QUOTA-ROW(QUOTA-ROW-COUNT)
                       TO QUOTA-ROW(QUOTA-SET-HIT)
                   SUBTRACT 1 FROM QUOTA-ROW-COUNT
                   PERFORM SAVE-QUOTA-TABLE
                   DISPLAY "QUOTA CLEARED FOR "
                       FUNCTION TRIM(PROF-SET-ID)
                   MOVE "qclr" TO AUDIT-CMD-OUT
                   MOVE PROF-SET-ID TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

       FIND-QUOTA-SET-ROW.
           MOVE 0 TO QUOTA-SET-HIT
           PERFORM FIND-ONE-QUOTA-SET-ROW
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT OR QUOTA-SET-HIT > 0.

       FIND-ONE-QUOTA-SET-ROW.
           IF Q-OWNER(QR) = PROF-SET-ID THEN
               MOVE QR TO QUOTA-SET-HIT
           END-IF.

      *> "quota" - each limited owner's live usage (entity slots and
      *> total file ESIZE) against the ceilings loaded at startup.
       QUOTA-REPORT.
               PERFORM PANEL-RUN-SYNTH
           END-IF.

      *> The operator administration panel: collect every known
      *> operator, show a page, take one line command, repeat until
      *> X. A/V/H/Q set a shown row's authority level, startup
      *> volume, home directory or quota; R resets its password and
      *> U clears its lockout; N enrolls a new ID at a level (1 when
      *> none is given) by giving it a profile row.
       ADMIN-PANEL-LOOP.
           MOVE 0 TO PANEL-DONE
           MOVE 1 TO ADMIN-TOP

           PERFORM ADMIN-PANEL-CYCLE UNTIL PANEL-DONE = 1.

       ADMIN-PANEL-CYCLE.
           PERFORM ADMIN-COLLECT
           PERFORM ADMIN-SHOW-PAGE

           DISPLAY "OPS (F B A n level V n vol|none H n path|none "
               "Q n slots size|none"
           DISPLAY "     R n U n N id [level] X)"
           DISPLAY "OPS> " WITH NO ADVANCING
           ACCEPT PANEL-INPUT

           MOVE SPACES TO P-TOK1
           MOVE SPACES TO P-TOK2
           MOVE 1 TO P-PTR
           UNSTRING PANEL-INPUT DELIMITED BY ALL SPACE
               INTO P-TOK1 P-TOK2
               WITH POINTER P-PTR
           MOVE SPACES TO P-REST
           IF P-PTR <= 80 THEN
               MOVE PANEL-INPUT(P-PTR:) TO P-REST
           END-IF

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(P-TOK1))
               WHEN "X"
                   MOVE 1 TO PANEL-DONE
               WHEN "F"
                   IF ADMIN-TOP + PANEL-PAGE-ROWS
                           <= ADMIN-TOTAL THEN
                       ADD PANEL-PAGE-ROWS TO ADMIN-TOP
                   END-IF
               WHEN "B"
                   IF ADMIN-TOP > PANEL-PAGE-ROWS THEN
                       SUBTRACT PANEL-PAGE-ROWS FROM ADMIN-TOP
                   ELSE
                       MOVE 1 TO ADMIN-TOP
                   END-IF
               WHEN "A"
                   PERFORM ADMIN-SET-AUTH
               WHEN "V"
                   PERFORM ADMIN-SET-VOL
               WHEN "H"
                   PERFORM ADMIN-SET-HOME
               WHEN "Q"
                   PERFORM ADMIN-SET-QUOTA
               WHEN "R"
                   PERFORM ADMIN-RESET
               WHEN "U"
                   PERFORM ADMIN-UNLOCK
               WHEN "N"
                   PERFORM ADMIN-ADD
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID PANEL COMMAND"
           END-EVALUATE.

      *> Every ID with a password, profile or quota row, once each,
      *> in ID order - re-read each cycle so the page shows what the
      *> last line command actually left on file.
       ADMIN-COLLECT.
           MOVE 0 TO ADMIN-TOTAL
           PERFORM LOAD-PASS-TABLE
           PERFORM LOAD-PROFILE-TABLE
           PERFORM ADMIN-NOTE-PASS-ID
               VARYING PWX FROM 1 BY 1
               UNTIL PWX > PASS-TOTAL
           PERFORM ADMIN-NOTE-PROF-ID
               VARYING PX FROM 1 BY 1
               UNTIL PX > PROF-TOTAL
           PERFORM ADMIN-NOTE-QUOTA-ID
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT

           IF ADMIN-TOTAL > 1 THEN
               PERFORM ADMIN-SORT-PASS
                   VARYING ADMIN-X FROM 1 BY 1
                   UNTIL ADMIN-X >= ADMIN-TOTAL
           END-IF
           IF ADMIN-TOP > ADMIN-TOTAL THEN
               MOVE 1 TO ADMIN-TOP
           END-IF.

       ADMIN-NOTE-PASS-ID.
           MOVE PS-OPER(PWX) TO ADMIN-NEW-ID
           PERFORM ADMIN-NOTE-ID.

       ADMIN-NOTE-PROF-ID.
           MOVE PT-OPER(PX) TO ADMIN-NEW-ID
           PERFORM ADMIN-NOTE-ID.

       ADMIN-NOTE-QUOTA-ID.
           MOVE Q-OWNER(QR) TO ADMIN-NEW-ID
           PERFORM ADMIN-NOTE-ID.

       ADMIN-NOTE-ID.
           IF ADMIN-NEW-ID NOT = SPACES THEN
               PERFORM ADMIN-LOCATE-ID
               IF ADMIN-HIT = 0 AND ADMIN-TOTAL < MAX-ADMIN-COUNT THEN
                   ADD 1 TO ADMIN-TOTAL
                   MOVE ADMIN-NEW-ID TO ADMIN-OPER(ADMIN-TOTAL)
               END-IF
           END-IF.

      *> ADMIN-HIT is ADMIN-NEW-ID's row in the list, 0 when absent.
       ADMIN-LOCATE-ID.
           MOVE 0 TO ADMIN-HIT
           PERFORM ADMIN-FIND-ID
               VARYING ADMIN-J FROM 1 BY 1
               UNTIL ADMIN-J > ADMIN-TOTAL OR ADMIN-HIT > 0.

       ADMIN-FIND-ID.
           IF ADMIN-OPER(ADMIN-J) = ADMIN-NEW-ID THEN
               MOVE ADMIN-J TO ADMIN-HIT
           END-IF.

       ADMIN-SORT-PASS.
           MOVE ADMIN-X TO ADMIN-MIN
           PERFORM ADMIN-FIND-MIN
               VARYING ADMIN-J FROM ADMIN-X BY 1
               UNTIL ADMIN-J > ADMIN-TOTAL

           IF ADMIN-MIN NOT = ADMIN-X THEN
               MOVE ADMIN-OPER(ADMIN-X) TO ADMIN-SWAP
               MOVE ADMIN-OPER(ADMIN-MIN) TO ADMIN-OPER(ADMIN-X)
               MOVE ADMIN-SWAP TO ADMIN-OPER(ADMIN-MIN)
           END-IF.

       ADMIN-FIND-MIN.
           IF ADMIN-OPER(ADMIN-J) < ADMIN-OPER(ADMIN-MIN) THEN
               MOVE ADMIN-J TO ADMIN-MIN
           END-IF.

       ADMIN-SHOW-PAGE.
           DISPLAY " "
           DISPLAY "OPERATOR ADMINISTRATION - USAGE ON VOLUME "
               FUNCTION TRIM(VOLUME-NAME)
           DISPLAY "ROW OPER     A VOL      HOME           SLOTS    "
               "SIZE             L F LAST-ON"
           IF ADMIN-TOTAL = 0 THEN
               DISPLAY "  (NO OPERATORS ON FILE)"
           ELSE
               PERFORM ADMIN-SHOW-ONE-ROW
                   VARYING ADMIN-ROW FROM ADMIN-TOP BY 1
                   UNTIL ADMIN-ROW > ADMIN-TOTAL
                   OR ADMIN-ROW >= ADMIN-TOP + PANEL-PAGE-ROWS
               DISPLAY "ROWS " ADMIN-TOP " ON OF " ADMIN-TOTAL
           END-IF.

      *> An operator with no profile row is a level-1 operator with
      *> no startup volume or home; no quota row means unlimited
      *> ("-"); no password row means never enrolled ("-" for the
      *> lock, force and sign-on columns).
       ADMIN-SHOW-ONE-ROW.
           MOVE ADMIN-ROW TO AL-ROW
           MOVE ADMIN-OPER(ADMIN-ROW) TO AL-OPER

           MOVE ADMIN-OPER(ADMIN-ROW) TO PASS-TARGET
           PERFORM LOCATE-PASS-TARGET
           MOVE PASS-HIT TO ADMIN-PASS-ROW
           MOVE 0 TO ADMIN-PROF-ROW
           PERFORM ADMIN-FIND-PROF-ROW
               VARYING PX FROM 1 BY 1
               UNTIL PX > PROF-TOTAL OR ADMIN-PROF-ROW > 0
           MOVE 0 TO ADMIN-QUOTA-ROW
           PERFORM ADMIN-FIND-QUOTA-ROW
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT OR ADMIN-QUOTA-ROW > 0

           IF ADMIN-PROF-ROW > 0 THEN
               MOVE PT-AUTH(ADMIN-PROF-ROW) TO AL-AUTH
               MOVE PT-VOL(ADMIN-PROF-ROW) TO AL-VOL
               MOVE PT-HOME(ADMIN-PROF-ROW) TO AL-HOME
           ELSE
               MOVE 1 TO AL-AUTH
               MOVE SPACES TO AL-VOL
               MOVE SPACES TO AL-HOME
           END-IF

           MOVE 0 TO USED-SLOTS
           MOVE 0 TO USED-SIZE
           PERFORM ADMIN-TALLY-USAGE
               VARYING QS FROM 1 BY 1
               UNTIL QS > MAX-ENTITY-COUNT
           MOVE USED-SLOTS TO AL-USED-SLOTS
           MOVE USED-SIZE TO AL-USED-SIZE
           IF ADMIN-QUOTA-ROW > 0 THEN
               MOVE Q-MAX-SLOTS(ADMIN-QUOTA-ROW) TO ADMIN-EDIT-SLOTS
               MOVE ADMIN-EDIT-SLOTS TO AL-MAX-SLOTS
               MOVE Q-MAX-SIZE(ADMIN-QUOTA-ROW) TO ADMIN-EDIT-SIZE
               MOVE ADMIN-EDIT-SIZE TO AL-MAX-SIZE
           ELSE
               MOVE "  -" TO AL-MAX-SLOTS
               MOVE "      -" TO AL-MAX-SIZE
           END-IF

           IF ADMIN-PASS-ROW > 0 THEN
               MOVE PS-LOCK(ADMIN-PASS-ROW) TO AL-LOCK
               MOVE PS-FORCE(ADMIN-PASS-ROW) TO AL-FORCE
               IF PS-LAST-ON(ADMIN-PASS-ROW) = SPACES THEN
                   MOVE "NEVER" TO AL-LAST-ON
               ELSE
                   MOVE PS-LAST-ON(ADMIN-PASS-ROW) TO AL-LAST-ON
               END-IF
           ELSE
               MOVE "-" TO AL-LOCK
               MOVE "-" TO AL-FORCE
               MOVE "-" TO AL-LAST-ON
           END-IF
           DISPLAY ADMIN-LINE.

       ADMIN-FIND-PROF-ROW.
           IF PT-OPER(PX) = ADMIN-OPER(ADMIN-ROW) THEN
               MOVE PX TO ADMIN-PROF-ROW
           END-IF.

       ADMIN-FIND-QUOTA-ROW.
           IF Q-OWNER(QR) = ADMIN-OPER(ADMIN-ROW) THEN
               MOVE QR TO ADMIN-QUOTA-ROW
           END-IF.

       ADMIN-TALLY-USAGE.
           IF EID(QS) NOT = 0 AND OWNER(QS) = ADMIN-OPER(ADMIN-ROW)
                   THEN
               ADD 1 TO USED-SLOTS
               IF EFILE(QS) THEN
                   ADD ESIZE(QS) TO USED-SIZE
               END-IF
           END-IF.

      *> A typed row number to its operator ID, spaces (and a
      *> message) when there is no such row on the list.
       ADMIN-RESOLVE-ROW.
           MOVE SPACES TO ADMIN-TARGET-ID
           IF FUNCTION TRIM(P-TOK2) NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(P-TOK2) = 0 THEN
               MOVE FUNCTION NUMVAL(P-TOK2) TO P-ROWNUM
               IF P-ROWNUM >= 1 AND P-ROWNUM <= ADMIN-TOTAL THEN
                   MOVE ADMIN-OPER(P-ROWNUM) TO ADMIN-TARGET-ID
               END-IF
           END-IF

           IF ADMIN-TARGET-ID = SPACES THEN
               DISPLAY "NO SUCH ROW"
           END-IF.

       ADMIN-SET-AUTH.
           PERFORM ADMIN-RESOLVE-ROW
           IF ADMIN-TARGET-ID NOT = SPACES THEN
               IF FUNCTION TRIM(P-REST) = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
               ELSE
                   MOVE SPACES TO USERINPUT
                   STRING "profile auth " DELIMITED BY SIZE
                       FUNCTION TRIM(ADMIN-TARGET-ID)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(P-REST) DELIMITED BY SIZE
                       INTO USERINPUT
                   PERFORM PROCESS-COMMAND
               END-IF
           END-IF.

       ADMIN-SET-VOL.
           PERFORM ADMIN-RESOLVE-ROW
           IF ADMIN-TARGET-ID NOT = SPACES THEN
               IF FUNCTION TRIM(P-REST) = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
               ELSE
                   MOVE SPACES TO USERINPUT
                   STRING "profile set " DELIMITED BY SIZE
                       FUNCTION TRIM(ADMIN-TARGET-ID)
                       DELIMITED BY SIZE
                       " vol " DELIMITED BY SIZE
                       FUNCTION TRIM(P-REST) DELIMITED BY SIZE
                       INTO USERINPUT
                   PERFORM PROCESS-COMMAND
               END-IF
           END-IF.

       ADMIN-SET-HOME.
           PERFORM ADMIN-RESOLVE-ROW
           IF ADMIN-TARGET-ID NOT = SPACES THEN
               IF FUNCTION TRIM(P-REST) = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
               ELSE
                   MOVE SPACES TO USERINPUT
                   STRING "profile set " DELIMITED BY SIZE
                       FUNCTION TRIM(ADMIN-TARGET-ID)
                       DELIMITED BY SIZE
                       " home " DELIMITED BY SIZE
                       FUNCTION TRIM(P-REST) DELIMITED BY SIZE
                       INTO USERINPUT
                   PERFORM PROCESS-COMMAND
               END-IF
           END-IF.

      *> "Q n none" lifts the operator's limits altogether.
       ADMIN-SET-QUOTA.
           PERFORM ADMIN-RESOLVE-ROW
           IF ADMIN-TARGET-ID NOT = SPACES THEN
               MOVE SPACES TO ADMIN-ARG-A
               MOVE SPACES TO ADMIN-ARG-B
               UNSTRING P-REST DELIMITED BY ALL SPACE
                   INTO ADMIN-ARG-A ADMIN-ARG-B
               MOVE SPACES TO USERINPUT
               IF FUNCTION TRIM(ADMIN-ARG-A) = "none" THEN
                   STRING "quota clear " DELIMITED BY SIZE
                       FUNCTION TRIM(ADMIN-TARGET-ID)
                       DELIMITED BY SIZE
                       INTO USERINPUT
                   PERFORM PROCESS-COMMAND
               ELSE
                   IF ADMIN-ARG-A = SPACES
                           OR ADMIN-ARG-B = SPACES THEN
                       DISPLAY ERR-BAD-SYNTAX
                   ELSE
                       STRING "quota set " DELIMITED BY SIZE
                           FUNCTION TRIM(ADMIN-TARGET-ID)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADMIN-ARG-A)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(ADMIN-ARG-B)
                           DELIMITED BY SIZE
                           INTO USERINPUT
                       PERFORM PROCESS-COMMAND
                   END-IF
               END-IF
           END-IF.

       ADMIN-RESET.
           PERFORM ADMIN-RESOLVE-ROW
           IF ADMIN-TARGET-ID NOT = SPACES THEN
               MOVE SPACES TO USERINPUT
               STRING "passwd reset " DELIMITED BY SIZE
                   FUNCTION TRIM(ADMIN-TARGET-ID) DELIMITED BY SIZE
                   INTO USERINPUT
               PERFORM PROCESS-COMMAND
           END-IF.

       ADMIN-UNLOCK.
           PERFORM ADMIN-RESOLVE-ROW
           IF ADMIN-TARGET-ID NOT = SPACES THEN
               MOVE SPACES TO USERINPUT
               STRING "passwd unlock " DELIMITED BY SIZE
                   FUNCTION TRIM(ADMIN-TARGET-ID) DELIMITED BY SIZE
                   INTO USERINPUT
               PERFORM PROCESS-COMMAND
           END-IF.

      *> The new ID signs on for the first time to set its password;
      *> until then it is listed with a profile row only.
       ADMIN-ADD.
           MOVE SPACES TO ADMIN-LEVEL-TXT
           MOVE P-REST(1:1) TO ADMIN-LEVEL-TXT
           IF ADMIN-LEVEL-TXT = SPACE THEN
               MOVE "1" TO ADMIN-LEVEL-TXT
           END-IF
           IF FUNCTION TRIM(P-TOK2) = SPACES
                   OR P-TOK2(9:4) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
           ELSE
               MOVE P-TOK2(1:8) TO ADMIN-NEW-ID
               PERFORM ADMIN-LOCATE-ID
               IF ADMIN-HIT > 0 THEN
                   DISPLAY "OPERATOR " FUNCTION TRIM(ADMIN-NEW-ID)
                       " IS ALREADY ON FILE"
               ELSE
                   MOVE SPACES TO USERINPUT
                   STRING "profile auth " DELIMITED BY SIZE
                       FUNCTION TRIM(ADMIN-NEW-ID) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ADMIN-LEVEL-TXT DELIMITED BY SIZE
                       INTO USERINPUT
                   PERFORM PROCESS-COMMAND
               END-IF
           END-IF.

       LOAD-VOLCAT-TABLE.
           MOVE 0 TO VOLCAT-TOTAL
           OPEN INPUT VOLCAT-FILE
           IF VOLCAT-STATUS = "00" THEN
               PERFORM LOAD-ONE-VOLCAT-ROW
                   VARYING VX FROM 1 BY 1
                   UNTIL VX > MAX-VOLCAT-COUNT
                   OR VOLCAT-STATUS NOT = "00"
               CLOSE VOLCAT-FILE
           ELSE
               CLOSE VOLCAT-FILE
           END-IF.

       LOAD-ONE-VOLCAT-ROW.
           READ VOLCAT-FILE INTO VOLCAT-RECORD
           IF VOLCAT-STATUS = "00" THEN
               MOVE VOLCAT-RECORD TO VOLCAT-IN-LINE
               ADD 1 TO VOLCAT-TOTAL
               MOVE VCAT-NAME TO VT-NAME(VOLCAT-TOTAL)
               MOVE VCAT-CREATED TO VT-CREATED(VOLCAT-TOTAL)
               MOVE VCAT-MOUNTED TO VT-MOUNTED(VOLCAT-TOTAL)
               MOVE VCAT-OPER TO VT-OPER(VOLCAT-TOTAL)
               MOVE VCAT-MIRROR TO VT-MIRROR(VOLCAT-TOTAL)
               MOVE VCAT-ARCHIVE TO VT-ARCHIVE(VOLCAT-TOTAL)
           END-IF.

       SAVE-VOLCAT-TABLE.
           OPEN OUTPUT VOLCAT-FILE
           PERFORM SAVE-ONE-VOLCAT-ROW
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOLCAT-TOTAL
           CLOSE VOLCAT-FILE.

       SAVE-ONE-VOLCAT-ROW.
           MOVE SPACES TO VOLCAT-IN-LINE
           MOVE VT-NAME(VX) TO VCAT-NAME
           MOVE VT-CREATED(VX) TO VCAT-CREATED
           MOVE VT-MOUNTED(VX) TO VCAT-MOUNTED
           MOVE VT-OPER(VX) TO VCAT-OPER
           MOVE VT-MIRROR(VX) TO VCAT-MIRROR
           MOVE VT-ARCHIVE(VX) TO VCAT-ARCHIVE
           MOVE VOLCAT-IN-LINE TO VOLCAT-RECORD
           WRITE VOLCAT-RECORD.

      *> Stamps the volume just opened into the catalog - created
      *> date on first sight, last-mounted date and operator every
      *> time.
       REGISTER-VOLUME-MOUNT.
           MOVE VOLUME-NAME TO VOLCAT-REG-NAME
           PERFORM REGISTER-VOLUME-NAME.

      *> Stamps whatever name is in VOLCAT-REG-NAME - the mounted
      *> volume above, or a vcopy target that may never have been
      *> mounted here at all.
       REGISTER-VOLUME-NAME.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(VOLCAT-REG-NAME))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO VOLCAT-REG-NAME
           END-IF

           PERFORM LOAD-VOLCAT-TABLE

           MOVE 0 TO VOLCAT-HIT
           PERFORM FIND-VOLCAT-ROW
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOLCAT-TOTAL OR VOLCAT-HIT > 0

           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           IF VOLCAT-HIT = 0 THEN
               IF VOLCAT-TOTAL < MAX-VOLCAT-COUNT THEN
                   ADD 1 TO VOLCAT-TOTAL
                   MOVE VOLCAT-REG-NAME TO VT-NAME(VOLCAT-HIT)
                   MOVE AUDIT-DATE TO VT-CREATED(VOLCAT-HIT)
                   MOVE SPACES TO VT-MIRROR(VOLCAT-HIT)
                   MOVE SPACES TO VT-ARCHIVE(VOLCAT-HIT)
               END-IF
           END-IF

               DISPLAY "NO CATALOGED VOLUMES"
           ELSE
               DISPLAY "VOLUME    CREATED     MOUNTED     OPERATOR"
                   "  MIRROR    ARCHIVE"
               PERFORM LIST-ONE-VOLCAT-ROW
                   VARYING VX FROM 1 BY 1
                   UNTIL VX > VOLCAT-TOTAL
           MOVE VT-MOUNTED(VX) TO VLL-MOUNTED
           MOVE VT-OPER(VX) TO VLL-OPER
           MOVE VT-MIRROR(VX) TO VLL-MIRROR
           MOVE VT-ARCHIVE(VX) TO VLL-ARCHIVE
           DISPLAY VOLCAT-LIST-LINE.

      *> "mirror" shows the current volume's standby; "mirror NAME"
      *> next-run date has arrived, roll the dates forward, write
      *> the file back. Each job's outcome lands in SOSSCHED.LOG
      *> whether it ran, failed lines, or its script was missing.
      *> The due jobs are swept again after any sweep that ran
      *> something, so a job listed ahead of its predecessor still
      *> runs the same day; whatever is held once nothing more can
      *> run is logged with the reason.
       SCHED-PROCESS.
           PERFORM LOAD-CAL-TABLE
           PERFORM LOAD-SCHED-TABLE
           PERFORM LOAD-TRIG-TABLE

           IF SCHED-TOTAL = 0 THEN
               DISPLAY "NO SCHEDULED JOBS"
               ACCEPT SCHED-TODAY FROM DATE YYYYMMDD
               MOVE 0 TO SCHED-RAN

               MOVE 1 TO SCHED-PASS-RAN
               PERFORM SCHED-ONE-SWEEP
                   UNTIL SCHED-PASS-RAN = 0 OR EXIT-FLAG = 1
               IF EXIT-FLAG = 0 THEN
                   PERFORM SCHED-LOG-ONE-HOLD
                       VARYING SX FROM 1 BY 1
                       UNTIL SX > SCHED-TOTAL
               END-IF

               PERFORM SAVE-SCHED-TABLE
               DISPLAY "SCHED PASS COMPLETE - JOBS RUN: "
                   SCHED-RAN
           END-IF.

       LOAD-SCHED-TABLE.
           MOVE 0 TO SCHED-TOTAL
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS = "00" THEN
               PERFORM LOAD-ONE-SCHED-ENTRY
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > MAX-SCHED-COUNT
                   OR SCHED-STATUS NOT = "00"
               CLOSE SCHED-FILE
           ELSE
               CLOSE SCHED-FILE
           END-IF.

       SCHED-ONE-SWEEP.
           MOVE 0 TO SCHED-PASS-RAN
           PERFORM RUN-ONE-DUE-JOB
               VARYING SX FROM 1 BY 1
               UNTIL SX > SCHED-TOTAL OR EXIT-FLAG = 1.

       SCHED-LOG-ONE-HOLD.
           PERFORM SCHED-JUDGE-DUE
           IF SCHED-JOB-DUE = 1 THEN
               PERFORM SCHED-CHECK-PREDECESSORS
               IF SCHED-HOLD-REASON NOT = SPACES THEN
                   DISPLAY "HOLDING JOB "
                       FUNCTION TRIM(ST-JOB(SX)) " - "
                       FUNCTION TRIM(SCHED-HOLD-REASON)
                   MOVE "HELD    " TO SL-RESULT
                   MOVE 0 TO SCHED-OK
                   MOVE 0 TO SCHED-FAIL
                   MOVE SCHED-HOLD-REASON TO SL-REASON
                   PERFORM WRITE-SCHED-LOG
               END-IF
           END-IF.

      *> Leaves SCHED-HOLD-REASON blank when job SX may run: released
      *> by hand today, or every predecessor either waived today or
      *> run today with the outcome it needs. Otherwise it names the
      *> first predecessor standing in the way.
       SCHED-CHECK-PREDECESSORS.
           MOVE SPACES TO SCHED-HOLD-REASON
           IF ST-RELEASED(SX) NOT = SCHED-TODAY THEN
               PERFORM SCHED-CHECK-ONE-PRED
                   VARYING SCHP-X FROM 1 BY 1
                   UNTIL SCHP-X > 3 OR SCHED-HOLD-REASON NOT = SPACES
           END-IF.

       SCHED-CHECK-ONE-PRED.
           IF ST-PRED-JOB(SX, SCHP-X) NOT = SPACES
                   AND ST-PRED-WAIVED(SX, SCHP-X) NOT = SCHED-TODAY THEN
               MOVE 0 TO SCHED-PRED-HIT
               PERFORM SCHED-FIND-ONE-PRED
                   VARYING SCHP-Y FROM 1 BY 1
                   UNTIL SCHP-Y > SCHED-TOTAL OR SCHED-PRED-HIT > 0
               IF SCHED-PRED-HIT = 0 THEN
                   STRING FUNCTION TRIM(ST-PRED-JOB(SX, SCHP-X))
                       " NOT IN SCHEDULE" DELIMITED BY SIZE
                       INTO SCHED-HOLD-REASON
               ELSE
                   IF ST-LAST-RUN(SCHED-PRED-HIT) NOT = SCHED-TODAY THEN
                       STRING FUNCTION TRIM(ST-PRED-JOB(SX, SCHP-X))
                           " NOT RUN TODAY" DELIMITED BY SIZE
                           INTO SCHED-HOLD-REASON
                   ELSE
                   IF ST-LAST-RESULT(SCHED-PRED-HIT) = "M"
                           OR (ST-LAST-RESULT(SCHED-PRED-HIT) = "F"
                           AND ST-PRED-NEED(SX, SCHP-X) NOT = "F") THEN
                       STRING FUNCTION TRIM(ST-PRED-JOB(SX, SCHP-X))
                           " FAILED" DELIMITED BY SIZE
                           INTO SCHED-HOLD-REASON
                   END-IF
                   END-IF
               END-IF
           END-IF.

       SCHED-FIND-ONE-PRED.
           IF ST-JOB(SCHP-Y) = ST-PRED-JOB(SX, SCHP-X) THEN
               MOVE SCHP-Y TO SCHED-PRED-HIT
           END-IF.

      *> "sched status" shows today's stream: what ran and how, what
      *> is due and free to run, what is held and why. "sched release
      *> JOB" lets a held job run at the next pass whatever its
      *> predecessors did; "sched satisfy JOB PRED" counts one
      *> predecessor as met for today. Both last only for today and
      *> are logged to SOSSCHED.LOG under the job. The maintenance
      *> forms (add, change, suspend, resume, delete) and "run" are
      *> logged there too, and "history" reads the log back.
       SCHED-COMMAND.
           PERFORM LOAD-CAL-TABLE
           PERFORM LOAD-SCHED-TABLE
           PERFORM LOAD-TRIG-TABLE
           ACCEPT SCHED-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION UPPER-CASE(US-ARG2) TO SCHED-JOB-ARG
           MOVE FUNCTION UPPER-CASE(US-ARG3) TO SCHED-PRED-ARG
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN "status"
                   PERFORM SCHED-SHOW-STATUS
               WHEN "release"
                   PERFORM SCHED-RELEASE
               WHEN "satisfy"
                   PERFORM SCHED-SATISFY
               WHEN "add"
                   PERFORM SCHED-ADD
               WHEN "change"
                   PERFORM SCHED-CHANGE
               WHEN "suspend"
                   PERFORM SCHED-SUSPEND
               WHEN "resume"
                   PERFORM SCHED-RESUME
               WHEN "delete"
                   PERFORM SCHED-DELETE
               WHEN "run"
                   PERFORM SCHED-FORCE
               WHEN "history"
                   PERFORM SCHED-HISTORY
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

       SCHED-SHOW-STATUS.
           IF SCHED-TOTAL = 0 THEN
               DISPLAY "NO SCHEDULED JOBS"
           ELSE
               DISPLAY "JOB      NEXT RUN AFTER"
                   "                          STATUS"
               PERFORM SCHED-SHOW-ONE-JOB
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > SCHED-TOTAL
           END-IF.

       SCHED-SHOW-ONE-JOB.
           MOVE SPACES TO SCHED-AFTER
           MOVE 1 TO SCHED-AFTER-PTR
           PERFORM SCHED-SHOW-ONE-PRED
               VARYING SCHP-X FROM 1 BY 1 UNTIL SCHP-X > 3
      *> A trigger job with a file waiting reads as due even when it
      *> has already fired today.
           MOVE SPACES TO SCHED-STATE
           PERFORM SCHED-JUDGE-DUE
           IF SCHED-JOB-DUE = 1 THEN
               PERFORM SCHED-CHECK-PREDECESSORS
               IF SCHED-HOLD-REASON NOT = SPACES THEN
                   STRING "HELD - " SCHED-HOLD-REASON
                       DELIMITED BY SIZE INTO SCHED-STATE
               ELSE
                   IF ST-RELEASED(SX) = SCHED-TODAY THEN
                       MOVE "DUE - RELEASED" TO SCHED-STATE
                   ELSE
                       MOVE "DUE" TO SCHED-STATE
                   END-IF
               END-IF
           ELSE
               IF ST-SUSPENDED(SX) = "S" THEN
                   MOVE "SUSPENDED" TO SCHED-STATE
               ELSE
               IF ST-LAST-RUN(SX) = SCHED-TODAY THEN
                   EVALUATE ST-LAST-RESULT(SX)
                       WHEN "O"
                           MOVE "RAN OK" TO SCHED-STATE
                       WHEN "F"
                           MOVE "RAN WITH FAILURES" TO SCHED-STATE
                       WHEN OTHER
                           MOVE "SCRIPT MISSING" TO SCHED-STATE
                   END-EVALUATE
               ELSE
                   IF ST-FREQ(SX) = "T" THEN
                       MOVE "WAITING FOR A FILE" TO SCHED-STATE
                   ELSE
                       MOVE "NOT DUE TODAY" TO SCHED-STATE
                   END-IF
               END-IF
               END-IF
           END-IF
           MOVE SPACES TO SCHED-STATUS-LINE
           IF ST-FREQ(SX) = "T" THEN
               STRING ST-JOB(SX) " TRIGGER  " SCHED-AFTER " "
                   SCHED-STATE DELIMITED BY SIZE
                   INTO SCHED-STATUS-LINE
           ELSE
               STRING ST-JOB(SX) " " ST-NEXT(SX) " " SCHED-AFTER " "
                   SCHED-STATE DELIMITED BY SIZE
                   INTO SCHED-STATUS-LINE
           END-IF
           DISPLAY FUNCTION TRIM(SCHED-STATUS-LINE TRAILING).

      *> Each predecessor as JOB:O or JOB:F, a waived one as JOB:*.
       SCHED-SHOW-ONE-PRED.
           IF ST-PRED-JOB(SX, SCHP-X) NOT = SPACES THEN
               STRING FUNCTION TRIM(ST-PRED-JOB(SX, SCHP-X))
                   ":" DELIMITED BY SIZE
                   INTO SCHED-AFTER WITH POINTER SCHED-AFTER-PTR
               IF ST-PRED-WAIVED(SX, SCHP-X) = SCHED-TODAY THEN
                   STRING "* " DELIMITED BY SIZE
                       INTO SCHED-AFTER WITH POINTER SCHED-AFTER-PTR
               ELSE
                   STRING ST-PRED-NEED(SX, SCHP-X) " " DELIMITED BY SIZE
                       INTO SCHED-AFTER WITH POINTER SCHED-AFTER-PTR
               END-IF
           END-IF.

       SCHED-RELEASE.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 AND US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               PERFORM SCHED-JUDGE-DUE
               IF SCHED-JOB-DUE = 0 THEN
                   IF ST-SUSPENDED(SX) = "S" THEN
                       DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                           " IS SUSPENDED"
                   ELSE
                   IF ST-FREQ(SX) = "T" THEN
                       DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                           " HAS NO FILE WAITING"
                   ELSE
                       DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                           " IS NOT DUE TODAY"
                   END-IF
                   END-IF
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SCHED-TODAY TO ST-RELEASED(SX)
                   PERFORM SAVE-SCHED-TABLE
                   MOVE SCHED-JOB-HIT TO SX
                   MOVE "RELEASED" TO SL-RESULT
                   MOVE 0 TO SCHED-OK
                   MOVE 0 TO SCHED-FAIL
                   STRING "BY " OPERATOR-ID DELIMITED BY SIZE
                       INTO SL-REASON
                   PERFORM WRITE-SCHED-LOG
                   MOVE "schr" TO AUDIT-CMD-OUT
                   MOVE ST-JOB(SX) TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " RELEASED - RUNS AT THE NEXT SCHED PASS"
               END-IF
           END-IF.

       SCHED-SATISFY.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               MOVE 0 TO SCHED-PRED-HIT
               PERFORM SCHED-FIND-NAMED-PRED
                   VARYING SCHP-X FROM 1 BY 1
                   UNTIL SCHP-X > 3 OR SCHED-PRED-HIT > 0
               IF SCHED-PRED-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SCHED-PRED-HIT TO SCHP-X
                   MOVE SCHED-TODAY TO ST-PRED-WAIVED(SX, SCHP-X)
                   PERFORM SAVE-SCHED-TABLE
                   MOVE SCHED-JOB-HIT TO SX
                   MOVE SCHED-PRED-HIT TO SCHP-X
                   MOVE "SATISFY " TO SL-RESULT
                   MOVE 0 TO SCHED-OK
                   MOVE 0 TO SCHED-FAIL
                   STRING FUNCTION TRIM(ST-PRED-JOB(SX, SCHP-X))
                       " BY " OPERATOR-ID DELIMITED BY SIZE
                       INTO SL-REASON
                   PERFORM WRITE-SCHED-LOG
                   MOVE "schs" TO AUDIT-CMD-OUT
                   MOVE ST-JOB(SX) TO AUDIT-ARG1-OUT
                   MOVE ST-PRED-JOB(SX, SCHP-X) TO AUDIT-ARG2-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "PREDECESSOR "
                       FUNCTION TRIM(ST-PRED-JOB(SX, SCHP-X))
                       " SATISFIED FOR " FUNCTION TRIM(ST-JOB(SX))
                       " TODAY"
               END-IF
           END-IF.

       SCHED-FIND-NAMED-PRED.
           IF FUNCTION UPPER-CASE(ST-PRED-JOB(SX, SCHP-X))
                   = SCHED-PRED-ARG THEN
               MOVE SCHP-X TO SCHED-PRED-HIT
           END-IF.

      *> The job named in the second word, ignoring case.
       SCHED-LOCATE-JOB.
           MOVE 0 TO SCHED-JOB-HIT
           IF SCHED-JOB-ARG = SPACES OR US-ARG2(9:) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM SCHED-FIND-NAMED-JOB
                   VARYING SCHP-Y FROM 1 BY 1
                   UNTIL SCHP-Y > SCHED-TOTAL OR SCHED-JOB-HIT > 0
               IF SCHED-JOB-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF.

       SCHED-FIND-NAMED-JOB.
           IF FUNCTION UPPER-CASE(ST-JOB(SCHP-Y)) = SCHED-JOB-ARG THEN
               MOVE SCHP-Y TO SCHED-JOB-HIT
           END-IF.

      *> "sched add JOB SCRIPT FREQ DATE [DOM]" enters a dated job:
      *> FREQ D, W, M or L, DATE its first run (today or later - a
      *> weekend or calendar day moves on to the next working day),
      *> DOM a pinned day of month for a monthly job. "sched add JOB
      *> SCRIPT T DIR [PATTERN]" enters a trigger job watching DIR
      *> on the mounted volume. Either way the script must already
      *> be there, and the job name must be new.
       SCHED-ADD.
           PERFORM SCHED-READ-MORE-ARGS
           MOVE 0 TO SCHED-JOB-HIT
           MOVE 0 TO SCHED-CHAR-COUNT
           INSPECT SCHED-JOB-ARG TALLYING SCHED-CHAR-COUNT
               FOR ALL ":" ALL ","
           IF SCHED-JOB-ARG = SPACES OR US-ARG2(9:) NOT = SPACES
                   OR SCHED-CHAR-COUNT > 0
                   OR SCHED-ARG-SCRIPT = SPACES
                   OR SCHED-ARG-FREQ = SPACES
                   OR SCHED-ARG-WHEN = SPACES
                   OR SCHED-ARG-EXTRA NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM SCHED-FIND-NAMED-JOB
                   VARYING SCHP-Y FROM 1 BY 1
                   UNTIL SCHP-Y > SCHED-TOTAL OR SCHED-JOB-HIT > 0
               IF SCHED-JOB-HIT > 0 THEN
                   DISPLAY "JOB " FUNCTION TRIM(SCHED-JOB-ARG)
                       " IS ALREADY SCHEDULED"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   IF SCHED-TOTAL >= MAX-SCHED-COUNT THEN
                       DISPLAY "SCHEDULE IS FULL"
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               PERFORM SCHED-CHECK-SCRIPT
           END-IF
      *> The new row is built in place; a refusal part way leaves it
      *> unsaved, and the next command reads the file afresh.
           IF CMD-STATUS = 0 THEN
               ADD 1 TO SCHED-TOTAL
               MOVE SCHED-TOTAL TO SX
               MOVE SCHED-TOTAL TO SCHED-JOB-HIT
               INITIALIZE SCHED-ROW(SX)
               MOVE SCHED-JOB-ARG TO ST-JOB(SX)
               MOVE SCHED-ARG-SCRIPT TO ST-SCRIPT(SX)
               PERFORM SCHED-CLEAR-ONE-PRED
                   VARYING SCHP-X FROM 1 BY 1 UNTIL SCHP-X > 3
               MOVE FUNCTION UPPER-CASE(SCHED-ARG-FREQ)
                   TO SCHED-ARG-FREQ
               IF SCHED-ARG-FREQ = "T" THEN
                   PERFORM SCHED-ADD-TRIGGER
               ELSE
                   PERFORM SCHED-ADD-DATED
               END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE "ADDED   " TO SL-RESULT
               MOVE "scha" TO AUDIT-CMD-OUT
               MOVE ST-SCRIPT(SX) TO AUDIT-ARG2-OUT
               PERFORM SCHED-RECORD-MAINTENANCE
               IF ST-FREQ(SX) = "T" THEN
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " ADDED - WATCHING "
                       FUNCTION TRIM(ST-WATCH-DIR(SX))
               ELSE
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " ADDED - FIRST RUN " ST-NEXT(SX)
               END-IF
           END-IF.

       SCHED-ADD-DATED.
           IF SCHED-ARG-FREQ NOT = "D" AND SCHED-ARG-FREQ NOT = "W"
                   AND SCHED-ARG-FREQ NOT = "M"
                   AND SCHED-ARG-FREQ NOT = "L" THEN
               DISPLAY "FREQUENCY MUST BE D, W, M, L OR T"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE SCHED-ARG-FREQ TO ST-FREQ(SX)
               PERFORM SCHED-CHECK-RUN-DATE
           END-IF
           IF CMD-STATUS = 0 AND SCHED-ARG-MORE NOT = SPACES THEN
               IF ST-FREQ(SX) NOT = "M" THEN
                   DISPLAY "DAY OF MONTH IS FOR MONTHLY JOBS ONLY"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM SCHED-CHECK-DOM
                   MOVE SCHED-NEW-DOM TO ST-DOM(SX)
               END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-NEW-DATE TO ST-NEXT(SX)
               PERFORM SCHED-SETTLE-RUN-DATE
           END-IF.

       SCHED-ADD-TRIGGER.
           IF SCHED-ARG-WHEN(41:) NOT = SPACES
                   OR SCHED-ARG-MORE(17:) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE "T" TO ST-FREQ(SX)
               MOVE SCHED-ARG-WHEN TO ST-WATCH-DIR(SX)
               MOVE SCHED-ARG-MORE TO ST-WATCH-PAT(SX)
               PERFORM SCHED-CHECK-WATCH-DIR
           END-IF.

      *> The words past the job name, which "add" has more of than
      *> the shell splits out.
       SCHED-READ-MORE-ARGS.
           MOVE SPACES TO SCHED-ARG-SCRIPT
           MOVE SPACES TO SCHED-ARG-FREQ
           MOVE SPACES TO SCHED-ARG-WHEN
           MOVE SPACES TO SCHED-ARG-MORE
           MOVE SPACES TO SCHED-ARG-EXTRA
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD US-ARG1 US-ARG2 SCHED-ARG-SCRIPT SCHED-ARG-FREQ
                   SCHED-ARG-WHEN SCHED-ARG-MORE SCHED-ARG-EXTRA
           INSPECT SCHED-ARG-SCRIPT REPLACING ALL FILL-CHAR BY SPACE
           INSPECT SCHED-ARG-WHEN REPLACING ALL FILL-CHAR BY SPACE
           INSPECT SCHED-ARG-MORE REPLACING ALL FILL-CHAR BY SPACE.

      *> "sched change JOB FIELD VALUE" alters one column of an
      *> entry: script; next (the next run date); freq (D, W, M or
      *> L - a job does not change between dated and trigger, that
      *> is a delete and an add); dom (0 unpins it); after (up to
      *> three predecessors, JOB[:O|:F] joined by commas, or
      *> "none"); and for a trigger job dir and pattern ("none"
      *> watches every file).
       SCHED-CHANGE.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 THEN
               MOVE SPACES TO SCHED-ARG-FIELD
               MOVE SPACES TO SCHED-ARG-WHEN
               MOVE SPACES TO SCHED-ARG-EXTRA
               UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
                   INTO CMD US-ARG1 US-ARG2 SCHED-ARG-FIELD
                       SCHED-ARG-WHEN SCHED-ARG-EXTRA
               INSPECT SCHED-ARG-WHEN REPLACING ALL FILL-CHAR BY SPACE
               IF SCHED-ARG-WHEN = SPACES
                       OR SCHED-ARG-EXTRA NOT = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               EVALUATE FUNCTION TRIM(SCHED-ARG-FIELD)
                   WHEN "script"
                       MOVE SCHED-ARG-WHEN TO SCHED-ARG-SCRIPT
                       PERFORM SCHED-CHECK-SCRIPT
                       IF CMD-STATUS = 0 THEN
                           MOVE SCHED-ARG-SCRIPT TO ST-SCRIPT(SX)
                       END-IF
                   WHEN "next"
                       PERFORM SCHED-CHANGE-NEXT
                   WHEN "freq"
                       PERFORM SCHED-CHANGE-FREQ
                   WHEN "dom"
                       PERFORM SCHED-CHANGE-DOM
                   WHEN "after"
                       PERFORM SCHED-CHECK-AFTER
                       IF CMD-STATUS = 0 THEN
                           PERFORM SCHED-APPLY-ONE-AFTER
                               VARYING SCHP-X FROM 1 BY 1
                               UNTIL SCHP-X > 3
                       END-IF
                   WHEN "dir"
                       PERFORM SCHED-CHANGE-DIR
                   WHEN "pattern"
                       PERFORM SCHED-CHANGE-PATTERN
                   WHEN OTHER
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
               END-EVALUATE
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE "CHANGED " TO SL-RESULT
               STRING FUNCTION UPPER-CASE(SCHED-ARG-FIELD)
                       DELIMITED BY SPACE,
                   " " FUNCTION TRIM(SCHED-ARG-WHEN)
                   " BY " OPERATOR-ID DELIMITED BY SIZE
                   INTO SL-REASON
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE "schc" TO AUDIT-CMD-OUT
               MOVE SCHED-ARG-FIELD TO AUDIT-ARG2-OUT
               PERFORM SCHED-RECORD-MAINTENANCE
               DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX)) " CHANGED"
           END-IF.

       SCHED-CHANGE-NEXT.
           IF ST-FREQ(SX) = "T" THEN
               DISPLAY "A TRIGGER JOB HAS NO RUN DATE"
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM SCHED-CHECK-RUN-DATE
               IF CMD-STATUS = 0 THEN
                   MOVE SCHED-NEW-DATE TO ST-NEXT(SX)
                   PERFORM SCHED-SETTLE-RUN-DATE
               END-IF
           END-IF.

       SCHED-CHANGE-FREQ.
           MOVE FUNCTION UPPER-CASE(SCHED-ARG-WHEN) TO SCHED-ARG-WHEN
           IF ST-FREQ(SX) = "T" OR SCHED-ARG-WHEN = "T" THEN
               DISPLAY "A JOB CANNOT CHANGE BETWEEN DATED AND TRIGGER"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF SCHED-ARG-WHEN NOT = "D" AND SCHED-ARG-WHEN NOT = "W"
                   AND SCHED-ARG-WHEN NOT = "M"
                   AND SCHED-ARG-WHEN NOT = "L" THEN
               DISPLAY "FREQUENCY MUST BE D, W, M OR L"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE SCHED-ARG-WHEN TO ST-FREQ(SX)
      *> A pinned day of month means nothing to the other kinds.
               IF ST-FREQ(SX) NOT = "M" THEN
                   MOVE 0 TO ST-DOM(SX)
               END-IF
           END-IF
           END-IF.

       SCHED-CHANGE-DOM.
           IF ST-FREQ(SX) NOT = "M" THEN
               DISPLAY "DAY OF MONTH IS FOR MONTHLY JOBS ONLY"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE SCHED-ARG-WHEN TO SCHED-ARG-MORE
               PERFORM SCHED-CHECK-DOM
               IF CMD-STATUS = 0 THEN
                   MOVE SCHED-NEW-DOM TO ST-DOM(SX)
               END-IF
           END-IF.

       SCHED-CHANGE-DIR.
           IF ST-FREQ(SX) NOT = "T" THEN
               DISPLAY "ONLY A TRIGGER JOB WATCHES A DIRECTORY"
               MOVE 1 TO CMD-STATUS
           ELSE
               IF SCHED-ARG-WHEN(41:) NOT = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SCHED-ARG-WHEN TO ST-WATCH-DIR(SX)
                   PERFORM SCHED-CHECK-WATCH-DIR
               END-IF
           END-IF.

       SCHED-CHANGE-PATTERN.
           IF ST-FREQ(SX) NOT = "T" THEN
               DISPLAY "ONLY A TRIGGER JOB WATCHES A DIRECTORY"
               MOVE 1 TO CMD-STATUS
           ELSE
               IF SCHED-ARG-WHEN(17:) NOT = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               ELSE
                   IF FUNCTION TRIM(SCHED-ARG-WHEN) = "none" THEN
                       MOVE SPACES TO ST-WATCH-PAT(SX)
                   ELSE
                       MOVE SCHED-ARG-WHEN TO ST-WATCH-PAT(SX)
                   END-IF
               END-IF
           END-IF.

      *> The script is looked for through the spool's input file -
      *> the batch reader may be holding SYSIN. One that has gone
      *> by run time is still logged MISSING, as before.
       SCHED-CHECK-SCRIPT.
           IF SCHED-ARG-SCRIPT(41:) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE SCHED-ARG-SCRIPT TO SPLINFN
               MOVE "SPLINFN" TO ENV-NAME-HOLD
               MOVE SPLINFN TO ENV-VALUE-HOLD
               DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
               DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
               OPEN INPUT SPLIN-FILE
               IF SPLIN-STATUS = "00" THEN
                   CLOSE SPLIN-FILE
               ELSE
                   CLOSE SPLIN-FILE
                   DISPLAY "SCRIPT " FUNCTION TRIM(SCHED-ARG-SCRIPT)
                       " NOT FOUND"
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF.

      *> A run date typed in SCHED-ARG-WHEN: YYYYMMDD, a real date,
      *> and not already gone by.
       SCHED-CHECK-RUN-DATE.
           PERFORM SCHED-CHECK-DATE
           IF CMD-STATUS = 0 AND SCHED-NEW-DATE < SCHED-TODAY THEN
               DISPLAY "DATE " SCHED-NEW-DATE " IS IN THE PAST"
               MOVE 1 TO CMD-STATUS
           END-IF.

       SCHED-CHECK-DATE.
           MOVE 0 TO SCHED-NEW-DATE
           IF SCHED-ARG-WHEN(9:) NOT = SPACES
                   OR SCHED-ARG-WHEN(1:8) IS NOT NUMERIC THEN
               DISPLAY "NOT A DATE (YYYYMMDD): "
                   FUNCTION TRIM(SCHED-ARG-WHEN)
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE SCHED-ARG-WHEN(1:8) TO SCHED-NEW-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(SCHED-NEW-DATE)
                       NOT = 0 THEN
                   DISPLAY "NOT A DATE (YYYYMMDD): "
                       FUNCTION TRIM(SCHED-ARG-WHEN)
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF.

      *> A date typed for a run lands on a working day, as a rolled
      *> one does.
       SCHED-SETTLE-RUN-DATE.
           PERFORM SHIFT-TO-WORKDAY
           IF ST-NEXT(SX) NOT = SCHED-NEW-DATE THEN
               DISPLAY SCHED-NEW-DATE " IS NOT A WORKING DAY - RUN "
                   "MOVED TO " ST-NEXT(SX)
           END-IF.

      *> A day of month typed in SCHED-ARG-MORE, 0 to 31.
       SCHED-CHECK-DOM.
           MOVE 0 TO SCHED-NEW-DOM
           IF SCHED-ARG-MORE(3:) NOT = SPACES THEN
               DISPLAY "DAY OF MONTH MUST BE 0 TO 31"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE FUNCTION TRIM(SCHED-ARG-MORE) TO SCHED-DOM-TXT
               INSPECT SCHED-DOM-TXT REPLACING LEADING SPACE BY "0"
               IF SCHED-DOM-TXT IS NOT NUMERIC THEN
                   DISPLAY "DAY OF MONTH MUST BE 0 TO 31"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SCHED-DOM-TXT TO SCHED-NEW-DOM
                   IF SCHED-NEW-DOM > 31 THEN
                       DISPLAY "DAY OF MONTH MUST BE 0 TO 31"
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF.

      *> The watched directory must be there on the mounted volume
      *> when the entry is made.
       SCHED-CHECK-WATCH-DIR.
           PERFORM SCHED-RESOLVE-WATCH-DIR
           IF SCHED-WATCH-EID = 0 THEN
               DISPLAY "DIRECTORY " FUNCTION TRIM(SCHED-WATCH-TXT)
                   " NOT FOUND ON " FUNCTION TRIM(VOLUME-NAME)
               MOVE 1 TO CMD-STATUS
           END-IF.

      *> Checks an "after" list into SCHED-NEW-PREDS: each name an
      *> entry of the schedule other than this one, each need O
      *> (ended OK, the default) or F (merely finished).
       SCHED-CHECK-AFTER.
           MOVE SPACES TO SCHED-NEW-PREDS
           MOVE 0 TO SCHED-NEW-PRED-TOTAL
           IF FUNCTION TRIM(SCHED-ARG-WHEN) NOT = "none" THEN
               MOVE SPACES TO SCHED-AFTER-PARTS
               UNSTRING SCHED-ARG-WHEN DELIMITED BY ","
                   INTO SCHED-AFTER-PART(1) SCHED-AFTER-PART(2)
                       SCHED-AFTER-PART(3) SCHED-AFTER-PART(4)
               IF SCHED-AFTER-PART(4) NOT = SPACES THEN
                   DISPLAY "NO MORE THAN THREE PREDECESSORS"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM SCHED-CHECK-ONE-AFTER
                       VARYING SCHP-X FROM 1 BY 1
                       UNTIL SCHP-X > 3 OR CMD-STATUS NOT = 0
               END-IF
           END-IF.

       SCHED-CHECK-ONE-AFTER.
           IF SCHED-AFTER-PART(SCHP-X) NOT = SPACES THEN
               MOVE SPACES TO SCHED-AFTER-JOB
               MOVE SPACES TO SCHED-AFTER-NEED
               MOVE SPACES TO SCHED-AFTER-REST
               UNSTRING SCHED-AFTER-PART(SCHP-X) DELIMITED BY ":"
                   INTO SCHED-AFTER-JOB SCHED-AFTER-NEED
                       SCHED-AFTER-REST
               MOVE FUNCTION UPPER-CASE(SCHED-AFTER-JOB)
                   TO SCHED-AFTER-JOB
               MOVE FUNCTION UPPER-CASE(SCHED-AFTER-NEED)
                   TO SCHED-AFTER-NEED
               IF SCHED-AFTER-NEED = SPACES THEN
                   MOVE "O" TO SCHED-AFTER-NEED
               END-IF
               IF SCHED-AFTER-JOB = SPACES
                       OR SCHED-AFTER-JOB(9:) NOT = SPACES
                       OR SCHED-AFTER-REST NOT = SPACES
                       OR (SCHED-AFTER-NEED NOT = "O"
                       AND SCHED-AFTER-NEED NOT = "F") THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE 0 TO SCHED-PRED-HIT
                   PERFORM SCHED-FIND-AFTER-JOB
                       VARYING SCHP-Y FROM 1 BY 1
                       UNTIL SCHP-Y > SCHED-TOTAL OR SCHED-PRED-HIT > 0
                   IF SCHED-PRED-HIT = 0 THEN
                       DISPLAY "JOB " FUNCTION TRIM(SCHED-AFTER-JOB)
                           " IS NOT SCHEDULED"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF SCHED-PRED-HIT = SX THEN
                       DISPLAY "A JOB CANNOT WAIT FOR ITSELF"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO SCHED-NEW-PRED-TOTAL
                       MOVE ST-JOB(SCHED-PRED-HIT)
                           TO SNP-JOB(SCHED-NEW-PRED-TOTAL)
                       MOVE SCHED-AFTER-NEED(1:1)
                           TO SNP-NEED(SCHED-NEW-PRED-TOTAL)
                   END-IF
                   END-IF
               END-IF
           END-IF.

       SCHED-FIND-AFTER-JOB.
           IF FUNCTION UPPER-CASE(ST-JOB(SCHP-Y))
                   = SCHED-AFTER-JOB(1:8) THEN
               MOVE SCHP-Y TO SCHED-PRED-HIT
           END-IF.

      *> A new list starts with nothing waived.
       SCHED-APPLY-ONE-AFTER.
           MOVE SNP-JOB(SCHP-X) TO ST-PRED-JOB(SX, SCHP-X)
           IF SNP-NEED(SCHP-X) = "F" THEN
               MOVE "F" TO ST-PRED-NEED(SX, SCHP-X)
           ELSE
               MOVE "O" TO ST-PRED-NEED(SX, SCHP-X)
           END-IF
           MOVE 0 TO ST-PRED-WAIVED(SX, SCHP-X).

       SCHED-CLEAR-ONE-PRED.
           MOVE SPACES TO ST-PRED-JOB(SX, SCHP-X)
           MOVE "O" TO ST-PRED-NEED(SX, SCHP-X)
           MOVE 0 TO ST-PRED-WAIVED(SX, SCHP-X).

      *> "sched suspend JOB" keeps the entry but stops it falling
      *> due; "sched resume JOB" lets it run again. Runs a dated job
      *> missed while suspended are not caught up - its next date
      *> rolls on to today or later. A trigger job picks up, once
      *> resumed, whatever arrived in the meantime.
       SCHED-SUSPEND.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 AND US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               IF ST-SUSPENDED(SX) = "S" THEN
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " IS ALREADY SUSPENDED"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE "S" TO ST-SUSPENDED(SX)
                   MOVE "SUSPEND " TO SL-RESULT
                   MOVE "schu" TO AUDIT-CMD-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   PERFORM SCHED-RECORD-MAINTENANCE
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " SUSPENDED"
               END-IF
           END-IF.

       SCHED-RESUME.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 AND US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               IF ST-SUSPENDED(SX) NOT = "S" THEN
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " IS NOT SUSPENDED"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SPACE TO ST-SUSPENDED(SX)
                   IF ST-FREQ(SX) NOT = "T" THEN
                       PERFORM ROLL-ONE-PERIOD
                           UNTIL ST-NEXT(SX) >= SCHED-TODAY
                   END-IF
                   MOVE "RESUMED " TO SL-RESULT
                   MOVE "schv" TO AUDIT-CMD-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   PERFORM SCHED-RECORD-MAINTENANCE
                   IF ST-FREQ(SX) = "T" THEN
                       DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                           " RESUMED"
                   ELSE
                       DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                           " RESUMED - NEXT RUN " ST-NEXT(SX)
                   END-IF
               END-IF
           END-IF.

      *> "sched delete JOB" - refused while another entry still
      *> names the job as a predecessor. Its trigger register rows
      *> go with it, so a later job of the same name starts clean.
       SCHED-DELETE.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 AND US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               MOVE 0 TO SCHED-USED-BY
               PERFORM SCHED-FIND-DEPENDENT
                   VARYING SCHP-Y FROM 1 BY 1
                   UNTIL SCHP-Y > SCHED-TOTAL OR SCHED-USED-BY > 0
               IF SCHED-USED-BY > 0 THEN
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " IS A PREDECESSOR OF "
                       FUNCTION TRIM(ST-JOB(SCHED-USED-BY))
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE "DELETED " TO SL-RESULT
                   MOVE 0 TO SCHED-OK
                   MOVE 0 TO SCHED-FAIL
                   STRING "BY " OPERATOR-ID DELIMITED BY SIZE
                       INTO SL-REASON
                   PERFORM WRITE-SCHED-LOG
                   MOVE "schd" TO AUDIT-CMD-OUT
                   MOVE ST-JOB(SX) TO AUDIT-ARG1-OUT
                   MOVE ST-SCRIPT(SX) TO AUDIT-ARG2-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   PERFORM SCHED-DROP-JOB-TRIG
                       VARYING TRG-X FROM TRIG-TOTAL BY -1
                       UNTIL TRG-X < 1
                   PERFORM SAVE-TRIG-TABLE
                   PERFORM SCHED-DROP-ONE-ROW
                       VARYING SX FROM SCHED-JOB-HIT BY 1
                       UNTIL SX >= SCHED-TOTAL
                   SUBTRACT 1 FROM SCHED-TOTAL
                   PERFORM SAVE-SCHED-TABLE
                   DISPLAY "JOB " FUNCTION TRIM(SCHED-JOB-ARG)
                       " DELETED"
               END-IF
           END-IF.

       SCHED-FIND-DEPENDENT.
           IF SCHP-Y NOT = SX THEN
               PERFORM SCHED-CHECK-DEPENDENT
                   VARYING SCHP-X FROM 1 BY 1
                   UNTIL SCHP-X > 3 OR SCHED-USED-BY > 0
           END-IF.

       SCHED-CHECK-DEPENDENT.
           IF FUNCTION UPPER-CASE(ST-PRED-JOB(SCHP-Y, SCHP-X))
                   = SCHED-JOB-ARG THEN
               MOVE SCHP-Y TO SCHED-USED-BY
           END-IF.

       SCHED-DROP-JOB-TRIG.
           IF TT-JOB(TRG-X) = ST-JOB(SCHED-JOB-HIT) THEN
               PERFORM DROP-ONE-TRIG-ROW
                   VARYING TRG-Y FROM TRG-X BY 1
                   UNTIL TRG-Y >= TRIG-TOTAL
               SUBTRACT 1 FROM TRIG-TOTAL
           END-IF.

       SCHED-DROP-ONE-ROW.
           MOVE SCHED-ROW(SX + 1) TO SCHED-ROW(SX).

      *> "sched run JOB" runs a dated job's script now, whatever its
      *> date or predecessors, and leaves its next run date alone.
      *> The run itself waits for the READ-INPUT level as a bare
      *> "sched" does, and is refused where that one is.
       SCHED-FORCE.
           PERFORM SCHED-LOCATE-JOB
           IF CMD-STATUS = 0 AND US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SCHED-JOB-HIT TO SX
               IF BATCH-MODE = 1 THEN
                   DISPLAY "SCHED NOT AVAILABLE HERE"
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF READ-ONLY-MODE = 1 THEN
                   DISPLAY "VOLUME IS READ-ONLY"
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF ST-FREQ(SX) = "T" THEN
                   DISPLAY "JOB " FUNCTION TRIM(ST-JOB(SX))
                       " RUNS ONLY WHEN A FILE ARRIVES"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE ST-JOB(SX) TO SCHED-FORCE-JOB
                   MOVE 1 TO SCHED-FORCE-REQUESTED
                   MOVE "schf" TO AUDIT-CMD-OUT
                   MOVE ST-JOB(SX) TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
               END-IF
               END-IF
               END-IF
           END-IF.

      *> The forced run, from the READ-INPUT level. A FORCED line
      *> ahead of the usual RAN (or MISSING) one says who asked.
       SCHED-FORCE-RUN.
           PERFORM LOAD-SCHED-TABLE
           ACCEPT SCHED-TODAY FROM DATE YYYYMMDD
           MOVE FUNCTION UPPER-CASE(SCHED-FORCE-JOB) TO SCHED-JOB-ARG
           MOVE 0 TO SCHED-JOB-HIT
           PERFORM SCHED-FIND-NAMED-JOB
               VARYING SCHP-Y FROM 1 BY 1
               UNTIL SCHP-Y > SCHED-TOTAL OR SCHED-JOB-HIT > 0
           IF SCHED-JOB-HIT = 0 THEN
               DISPLAY ERR-NOT-FOUND
           ELSE
               MOVE SCHED-JOB-HIT TO SX
               MOVE 0 TO SCHED-OVERDUE
               MOVE SPACES TO SCHED-TRIG-PATH
               MOVE "FORCED  " TO SL-RESULT
               MOVE 0 TO SCHED-OK
               MOVE 0 TO SCHED-FAIL
               STRING "BY " OPERATOR-ID DELIMITED BY SIZE
                   INTO SL-REASON
               PERFORM WRITE-SCHED-LOG
               DISPLAY "RUNNING JOB "
                   FUNCTION TRIM(ST-JOB(SX)) " ("
                   FUNCTION TRIM(ST-SCRIPT(SX)) ")"
               PERFORM SCHED-RUN-SCRIPT
               PERFORM SAVE-SCHED-TABLE
           END-IF.

      *> Writes the table back and records a maintenance action on
      *> job SCHED-JOB-HIT: a SOSSCHED.LOG line under the result the
      *> caller left in SL-RESULT (naming the operator unless the
      *> caller has filled SL-REASON), and an audit line under
      *> AUDIT-CMD-OUT and AUDIT-ARG2-OUT.
       SCHED-RECORD-MAINTENANCE.
           PERFORM SAVE-SCHED-TABLE
           MOVE SCHED-JOB-HIT TO SX
           MOVE 0 TO SCHED-OK
           MOVE 0 TO SCHED-FAIL
           IF SL-REASON = SPACES THEN
               STRING "BY " OPERATOR-ID DELIMITED BY SIZE
                   INTO SL-REASON
           END-IF
           PERFORM WRITE-SCHED-LOG
           MOVE ST-JOB(SX) TO AUDIT-ARG1-OUT
           MOVE 0 TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG.

      *> "sched history [JOB] [FROM [TO]]" - the job history inquiry
      *> (SCHEDHST). A word of eight digits is a date, and a date
      *> alone is that one day. The job need not still be in the
      *> schedule.
       SCHED-HISTORY.
           MOVE SPACES TO SCHED-HIST-JOB
           MOVE SPACES TO SCHED-HIST-FROM
           MOVE SPACES TO SCHED-HIST-TO
           MOVE SPACES TO SCHED-ARG-WHEN
           MOVE SPACES TO SCHED-ARG-MORE
           IF US-ARG2(1:8) IS NUMERIC AND US-ARG2(9:) = SPACES THEN
               MOVE US-ARG2 TO SCHED-ARG-WHEN
               MOVE US-ARG3 TO SCHED-ARG-MORE
               IF US-ARG3(33:) NOT = SPACES
                       OR US-ARG4 NOT = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               END-IF
           ELSE
               IF US-ARG2(9:) NOT = SPACES
                       OR US-ARG3(33:) NOT = SPACES THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SCHED-JOB-ARG TO SCHED-HIST-JOB
                   MOVE US-ARG3 TO SCHED-ARG-WHEN
                   MOVE US-ARG4 TO SCHED-ARG-MORE
               END-IF
           END-IF
           IF CMD-STATUS = 0 AND SCHED-ARG-WHEN NOT = SPACES THEN
               PERFORM SCHED-CHECK-DATE
               MOVE SCHED-NEW-DATE TO SCHED-HIST-FROM
               MOVE SCHED-NEW-DATE TO SCHED-HIST-TO
               IF CMD-STATUS = 0 AND SCHED-ARG-MORE NOT = SPACES THEN
                   MOVE SCHED-ARG-MORE TO SCHED-ARG-WHEN
                   PERFORM SCHED-CHECK-DATE
                   MOVE SCHED-NEW-DATE TO SCHED-HIST-TO
                   IF CMD-STATUS = 0
                           AND SCHED-HIST-TO < SCHED-HIST-FROM THEN
                       DISPLAY "FROM DATE IS AFTER TO DATE"
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               CALL "SCHEDHST" USING SCHED-HIST-JOB SCHED-HIST-FROM
                   SCHED-HIST-TO CMD-STATUS
           END-IF.

       LOAD-ONE-SCHED-ENTRY.
           READ SCHED-FILE INTO SCHED-RECORD
           IF SCHED-STATUS = "00" THEN
               MOVE SCHED-RECORD TO SCHED-IN-LINE
               ADD 1 TO SCHED-TOTAL
               MOVE SC-JOB TO ST-JOB(SCHED-TOTAL)
               MOVE SC-SCRIPT TO ST-SCRIPT(SCHED-TOTAL)
      *> A trigger entry may leave the run date blank.
               MOVE 0 TO ST-NEXT(SCHED-TOTAL)
               IF SC-NEXT IS NUMERIC THEN
                   MOVE SC-NEXT TO ST-NEXT(SCHED-TOTAL)
               END-IF
               MOVE SC-FREQ TO ST-FREQ(SCHED-TOTAL)
               MOVE SC-WATCH-DIR TO ST-WATCH-DIR(SCHED-TOTAL)
               MOVE SC-WATCH-PAT TO ST-WATCH-PAT(SCHED-TOTAL)
      *> Entries from before the suspend column read as active.
               IF SC-SUSPENDED = "S" THEN
                   MOVE "S" TO ST-SUSPENDED(SCHED-TOTAL)
               ELSE
                   MOVE SPACE TO ST-SUSPENDED(SCHED-TOTAL)
               END-IF
      *> Entries from before the day-of-month column read as zero -
      *> the old keep-the-day behavior.
               IF SC-DOM IS NUMERIC THEN
                   MOVE SC-DOM TO ST-DOM(SCHED-TOTAL)
               ELSE
                   MOVE 0 TO ST-DOM(SCHED-TOTAL)
               END-IF
      *> Entries from before the predecessor columns read as having
      *> none and no run recorded.
               PERFORM LOAD-ONE-SCHED-PRED
                   VARYING SCHP-X FROM 1 BY 1 UNTIL SCHP-X > 3
               MOVE 0 TO ST-LAST-RUN(SCHED-TOTAL)
               IF SC-LAST-RUN IS NUMERIC THEN
                   MOVE SC-LAST-RUN TO ST-LAST-RUN(SCHED-TOTAL)
               END-IF
               MOVE SC-LAST-RESULT TO ST-LAST-RESULT(SCHED-TOTAL)
               MOVE 0 TO ST-RELEASED(SCHED-TOTAL)
               IF SC-RELEASED IS NUMERIC THEN
                   MOVE SC-RELEASED TO ST-RELEASED(SCHED-TOTAL)
               END-IF
           END-IF.

      *> A predecessor with no need column given must end OK.
       LOAD-ONE-SCHED-PRED.
           MOVE SC-PRED-JOB(SCHP-X) TO ST-PRED-JOB(SCHED-TOTAL, SCHP-X)
           IF SC-PRED-NEED(SCHP-X) = "F" THEN
               MOVE "F" TO ST-PRED-NEED(SCHED-TOTAL, SCHP-X)
           ELSE
               MOVE "O" TO ST-PRED-NEED(SCHED-TOTAL, SCHP-X)
           END-IF
           MOVE 0 TO ST-PRED-WAIVED(SCHED-TOTAL, SCHP-X)
           IF SC-PRED-WAIVED(SCHP-X) IS NUMERIC THEN
               MOVE SC-PRED-WAIVED(SCHP-X)
                   TO ST-PRED-WAIVED(SCHED-TOTAL, SCHP-X)
           END-IF.

       SAVE-SCHED-TABLE.
           OPEN OUTPUT SCHED-FILE
           PERFORM SAVE-ONE-SCHED-ENTRY
               VARYING SX FROM 1 BY 1
               UNTIL SX > SCHED-TOTAL
           CLOSE SCHED-FILE.

       SAVE-ONE-SCHED-ENTRY.
           MOVE SPACES TO SCHED-IN-LINE
           MOVE ST-JOB(SX) TO SC-JOB
           MOVE ST-SCRIPT(SX) TO SC-SCRIPT
           MOVE ST-NEXT(SX) TO SC-NEXT
           MOVE ST-FREQ(SX) TO SC-FREQ
           MOVE ST-DOM(SX) TO SC-DOM
           MOVE ST-WATCH-DIR(SX) TO SC-WATCH-DIR
           MOVE ST-WATCH-PAT(SX) TO SC-WATCH-PAT
           MOVE ST-SUSPENDED(SX) TO SC-SUSPENDED
           PERFORM SAVE-ONE-SCHED-PRED
               VARYING SCHP-X FROM 1 BY 1 UNTIL SCHP-X > 3
           IF ST-LAST-RUN(SX) > 0 THEN
               MOVE ST-LAST-RUN(SX) TO SC-LAST-RUN
           END-IF
           MOVE ST-LAST-RESULT(SX) TO SC-LAST-RESULT
           IF ST-RELEASED(SX) > 0 THEN
               MOVE ST-RELEASED(SX) TO SC-RELEASED
           END-IF
           MOVE SCHED-IN-LINE TO SCHED-RECORD
           WRITE SCHED-RECORD.

       SAVE-ONE-SCHED-PRED.
           IF ST-PRED-JOB(SX, SCHP-X) NOT = SPACES THEN
               MOVE ST-PRED-JOB(SX, SCHP-X) TO SC-PRED-JOB(SCHP-X)
               MOVE ST-PRED-NEED(SX, SCHP-X) TO SC-PRED-NEED(SCHP-X)
               IF ST-PRED-WAIVED(SX, SCHP-X) > 0 THEN
                   MOVE ST-PRED-WAIVED(SX, SCHP-X)
                       TO SC-PRED-WAIVED(SCHP-X)
               END-IF
           END-IF.

      *> A job whose predecessors are not yet satisfied waits for
      *> the next sweep (or the next pass).
       RUN-ONE-DUE-JOB.
           PERFORM SCHED-JUDGE-DUE
           IF SCHED-JOB-DUE = 1 THEN
               PERFORM SCHED-CHECK-PREDECESSORS
           END-IF
           IF SCHED-JOB-DUE = 1 AND SCHED-HOLD-REASON = SPACES THEN
               IF ST-FREQ(SX) = "T" THEN
                   PERFORM SCHED-FIRE-TRIGGER
               ELSE
      *> A next-run date already in the past means the job's day
      *> went by with nobody signed on - it runs now all the same,
      *> and the log says so.
                   MOVE 0 TO SCHED-OVERDUE
                   IF ST-NEXT(SX) < SCHED-TODAY THEN
                       MOVE 1 TO SCHED-OVERDUE
                   END-IF
                   DISPLAY "RUNNING JOB "
                       FUNCTION TRIM(ST-JOB(SX)) " ("
                       FUNCTION TRIM(ST-SCRIPT(SX)) ")"
                   PERFORM SCHED-RUN-SCRIPT
                   PERFORM SCHED-ROLL-DATE
               END-IF
               MOVE 0 TO ST-RELEASED(SX)
               ADD 1 TO SCHED-RAN
               ADD 1 TO SCHED-PASS-RAN
           END-IF.

      *> A dated job is due once its next-run date arrives; a trigger
      *> job whenever a file is waiting for it (SCHED-TRIG-IND). A
      *> suspended job is never due.
       SCHED-JUDGE-DUE.
           MOVE 0 TO SCHED-JOB-DUE
           IF ST-SUSPENDED(SX) NOT = "S" THEN
               IF ST-FREQ(SX) = "T" THEN
                   PERFORM SCHED-FIND-ARRIVAL
               ELSE
                   IF ST-NEXT(SX) <= SCHED-TODAY THEN
                       MOVE 1 TO SCHED-JOB-DUE
                   END-IF
               END-IF
           END-IF.

      *> The register row is written before the script runs, so a
      *> session lost mid-script never fires the same file again;
      *> once the script is done the row takes the file as the
      *> script left it (when it is still there), so a job that
      *> edits its own input does not refire on its own change.
       SCHED-FIRE-TRIGGER.
           MOVE 0 TO SCHED-OVERDUE
           MOVE SCHED-TRIG-IND TO GP-SUBJECT
           PERFORM BUILD-GENERAL-PATH
           MOVE GP-PATH TO SCHED-TRIG-PATH
           IF TRIG-HIT = 0 THEN
               IF TRIG-TOTAL >= MAX-TRIG-COUNT THEN
                   PERFORM DROP-ONE-TRIG-ROW
                       VARYING TRG-Y FROM 1 BY 1
                       UNTIL TRG-Y >= TRIG-TOTAL
                   SUBTRACT 1 FROM TRIG-TOTAL
               END-IF
               ADD 1 TO TRIG-TOTAL
               MOVE TRIG-TOTAL TO TRIG-HIT
               MOVE ST-JOB(SX) TO TT-JOB(TRIG-HIT)
               MOVE VOLUME-NAME TO TT-VOL(TRIG-HIT)
               MOVE EID(SCHED-TRIG-IND) TO TT-EID(TRIG-HIT)
           END-IF
           MOVE SCHED-TRIG-IND TO SCHED-DIR-IND
           PERFORM SCHED-NOTE-TRIG-STATE
           PERFORM SAVE-TRIG-TABLE

           MOVE "FIRED   " TO SL-RESULT
           MOVE 0 TO SCHED-OK
           MOVE 0 TO SCHED-FAIL
           STRING FUNCTION TRIM(VOLUME-NAME) ":"
               FUNCTION TRIM(SCHED-TRIG-PATH) DELIMITED BY SIZE
               INTO SL-REASON
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM WRITE-SCHED-LOG
           DISPLAY "RUNNING JOB "
               FUNCTION TRIM(ST-JOB(SX)) " ("
               FUNCTION TRIM(ST-SCRIPT(SX)) ") FOR "
               FUNCTION TRIM(SCHED-TRIG-PATH)
           PERFORM SCHED-RUN-SCRIPT
           MOVE SPACES TO SCHED-TRIG-PATH

           IF VOLUME-NAME = TT-VOL(TRIG-HIT) THEN
               MOVE TT-EID(TRIG-HIT) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   IF EFILE(WALK-MATCH-IND)
                           AND EPARENT(WALK-MATCH-IND)
                           = SCHED-WATCH-EID THEN
                       MOVE WALK-MATCH-IND TO SCHED-DIR-IND
                       PERFORM SCHED-NOTE-TRIG-STATE
                       PERFORM SAVE-TRIG-TABLE
                   END-IF
               END-IF
           END-IF.

       SCHED-NOTE-TRIG-STATE.
           MOVE ECREATED(SCHED-DIR-IND) TO TT-CREATED(TRIG-HIT)
           MOVE EMODIFIED(SCHED-DIR-IND) TO TT-MODIFIED(TRIG-HIT)
           MOVE ECHECKSUM(SCHED-DIR-IND) TO TT-CKS(TRIG-HIT)
           MOVE ESIZE(SCHED-DIR-IND) TO TT-SIZE(TRIG-HIT).

      *> Looks in job SX's watched directory on the mounted volume
      *> for a matching file the register has not seen in its
      *> present state, leaving it in SCHED-TRIG-IND (its register
      *> row, if any, in TRIG-HIT). Register rows for files no
      *> longer there are dropped first - a file that comes back
      *> later is a new arrival.
       SCHED-FIND-ARRIVAL.
           PERFORM SCHED-RESOLVE-WATCH-DIR
           IF SCHED-WATCH-EID NOT = 0 THEN
               PERFORM SCHED-PRUNE-ONE-TRIG
                   VARYING TRG-X FROM TRIG-TOTAL BY -1
                   UNTIL TRG-X < 1
               PERFORM SCHED-CHECK-ONE-ARRIVAL
                   VARYING SCHED-DIR-IND FROM 1 BY 1
                   UNTIL SCHED-DIR-IND > MAX-ENTITY-COUNT
                   OR SCHED-JOB-DUE = 1
           END-IF.

      *> The watched path is absolute ("INBOUND" reads as /INBOUND);
      *> SCHED-WATCH-EID stays 0 when no such directory exists.
       SCHED-RESOLVE-WATCH-DIR.
           MOVE 0 TO SCHED-WATCH-EID
           MOVE SPACES TO SCHED-WATCH-TXT
           IF ST-WATCH-DIR(SX)(1:1) = "/" THEN
               MOVE ST-WATCH-DIR(SX) TO SCHED-WATCH-TXT
           ELSE
               STRING "/" ST-WATCH-DIR(SX) DELIMITED BY SIZE
                   INTO SCHED-WATCH-TXT
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCHED-WATCH-TXT))
               TO SCHED-WATCH-LEN
           IF SCHED-WATCH-LEN > 1
                   AND SCHED-WATCH-TXT(SCHED-WATCH-LEN:1) = "/" THEN
               MOVE SPACE TO SCHED-WATCH-TXT(SCHED-WATCH-LEN:1)
           END-IF
           IF SCHED-WATCH-TXT = "/" THEN
               MOVE EID(1) TO SCHED-WATCH-EID
           ELSE
               PERFORM SCHED-MATCH-ONE-DIR
                   VARYING SCHED-DIR-IND FROM 1 BY 1
                   UNTIL SCHED-DIR-IND > MAX-ENTITY-COUNT
                   OR SCHED-WATCH-EID NOT = 0
           END-IF.

       SCHED-MATCH-ONE-DIR.
           IF EID(SCHED-DIR-IND) NOT = 0 AND EDIR(SCHED-DIR-IND) THEN
               MOVE SCHED-DIR-IND TO GP-SUBJECT
               PERFORM BUILD-GENERAL-PATH
               IF GP-PATH = SCHED-WATCH-TXT THEN
                   MOVE EID(SCHED-DIR-IND) TO SCHED-WATCH-EID
               END-IF
           END-IF.

       SCHED-PRUNE-ONE-TRIG.
           IF TT-JOB(TRG-X) = ST-JOB(SX)
                   AND TT-VOL(TRG-X) = VOLUME-NAME THEN
               MOVE TT-EID(TRG-X) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT OR WALK-FOUND = 1
               MOVE 0 TO WC-HIT
               IF WALK-FOUND = 1 THEN
                   IF EFILE(WALK-MATCH-IND)
                           AND EPARENT(WALK-MATCH-IND)
                           = SCHED-WATCH-EID THEN
                       MOVE ENAME(WALK-MATCH-IND) TO WC-CAND
                       PERFORM SCHED-MATCH-WATCH-PAT
                   END-IF
               END-IF
               IF WC-HIT = 0 THEN
                   PERFORM DROP-ONE-TRIG-ROW
                       VARYING TRG-Y FROM TRG-X BY 1
                       UNTIL TRG-Y >= TRIG-TOTAL
                   SUBTRACT 1 FROM TRIG-TOTAL
               END-IF
           END-IF.

       DROP-ONE-TRIG-ROW.
           MOVE TRIG-ROW(TRG-Y + 1) TO TRIG-ROW(TRG-Y).

       SCHED-CHECK-ONE-ARRIVAL.
           IF EID(SCHED-DIR-IND) NOT = 0 AND EFILE(SCHED-DIR-IND)
                   AND EPARENT(SCHED-DIR-IND) = SCHED-WATCH-EID THEN
               MOVE ENAME(SCHED-DIR-IND) TO WC-CAND
               PERFORM SCHED-MATCH-WATCH-PAT
               IF WC-HIT = 1 THEN
                   MOVE 0 TO TRIG-HIT
                   PERFORM SCHED-FIND-ONE-TRIG
                       VARYING TRG-X FROM 1 BY 1
                       UNTIL TRG-X > TRIG-TOTAL OR TRIG-HIT > 0
                   IF TRIG-HIT = 0 THEN
                       MOVE 1 TO SCHED-JOB-DUE
                   ELSE
                       IF TT-CREATED(TRIG-HIT)
                               NOT = ECREATED(SCHED-DIR-IND)
                               OR TT-MODIFIED(TRIG-HIT)
                               NOT = EMODIFIED(SCHED-DIR-IND)
                               OR TT-CKS(TRIG-HIT)
                               NOT = ECHECKSUM(SCHED-DIR-IND)
                               OR TT-SIZE(TRIG-HIT)
                               NOT = ESIZE(SCHED-DIR-IND) THEN
                           MOVE 1 TO SCHED-JOB-DUE
                       END-IF
                   END-IF
                   IF SCHED-JOB-DUE = 1 THEN
                       MOVE SCHED-DIR-IND TO SCHED-TRIG-IND
                   END-IF
               END-IF
           END-IF.

       SCHED-FIND-ONE-TRIG.
           IF TT-JOB(TRG-X) = ST-JOB(SX)
                   AND TT-VOL(TRG-X) = VOLUME-NAME
                   AND TT-EID(TRG-X) = EID(SCHED-DIR-IND) THEN
               MOVE TRG-X TO TRIG-HIT
           END-IF.

      *> WC-CAND against the job's name pattern (blank takes all).
       SCHED-MATCH-WATCH-PAT.
           IF ST-WATCH-PAT(SX) = SPACES THEN
               MOVE 1 TO WC-HIT
           ELSE
               MOVE ST-WATCH-PAT(SX) TO WC-PATTERN
               PERFORM WILDCARD-MATCH
           END-IF.

       LOAD-TRIG-TABLE.
           MOVE 0 TO TRIG-TOTAL
           OPEN INPUT TRIG-FILE
           IF TRIG-STATUS = "00" THEN
               PERFORM LOAD-ONE-TRIG-ROW
                   UNTIL TRIG-STATUS NOT = "00"
                   OR TRIG-TOTAL >= MAX-TRIG-COUNT
               CLOSE TRIG-FILE
           ELSE
               CLOSE TRIG-FILE
           END-IF.

       LOAD-ONE-TRIG-ROW.
           READ TRIG-FILE INTO TRIG-RECORD
           IF TRIG-STATUS = "00" THEN
               MOVE TRIG-RECORD TO TRIG-IN-LINE
               ADD 1 TO TRIG-TOTAL
               MOVE TF-JOB TO TT-JOB(TRIG-TOTAL)
               MOVE TF-VOL TO TT-VOL(TRIG-TOTAL)
               MOVE TF-EID TO TT-EID(TRIG-TOTAL)
               MOVE TF-CREATED TO TT-CREATED(TRIG-TOTAL)
               MOVE TF-MODIFIED TO TT-MODIFIED(TRIG-TOTAL)
               MOVE TF-CKS TO TT-CKS(TRIG-TOTAL)
               MOVE TF-SIZE TO TT-SIZE(TRIG-TOTAL)
           END-IF.

       SAVE-TRIG-TABLE.
           OPEN OUTPUT TRIG-FILE
           PERFORM SAVE-ONE-TRIG-ROW
               VARYING TRG-X FROM 1 BY 1
               UNTIL TRG-X > TRIG-TOTAL
           CLOSE TRIG-FILE.

       SAVE-ONE-TRIG-ROW.
           MOVE SPACES TO TRIG-IN-LINE
           MOVE TT-JOB(TRG-X) TO TF-JOB
           MOVE TT-VOL(TRG-X) TO TF-VOL
           MOVE TT-EID(TRG-X) TO TF-EID
           MOVE TT-CREATED(TRG-X) TO TF-CREATED
           MOVE TT-MODIFIED(TRG-X) TO TF-MODIFIED
           MOVE TT-CKS(TRG-X) TO TF-CKS
           MOVE TT-SIZE(TRG-X) TO TF-SIZE
           MOVE TRIG-IN-LINE TO TRIG-RECORD
           WRITE TRIG-RECORD.

      *> One job's script through the ordinary command loop: every
      *> line a command, "exit" (or end of file) ending the script
      *> rather than the session, the volume saved afterwards the
      *> way a batch run saves at its end.
       SCHED-RUN-SCRIPT.
           MOVE 2 TO JLX
           MOVE ST-JOB(SX) TO JL-JOB(2)
           MOVE ST-SCRIPT(SX) TO JL-SCRIPT(2)
           PERFORM JOB-LOG-BEGIN
           IF SCHED-TRIG-PATH NOT = SPACES THEN
               MOVE SPACES TO JOB-LOG-TEXT
               STRING "TRIGGERED BY " DELIMITED BY SIZE,
                   FUNCTION TRIM(SCHED-TRIG-PATH) DELIMITED BY SIZE
                   INTO JOB-LOG-TEXT
               END-STRING
               PERFORM JOB-LOG-NOTE
           END-IF

           MOVE ST-SCRIPT(SX) TO SYSINFN
           PERFORM SET-SYSIN-FILENAME

           OPEN INPUT SYSIN-FILE
           IF SYSIN-STATUS NOT = "00" THEN
               CLOSE SYSIN-FILE
               MOVE "MISSING " TO SL-RESULT
               MOVE 0 TO SCHED-OK
               MOVE 0 TO SCHED-FAIL
               MOVE "M" TO ST-LAST-RESULT(SX)
               PERFORM WRITE-SCHED-LOG
               MOVE SPACES TO JOB-LOG-TEXT
               STRING "SCRIPT " DELIMITED BY SIZE,
                   FUNCTION TRIM(ST-SCRIPT(SX)) DELIMITED BY SIZE,
                   " NOT FOUND - JOB NOT RUN" DELIMITED BY SIZE
                   INTO JOB-LOG-TEXT
               END-STRING
               PERFORM JOB-LOG-NOTE
           ELSE
               MOVE 0 TO SCHED-OK
               MOVE 0 TO SCHED-FAIL
               MOVE 0 TO SCHED-DONE
               MOVE 1 TO SCHED-MODE

               PERFORM SCHED-ONE-LINE
                   UNTIL SCHED-DONE = 1

               MOVE 0 TO SCHED-MODE
               CLOSE SYSIN-FILE
               PERFORM SAVE-FILESYSTEM

      *> The script may have wandered (cd, mount) - put the session
      *> back at the root the way journal replay does, so the next
      *> job (and the operator afterwards) starts somewhere known.
               MOVE 1 TO CUR-IND
               MOVE EID(1) TO CURRENT-EID
               PERFORM REBUILD-CURRENT-DIR

               IF SCHED-OVERDUE = 1 THEN
                   MOVE "CATCHUP " TO SL-RESULT
               ELSE
                   MOVE "RAN     " TO SL-RESULT
               END-IF
               IF SCHED-FAIL = 0 THEN
                   MOVE "O" TO ST-LAST-RESULT(SX)
               ELSE
                   MOVE "F" TO ST-LAST-RESULT(SX)
               END-IF
               PERFORM WRITE-SCHED-LOG
           END-IF
           MOVE SCHED-TODAY TO ST-LAST-RUN(SX)

           MOVE 2 TO JLX
           MOVE SPACES TO JOB-LOG-TEXT
           STRING "JOB " DELIMITED BY SIZE,
               ST-JOB(SX) DELIMITED BY SPACE,
               " COMPLETE  RESULT " DELIMITED BY SIZE,
               SL-RESULT DELIMITED BY SPACE,
               "  LINES OK " DELIMITED BY SIZE,
               SCHED-OK DELIMITED BY SIZE,
               "  FAILED " DELIMITED BY SIZE,
               SCHED-FAIL DELIMITED BY SIZE
               INTO JOB-LOG-TEXT
           END-STRING
           PERFORM JOB-LOG-NOTE
           PERFORM JOB-LOG-FINISH

           IF ST-LAST-RESULT(SX) NOT = "O" THEN
               PERFORM SCHED-NOTIFY-FAILURE
           END-IF

           MOVE "SOSBATCH.DAT" TO SYSINFN
           PERFORM SET-SYSIN-FILENAME.

      *> A failed or missing job's notice goes to the operator the
      *> pass ran under.
       SCHED-NOTIFY-FAILURE.
           MOVE SCHED-FAIL TO NTF-COUNT-PIC
           MOVE SPACES TO NOTICE-TEXT
           IF ST-LAST-RESULT(SX) = "M" THEN
               STRING "JOB " DELIMITED BY SIZE,
                   ST-JOB(SX) DELIMITED BY SPACE,
                   " FAILED ON " DELIMITED BY SIZE,
                   SCHED-TODAY DELIMITED BY SIZE,
                   ": SCRIPT " DELIMITED BY SIZE,
                   FUNCTION TRIM(ST-SCRIPT(SX)) DELIMITED BY SIZE,
                   " MISSING" DELIMITED BY SIZE
                   INTO NOTICE-TEXT
               END-STRING
           ELSE
               STRING "JOB " DELIMITED BY SIZE,
                   ST-JOB(SX) DELIMITED BY SPACE,
                   " FAILED ON " DELIMITED BY SIZE,
                   SCHED-TODAY DELIMITED BY SIZE,
                   ": " DELIMITED BY SIZE,
                   FUNCTION TRIM(NTF-COUNT-PIC) DELIMITED BY SIZE,
                   " SCRIPT LINE(S) FAILED" DELIMITED BY SIZE
                   INTO NOTICE-TEXT
               END-STRING
           END-IF
           MOVE "JOBFAIL" TO NTF-EVENT
           MOVE OPERATOR-ID TO NTF-OWNER
           PERFORM RAISE-NOTIFY-EVENT.

       SCHED-ONE-LINE.
           READ SYSIN-FILE INTO SYSIN-RECORD
           IF SYSIN-STATUS NOT = "00" THEN
               MOVE 1 TO SCHED-DONE
           ELSE
               MOVE SYSIN-RECORD TO USERINPUT
               IF SCHED-TRIG-PATH NOT = SPACES THEN
                   PERFORM SCHED-SUBST-ARRIVAL
               END-IF
      *> A script's closing "exit" ends the script, not the
      *> session - the save it would have asked for happens above
      *> once the script is done.
               IF USERINPUT = "exit" THEN
                   MOVE 1 TO SCHED-DONE
               ELSE
                   MOVE 2 TO JLX
                   MOVE USERINPUT TO JOB-STEP-TEXT
                   PERFORM JOB-CAPTURE-START
                   PERFORM PROCESS-COMMAND
                   IF CMD-STATUS = 0 THEN
                       ADD 1 TO SCHED-OK
                       MOVE "0" TO JOB-STEP-CC
                   ELSE
                       ADD 1 TO SCHED-FAIL
                       MOVE "8" TO JOB-STEP-CC
                   END-IF
                   MOVE 2 TO JLX
                   COMPUTE JOB-STEP-NO = SCHED-OK + SCHED-FAIL
                   PERFORM JOB-LOG-STEP
                   PERFORM JOB-CAPTURE-END
      *> A script line may have mounted a crash-dirtied volume -
      *> replay it before the next line (and before the end-of-job
      *> save truncates the journal), as a checkpoint restart does.
                   PERFORM REPLAY-IF-PENDING
               END-IF
           END-IF.

      *> "&1" in a trigger job's script line becomes the path of
      *> the file that fired it, as "run" does with its arguments.
       SCHED-SUBST-ARRIVAL.
           MOVE SPACES TO SCHED-ARR-LINE
           MOVE 1 TO SCHED-ARR-PTR
           MOVE 1 TO SCHED-ARR-CX
           PERFORM SCHED-SUBST-ONE-CHAR
               UNTIL SCHED-ARR-CX > 120
           MOVE SCHED-ARR-LINE TO USERINPUT.

       SCHED-SUBST-ONE-CHAR.
           IF SYSIN-RECORD(SCHED-ARR-CX:1) = "&" AND SCHED-ARR-CX < 120
                   AND SYSIN-RECORD(SCHED-ARR-CX + 1:1) = "1" THEN
               STRING FUNCTION TRIM(SCHED-TRIG-PATH)
                   DELIMITED BY SIZE
                   INTO SCHED-ARR-LINE
                   WITH POINTER SCHED-ARR-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               ADD 2 TO SCHED-ARR-CX
           ELSE
               IF SCHED-ARR-PTR <= 120 THEN
                   MOVE SYSIN-RECORD(SCHED-ARR-CX:1)
                       TO SCHED-ARR-LINE(SCHED-ARR-PTR:1)
                   ADD 1 TO SCHED-ARR-PTR
               END-IF
               ADD 1 TO SCHED-ARR-CX
           END-IF.

       WRITE-SCHED-LOG.
           ACCEPT SL-DATE FROM DATE YYYYMMDD
           ACCEPT SL-TIME FROM TIME
           MOVE ST-JOB(SX) TO SL-JOB
           MOVE SCHED-OK TO SL-OK
           MOVE SCHED-FAIL TO SL-FAIL

           OPEN EXTEND SCHEDLOG-FILE
           IF SCHEDLOG-STATUS NOT = "00" THEN
               OPEN OUTPUT SCHEDLOG-FILE
           END-IF
           MOVE SCHEDLOG-LINE TO SCHEDLOG-RECORD
           WRITE SCHEDLOG-RECORD
           CLOSE SCHEDLOG-FILE
           MOVE SPACES TO SL-REASON.

      *> The next-run date rolls by the job's frequency: a day, a
      *> week, or a calendar month (day-of-month kept, clamped to 28
      *> so every month stays valid). Rolls repeat until the date is
      *> in the future, so a job dormant across several periods runs
      *> once, not once per missed period.
       SCHED-ROLL-DATE.
           PERFORM ROLL-ONE-PERIOD
               UNTIL ST-NEXT(SX) > SCHED-TODAY.

       ROLL-ONE-PERIOD.
           EVALUATE ST-FREQ(SX)
               WHEN "W"
                   MOVE FUNCTION INTEGER-OF-DATE(ST-NEXT(SX))
                       TO SCHED-DATE-INT
                   ADD 7 TO SCHED-DATE-INT
                   MOVE FUNCTION DATE-OF-INTEGER(SCHED-DATE-INT)
                       TO ST-NEXT(SX)
                   PERFORM SHIFT-TO-WORKDAY
               WHEN "M"
                   MOVE ST-NEXT(SX) TO SCHED-DATE-WORK
                   ADD 1 TO SDW-MM
                   IF SDW-MM > 12 THEN
                       MOVE 1 TO SDW-MM
                       ADD 1 TO SDW-YY
                   END-IF
                   IF ST-DOM(SX) > 0 THEN
      *> A pinned day of month holds its true day - 29, 30 and 31
      *> included - giving way only to the month's real length.
                       PERFORM LAST-DAY-OF-WORK-MONTH
                       IF ST-DOM(SX) < SCHED-LASTDAY THEN
                           MOVE ST-DOM(SX) TO SDW-DD
                       ELSE
                           MOVE SCHED-LASTDAY TO SDW-DD
                       END-IF
                   ELSE
                       IF SDW-DD > 28 THEN
                           MOVE 28 TO SDW-DD
                       END-IF
                   END-IF
                   MOVE SCHED-DATE-WORK TO ST-NEXT(SX)
                   PERFORM SHIFT-TO-WORKDAY
               WHEN "L"
      *> Last business day of the following month: the first day of
      *> the month after that, minus one, walked backwards past any
      *> weekend or calendar day - it never leaves its month.
                   MOVE ST-NEXT(SX) TO SCHED-DATE-WORK
                   ADD 2 TO SDW-MM
                   IF SDW-MM > 12 THEN
                       SUBTRACT 12 FROM SDW-MM
                       ADD 1 TO SDW-YY
                   END-IF
                   MOVE 1 TO SDW-DD
                   COMPUTE SCHED-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SCHED-DATE-WORK)
                       - 1
                   MOVE FUNCTION DATE-OF-INTEGER(SCHED-DATE-INT)
                       TO ST-NEXT(SX)
                   PERFORM SHIFT-BACK-TO-WORKDAY
               WHEN OTHER
                   MOVE FUNCTION INTEGER-OF-DATE(ST-NEXT(SX))
                       TO SCHED-DATE-INT
                   ADD 1 TO SCHED-DATE-INT
                   MOVE FUNCTION DATE-OF-INTEGER(SCHED-DATE-INT)
                       TO ST-NEXT(SX)
                   PERFORM SHIFT-TO-WORKDAY
           END-EVALUATE.

      *> The real length of the month in SCHED-DATE-WORK: first of
      *> the month after, minus one day.
       LAST-DAY-OF-WORK-MONTH.
           MOVE SCHED-DATE-WORK TO SCHED-DATE-WORK2
           ADD 1 TO SDW2-MM
           IF SDW2-MM > 12 THEN
               MOVE 1 TO SDW2-MM
               ADD 1 TO SDW2-YY
           END-IF
           MOVE 1 TO SDW2-DD
           COMPUTE SCHED-SHIFT-INT =
               FUNCTION INTEGER-OF-DATE(SCHED-DATE-WORK2) - 1
           MOVE FUNCTION DATE-OF-INTEGER(SCHED-SHIFT-INT)
               TO SCHED-DATE-WORK2
           MOVE SDW2-DD TO SCHED-LASTDAY.

      *> Forward past weekends and calendar days.
       SHIFT-TO-WORKDAY.
           MOVE ST-NEXT(SX) TO CAL-CHECK-DATE
           PERFORM JUDGE-NON-WORKING
           PERFORM SHIFT-ONE-DAY-FORWARD
               UNTIL NONWORK-FLAG = 0
           MOVE CAL-CHECK-DATE TO ST-NEXT(SX).

       SHIFT-ONE-DAY-FORWARD.
           COMPUTE SCHED-SHIFT-INT =
               FUNCTION INTEGER-OF-DATE(CAL-CHECK-DATE) + 1
           MOVE FUNCTION DATE-OF-INTEGER(SCHED-SHIFT-INT)
               TO CAL-CHECK-DATE
           PERFORM JUDGE-NON-WORKING.

      *> Backward, for the last-business-day case.
       SHIFT-BACK-TO-WORKDAY.
           MOVE ST-NEXT(SX) TO CAL-CHECK-DATE
           PERFORM JUDGE-NON-WORKING
           PERFORM SHIFT-ONE-DAY-BACK
               UNTIL NONWORK-FLAG = 0
           MOVE CAL-CHECK-DATE TO ST-NEXT(SX).

       SHIFT-ONE-DAY-BACK.
           COMPUTE SCHED-SHIFT-INT =
               FUNCTION INTEGER-OF-DATE(CAL-CHECK-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(SCHED-SHIFT-INT)
               TO CAL-CHECK-DATE
           PERFORM JUDGE-NON-WORKING.

      *> Non-working = Saturday, Sunday, or listed in SOSCAL.DAT.
      *> Day 1 of the INTEGER-OF-DATE epoch was a Monday, so the
      *> integer modulo 7 gives 6 for Saturday and 0 for Sunday.
       JUDGE-NON-WORKING.
           MOVE 0 TO NONWORK-FLAG
           COMPUTE SCHED-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(CAL-CHECK-DATE), 7)
           IF SCHED-DOW = 6 OR SCHED-DOW = 0 THEN
               MOVE 1 TO NONWORK-FLAG
           END-IF
           PERFORM JUDGE-ONE-CAL-DATE
               VARYING CAX FROM 1 BY 1
               UNTIL CAX > CAL-TOTAL OR NONWORK-FLAG = 1.

       JUDGE-ONE-CAL-DATE.
           IF CAL-DATE(CAX) = CAL-CHECK-DATE THEN
               MOVE 1 TO NONWORK-FLAG
           END-IF.

       LOAD-CAL-TABLE.
           MOVE 0 TO CAL-TOTAL
           OPEN INPUT CAL-FILE
           IF CAL-STATUS = "00" THEN
               PERFORM LOAD-ONE-CAL-DATE
                   VARYING CAX FROM 1 BY 1
                   UNTIL CAX > MAX-CAL-COUNT
                   OR CAL-STATUS NOT = "00"
               CLOSE CAL-FILE
           ELSE
               CLOSE CAL-FILE
           END-IF.

       LOAD-ONE-CAL-DATE.
           READ CAL-FILE INTO CAL-RECORD
           IF CAL-STATUS = "00" THEN
               IF CAL-RECORD IS NUMERIC THEN
                   ADD 1 TO CAL-TOTAL
                   MOVE CAL-RECORD TO CAL-DATE(CAL-TOTAL)
               END-IF
           END-IF.

      *> The startup catch-up: a due (or long-overdue) job runs
      *> before the first prompt instead of waiting for somebody to
      *> remember to type "sched".
       SCHED-CATCHUP-CHECK.
           MOVE 0 TO SCHED-DUE-FLAG
           ACCEPT SCHED-TODAY FROM DATE YYYYMMDD
           OPEN INPUT SCHED-FILE
           IF SCHED-STATUS = "00" THEN
               PERFORM SCAN-ONE-DUE-ENTRY
                   UNTIL SCHED-STATUS NOT = "00"
               CLOSE SCHED-FILE
           ELSE
               CLOSE SCHED-FILE
           END-IF

           IF SCHED-DUE-FLAG = 1 THEN
               DISPLAY "SCHEDULED JOBS ARE DUE - RUNNING "
                   "CATCH-UP PASS"
               PERFORM SCHED-PROCESS
           END-IF.

       SCAN-ONE-DUE-ENTRY.
           READ SCHED-FILE INTO SCHED-RECORD
           IF SCHED-STATUS = "00" THEN
               MOVE SCHED-RECORD TO SCHED-IN-LINE
               IF SC-NEXT IS NUMERIC AND SC-FREQ NOT = "T"
                       AND SC-SUSPENDED NOT = "S"
                       AND SC-NEXT <= SCHED-TODAY THEN
                   MOVE 1 TO SCHED-DUE-FLAG
               END-IF
           END-IF.

      *> Loads the whole password file into the table, leaving the
      *> session operator's row number (0 when absent) in PASS-HIT.
       LOAD-PASS-TABLE.
           MOVE 0 TO PASS-TOTAL
           MOVE 0 TO PASS-HIT
           OPEN INPUT PASS-FILE
           IF PASS-STATUS = "00" THEN
               PERFORM LOAD-ONE-PASS-ROW
                   VARYING PWX FROM 1 BY 1
                   UNTIL PWX > MAX-PASS-COUNT
                   OR PASS-STATUS NOT = "00"
               CLOSE PASS-FILE
           ELSE
               CLOSE PASS-FILE
           END-IF.

       LOAD-ONE-PASS-ROW.
           READ PASS-FILE INTO PASS-RECORD
           IF PASS-STATUS = "00" THEN
               MOVE PASS-RECORD TO PASS-IN-LINE
               ADD 1 TO PASS-TOTAL
               MOVE PW-OPER TO PS-OPER(PASS-TOTAL)
               MOVE PW-HASH TO PS-HASH(PASS-TOTAL)
               MOVE PW-FAILS TO PS-FAILS(PASS-TOTAL)
               MOVE PW-LOCK TO PS-LOCK(PASS-TOTAL)
               MOVE PW-FORCE TO PS-FORCE(PASS-TOTAL)
               MOVE PW-LAST-ON TO PS-LAST-ON(PASS-TOTAL)
               IF PW-OPER = OPERATOR-ID THEN
                   MOVE PASS-TOTAL TO PASS-HIT
               END-IF
           END-IF.

       SAVE-PASS-TABLE.
           OPEN OUTPUT PASS-FILE
           PERFORM SAVE-ONE-PASS-ROW
               VARYING PWX FROM 1 BY 1
               UNTIL PWX > PASS-TOTAL
           CLOSE PASS-FILE.

       SAVE-ONE-PASS-ROW.
           MOVE SPACES TO PASS-IN-LINE
           MOVE PS-OPER(PWX) TO PW-OPER
           MOVE PS-HASH(PWX) TO PW-HASH
           MOVE PS-FAILS(PWX) TO PW-FAILS
           MOVE PS-LOCK(PWX) TO PW-LOCK
           MOVE PS-FORCE(PWX) TO PW-FORCE
           MOVE PS-LAST-ON(PWX) TO PW-LAST-ON
           MOVE PASS-IN-LINE TO PASS-RECORD
           WRITE PASS-RECORD.

      *> The stored "hash" is the house position-weighted sum over
      *> the typed password - no deterrent to a determined attacker
      *> with the file in hand, but it keeps the cleartext out of
      *> SOSPASS.DAT and off anyone's screen.
       HASH-PASSWORD.
           MOVE SPACES TO CKS-TEXT
           MOVE PASS-ENTRY TO CKS-TEXT
           PERFORM COMPUTE-CHECKSUM
           MOVE CKS-SUM TO PASS-HASH-WORK.

      *> The sign-on gate. Interactive: a first-time operator sets
      *> their password on the spot; a known one gets MAX-PASS-FAILS
      *> consecutive tries across sessions before the row locks, and
      *> a reset password forces a change before the prompt is ever
      *> reached. Batch: the password arrives from the environment
      *> like the operator ID does, and a mismatch refuses the run -
      *> nothing can be prompted for.
       AUTHENTICATE-OPERATOR.
           PERFORM LOAD-PASS-TABLE

           IF BATCH-MODE = 1 THEN
      *> An operator with no password row has never enrolled -
      *> letting a batch script sign on as that ID would be
      *> password-free impersonation, and batch can never enroll
      *> (nothing to prompt). Enroll the ID interactively once
      *> (the unattended BATCH identity included), then stage runs.
               IF PASS-HIT = 0 THEN
                   DISPLAY "OPERATOR "
                       FUNCTION TRIM(OPERATOR-ID)
                       " IS NOT ENROLLED - RUN REFUSED"
                   DISPLAY "(SIGN ON INTERACTIVELY ONCE TO SET"
                       " ITS PASSWORD)"
                   MOVE "SIGNON" TO SE-EVENT
                   MOVE "REFUSED" TO SE-OUTCOME
                   MOVE "NOT ENROLLED" TO SE-DETAIL
                   PERFORM WRITE-SECURITY-EVENT
                   CLOSE SYSIN-FILE
                   SET EXIT-FLAG TO 1
               ELSE
                   IF PS-LOCK(PASS-HIT) = "L" THEN
                       DISPLAY "OPERATOR "
                           FUNCTION TRIM(OPERATOR-ID)
                           " IS LOCKED OUT - RUN REFUSED"
                       MOVE "SIGNON" TO SE-EVENT
                       MOVE "REFUSED" TO SE-OUTCOME
                       MOVE "ACCOUNT LOCKED OUT" TO SE-DETAIL
                       PERFORM WRITE-SECURITY-EVENT
                       CLOSE SYSIN-FILE
                       SET EXIT-FLAG TO 1
                   ELSE
                       MOVE SPACES TO PASS-ENTRY
                       ACCEPT PASS-ENTRY
                           FROM ENVIRONMENT "SOS_PASSWORD"
                       PERFORM HASH-PASSWORD
                       IF PASS-HASH-WORK NOT = PS-HASH(PASS-HIT)
                               OR FUNCTION TRIM(PASS-ENTRY)
                               = SPACES THEN
                           DISPLAY "SIGN-ON FAILED - RUN REFUSED"
                           PERFORM LOG-SIGNON-FAILURE
                           PERFORM BUMP-PASS-FAILURE
                           CLOSE SYSIN-FILE
                           SET EXIT-FLAG TO 1
                       ELSE
                           PERFORM CLEAR-PASS-FAILURES
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF PASS-HIT = 0 THEN
                   PERFORM ENROLL-NEW-OPERATOR
               ELSE
                   IF PS-LOCK(PASS-HIT) = "L" THEN
                       DISPLAY "OPERATOR "
                           FUNCTION TRIM(OPERATOR-ID)
                           " IS LOCKED OUT - A SUPERVISOR MUST"
                           " CLEAR IT (passwd unlock)"
                       MOVE "SIGNON" TO SE-EVENT
                       MOVE "REFUSED" TO SE-OUTCOME
                       MOVE "ACCOUNT LOCKED OUT" TO SE-DETAIL
                       PERFORM WRITE-SECURITY-EVENT
                       SET EXIT-FLAG TO 1
                   ELSE
                       PERFORM PROMPT-FOR-PASSWORD
                   END-IF
               END-IF
           END-IF

           IF EXIT-FLAG = 0 AND PASS-HIT > 0 THEN
               PERFORM NOTE-SIGNON-DATE
           END-IF.

      *> Stamps today as the operator's last sign-on, rewriting the
      *> file only on the first sign-on of the day.
       NOTE-SIGNON-DATE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           IF PS-LAST-ON(PASS-HIT) NOT = AUDIT-DATE THEN
               MOVE AUDIT-DATE TO PS-LAST-ON(PASS-HIT)
               PERFORM SAVE-PASS-TABLE
           END-IF.

       ENROLL-NEW-OPERATOR.
           IF PASS-TOTAL >= MAX-PASS-COUNT THEN
               DISPLAY "PASSWORD FILE FULL - SIGN-ON REFUSED"
               SET EXIT-FLAG TO 1
           ELSE
               DISPLAY "NEW OPERATOR - CHOOSE A PASSWORD: "
                   WITH NO ADVANCING
               ACCEPT PASS-ENTRY
               DISPLAY "RETYPE TO VERIFY: " WITH NO ADVANCING
               ACCEPT PASS-VERIFY
               IF FUNCTION TRIM(PASS-ENTRY) = SPACES
                       OR PASS-ENTRY NOT = PASS-VERIFY THEN
                   DISPLAY "PASSWORDS BLANK OR UNMATCHED - "
                       "SIGN-ON REFUSED"
                   SET EXIT-FLAG TO 1
               ELSE
                   PERFORM HASH-PASSWORD
                   ADD 1 TO PASS-TOTAL
                   MOVE PASS-TOTAL TO PASS-HIT
                   MOVE OPERATOR-ID TO PS-OPER(PASS-HIT)
                   MOVE PASS-HASH-WORK TO PS-HASH(PASS-HIT)
                   MOVE 0 TO PS-FAILS(PASS-HIT)
                   MOVE SPACE TO PS-LOCK(PASS-HIT)
                   MOVE "N" TO PS-FORCE(PASS-HIT)
                   MOVE SPACES TO PS-LAST-ON(PASS-HIT)
                   PERFORM SAVE-PASS-TABLE
                   DISPLAY "PASSWORD SET"
               END-IF
           END-IF.

      *> Three tries this session, each miss also counted into the
      *> persistent row - MAX-PASS-FAILS consecutive misses across
      *> any number of sessions lock the row.
       PROMPT-FOR-PASSWORD.
           MOVE 0 TO PASS-OK
           MOVE 0 TO PASS-TRIES
           PERFORM PASS-ONE-ATTEMPT
               UNTIL PASS-OK = 1 OR EXIT-FLAG = 1

           IF PASS-OK = 1 THEN
               PERFORM CLEAR-PASS-FAILURES
               IF PS-FORCE(PASS-HIT) = "Y" THEN
                   PERFORM FORCE-PASSWORD-CHANGE
               END-IF
           END-IF.

       PASS-ONE-ATTEMPT.
           DISPLAY "PASSWORD: " WITH NO ADVANCING
           ACCEPT PASS-ENTRY
           PERFORM HASH-PASSWORD
           IF PASS-HASH-WORK = PS-HASH(PASS-HIT)
                   AND FUNCTION TRIM(PASS-ENTRY) NOT = SPACES THEN
               MOVE 1 TO PASS-OK
           ELSE
               ADD 1 TO PASS-TRIES
               PERFORM LOG-SIGNON-FAILURE
               PERFORM BUMP-PASS-FAILURE
               IF PS-LOCK(PASS-HIT) = "L" THEN
                   DISPLAY "TOO MANY FAILURES - OPERATOR LOCKED"
                       " OUT, A SUPERVISOR MUST CLEAR IT"
                   SET EXIT-FLAG TO 1
               ELSE
                   IF PASS-TRIES >= MAX-PASS-FAILS THEN
                       DISPLAY "SIGN-ON REFUSED"
                       SET EXIT-FLAG TO 1
                   ELSE
                       DISPLAY "WRONG PASSWORD - TRY AGAIN"
                   END-IF
               END-IF
           END-IF.

      *> One more consecutive miss on the operator's row; reaching
      *> MAX-PASS-FAILS locks it, and the lockout leaves an audit
      *> line so the trail shows when and against whom it tripped,
      *> and a security event for the morning exceptions report.
       BUMP-PASS-FAILURE.
           ADD 1 TO PS-FAILS(PASS-HIT)
           IF PS-FAILS(PASS-HIT) >= MAX-PASS-FAILS THEN
               MOVE "L" TO PS-LOCK(PASS-HIT)
               MOVE "lock" TO AUDIT-CMD-OUT
               MOVE OPERATOR-ID TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               MOVE "LOCKOUT" TO SE-EVENT
               MOVE "LOCKED" TO SE-OUTCOME
               MOVE "TOO MANY CONSECUTIVE FAILURES" TO SE-DETAIL
               PERFORM WRITE-SECURITY-EVENT
           END-IF
           PERFORM SAVE-PASS-TABLE.

      *> A wrong (or blank) password against the operator's row.
       LOG-SIGNON-FAILURE.
           MOVE "SIGNON" TO SE-EVENT
           MOVE "FAILED" TO SE-OUTCOME
           MOVE "WRONG PASSWORD" TO SE-DETAIL
           PERFORM WRITE-SECURITY-EVENT.

       CLEAR-PASS-FAILURES.
           IF PS-FAILS(PASS-HIT) NOT = 0 THEN
               MOVE 0 TO PS-FAILS(PASS-HIT)
               PERFORM SAVE-PASS-TABLE
           END-IF.

       FORCE-PASSWORD-CHANGE.
           DISPLAY "PASSWORD WAS RESET - A NEW ONE IS REQUIRED"
           DISPLAY "NEW PASSWORD: " WITH NO ADVANCING
           ACCEPT PASS-ENTRY
           DISPLAY "RETYPE TO VERIFY: " WITH NO ADVANCING
           ACCEPT PASS-VERIFY
           IF FUNCTION TRIM(PASS-ENTRY) = SPACES
                   OR PASS-ENTRY NOT = PASS-VERIFY
                   OR FUNCTION TRIM(PASS-ENTRY) = TEMP-PASSWORD THEN
               DISPLAY "PASSWORDS BLANK, UNMATCHED OR UNCHANGED - "
                   "SIGN-ON REFUSED"
               SET EXIT-FLAG TO 1
           ELSE
               PERFORM HASH-PASSWORD
               MOVE PASS-HASH-WORK TO PS-HASH(PASS-HIT)
               MOVE "N" TO PS-FORCE(PASS-HIT)
               PERFORM SAVE-PASS-TABLE
               DISPLAY "PASSWORD CHANGED"
           END-IF.

      *> "passwd" changes the signed-on operator's own password
      *> (current one re-proved first); "passwd reset ID" hands an
      *> operator the TEMP-PASSWORD with a forced change at next
      *> sign-on; "passwd unlock ID" clears a lockout and its
      *> failure count. Reset and unlock are supervisor work.
       PASSWD-COMMAND.
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN "reset"
                   PERFORM PASSWD-RESET
               WHEN "unlock"
                   PERFORM PASSWD-UNLOCK
               WHEN SPACES
                   IF BATCH-MODE = 1 OR SCHED-MODE = 1 THEN
                       DISPLAY "PASSWD NOT AVAILABLE HERE"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       PERFORM PASSWD-CHANGE-OWN
                   END-IF
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

       PASSWD-CHANGE-OWN.
           PERFORM LOAD-PASS-TABLE
           IF PASS-HIT = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
               DISPLAY "CURRENT PASSWORD: " WITH NO ADVANCING
               ACCEPT PASS-ENTRY
               PERFORM HASH-PASSWORD
               IF PASS-HASH-WORK NOT = PS-HASH(PASS-HIT) THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   PERFORM FORCE-PASSWORD-CHANGE
      *> A refused change here must not end the session the way it
      *> ends a forced-change sign-on.
                   IF EXIT-FLAG = 1 THEN
                       SET EXIT-FLAG TO 0
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF.

       PASSWD-RESET.
           PERFORM LOAD-PASS-TABLE
           MOVE US-ARG2(1:8) TO PASS-TARGET
           PERFORM LOCATE-PASS-TARGET
           IF PASS-HIT = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE TEMP-PASSWORD TO PASS-ENTRY
               PERFORM HASH-PASSWORD
               MOVE PASS-HASH-WORK TO PS-HASH(PASS-HIT)
               MOVE 0 TO PS-FAILS(PASS-HIT)
               MOVE SPACE TO PS-LOCK(PASS-HIT)
               MOVE "Y" TO PS-FORCE(PASS-HIT)
               PERFORM SAVE-PASS-TABLE
               DISPLAY "PASSWORD RESET FOR "
                   FUNCTION TRIM(PASS-TARGET)
                   " - CHANGE FORCED AT NEXT SIGN-ON"
               MOVE "PWRESET" TO SE-EVENT
               MOVE "DONE" TO SE-OUTCOME
               MOVE PASS-TARGET TO SE-TARGET
               MOVE "TEMPORARY PASSWORD ISSUED" TO SE-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               MOVE "pwrs" TO AUDIT-CMD-OUT
               MOVE PASS-TARGET TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       PASSWD-UNLOCK.
           PERFORM LOAD-PASS-TABLE
           MOVE US-ARG2(1:8) TO PASS-TARGET
           PERFORM LOCATE-PASS-TARGET
           IF PASS-HIT = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE 0 TO PS-FAILS(PASS-HIT)
               MOVE SPACE TO PS-LOCK(PASS-HIT)
               PERFORM SAVE-PASS-TABLE
               DISPLAY "LOCKOUT CLEARED FOR "
                   FUNCTION TRIM(PASS-TARGET)
               MOVE "UNLOCK" TO SE-EVENT
               MOVE "DONE" TO SE-OUTCOME
               MOVE PASS-TARGET TO SE-TARGET
               MOVE "LOCKOUT CLEARED" TO SE-DETAIL
               PERFORM WRITE-SECURITY-EVENT
               MOVE "pwul" TO AUDIT-CMD-OUT
               MOVE PASS-TARGET TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *> Re-points PASS-HIT at PASS-TARGET's row (0 when absent).
       LOCATE-PASS-TARGET.
           MOVE 0 TO PASS-HIT
           PERFORM FIND-PASS-TARGET-ROW
               VARYING PWX FROM 1 BY 1
               UNTIL PWX > PASS-TOTAL OR PASS-HIT > 0.

       FIND-PASS-TARGET-ROW.
           IF PS-OPER(PWX) = PASS-TARGET THEN
               MOVE PWX TO PASS-HIT
           END-IF.

      *> Loads the whole profile file into the table, leaving the
      *> session operator's row number (0 when absent) in PROF-HIT.
       LOAD-PROFILE-TABLE.
           MOVE 0 TO PROF-TOTAL
           MOVE 0 TO PROF-HIT
           OPEN INPUT PROF-FILE
           IF PROF-STATUS = "00" THEN
               PERFORM LOAD-ONE-PROFILE
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > MAX-PROFILE-COUNT
                   OR PROF-STATUS NOT = "00"
               CLOSE PROF-FILE
           ELSE
               CLOSE PROF-FILE
           END-IF.

       LOAD-ONE-PROFILE.
           READ PROF-FILE INTO PROF-RECORD
           IF PROF-STATUS = "00" THEN
               MOVE PROF-RECORD TO PROF-IN-LINE
               ADD 1 TO PROF-TOTAL
               MOVE PF-OPER TO PT-OPER(PROF-TOTAL)
               MOVE PF-VOL TO PT-VOL(PROF-TOTAL)
               MOVE PF-HOME TO PT-HOME(PROF-TOTAL)
               MOVE PF-LS TO PT-LS(PROF-TOTAL)
      *> Rows written before authority levels existed are short of
      *> the column - they read as ordinary level-1 operators.
               IF PF-AUTH IS NUMERIC THEN
                   MOVE PF-AUTH TO PT-AUTH(PROF-TOTAL)
               ELSE
                   MOVE 1 TO PT-AUTH(PROF-TOTAL)
               END-IF
               IF PF-OPER = OPERATOR-ID THEN
                   MOVE PROF-TOTAL TO PROF-HIT
               END-IF
           END-IF.

       SAVE-PROFILE-TABLE.
           OPEN OUTPUT PROF-FILE
           PERFORM SAVE-ONE-PROFILE
               VARYING PX FROM 1 BY 1
               UNTIL PX > PROF-TOTAL
           CLOSE PROF-FILE.

       SAVE-ONE-PROFILE.
           MOVE SPACES TO PROF-IN-LINE
           MOVE PT-OPER(PX) TO PF-OPER
           MOVE PT-VOL(PX) TO PF-VOL
           MOVE PT-HOME(PX) TO PF-HOME
           MOVE PT-LS(PX) TO PF-LS
           MOVE PT-AUTH(PX) TO PF-AUTH
           MOVE PROF-IN-LINE TO PROF-RECORD
           WRITE PROF-RECORD.

      *> The session's authority level, straight off the operator's
      *> profile row (no row reads as level 1). A catalog with no
      *> supervisor anywhere gets this session promoted, or a fresh
      *> installation could never appoint its first one.
       LOAD-OPERATOR-AUTHORITY.
           PERFORM LOAD-PROFILE-TABLE
           IF PROF-HIT > 0 THEN
               MOVE PT-AUTH(PROF-HIT) TO OPERATOR-AUTH
           ELSE
               MOVE 1 TO OPERATOR-AUTH
           END-IF

           MOVE 0 TO ANY-SUPER-FLAG
           PERFORM CHECK-ONE-SUPER-ROW
               VARYING PX FROM 1 BY 1
               UNTIL PX > PROF-TOTAL OR ANY-SUPER-FLAG = 1
           IF ANY-SUPER-FLAG = 0 AND OPERATOR-AUTH < 3 THEN
               MOVE 3 TO OPERATOR-AUTH
               DISPLAY "NO SUPERVISOR ON FILE - SESSION GRANTED "
                   "SUPERVISOR AUTHORITY"
               MOVE "AUTH" TO SE-EVENT
               MOVE "GRANTED" TO SE-OUTCOME
               MOVE OPERATOR-ID TO SE-TARGET
               MOVE "LEVEL 3 - NO SUPERVISOR ON FILE" TO SE-DETAIL
               PERFORM WRITE-SECURITY-EVENT
           END-IF.

       CHECK-ONE-SUPER-ROW.
           IF PT-AUTH(PX) = 3 THEN
               MOVE 1 TO ANY-SUPER-FLAG
           END-IF.

       APPLY-OPERATOR-PROFILE.
           PERFORM LOAD-PROFILE-TABLE
           IF PROF-HIT > 0 THEN
               IF FUNCTION TRIM(PT-VOL(PROF-HIT)) NOT = SPACES
                       AND FUNCTION TRIM(PT-VOL(PROF-HIT))
                       NOT = FUNCTION TRIM(VOLUME-NAME) THEN
                   MOVE PT-VOL(PROF-HIT) TO TARGET-VOLUME
                   PERFORM MOUNT-VOLUME
      *> The profile's volume may carry a crash-dirtied journal -
      *> replay it now, before the home-directory cd and the first
      *> command build on the stale last-saved table.
                   PERFORM REPLAY-IF-PENDING
               END-IF

               IF FUNCTION TRIM(PT-HOME(PROF-HIT))
                       NOT = SPACES THEN
                   MOVE 0 TO PROF-CD-STATUS
                   MOVE PT-HOME(PROF-HIT) TO PROF-HOME-ARG
                   CALL "CHANGE-DIRECTORY" USING FILESYSTEM
                       CURRENT-EID CUR-IND PROF-HOME-ARG
                       PROF-CD-STATUS OPERATOR-ID
                   PERFORM REBUILD-CURRENT-DIR
                   IF PROF-CD-STATUS NOT = 0 THEN
                       DISPLAY "PROFILE HOME "
                           FUNCTION TRIM(PT-HOME(PROF-HIT))
                           " NOT REACHABLE"
                   END-IF
               END-IF

               IF PT-LS(PROF-HIT) = "1" THEN
                   MOVE 1 TO LS-DEFAULT-MODE
               ELSE
                   MOVE 0 TO LS-DEFAULT-MODE
               END-IF

               DISPLAY "PROFILE APPLIED FOR "
                   FUNCTION TRIM(OPERATOR-ID)
           END-IF.

      *> "profile" shows the operator's own row; "profile vol NAME",
      *> "profile home /path" and "profile ls -l" / "profile ls off"
      *> update it, creating the row the first time. The listing
      *> preference takes effect immediately; volume and home apply
      *> from the next session's startup. "profile auth" and
      *> "profile set" are a supervisor's edits of anyone's row.
       PROFILE-COMMAND.
           PERFORM LOAD-PROFILE-TABLE

           IF FUNCTION TRIM(US-ARG1) = SPACES THEN
               IF PROF-HIT = 0 THEN
                   DISPLAY "NO PROFILE FOR "
                       FUNCTION TRIM(OPERATOR-ID)
               ELSE
                   DISPLAY "VOLUME: "
                       FUNCTION TRIM(PT-VOL(PROF-HIT))
                   DISPLAY "HOME:   "
                       FUNCTION TRIM(PT-HOME(PROF-HIT))
                   IF PT-LS(PROF-HIT) = "1" THEN
                       DISPLAY "LS:     -l"
                   ELSE
                       DISPLAY "LS:     short"
                   END-IF
                   EVALUATE PT-AUTH(PROF-HIT)
                       WHEN 3
                           DISPLAY "AUTH:   SUPERVISOR"
                       WHEN 2
                           DISPLAY "AUTH:   SENIOR"
                       WHEN OTHER
                           DISPLAY "AUTH:   OPERATOR"
                   END-EVALUATE
               END-IF
           ELSE
           IF FUNCTION TRIM(US-ARG1) = "auth" THEN
               PERFORM PROFILE-SET-AUTH
           ELSE
           IF FUNCTION TRIM(US-ARG1) = "set" THEN
               PERFORM PROFILE-SET-OTHER
           ELSE
               IF PROF-HIT = 0 THEN
                   IF PROF-TOTAL >= MAX-PROFILE-COUNT THEN
                       DISPLAY ERR-FS-FULL
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO PROF-TOTAL
                       MOVE PROF-TOTAL TO PROF-HIT
                       MOVE OPERATOR-ID TO PT-OPER(PROF-HIT)
                       MOVE SPACES TO PT-VOL(PROF-HIT)
                       MOVE SPACES TO PT-HOME(PROF-HIT)
                       MOVE "0" TO PT-LS(PROF-HIT)
                       MOVE 1 TO PT-AUTH(PROF-HIT)
                   END-IF
               END-IF

               IF CMD-STATUS = 0 THEN
                   EVALUATE FUNCTION TRIM(US-ARG1)
                       WHEN "vol"
                           MOVE US-ARG2(1:8) TO PT-VOL(PROF-HIT)
                       WHEN "home"
                           MOVE US-ARG2 TO PT-HOME(PROF-HIT)
                       WHEN "ls"
                           IF FUNCTION TRIM(US-ARG2) = "-l" THEN
                               MOVE "1" TO PT-LS(PROF-HIT)
                               MOVE 1 TO LS-DEFAULT-MODE
                           ELSE
                               MOVE "0" TO PT-LS(PROF-HIT)
                               MOVE 0 TO LS-DEFAULT-MODE
                           END-IF
                       WHEN OTHER
                           DISPLAY ERR-BAD-SYNTAX
                           MOVE 1 TO CMD-STATUS
                   END-EVALUATE

                   IF CMD-STATUS = 0 THEN
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "PROFILE UPDATED"
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *> "profile auth ID n" - appoints (or demotes) an operator to
      *> authority level n, creating their profile row when they
      *> have none yet. Supervisor-only, gated in PROCESS-COMMAND.
       PROFILE-SET-AUTH.
           IF FUNCTION TRIM(US-ARG3) = SPACES OR
                   FUNCTION TEST-NUMVAL(US-ARG3) NOT = 0 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE FUNCTION NUMVAL(US-ARG3) TO AUTH-NEW-LEVEL
               IF AUTH-NEW-LEVEL < 1 OR AUTH-NEW-LEVEL > 3 THEN
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE 0 TO AUTH-TARGET-HIT
                   PERFORM FIND-AUTH-TARGET-ROW
                       VARYING PX FROM 1 BY 1
                       UNTIL PX > PROF-TOTAL
                       OR AUTH-TARGET-HIT > 0
                   MOVE 1 TO SEC-OLD-LEVEL
                   IF AUTH-TARGET-HIT > 0 THEN
                       MOVE PT-AUTH(AUTH-TARGET-HIT) TO SEC-OLD-LEVEL
                   END-IF
      *> The last supervisor on file may not be demoted - the
      *> installation would be left with nobody to appoint one.
                   IF SEC-OLD-LEVEL = 3 AND AUTH-NEW-LEVEL < 3 THEN
                       MOVE 0 TO AUTH-SUPER-COUNT
                       PERFORM COUNT-ONE-SUPER-ROW
                           VARYING PX FROM 1 BY 1
                           UNTIL PX > PROF-TOTAL
                       IF AUTH-SUPER-COUNT < 2 THEN
                           DISPLAY "LAST SUPERVISOR ON FILE - "
                               "APPOINT ANOTHER FIRST"
                           MOVE 1 TO CMD-STATUS
                       END-IF
                   END-IF
                   IF AUTH-TARGET-HIT = 0 THEN
                       IF PROF-TOTAL >= MAX-PROFILE-COUNT THEN
                           DISPLAY ERR-FS-FULL
                           MOVE 1 TO CMD-STATUS
                       ELSE
                           ADD 1 TO PROF-TOTAL
                           MOVE PROF-TOTAL TO AUTH-TARGET-HIT
                           MOVE US-ARG2(1:8)
                               TO PT-OPER(AUTH-TARGET-HIT)
                           MOVE SPACES TO PT-VOL(AUTH-TARGET-HIT)
                           MOVE SPACES TO PT-HOME(AUTH-TARGET-HIT)
                           MOVE "0" TO PT-LS(AUTH-TARGET-HIT)
                       END-IF
                   END-IF
                   IF CMD-STATUS = 0 THEN
                       MOVE AUTH-NEW-LEVEL
                           TO PT-AUTH(AUTH-TARGET-HIT)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "AUTHORITY SET TO " AUTH-NEW-LEVEL
                           " FOR " FUNCTION TRIM(US-ARG2)
                       PERFORM LOG-AUTHORITY-CHANGE
                       MOVE "auth" TO AUDIT-CMD-OUT
                       MOVE US-ARG2(1:8) TO AUDIT-ARG1-OUT
                       MOVE SPACES TO AUDIT-ARG2-OUT
                       STRING "LEVEL " DELIMITED BY SIZE,
                           AUTH-NEW-LEVEL DELIMITED BY SIZE
                           INTO AUDIT-ARG2-OUT
                       END-STRING
                       MOVE 0 TO AUDIT-EID-HOLD
                       PERFORM WRITE-AUDIT-LOG
      *> Demoting or promoting oneself takes effect immediately.
                       IF US-ARG2(1:8) = OPERATOR-ID THEN
                           MOVE AUTH-NEW-LEVEL TO OPERATOR-AUTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Raising the level is a grant, lowering it a revocation;
      *> re-setting the level already held is logged as done.
       LOG-AUTHORITY-CHANGE.
           MOVE "AUTH" TO SE-EVENT
           EVALUATE TRUE
               WHEN AUTH-NEW-LEVEL > SEC-OLD-LEVEL
                   MOVE "GRANTED" TO SE-OUTCOME
               WHEN AUTH-NEW-LEVEL < SEC-OLD-LEVEL
                   MOVE "REVOKED" TO SE-OUTCOME
               WHEN OTHER
                   MOVE "DONE" TO SE-OUTCOME
           END-EVALUATE
           MOVE US-ARG2(1:8) TO SE-TARGET
           STRING "LEVEL " DELIMITED BY SIZE,
               SEC-OLD-LEVEL DELIMITED BY SIZE,
               " TO " DELIMITED BY SIZE,
               AUTH-NEW-LEVEL DELIMITED BY SIZE
               INTO SE-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-EVENT.

       FIND-AUTH-TARGET-ROW.
           IF PT-OPER(PX) = US-ARG2(1:8) THEN
               MOVE PX TO AUTH-TARGET-HIT
           END-IF.

       COUNT-ONE-SUPER-ROW.
           IF PT-AUTH(PX) = 3 THEN
               ADD 1 TO AUTH-SUPER-COUNT
           END-IF.

      *> "profile set ID vol NAME|none" and "profile set ID home
      *> /path|none" - a supervisor edits a known operator's startup
      *> volume or home directory, creating the profile row when the
      *> operator has none yet. The volume must be in the catalog;
      *> the home must be absolute, and when the profile lands on
      *> the mounted volume it must be a directory there.
       PROFILE-SET-OTHER.
           MOVE US-ARG2(1:8) TO PROF-SET-ID
           MOVE US-ARG4 TO PROF-SET-VALUE
           IF PROF-SET-ID = SPACES OR PROF-SET-VALUE = SPACES
                   OR (FUNCTION TRIM(US-ARG3) NOT = "vol"
                   AND FUNCTION TRIM(US-ARG3) NOT = "home") THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM CHECK-KNOWN-OPERATOR
               IF PROF-KNOWN = 0 THEN
                   DISPLAY "OPERATOR " FUNCTION TRIM(PROF-SET-ID)
                       " IS NOT KNOWN"
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               IF FUNCTION TRIM(PROF-SET-VALUE) = "none" THEN
                   MOVE SPACES TO PROF-SET-VALUE
               END-IF
               MOVE 0 TO PROF-SET-HIT
               PERFORM FIND-PROF-SET-ROW
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > PROF-TOTAL OR PROF-SET-HIT > 0
               IF FUNCTION TRIM(US-ARG3) = "vol" THEN
                   PERFORM PROFILE-CHECK-VOL
               ELSE
                   PERFORM PROFILE-CHECK-HOME
               END-IF
           END-IF

           IF CMD-STATUS = 0 AND PROF-SET-HIT = 0 THEN
               IF PROF-TOTAL >= MAX-PROFILE-COUNT THEN
                   DISPLAY ERR-FS-FULL
                   MOVE 1 TO CMD-STATUS
               ELSE
                   ADD 1 TO PROF-TOTAL
                   MOVE PROF-TOTAL TO PROF-SET-HIT
                   MOVE PROF-SET-ID TO PT-OPER(PROF-SET-HIT)
                   MOVE SPACES TO PT-VOL(PROF-SET-HIT)
                   MOVE SPACES TO PT-HOME(PROF-SET-HIT)
                   MOVE "0" TO PT-LS(PROF-SET-HIT)
                   MOVE 1 TO PT-AUTH(PROF-SET-HIT)
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               IF FUNCTION TRIM(US-ARG3) = "vol" THEN
                   MOVE PROF-SET-VALUE(1:8) TO PT-VOL(PROF-SET-HIT)
               ELSE
                   MOVE PROF-SET-VALUE TO PT-HOME(PROF-SET-HIT)
               END-IF
               PERFORM SAVE-PROFILE-TABLE
               DISPLAY "PROFILE UPDATED FOR "
                   FUNCTION TRIM(PROF-SET-ID)
               MOVE "prfs" TO AUDIT-CMD-OUT
               MOVE PROF-SET-ID TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               STRING FUNCTION TRIM(US-ARG3) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   FUNCTION TRIM(US-ARG4) DELIMITED BY SIZE
                   INTO AUDIT-ARG2-OUT
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       FIND-PROF-SET-ROW.
           IF PT-OPER(PX) = PROF-SET-ID THEN
               MOVE PX TO PROF-SET-HIT
           END-IF.

      *> A known operator is one with a password, profile or quota
      *> row - the same set the administration panel lists.
       CHECK-KNOWN-OPERATOR.
           MOVE 0 TO PROF-KNOWN
           PERFORM LOAD-PASS-TABLE
           MOVE PROF-SET-ID TO PASS-TARGET
           PERFORM LOCATE-PASS-TARGET
           IF PASS-HIT > 0 THEN
               MOVE 1 TO PROF-KNOWN
           END-IF
           PERFORM CHECK-KNOWN-PROFILE-ROW
               VARYING PX FROM 1 BY 1
               UNTIL PX > PROF-TOTAL OR PROF-KNOWN = 1
           PERFORM CHECK-KNOWN-QUOTA-ROW
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT OR PROF-KNOWN = 1.

       CHECK-KNOWN-PROFILE-ROW.
           IF PT-OPER(PX) = PROF-SET-ID THEN
               MOVE 1 TO PROF-KNOWN
           END-IF.

       CHECK-KNOWN-QUOTA-ROW.
           IF Q-OWNER(QR) = PROF-SET-ID THEN
               MOVE 1 TO PROF-KNOWN
           END-IF.

       PROFILE-CHECK-VOL.
           IF PROF-SET-VALUE NOT = SPACES THEN
               MOVE PROF-SET-VALUE(1:8) TO VOLCAT-REG-NAME
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(VOLCAT-REG-NAME))
                       = "DEFAULT" THEN
                   MOVE "DEFAULT" TO VOLCAT-REG-NAME
               END-IF
               MOVE VOLCAT-REG-NAME TO PROF-SET-VALUE
               PERFORM LOAD-VOLCAT-TABLE
               MOVE 0 TO VOLCAT-HIT
               PERFORM FIND-VOLCAT-ROW
                   VARYING VX FROM 1 BY 1
                   UNTIL VX > VOLCAT-TOTAL OR VOLCAT-HIT > 0
               IF VOLCAT-HIT = 0 THEN
                   DISPLAY "VOLUME " FUNCTION TRIM(VOLCAT-REG-NAME)
                       " IS NOT IN THE CATALOG"
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF.

      *> The home can only be looked for when the profile's volume
      *> (none meaning the default one startup lands on) is the one
      *> mounted now; on any other volume it is taken on trust, as
      *> a typed "profile home" always is.
       PROFILE-CHECK-HOME.
           IF PROF-SET-VALUE NOT = SPACES THEN
               IF PROF-SET-VALUE(1:1) NOT = "/" THEN
                   DISPLAY "HOME MUST BE AN ABSOLUTE PATH"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SPACES TO VOLCAT-REG-NAME
                   IF PROF-SET-HIT > 0 THEN
                       MOVE PT-VOL(PROF-SET-HIT) TO VOLCAT-REG-NAME
                   END-IF
                   IF VOLCAT-REG-NAME = SPACES THEN
                       MOVE "DEFAULT" TO VOLCAT-REG-NAME
                   END-IF
                   IF FUNCTION TRIM(VOLCAT-REG-NAME)
                           = FUNCTION TRIM(VOLUME-NAME) THEN
                       PERFORM PROFILE-RESOLVE-HOME
                       IF PROF-HOME-EID = 0 THEN
                           DISPLAY "DIRECTORY "
                               FUNCTION TRIM(PROF-SET-VALUE)
                               " NOT FOUND ON "
                               FUNCTION TRIM(VOLUME-NAME)
                           MOVE 1 TO CMD-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROFILE-RESOLVE-HOME.
           MOVE 0 TO PROF-HOME-EID
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PROF-SET-VALUE))
               TO PROF-HOME-LEN
           IF PROF-HOME-LEN > 1
                   AND PROF-SET-VALUE(PROF-HOME-LEN:1) = "/" THEN
               MOVE SPACE TO PROF-SET-VALUE(PROF-HOME-LEN:1)
           END-IF
           IF PROF-SET-VALUE = "/" THEN
               MOVE EID(1) TO PROF-HOME-EID
           ELSE
               PERFORM PROFILE-MATCH-ONE-DIR
                   VARYING PROF-DIR-IND FROM 1 BY 1
                   UNTIL PROF-DIR-IND > MAX-ENTITY-COUNT
                   OR PROF-HOME-EID NOT = 0
           END-IF.

       PROFILE-MATCH-ONE-DIR.
           IF EID(PROF-DIR-IND) NOT = 0 AND EDIR(PROF-DIR-IND) THEN
               MOVE PROF-DIR-IND TO GP-SUBJECT
               PERFORM BUILD-GENERAL-PATH
               IF GP-PATH = PROF-SET-VALUE THEN
                   MOVE EID(PROF-DIR-IND) TO PROF-HOME-EID
               END-IF
           END-IF.

      *> "group" / "group list" shows every group and its members,
      *> "group list NAME" just that group's. "group add NAME ID"
      *> and "group remove NAME ID" (supervisors) maintain
      *> SOSGROUP.DAT; a group exists for as long as it has a
      *> member. The member must be an operator with a password
      *> row.
       GROUP-COMMAND.
           MOVE US-ARG2(1:8) TO GROUP-NAME-ARG
           MOVE US-ARG3(1:8) TO GROUP-MEMBER-ARG
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN SPACES
                   MOVE SPACES TO GROUP-NAME-ARG
                   PERFORM GROUP-LIST
               WHEN "list"
                   PERFORM GROUP-LIST
               WHEN "add"
                   PERFORM GROUP-ADD
               WHEN "remove"
                   PERFORM GROUP-REMOVE
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

       GROUP-LIST.
           MOVE 0 TO GROUP-LISTED
           PERFORM LIST-ONE-GROUP-ROW
               VARYING GRX FROM 1 BY 1
               UNTIL GRX > GROUP-TOTAL
           IF GROUP-LISTED = 0 THEN
               IF GROUP-NAME-ARG = SPACES THEN
                   DISPLAY "(NO GROUPS)"
               ELSE
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF.

       LIST-ONE-GROUP-ROW.
           IF GROUP-NAME-ARG = SPACES
                   OR GT-GROUP(GRX) = GROUP-NAME-ARG THEN
               ADD 1 TO GROUP-LISTED
               DISPLAY "  " GT-GROUP(GRX) " " GT-MEMBER(GRX)
           END-IF.

       GROUP-ADD.
           IF GROUP-NAME-ARG = SPACES
                   OR GROUP-MEMBER-ARG = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LOAD-PASS-TABLE
               MOVE GROUP-MEMBER-ARG TO PASS-TARGET
               PERFORM LOCATE-PASS-TARGET
               IF PASS-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE 0 TO GROUP-HIT
               PERFORM FIND-GROUP-MEMBERSHIP
                   VARYING GRX FROM 1 BY 1
                   UNTIL GRX > GROUP-TOTAL OR GROUP-HIT > 0
               IF GROUP-HIT > 0 THEN
                   DISPLAY ERR-NAME-CONFLICT
                   MOVE 1 TO CMD-STATUS
               ELSE
                   IF GROUP-TOTAL >= MAX-GROUP-COUNT THEN
                       DISPLAY ERR-FS-FULL
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO GROUP-TOTAL
                       MOVE GROUP-NAME-ARG TO GT-GROUP(GROUP-TOTAL)
                       MOVE GROUP-MEMBER-ARG
                           TO GT-MEMBER(GROUP-TOTAL)
                       PERFORM SAVE-GROUP-TABLE
                       DISPLAY FUNCTION TRIM(GROUP-MEMBER-ARG)
                           " ADDED TO GROUP "
                           FUNCTION TRIM(GROUP-NAME-ARG)
                       MOVE "grp " TO AUDIT-CMD-OUT
                       MOVE GROUP-NAME-ARG TO AUDIT-ARG1-OUT
                       MOVE SPACES TO AUDIT-ARG2-OUT
                       STRING "+" DELIMITED BY SIZE,
                           GROUP-MEMBER-ARG DELIMITED BY SPACE
                           INTO AUDIT-ARG2-OUT
                       END-STRING
                       MOVE 0 TO AUDIT-EID-HOLD
                       PERFORM WRITE-AUDIT-LOG
                   END-IF
               END-IF
           END-IF.

       GROUP-REMOVE.
           IF GROUP-NAME-ARG = SPACES
                   OR GROUP-MEMBER-ARG = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE 0 TO GROUP-HIT
               PERFORM FIND-GROUP-MEMBERSHIP
                   VARYING GRX FROM 1 BY 1
                   UNTIL GRX > GROUP-TOTAL OR GROUP-HIT > 0
               IF GROUP-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE GT-GROUP(GROUP-TOTAL) TO GT-GROUP(GROUP-HIT)
                   MOVE GT-MEMBER(GROUP-TOTAL)
                       TO GT-MEMBER(GROUP-HIT)
                   SUBTRACT 1 FROM GROUP-TOTAL
                   PERFORM SAVE-GROUP-TABLE
                   DISPLAY FUNCTION TRIM(GROUP-MEMBER-ARG)
                       " REMOVED FROM GROUP "
                       FUNCTION TRIM(GROUP-NAME-ARG)
                   MOVE "grp " TO AUDIT-CMD-OUT
                   MOVE GROUP-NAME-ARG TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   STRING "-" DELIMITED BY SIZE,
                       GROUP-MEMBER-ARG DELIMITED BY SPACE
                       INTO AUDIT-ARG2-OUT
                   END-STRING
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           END-IF.

       FIND-GROUP-MEMBERSHIP.
           IF GT-GROUP(GRX) = GROUP-NAME-ARG
                   AND GT-MEMBER(GRX) = GROUP-MEMBER-ARG THEN
               MOVE GRX TO GROUP-HIT
           END-IF.

      *> Loads SOSGROUP.DAT whole; a missing file is simply no
      *> groups.
       LOAD-GROUP-TABLE.
           MOVE 0 TO GROUP-TOTAL
           OPEN INPUT GROUP-FILE
           IF GROUP-STATUS = "00" THEN
               PERFORM LOAD-ONE-GROUP-ROW
                   VARYING GRX FROM 1 BY 1
                   UNTIL GRX > MAX-GROUP-COUNT
                   OR GROUP-STATUS NOT = "00"
               CLOSE GROUP-FILE
           ELSE
               CLOSE GROUP-FILE
           END-IF.

       LOAD-ONE-GROUP-ROW.
           READ GROUP-FILE INTO GROUP-RECORD
           IF GROUP-STATUS = "00" THEN
               MOVE GROUP-RECORD TO GROUP-IN-LINE
               ADD 1 TO GROUP-TOTAL
               MOVE GF-GROUP TO GT-GROUP(GROUP-TOTAL)
               MOVE GF-MEMBER TO GT-MEMBER(GROUP-TOTAL)
           END-IF.

       SAVE-GROUP-TABLE.
           OPEN OUTPUT GROUP-FILE
           PERFORM SAVE-ONE-GROUP-ROW
               VARYING GRX FROM 1 BY 1
               UNTIL GRX > GROUP-TOTAL
           CLOSE GROUP-FILE.

       SAVE-ONE-GROUP-ROW.
           MOVE SPACES TO GROUP-IN-LINE
           MOVE GT-GROUP(GRX) TO GF-GROUP
           MOVE GT-MEMBER(GRX) TO GF-MEMBER
           MOVE GROUP-IN-LINE TO GROUP-RECORD
           WRITE GROUP-RECORD.

      *> "offboard OLDID NEWID" (supervisors) - a departing
      *> operator's entities on every cataloged volume pass to the
      *> successor, within the successor's quota, and the access
      *> entries naming it come off each volume; once nothing is
      *> left behind anywhere the old ID's password, profile, quota
      *> and group rows, alias file and mailbox are retired and its
      *> held spool entries handed to the successor. The walk mounts
      *> one volume after another, so it runs once this command has
      *> unwound (OFFBOARD-RUN). Each volume's share is journaled on
      *> that volume as the offboard line itself - a replay there
      *> repeats just that volume's reassignment.
       OFFBOARD-COMMAND.
           IF ARG1-COUNT < 24 OR ARG1-COUNT = 32
                   OR ARG2-COUNT < 24 OR ARG2-COUNT = 32
                   OR US-ARG1(1:8) = US-ARG2(1:8) THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF JRNL-REPLAY-MODE = 1 THEN
               MOVE US-ARG1(1:8) TO OFFB-FROM
               MOVE US-ARG2(1:8) TO OFFB-TO
               MOVE 0 TO OFFB-REPORTING
               PERFORM OFFBOARD-REASSIGN-VOLUME
               PERFORM OFFBOARD-DROP-ACLS
           ELSE
           IF SCHED-MODE = 1 OR RUN-ACTIVE = 1 THEN
               DISPLAY "OFFBOARD NOT AVAILABLE HERE"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE US-ARG1(1:8) TO OFFB-OLD
               MOVE US-ARG2(1:8) TO OFFB-NEW
               PERFORM OFFBOARD-CHECK-REQUEST
               IF CMD-STATUS = 0 THEN
                   MOVE USERINPUT TO OFFB-INPUT
                   MOVE 1 TO OFFB-REQUESTED
               END-IF
           END-IF
           END-IF
           END-IF.

      *> The session's own ID cannot be offboarded from under it; the
      *> successor must hold a sign-on; and a run already under way
      *> for the old ID keeps the successor it started with.
       OFFBOARD-CHECK-REQUEST.
           IF OFFB-OLD = OPERATOR-ID THEN
               DISPLAY "CANNOT OFFBOARD THE SIGNED-ON OPERATOR"
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LOAD-PASS-TABLE
               MOVE OFFB-NEW TO PASS-TARGET
               PERFORM LOCATE-PASS-TARGET
               IF PASS-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   DISPLAY "SUCCESSOR " FUNCTION TRIM(OFFB-NEW)
                       " HAS NO SIGN-ON"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM LOAD-OFFB-TABLE
                   MOVE 0 TO OFFB-HIT
                   PERFORM FIND-OFFB-OTHER-SUCCESSOR
                       VARYING OFX FROM 1 BY 1
                       UNTIL OFX > OFFB-TOTAL OR OFFB-HIT > 0
                   IF OFFB-HIT > 0 THEN
                       DISPLAY "OFFBOARDING OF "
                           FUNCTION TRIM(OFFB-OLD)
                           " IS UNDER WAY TO "
                           FUNCTION TRIM(OT-NEW(OFFB-HIT))
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF.

       FIND-OFFB-OTHER-SUCCESSOR.
           IF OT-OLD(OFX) = OFFB-OLD AND OT-NEW(OFX) NOT = OFFB-NEW
                   THEN
               MOVE OFX TO OFFB-HIT
           END-IF.

      *> The walk itself, as the mirror sync visits its standby:
      *> mount each cataloged volume in place (replaying any journal
      *> a crash left dirty), reassign there, and mount back to where
      *> the session stood. A volume another session holds is
      *> skipped and the ID stays unretired until a rerun gets it.
       OFFBOARD-RUN.
           MOVE VOLUME-NAME TO OFFB-RETURN-VOL
           MOVE CURRENT-DIRECTORY TO OFFB-RETURN-DIR
           MOVE 0 TO OFFB-MOVED-TOTAL
           MOVE 0 TO OFFB-LEFT-TOTAL
           MOVE 0 TO OFFB-SKIPPED-VOLS
           ACCEPT OFFB-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-OFFB-TABLE
           PERFORM LOAD-VOLCAT-TABLE
           MOVE 0 TO OFFB-VOL-TOTAL
           PERFORM COPY-ONE-OFFB-VOLUME
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOLCAT-TOTAL
           IF OFFB-VOL-TOTAL = 0 THEN
               MOVE 1 TO OFFB-VOL-TOTAL
               MOVE VOLUME-NAME TO OFFB-VOL-NAME(1)
           END-IF

           OPEN OUTPUT OFFB-RPT-FILE
           MOVE SPACES TO OFFB-LINE
           STRING "OFFBOARDING REPORT   " DELIMITED BY SIZE,
               OFFB-OLD DELIMITED BY SPACE,
               " TO " DELIMITED BY SIZE,
               OFFB-NEW DELIMITED BY SPACE,
               "   RUN " DELIMITED BY SIZE,
               OFFB-TODAY DELIMITED BY SIZE,
               " BY " DELIMITED BY SIZE,
               OPERATOR-ID DELIMITED BY SPACE
               INTO OFFB-LINE
           PERFORM WRITE-OFFB-LINE

           MOVE 1 TO OFFB-REPORTING
           PERFORM OFFBOARD-ONE-VOLUME
               VARYING OFV FROM 1 BY 1
               UNTIL OFV > OFFB-VOL-TOTAL
           MOVE 0 TO OFFB-REPORTING

           MOVE OFFB-RETURN-VOL TO TARGET-VOLUME
           PERFORM MOUNT-VOLUME
           PERFORM REPLAY-IF-PENDING
           MOVE 0 TO OFFB-CD-STATUS
           MOVE OFFB-RETURN-DIR(1:32) TO OFFB-DIR-ARG
           CALL "CHANGE-DIRECTORY" USING FILESYSTEM
               CURRENT-EID CUR-IND OFFB-DIR-ARG OFFB-CD-STATUS
               OPERATOR-ID
           PERFORM REBUILD-CURRENT-DIR

           MOVE SPACES TO OFFB-LINE
           PERFORM WRITE-OFFB-LINE
           MOVE OFFB-MOVED-TOTAL TO OFFB-COUNT-EDIT
           MOVE OFFB-LEFT-TOTAL TO OFFB-COUNT-EDIT2
           STRING "ALL VOLUMES   MOVED " DELIMITED BY SIZE,
               OFFB-COUNT-EDIT DELIMITED BY SIZE,
               "   NOT MOVED " DELIMITED BY SIZE,
               OFFB-COUNT-EDIT2 DELIMITED BY SIZE
               INTO OFFB-LINE
           PERFORM WRITE-OFFB-LINE
           DISPLAY FUNCTION TRIM(OFFB-LINE)

           IF OFFB-LEFT-TOTAL = 0 AND OFFB-SKIPPED-VOLS = 0 THEN
               PERFORM OFFBOARD-RETIRE-ID
               MOVE 0 TO CMD-STATUS
           ELSE
               MOVE SPACES TO OFFB-LINE
               STRING FUNCTION TRIM(OFFB-OLD) DELIMITED BY SIZE,
                   " NOT RETIRED - RERUN offboard " DELIMITED BY SIZE,
                   FUNCTION TRIM(OFFB-OLD) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   FUNCTION TRIM(OFFB-NEW) DELIMITED BY SIZE,
                   " TO RESUME" DELIMITED BY SIZE
                   INTO OFFB-LINE
               PERFORM WRITE-OFFB-LINE
               DISPLAY FUNCTION TRIM(OFFB-LINE)
               MOVE 1 TO CMD-STATUS
           END-IF

           CLOSE OFFB-RPT-FILE
           MOVE "OFFBOARD" TO SPOOL-REG-TYPE
           MOVE "SOSOFFB.RPT" TO SPOOL-REG-SRC
           PERFORM SPOOL-REGISTER.

       COPY-ONE-OFFB-VOLUME.
           ADD 1 TO OFFB-VOL-TOTAL
           MOVE VT-NAME(VX) TO OFFB-VOL-NAME(OFFB-VOL-TOTAL).

       OFFBOARD-ONE-VOLUME.
           MOVE SPACES TO OFFB-LINE
           PERFORM WRITE-OFFB-LINE
           STRING "VOLUME " DELIMITED BY SIZE,
               OFFB-VOL-NAME(OFV) DELIMITED BY SPACE
               INTO OFFB-LINE
           PERFORM WRITE-OFFB-LINE

           MOVE 0 TO OFFB-HIT
           PERFORM FIND-OFFB-DONE-ROW
               VARYING OFX FROM 1 BY 1
               UNTIL OFX > OFFB-TOTAL OR OFFB-HIT > 0
           IF OFFB-HIT > 0 THEN
               MOVE SPACES TO OFFB-LINE
               STRING "  ALREADY REASSIGNED ON " DELIMITED BY SIZE,
                   OT-DATE(OFFB-HIT) DELIMITED BY SIZE
                   INTO OFFB-LINE
               PERFORM WRITE-OFFB-LINE
           ELSE
               MOVE OFFB-VOL-NAME(OFV) TO TARGET-VOLUME
               PERFORM MOUNT-VOLUME
               PERFORM REPLAY-IF-PENDING
               IF READ-ONLY-MODE = 1 THEN
                   ADD 1 TO OFFB-SKIPPED-VOLS
                   MOVE "  VOLUME IN USE - SKIPPED" TO OFFB-LINE
                   PERFORM WRITE-OFFB-LINE
                   DISPLAY "OFFBOARD: VOLUME "
                       FUNCTION TRIM(OFFB-VOL-NAME(OFV))
                       " IN USE - SKIPPED"
               ELSE
                   MOVE OFFB-OLD TO OFFB-FROM
                   MOVE OFFB-NEW TO OFFB-TO
                   PERFORM OFFBOARD-REASSIGN-VOLUME
                   PERFORM OFFBOARD-DROP-ACLS
                   MOVE "  ACCESS ENTRIES  REMOVED " TO OFFB-LINE
                   PERFORM WRITE-OFFB-COUNT
                   PERFORM OFFBOARD-FINISH-VOLUME
               END-IF
           END-IF.

       FIND-OFFB-DONE-ROW.
           IF OT-OLD(OFX) = OFFB-OLD
                   AND OT-VOL(OFX) = OFFB-VOL-NAME(OFV) THEN
               MOVE OFX TO OFFB-HIT
           END-IF.

      *> One volume's share: every live row OFFB-FROM owns passes to
      *> OFFB-TO, slot order, for as long as OFFB-TO's quota row (if
      *> any) has room on this volume - the rest stay put and are
      *> reported. Usage is tallied the way the creation points do.
       OFFBOARD-REASSIGN-VOLUME.
           MOVE 0 TO OFFB-VOL-MOVED
           MOVE 0 TO OFFB-VOL-LEFT
           MOVE 0 TO OFFB-QROW
           PERFORM FIND-OFFB-QUOTA-ROW
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT OR OFFB-QROW > 0
           MOVE 0 TO USED-SLOTS
           MOVE 0 TO USED-SIZE
           IF OFFB-QROW > 0 THEN
               MOVE OFFB-QROW TO QR
               PERFORM TALLY-QUOTA-USAGE
                   VARYING QS FROM 1 BY 1
                   UNTIL QS > MAX-ENTITY-COUNT
           END-IF
           PERFORM OFFBOARD-ONE-ENTITY
               VARYING OFQ FROM 1 BY 1
               UNTIL OFQ > MAX-ENTITY-COUNT.

       FIND-OFFB-QUOTA-ROW.
           IF Q-OWNER(QR) = OFFB-TO THEN
               MOVE QR TO OFFB-QROW
           END-IF.

       OFFBOARD-ONE-ENTITY.
           IF EID(OFQ) NOT = 0 AND OWNER(OFQ) = OFFB-FROM THEN
               MOVE 0 TO OFFB-OVER
               IF OFFB-QROW > 0 THEN
                   IF USED-SLOTS + 1 > Q-MAX-SLOTS(OFFB-QROW) THEN
                       MOVE 1 TO OFFB-OVER
                   END-IF
                   IF OFFB-OVER = 0 AND EFILE(OFQ) THEN
                       IF USED-SIZE + ESIZE(OFQ)
                               > Q-MAX-SIZE(OFFB-QROW) THEN
                           MOVE 1 TO OFFB-OVER
                       END-IF
                   END-IF
               END-IF

               IF OFFB-OVER = 1 THEN
                   ADD 1 TO OFFB-VOL-LEFT
                   MOVE "NOT MOVED" TO OD-ACTION
               ELSE
                   MOVE OFFB-TO TO OWNER(OFQ)
                   ADD 1 TO USED-SLOTS
                   IF EFILE(OFQ) THEN
                       ADD ESIZE(OFQ) TO USED-SIZE
                   END-IF
                   ADD 1 TO OFFB-VOL-MOVED
                   MOVE "MOVED" TO OD-ACTION
               END-IF

               IF OFFB-REPORTING = 1 THEN
                   PERFORM REPORT-OFFB-ENTITY
               END-IF
           END-IF.

      *> Access entries naming OFFB-FROM as an operator come off
      *> the volume with its ownership, each audited as a revoke on
      *> the live run - left in place they would wake again for
      *> anyone later enrolled under the same ID. Entries naming
      *> its groups stay; its memberships go when the ID is retired.
       OFFBOARD-DROP-ACLS.
           MOVE 0 TO OFFB-DROPPED
           PERFORM OFFBOARD-DROP-ONE-ACL
               VARYING ALX FROM ACL-TOTAL BY -1
               UNTIL ALX < 1.

       OFFBOARD-DROP-ONE-ACL.
           IF ACL-KIND(ALX) = "O" AND ACL-WHO(ALX) = OFFB-FROM THEN
               IF OFFB-REPORTING = 1 THEN
                   PERFORM AUDIT-OFFB-ACL-DROP
               END-IF
               MOVE ACL-EID(ACL-TOTAL) TO ACL-EID(ALX)
               MOVE ACL-SEQ(ACL-TOTAL) TO ACL-SEQ(ALX)
               MOVE ACL-ENTRY(ACL-TOTAL) TO ACL-ENTRY(ALX)
               SUBTRACT 1 FROM ACL-TOTAL
               ADD 1 TO OFFB-DROPPED
           END-IF.

       AUDIT-OFFB-ACL-DROP.
           MOVE "acl " TO AUDIT-CMD-OUT
           MOVE SPACES TO AUDIT-ARG1-OUT
           MOVE ACL-EID(ALX) TO WALK-EID
           MOVE 0 TO WALK-FOUND
           PERFORM FIND-ROW-BY-EID
               VARYING WALK-IND FROM 1 BY 1
               UNTIL WALK-IND > MAX-ENTITY-COUNT
               OR WALK-FOUND = 1
           IF WALK-FOUND = 1 THEN
               MOVE ENAME(WALK-MATCH-IND) TO AUDIT-ARG1-OUT
           END-IF
           MOVE SPACES TO AUDIT-ARG2-OUT
           STRING "-" DELIMITED BY SIZE,
               OFFB-FROM DELIMITED BY SPACE
               INTO AUDIT-ARG2-OUT
           END-STRING
           MOVE ACL-EID(ALX) TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG.

       REPORT-OFFB-ENTITY.
           EVALUATE TRUE
               WHEN EDIR(OFQ)
                   MOVE "DIR" TO OD-KIND
               WHEN ELINK(OFQ)
                   MOVE "LINK" TO OD-KIND
               WHEN OTHER
                   MOVE "FILE" TO OD-KIND
           END-EVALUATE
           MOVE ESIZE(OFQ) TO OD-SIZE
           MOVE OFQ TO GP-SUBJECT
           PERFORM BUILD-GENERAL-PATH
           MOVE GP-PATH TO OD-PATH
           MOVE OFFB-DETAIL TO OFFB-LINE
           PERFORM WRITE-OFFB-LINE.

      *> The volume's share is journaled (from the root the mount
      *> left the session at), saved at once - which empties the
      *> journal again - and audited; a volume with nothing left
      *> behind is recorded as done for any rerun.
       OFFBOARD-FINISH-VOLUME.
           MOVE CURRENT-DIRECTORY TO DIRECTORY-AT-CMD
           MOVE OFFB-INPUT TO USERINPUT
           PERFORM WRITE-JOURNAL
           PERFORM SAVE-FILESYSTEM

           MOVE OFFB-VOL-MOVED TO OFFB-COUNT-EDIT
           MOVE "offb" TO AUDIT-CMD-OUT
           MOVE OFFB-VOL-NAME(OFV) TO AUDIT-ARG1-OUT
           MOVE SPACES TO AUDIT-ARG2-OUT
           STRING OFFB-OLD DELIMITED BY SPACE,
               ">" DELIMITED BY SIZE,
               OFFB-NEW DELIMITED BY SPACE,
               " MOVED " DELIMITED BY SIZE,
               FUNCTION TRIM(OFFB-COUNT-EDIT) DELIMITED BY SIZE
               INTO AUDIT-ARG2-OUT
           END-STRING
           MOVE 0 TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG

           MOVE OFFB-VOL-LEFT TO OFFB-COUNT-EDIT2
           MOVE SPACES TO OFFB-LINE
           STRING "  VOLUME TOTAL   MOVED " DELIMITED BY SIZE,
               OFFB-COUNT-EDIT DELIMITED BY SIZE,
               "   NOT MOVED " DELIMITED BY SIZE,
               OFFB-COUNT-EDIT2 DELIMITED BY SIZE
               INTO OFFB-LINE
           PERFORM WRITE-OFFB-LINE
           DISPLAY "OFFBOARD: VOLUME "
               FUNCTION TRIM(OFFB-VOL-NAME(OFV))
               "  MOVED " FUNCTION TRIM(OFFB-COUNT-EDIT)
               "  NOT MOVED " FUNCTION TRIM(OFFB-COUNT-EDIT2)
           ADD OFFB-VOL-MOVED TO OFFB-MOVED-TOTAL
           ADD OFFB-VOL-LEFT TO OFFB-LEFT-TOTAL

           IF OFFB-VOL-LEFT > 0 THEN
               MOVE "  (NOT MOVED - SUCCESSOR QUOTA REACHED)"
                   TO OFFB-LINE
               PERFORM WRITE-OFFB-LINE
           ELSE
               IF OFFB-TOTAL < MAX-OFFB-COUNT THEN
                   ADD 1 TO OFFB-TOTAL
                   MOVE OFFB-OLD TO OT-OLD(OFFB-TOTAL)
                   MOVE OFFB-NEW TO OT-NEW(OFFB-TOTAL)
                   MOVE OFFB-VOL-NAME(OFV) TO OT-VOL(OFFB-TOTAL)
                   MOVE OFFB-TODAY TO OT-DATE(OFFB-TOTAL)
                   PERFORM SAVE-OFFB-TABLE
               END-IF
           END-IF.

      *> Nothing of the old ID's is left on any volume: its rows
      *> come out of the password, profile, quota and group files,
      *> its alias file and mailbox are emptied, its held spool
      *> entries pass to the successor (held output is evidence -
      *> it changes hands rather than being thrown away), and its
      *> offboarding control rows are cleared.
       OFFBOARD-RETIRE-ID.
           MOVE SPACES TO OFFB-LINE
           PERFORM WRITE-OFFB-LINE
           STRING "RETIREMENT OF " DELIMITED BY SIZE,
               OFFB-OLD DELIMITED BY SPACE
               INTO OFFB-LINE
           PERFORM WRITE-OFFB-LINE

           PERFORM LOAD-PASS-TABLE
           MOVE 0 TO OFFB-DROPPED
           PERFORM DROP-OFFB-PASS-ROW
               VARYING PWX FROM PASS-TOTAL BY -1
               UNTIL PWX < 1
           IF OFFB-DROPPED > 0 THEN
               PERFORM SAVE-PASS-TABLE
               PERFORM LOAD-PASS-TABLE
           END-IF
           MOVE "  SOSPASS.DAT   ROWS REMOVED " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

           PERFORM LOAD-PROFILE-TABLE
           MOVE 0 TO OFFB-DROPPED
           PERFORM DROP-OFFB-PROF-ROW
               VARYING PX FROM PROF-TOTAL BY -1
               UNTIL PX < 1
           IF OFFB-DROPPED > 0 THEN
               PERFORM SAVE-PROFILE-TABLE
               PERFORM LOAD-PROFILE-TABLE
           END-IF
           MOVE "  SOSPROF.DAT   ROWS REMOVED " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

           MOVE 0 TO OFFB-DROPPED
           PERFORM DROP-OFFB-QUOTA-ROW
               VARYING QR FROM QUOTA-ROW-COUNT BY -1
               UNTIL QR < 1
           IF OFFB-DROPPED > 0 THEN
               PERFORM SAVE-QUOTA-TABLE
           END-IF
           MOVE "  SOSQUOTA.DAT  ROWS REMOVED " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

           PERFORM LOAD-GROUP-TABLE
           MOVE 0 TO OFFB-DROPPED
           PERFORM DROP-OFFB-GROUP-ROW
               VARYING GRX FROM GROUP-TOTAL BY -1
               UNTIL GRX < 1
           IF OFFB-DROPPED > 0 THEN
               PERFORM SAVE-GROUP-TABLE
           END-IF
           MOVE "  SOSGROUP.DAT  ROWS REMOVED " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

      *> The alias file is named after the operator it belongs to -
      *> pointed at the old ID's for the emptying, then back at the
      *> session's own.
           MOVE SPACES TO ALIASFN
           STRING "SOSALIAS-" DELIMITED BY SIZE,
               FUNCTION TRIM(OFFB-OLD) DELIMITED BY SIZE,
               ".DAT" DELIMITED BY SIZE
               INTO ALIASFN
           MOVE "ALIASFN" TO ENV-NAME-HOLD
           MOVE ALIASFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO OFFB-DROPPED
           OPEN INPUT ALIAS-FILE
           IF ALIAS-STATUS = "00" THEN
               PERFORM COUNT-OFFB-ALIAS-ROW
                   UNTIL ALIAS-STATUS NOT = "00"
               CLOSE ALIAS-FILE
               OPEN OUTPUT ALIAS-FILE
               CLOSE ALIAS-FILE
           ELSE
               CLOSE ALIAS-FILE
           END-IF
           PERFORM SET-ALIAS-FILENAME
           MOVE "  ALIAS FILE    LINES CLEARED " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

           MOVE OFFB-OLD TO MSG-TARGET
           PERFORM SET-MAIL-FILENAME
           MOVE 0 TO OFFB-DROPPED
           OPEN INPUT MAIL-FILE
           IF MAIL-STATUS = "00" THEN
               PERFORM COUNT-OFFB-MAIL-ROW
                   UNTIL MAIL-STATUS NOT = "00"
               CLOSE MAIL-FILE
               OPEN OUTPUT MAIL-FILE
               CLOSE MAIL-FILE
           ELSE
               CLOSE MAIL-FILE
           END-IF
           MOVE "  MAILBOX       MESSAGES CLEARED " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

           PERFORM LOAD-SPOOL-TABLE
           MOVE 0 TO OFFB-DROPPED
           PERFORM HAND-OVER-OFFB-SPOOL
               VARYING SPX FROM 1 BY 1
               UNTIL SPX > SPOOL-TOTAL
           IF OFFB-DROPPED > 0 THEN
               PERFORM SAVE-SPOOL-TABLE
           END-IF
           MOVE "  HELD SPOOL    ENTRIES HANDED OVER " TO OFFB-LINE
           PERFORM WRITE-OFFB-COUNT

           PERFORM DROP-OFFB-CTL-ROW
               VARYING OFX FROM OFFB-TOTAL BY -1
               UNTIL OFX < 1
           PERFORM SAVE-OFFB-TABLE

           MOVE "offb" TO AUDIT-CMD-OUT
           MOVE SPACES TO AUDIT-ARG1-OUT
           STRING OFFB-OLD DELIMITED BY SPACE,
               ">" DELIMITED BY SIZE,
               OFFB-NEW DELIMITED BY SPACE
               INTO AUDIT-ARG1-OUT
           END-STRING
           MOVE "ID RETIRED" TO AUDIT-ARG2-OUT
           MOVE 0 TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "OPERATOR " FUNCTION TRIM(OFFB-OLD) " RETIRED".

       DROP-OFFB-PASS-ROW.
           IF PS-OPER(PWX) = OFFB-OLD THEN
               MOVE PASS-ROW(PASS-TOTAL) TO PASS-ROW(PWX)
               SUBTRACT 1 FROM PASS-TOTAL
               ADD 1 TO OFFB-DROPPED
           END-IF.

       DROP-OFFB-PROF-ROW.
           IF PT-OPER(PX) = OFFB-OLD THEN
               MOVE PROF-ROW(PROF-TOTAL) TO PROF-ROW(PX)
               SUBTRACT 1 FROM PROF-TOTAL
               ADD 1 TO OFFB-DROPPED
           END-IF.

       DROP-OFFB-QUOTA-ROW.
           IF Q-OWNER(QR) = OFFB-OLD THEN
               MOVE QUOTA-ROW(QUOTA-ROW-COUNT) TO QUOTA-ROW(QR)
               SUBTRACT 1 FROM QUOTA-ROW-COUNT
               ADD 1 TO OFFB-DROPPED
           END-IF.

       DROP-OFFB-GROUP-ROW.
           IF GT-MEMBER(GRX) = OFFB-OLD THEN
               MOVE "grp " TO AUDIT-CMD-OUT
               MOVE GT-GROUP(GRX) TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               STRING "-" DELIMITED BY SIZE,
                   OFFB-OLD DELIMITED BY SPACE
                   INTO AUDIT-ARG2-OUT
               END-STRING
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               MOVE GROUP-ROW(GROUP-TOTAL) TO GROUP-ROW(GRX)
               SUBTRACT 1 FROM GROUP-TOTAL
               ADD 1 TO OFFB-DROPPED
           END-IF.

       DROP-OFFB-CTL-ROW.
           IF OT-OLD(OFX) = OFFB-OLD THEN
               MOVE OFFB-ROW(OFFB-TOTAL) TO OFFB-ROW(OFX)
               SUBTRACT 1 FROM OFFB-TOTAL
           END-IF.

       COUNT-OFFB-ALIAS-ROW.
           READ ALIAS-FILE INTO ALIAS-RECORD
           IF ALIAS-STATUS = "00" THEN
               ADD 1 TO OFFB-DROPPED
           END-IF.

       COUNT-OFFB-MAIL-ROW.
           READ MAIL-FILE INTO MAIL-RECORD
           IF MAIL-STATUS = "00" THEN
               ADD 1 TO OFFB-DROPPED
           END-IF.

       HAND-OVER-OFFB-SPOOL.
           IF SP-OWNER(SPX) = OFFB-OLD AND SP-STAT(SPX) = "H" THEN
               MOVE OFFB-NEW TO SP-OWNER(SPX)
               ADD 1 TO OFFB-DROPPED
               MOVE SPACES TO OFFB-LINE
               STRING "  SPOOL ENTRY " DELIMITED BY SIZE,
                   SP-NUM(SPX) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   SP-TYPE(SPX) DELIMITED BY SIZE,
                   " HANDED TO " DELIMITED BY SIZE,
                   OFFB-NEW DELIMITED BY SPACE
                   INTO OFFB-LINE
               PERFORM WRITE-OFFB-LINE
           END-IF.

      *> A retirement line: caption already in OFFB-LINE, the count
      *> from OFFB-DROPPED appended.
       WRITE-OFFB-COUNT.
           MOVE OFFB-DROPPED TO OFFB-COUNT-EDIT
           MOVE FUNCTION TRIM(OFFB-COUNT-EDIT) TO OFFB-LINE(38:5)
           PERFORM WRITE-OFFB-LINE.

       WRITE-OFFB-LINE.
           MOVE OFFB-LINE TO OFFB-RPT-RECORD
           WRITE OFFB-RPT-RECORD
           MOVE SPACES TO OFFB-LINE.

      *> Loads SOSOFFB.DAT whole; a missing file is simply no run
      *> under way.
       LOAD-OFFB-TABLE.
           MOVE 0 TO OFFB-TOTAL
           OPEN INPUT OFFB-FILE
           IF OFFB-STATUS = "00" THEN
               PERFORM LOAD-ONE-OFFB-ROW
                   VARYING OFX FROM 1 BY 1
                   UNTIL OFX > MAX-OFFB-COUNT
                   OR OFFB-STATUS NOT = "00"
               CLOSE OFFB-FILE
           ELSE
               CLOSE OFFB-FILE
           END-IF.

       LOAD-ONE-OFFB-ROW.
           READ OFFB-FILE INTO OFFB-RECORD
           IF OFFB-STATUS = "00" THEN
               MOVE OFFB-RECORD TO OFFB-IN-LINE
               ADD 1 TO OFFB-TOTAL
               MOVE OF-OLD TO OT-OLD(OFFB-TOTAL)
               MOVE OF-NEW TO OT-NEW(OFFB-TOTAL)
               MOVE OF-VOL TO OT-VOL(OFFB-TOTAL)
               MOVE OF-DATE TO OT-DATE(OFFB-TOTAL)
           END-IF.

       SAVE-OFFB-TABLE.
           OPEN OUTPUT OFFB-FILE
           PERFORM SAVE-ONE-OFFB-ROW
               VARYING OFX FROM 1 BY 1
               UNTIL OFX > OFFB-TOTAL
           CLOSE OFFB-FILE.

       SAVE-ONE-OFFB-ROW.
           MOVE SPACES TO OFFB-IN-LINE
           MOVE OT-OLD(OFX) TO OF-OLD
           MOVE OT-NEW(OFX) TO OF-NEW
           MOVE OT-VOL(OFX) TO OF-VOL
           MOVE OT-DATE(OFX) TO OF-DATE
           MOVE OFFB-IN-LINE TO OFFB-RECORD
           WRITE OFFB-RECORD.

      *> A dual-control command typed (or scripted) by a supervisor
      *> becomes a request instead of running: it is queued with
      *> everything the approved run will need.
       APPROVAL-QUEUE-REQUEST.
           PERFORM EXPIRE-APPROVAL-REQUESTS
           IF APPR-TOTAL >= MAX-APPR-COUNT THEN
               DISPLAY "APPROVAL QUEUE FULL - REQUEST NOT QUEUED"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE 0 TO APPR-NEXT
               PERFORM FIND-APPR-HIGH
                   VARYING AQX FROM 1 BY 1
                   UNTIL AQX > APPR-TOTAL
               ADD 1 TO APPR-NEXT
               MOVE APPR-NEXT TO APPR-PIC
               PERFORM SET-APPR-CURRENT-VOLUME

               ADD 1 TO APPR-TOTAL
               MOVE APPR-NEXT TO AQ-NUM(APPR-TOTAL)
               MOVE OPERATOR-ID TO AQ-REQ(APPR-TOTAL)
               MOVE APPR-CUR-VOL TO AQ-VOL(APPR-TOTAL)
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT AUDIT-TIME FROM TIME
               MOVE AUDIT-DATE TO AQ-DATE(APPR-TOTAL)
               MOVE AUDIT-TIME(1:6) TO AQ-TIME(APPR-TOTAL)
               MOVE DIRECTORY-AT-CMD TO AQ-DIR(APPR-TOTAL)
               MOVE USERINPUT TO AQ-CMD(APPR-TOTAL)
               PERFORM SAVE-APPR-TABLE

               MOVE "apr+" TO AUDIT-CMD-OUT
               MOVE SPACES TO AUDIT-ARG1-OUT
               STRING "REQUEST " DELIMITED BY SIZE,
                   APPR-PIC DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   APPR-CUR-VOL DELIMITED BY SPACE
                   INTO AUDIT-ARG1-OUT
               END-STRING
               MOVE USERINPUT TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "REQUEST " APPR-PIC " QUEUED - A SECOND "
                   "SUPERVISOR MUST APPROVE IT"
           END-IF.

       FIND-APPR-HIGH.
           IF AQ-NUM(AQX) > APPR-NEXT THEN
               MOVE AQ-NUM(AQX) TO APPR-NEXT
           END-IF.

      *> The mounted volume under its catalog name - "default" in
      *> any case is the reserved DEFAULT pair.
       SET-APPR-CURRENT-VOLUME.
           MOVE VOLUME-NAME TO APPR-CUR-VOL
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(APPR-CUR-VOL))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO APPR-CUR-VOL
           END-IF.

      *> "approve" lists the pending requests; "approve nnnn" runs
      *> one - on its own volume (mount it first), never by the
      *> supervisor who asked for it, and only while the requester
      *> still holds supervisor authority. The run itself waits for
      *> this command to unwind, since it re-enters PROCESS-COMMAND.
       APPROVE-COMMAND.
           PERFORM EXPIRE-APPROVAL-REQUESTS
           IF FUNCTION TRIM(US-ARG1) = SPACES THEN
               PERFORM APPROVAL-LIST
           ELSE
           IF SCHED-MODE = 1 OR RUN-ACTIVE = 1 THEN
               DISPLAY "APPROVE NOT AVAILABLE HERE"
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LOCATE-APPR-REQUEST
               IF APPR-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM CHECK-APPR-APPROVER
                   IF CMD-STATUS = 0 THEN
                       PERFORM APPROVE-REQUEST
                   END-IF
               END-IF
           END-IF
           END-IF.

       CHECK-APPR-APPROVER.
           PERFORM SET-APPR-CURRENT-VOLUME
           PERFORM LOAD-PROFILE-TABLE
           MOVE 1 TO APPR-REQ-AUTH
           PERFORM FIND-APPR-REQ-PROFILE
               VARYING PX FROM 1 BY 1
               UNTIL PX > PROF-TOTAL
           IF AQ-REQ(APPR-HIT) = OPERATOR-ID THEN
               DISPLAY ERR-PERMISSION-DENIED
               DISPLAY "A SECOND SUPERVISOR MUST APPROVE"
               MOVE 5 TO CMD-STATUS
           ELSE
           IF AQ-VOL(APPR-HIT) NOT = APPR-CUR-VOL THEN
               DISPLAY "REQUEST IS FOR VOLUME "
                   FUNCTION TRIM(AQ-VOL(APPR-HIT))
                   " - MOUNT IT TO APPROVE"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF READ-ONLY-MODE = 1 THEN
               DISPLAY "VOLUME IS READ-ONLY"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF APPR-REQ-AUTH < 3 THEN
               DISPLAY ERR-PERMISSION-DENIED
               DISPLAY FUNCTION TRIM(AQ-REQ(APPR-HIT))
                   " NO LONGER HOLDS SUPERVISOR AUTHORITY"
               MOVE 5 TO CMD-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-APPR-REQ-PROFILE.
           IF PT-OPER(PX) = AQ-REQ(APPR-HIT) THEN
               MOVE PT-AUTH(PX) TO APPR-REQ-AUTH
           END-IF.

      *> The request leaves the queue as it is approved; the
      *> approval record names both supervisors, and the command's
      *> own records follow under the requester's ID.
       APPROVE-REQUEST.
           MOVE AQ-NUM(APPR-HIT) TO APPR-RUN-NUM
           MOVE AQ-REQ(APPR-HIT) TO APPR-RUN-REQ
           MOVE AQ-DIR(APPR-HIT) TO APPR-RUN-DIR
           MOVE AQ-CMD(APPR-HIT) TO APPR-RUN-CMD
           MOVE APPR-HIT TO AQX
           PERFORM DROP-APPR-ROW
           PERFORM SAVE-APPR-TABLE

           MOVE APPR-RUN-NUM TO APPR-PIC
           MOVE "appr" TO AUDIT-CMD-OUT
           MOVE SPACES TO AUDIT-ARG1-OUT
           STRING "REQUEST " DELIMITED BY SIZE,
               APPR-PIC DELIMITED BY SIZE,
               " FOR " DELIMITED BY SIZE,
               APPR-RUN-REQ DELIMITED BY SPACE
               INTO AUDIT-ARG1-OUT
           END-STRING
           MOVE APPR-RUN-CMD TO AUDIT-ARG2-OUT
           MOVE 0 TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG
           DISPLAY "REQUEST " APPR-PIC " APPROVED - RUNNING AS "
               FUNCTION TRIM(APPR-RUN-REQ)
           MOVE 1 TO APPR-RUN-PENDING.

      *> "reject nnnn [reason]" - any supervisor may turn a request
      *> down, its own requester included (a withdrawal).
       REJECT-COMMAND.
           PERFORM EXPIRE-APPROVAL-REQUESTS
           IF FUNCTION TRIM(US-ARG1) = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LOCATE-APPR-REQUEST
               IF APPR-HIT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE SPACES TO MSG-TOK1
                   MOVE SPACES TO MSG-TOK2
                   MOVE 1 TO MSG-PTR
                   UNSTRING USERINPUT DELIMITED BY ALL SPACE
                       INTO MSG-TOK1 MSG-TOK2
                       WITH POINTER MSG-PTR
                   MOVE SPACES TO APPR-REASON
                   IF MSG-PTR <= 120 THEN
                       MOVE USERINPUT(MSG-PTR:) TO APPR-REASON
                   END-IF

                   MOVE AQ-NUM(APPR-HIT) TO APPR-PIC
                   MOVE AQ-REQ(APPR-HIT) TO MSG-TARGET
                   MOVE SPACES TO AUDIT-ARG1-OUT
                   STRING "REQUEST " DELIMITED BY SIZE,
                       APPR-PIC DELIMITED BY SIZE,
                       " FOR " DELIMITED BY SIZE,
                       AQ-REQ(APPR-HIT) DELIMITED BY SPACE
                       INTO AUDIT-ARG1-OUT
                   END-STRING
                   MOVE AQ-CMD(APPR-HIT) TO AUDIT-ARG2-OUT
                   MOVE SPACES TO NOTICE-TEXT
                   STRING "REQUEST " DELIMITED BY SIZE,
                       APPR-PIC DELIMITED BY SIZE,
                       " REJECTED BY " DELIMITED BY SIZE,
                       OPERATOR-ID DELIMITED BY SPACE,
                       ": " DELIMITED BY SIZE,
                       FUNCTION TRIM(AQ-CMD(APPR-HIT))
                       DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       FUNCTION TRIM(APPR-REASON) DELIMITED BY SIZE
                       INTO NOTICE-TEXT
                   END-STRING

                   MOVE APPR-HIT TO AQX
                   PERFORM DROP-APPR-ROW
                   PERFORM SAVE-APPR-TABLE

                   MOVE "aprj" TO AUDIT-CMD-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   MOVE OPERATOR-ID TO NOTICE-FROM
                   PERFORM POST-MAIL-NOTICE
                   DISPLAY "REQUEST " APPR-PIC " REJECTED"
               END-IF
           END-IF.

       LOCATE-APPR-REQUEST.
           MOVE 0 TO APPR-HIT
           IF FUNCTION TEST-NUMVAL(US-ARG1) = 0 THEN
               MOVE FUNCTION NUMVAL(US-ARG1) TO APPR-ARG-NUM
               PERFORM FIND-APPR-REQUEST
                   VARYING AQX FROM 1 BY 1
                   UNTIL AQX > APPR-TOTAL OR APPR-HIT > 0
           END-IF.

       FIND-APPR-REQUEST.
           IF AQ-NUM(AQX) = APPR-ARG-NUM THEN
               MOVE AQX TO APPR-HIT
           END-IF.

       APPROVAL-LIST.
           IF APPR-TOTAL = 0 THEN
               DISPLAY "NO REQUESTS AWAITING APPROVAL"
           ELSE
               DISPLAY "REQ#  REQUESTER VOLUME   QUEUED"
                   "           COMMAND"
               PERFORM LIST-ONE-APPR-ROW
                   VARYING AQX FROM 1 BY 1
                   UNTIL AQX > APPR-TOTAL
           END-IF.

       LIST-ONE-APPR-ROW.
           DISPLAY AQ-NUM(AQX) "  " AQ-REQ(AQX) "  " AQ-VOL(AQX)
               " " AQ-DATE(AQX) "-" AQ-TIME(AQX) "  "
               FUNCTION TRIM(AQ-CMD(AQX)).

      *> Requests left undecided for APPR-EXPIRE-HOURS lapse: out of
      *> the queue, audited, and the requester told. Swept whenever
      *> the queue is touched and at every session start.
       EXPIRE-APPROVAL-REQUESTS.
           PERFORM LOAD-APPR-TABLE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           COMPUTE APPR-NOW-HOURS =
               FUNCTION INTEGER-OF-DATE(AUDIT-DATE) * 24
               + AUDIT-TIME / 1000000
           MOVE 0 TO APPR-DROPPED
           PERFORM EXPIRE-ONE-APPR-ROW
               VARYING AQX FROM APPR-TOTAL BY -1
               UNTIL AQX < 1
           IF APPR-DROPPED > 0 THEN
               PERFORM SAVE-APPR-TABLE
           END-IF.

       EXPIRE-ONE-APPR-ROW.
           MOVE APPR-NOW-HOURS TO APPR-ROW-HOURS
           IF AQ-DATE(AQX) IS NUMERIC AND AQ-DATE(AQX) > 16010101
                   AND AQ-TIME(AQX) IS NUMERIC THEN
               COMPUTE APPR-ROW-HOURS =
                   FUNCTION INTEGER-OF-DATE(AQ-DATE(AQX)) * 24
                   + AQ-TIME(AQX) / 10000
           END-IF
           IF APPR-NOW-HOURS - APPR-ROW-HOURS >= APPR-EXPIRE-HOURS
                   THEN
               MOVE AQ-NUM(AQX) TO APPR-PIC
               MOVE AQ-REQ(AQX) TO MSG-TARGET
               MOVE "aprx" TO AUDIT-CMD-OUT
               MOVE SPACES TO AUDIT-ARG1-OUT
               STRING "REQUEST " DELIMITED BY SIZE,
                   APPR-PIC DELIMITED BY SIZE,
                   " FOR " DELIMITED BY SIZE,
                   AQ-REQ(AQX) DELIMITED BY SPACE
                   INTO AUDIT-ARG1-OUT
               END-STRING
               MOVE AQ-CMD(AQX) TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               MOVE SPACES TO NOTICE-TEXT
               STRING "REQUEST " DELIMITED BY SIZE,
                   APPR-PIC DELIMITED BY SIZE,
                   " EXPIRED UNAPPROVED: " DELIMITED BY SIZE,
                   FUNCTION TRIM(AQ-CMD(AQX)) DELIMITED BY SIZE
                   INTO NOTICE-TEXT
               END-STRING
               MOVE "SOS" TO NOTICE-FROM
               PERFORM POST-MAIL-NOTICE
               PERFORM DROP-APPR-ROW
               ADD 1 TO APPR-DROPPED
           END-IF.

      *> Takes row AQX out of the queue, closing the gap so the
      *> queue keeps its arrival order.
       DROP-APPR-ROW.
           PERFORM SHIFT-ONE-APPR-ROW
               VARYING AQY FROM AQX BY 1
               UNTIL AQY >= APPR-TOTAL
           SUBTRACT 1 FROM APPR-TOTAL.

       SHIFT-ONE-APPR-ROW.
           MOVE APPR-ROW(AQY + 1) TO APPR-ROW(AQY).

      *> The approved command, run now that the approving command
      *> has unwound: under the requester's ID, from the directory
      *> it was typed in, with the queue gate lifted for this one
      *> line. A recover it confirms applies here too, still under
      *> the requester. The requester is told how it went. A
      *> directory renamed or removed since the request was queued
      *> fails the request rather than running it somewhere else.
      *> Either way the approver is put back in the directory they
      *> approved from (or as near it as still stands).
       APPROVAL-RUN.
           MOVE CURRENT-DIRECTORY TO APPR-RETURN-DIR
           MOVE OPERATOR-ID TO APPR-APPROVER
           MOVE APPR-RUN-REQ TO OPERATOR-ID
           MOVE APPR-RUN-DIR TO APPR-WALK-DIR
           PERFORM APPR-CHANGE-TO-DIR
           PERFORM REBUILD-CURRENT-DIR

           IF APPR-CD-STATUS NOT = 0 THEN
               PERFORM APPR-RUN-DIR-FAILED
           ELSE
               PERFORM APPR-RUN-APPROVED
           END-IF

           MOVE APPR-RETURN-DIR TO APPR-WALK-DIR
           PERFORM APPR-CHANGE-TO-DIR
           PERFORM REBUILD-CURRENT-DIR.

      *> APPR-WALK-DIR is walked a segment at a time from the root,
      *> so a path longer than one CHANGE-DIRECTORY argument still
      *> lands where it was typed.
       APPR-CHANGE-TO-DIR.
           MOVE 0 TO APPR-CD-STATUS
           MOVE "/" TO APPR-DIR-SEG
           CALL "CHANGE-DIRECTORY" USING FILESYSTEM
               CURRENT-EID CUR-IND APPR-DIR-SEG APPR-CD-STATUS
               OPERATOR-ID
           MOVE 2 TO APPR-DIR-PTR
           PERFORM APPR-CHANGE-ONE-SEGMENT
               UNTIL APPR-DIR-PTR > 80 OR APPR-CD-STATUS NOT = 0.

       APPR-CHANGE-ONE-SEGMENT.
           MOVE SPACES TO APPR-DIR-SEG
           UNSTRING APPR-WALK-DIR DELIMITED BY "/"
               INTO APPR-DIR-SEG
               WITH POINTER APPR-DIR-PTR
           END-UNSTRING
           IF APPR-DIR-SEG NOT = SPACES THEN
               CALL "CHANGE-DIRECTORY" USING FILESYSTEM
                   CURRENT-EID CUR-IND APPR-DIR-SEG APPR-CD-STATUS
                   OPERATOR-ID
           END-IF.

       APPR-RUN-DIR-FAILED.
           MOVE APPR-APPROVER TO OPERATOR-ID
           MOVE 1 TO CMD-STATUS
           MOVE APPR-RUN-NUM TO APPR-PIC
           DISPLAY "REQUEST " APPR-PIC " NOT RUN - DIRECTORY "
               FUNCTION TRIM(APPR-RUN-DIR) " NO LONGER REACHABLE"
           MOVE "aprf" TO AUDIT-CMD-OUT
           MOVE SPACES TO AUDIT-ARG1-OUT
           STRING "REQUEST " DELIMITED BY SIZE,
               APPR-PIC DELIMITED BY SIZE,
               " FOR " DELIMITED BY SIZE,
               APPR-RUN-REQ DELIMITED BY SPACE
               INTO AUDIT-ARG1-OUT
           END-STRING
           MOVE APPR-RUN-DIR TO AUDIT-ARG2-OUT
           MOVE 0 TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG

           MOVE APPR-RUN-REQ TO MSG-TARGET
           MOVE SPACES TO NOTICE-TEXT
           STRING "REQUEST " DELIMITED BY SIZE,
               APPR-PIC DELIMITED BY SIZE,
               " APPROVED BY " DELIMITED BY SIZE,
               APPR-APPROVER DELIMITED BY SPACE,
               " FAILED - DIRECTORY GONE: " DELIMITED BY SIZE,
               FUNCTION TRIM(APPR-RUN-DIR) DELIMITED BY SIZE
               INTO NOTICE-TEXT
           END-STRING
           MOVE APPR-APPROVER TO NOTICE-FROM
           PERFORM POST-MAIL-NOTICE.

       APPR-RUN-APPROVED.
           MOVE APPR-RUN-CMD TO USERINPUT
           MOVE 1 TO APPR-RELEASED
           PERFORM PROCESS-COMMAND
           MOVE 0 TO APPR-RELEASED
           IF RECOVER-PENDING = 1 THEN
               MOVE 0 TO RECOVER-PENDING
               PERFORM APPLY-RECOVER
           END-IF
           MOVE APPR-APPROVER TO OPERATOR-ID

           MOVE APPR-RUN-NUM TO APPR-PIC
           MOVE APPR-RUN-REQ TO MSG-TARGET
           MOVE SPACES TO NOTICE-TEXT
           STRING "REQUEST " DELIMITED BY SIZE,
               APPR-PIC DELIMITED BY SIZE,
               " APPROVED BY " DELIMITED BY SIZE,
               APPR-APPROVER DELIMITED BY SPACE,
               " RAN WITH CC " DELIMITED BY SIZE,
               CMD-STATUS DELIMITED BY SIZE,
               ": " DELIMITED BY SIZE,
               FUNCTION TRIM(APPR-RUN-CMD) DELIMITED BY SIZE
               INTO NOTICE-TEXT
           END-STRING
           MOVE APPR-APPROVER TO NOTICE-FROM
           PERFORM POST-MAIL-NOTICE.

      *> Tells the incoming operator the handover report is waiting,
      *> with its spool entry when it was retained and its gist.
       POST-HANDOVER-NOTICE.
           MOVE SPACES TO NOTICE-TEXT
           MOVE 1 TO NTF-TEXT-PTR
           STRING "HANDOVER FROM " DELIMITED BY SIZE,
               FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
               INTO NOTICE-TEXT WITH POINTER NTF-TEXT-PTR
           END-STRING
           IF SPOOL-COPIED > 0 THEN
               STRING " SPOOL " DELIMITED BY SIZE,
                   SPOOL-PIC DELIMITED BY SIZE
                   INTO NOTICE-TEXT WITH POINTER NTF-TEXT-PTR
               END-STRING
           END-IF
           STRING ": " DELIMITED BY SIZE,
               FUNCTION TRIM(HAND-SUMMARY) DELIMITED BY SIZE
               INTO NOTICE-TEXT WITH POINTER NTF-TEXT-PTR
           END-STRING
           MOVE OPERATOR-ID TO NOTICE-FROM
           MOVE US-ARG1(1:8) TO MSG-TARGET
           PERFORM POST-MAIL-NOTICE
           DISPLAY "HANDOVER POSTED TO " FUNCTION TRIM(MSG-TARGET).

      *> Appends NOTICE-TEXT to MSG-TARGET's mailbox as a message
      *> from NOTICE-FROM, the way "msg send" leaves one.
       POST-MAIL-NOTICE.
           PERFORM SET-MAIL-FILENAME
           OPEN EXTEND MAIL-FILE
           IF MAIL-STATUS NOT = "00" THEN
               OPEN OUTPUT MAIL-FILE
           END-IF
           MOVE SPACES TO MAIL-IN-LINE
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE AUDIT-DATE TO MA-DATE
           MOVE AUDIT-TIME TO MA-TIME
           MOVE NOTICE-FROM TO MA-FROM
           MOVE NOTICE-TEXT TO MA-TEXT
           MOVE MAIL-IN-LINE TO MAIL-RECORD
           WRITE MAIL-RECORD
           CLOSE MAIL-FILE.

      *> Sends NTF-EVENT's notice (NOTICE-TEXT, from SOS) to every
      *> operator the rules name for it, NTF-OWNER standing in for
      *> *OWNER - once each, however many rules name them.
       RAISE-NOTIFY-EVENT.
           PERFORM LOAD-NTF-TABLE
           MOVE 0 TO NTF-SENT-TOTAL
           PERFORM NOTIFY-ONE-RULE
               VARYING NTX FROM 1 BY 1
               UNTIL NTX > NTF-TOTAL.

       NOTIFY-ONE-RULE.
           IF NT-EVENT(NTX) = NTF-EVENT OR NT-EVENT(NTX) = "*" THEN
               EVALUATE TRUE
                   WHEN NT-WHO(NTX) = "*OWNER"
                       MOVE NTF-OWNER TO MSG-TARGET
                       PERFORM NOTIFY-ONE-OPERATOR
                   WHEN NT-WHO(NTX) = "*SUPER"
                       PERFORM LOAD-PROFILE-TABLE
                       PERFORM NOTIFY-ONE-SUPER
                           VARYING PX FROM 1 BY 1
                           UNTIL PX > PROF-TOTAL
                   WHEN OTHER
                       MOVE NT-WHO(NTX) TO MSG-TARGET
                       PERFORM NOTIFY-ONE-OPERATOR
               END-EVALUATE
           END-IF.

       NOTIFY-ONE-SUPER.
           IF PT-AUTH(PX) = 3 THEN
               MOVE PT-OPER(PX) TO MSG-TARGET
               PERFORM NOTIFY-ONE-OPERATOR
           END-IF.

       NOTIFY-ONE-OPERATOR.
           IF MSG-TARGET NOT = SPACES THEN
               MOVE 0 TO NTF-ALREADY
               PERFORM CHECK-ONE-NTF-SENT
                   VARYING NSX FROM 1 BY 1
                   UNTIL NSX > NTF-SENT-TOTAL OR NTF-ALREADY = 1
               IF NTF-ALREADY = 0 THEN
                   IF NTF-SENT-TOTAL < MAX-NTF-SENT THEN
                       ADD 1 TO NTF-SENT-TOTAL
                       MOVE MSG-TARGET TO NTF-SENT(NTF-SENT-TOTAL)
                   END-IF
                   MOVE "SOS" TO NOTICE-FROM
                   PERFORM POST-MAIL-NOTICE
               END-IF
           END-IF.

       CHECK-ONE-NTF-SENT.
           IF NTF-SENT(NSX) = MSG-TARGET THEN
               MOVE 1 TO NTF-ALREADY
           END-IF.

      *> Loads SOSNOTIFY.DAT whole; a missing file is no rules.
       LOAD-NTF-TABLE.
           MOVE 0 TO NTF-TOTAL
           OPEN INPUT NTF-FILE
           IF NTF-STATUS = "00" THEN
               PERFORM LOAD-ONE-NTF-ROW
                   UNTIL NTF-TOTAL = MAX-NTF-COUNT
                   OR NTF-STATUS NOT = "00"
               CLOSE NTF-FILE
           ELSE
               CLOSE NTF-FILE
           END-IF.

       LOAD-ONE-NTF-ROW.
           READ NTF-FILE INTO NTF-RECORD
           IF NTF-STATUS = "00" THEN
               MOVE NTF-RECORD TO NTF-IN-LINE
               IF NF-EVENT NOT = SPACES AND NF-WHO NOT = SPACES THEN
                   ADD 1 TO NTF-TOTAL
                   MOVE FUNCTION UPPER-CASE(NF-EVENT)
                       TO NT-EVENT(NTF-TOTAL)
                   MOVE NF-WHO TO NT-WHO(NTF-TOTAL)
                   IF FUNCTION UPPER-CASE(NF-WHO) = "*OWNER"
                           OR FUNCTION UPPER-CASE(NF-WHO) = "*SUPER"
                           THEN
                       MOVE FUNCTION UPPER-CASE(NF-WHO)
                           TO NT-WHO(NTF-TOTAL)
                   END-IF
               END-IF
           END-IF.

      *> Where every quota row stands before a command runs - a
      *> row already past 90 percent raises nothing more until it
      *> drops back. Rows added by the command itself count as
      *> already past, so only an existing row's climb is news.
       NOTE-QUOTA-LEVELS.
           MOVE VOLUME-NAME TO NTF-QUOTA-VOL
           MOVE ALL "1" TO NTF-QUOTA-TABLE
           PERFORM NOTE-ONE-QUOTA-LEVEL
               VARYING QR FROM 1 BY 1
               UNTIL QR > QUOTA-ROW-COUNT.

       NOTE-ONE-QUOTA-LEVEL.
           PERFORM JUDGE-QUOTA-NEAR
           MOVE NTF-NEAR TO NTF-QUOTA-NEAR(QR).

      *> After the command: any row that has reached 90 percent of
      *> either limit on the same volume raises QUOTA90 for its
      *> owner. A mount in between compares nothing - the other
      *> volume's usage was never below the mark by this command.
       CHECK-QUOTA-CROSSINGS.
           IF VOLUME-NAME = NTF-QUOTA-VOL THEN
               PERFORM CHECK-ONE-QUOTA-CROSSING
                   VARYING QR FROM 1 BY 1
                   UNTIL QR > QUOTA-ROW-COUNT
           END-IF.

       CHECK-ONE-QUOTA-CROSSING.
           PERFORM JUDGE-QUOTA-NEAR
           IF NTF-NEAR = 1 AND NTF-QUOTA-NEAR(QR) = 0 THEN
               MOVE USED-SLOTS TO NTF-SLOT-PIC
               MOVE USED-SIZE TO NTF-SIZE-PIC
               MOVE Q-MAX-SLOTS(QR) TO NTF-SLOT-MAX-PIC
               MOVE Q-MAX-SIZE(QR) TO NTF-SIZE-MAX-PIC
               MOVE SPACES TO NOTICE-TEXT
               STRING "QUOTA PAST 90 PCT ON " DELIMITED BY SIZE,
                   VOLUME-NAME DELIMITED BY SPACE,
                   ": SLOTS " DELIMITED BY SIZE,
                   FUNCTION TRIM(NTF-SLOT-PIC) DELIMITED BY SIZE,
                   " OF " DELIMITED BY SIZE,
                   FUNCTION TRIM(NTF-SLOT-MAX-PIC) DELIMITED BY SIZE,
                   ", SIZE " DELIMITED BY SIZE,
                   FUNCTION TRIM(NTF-SIZE-PIC) DELIMITED BY SIZE,
                   " OF " DELIMITED BY SIZE,
                   FUNCTION TRIM(NTF-SIZE-MAX-PIC) DELIMITED BY SIZE
                   INTO NOTICE-TEXT
               END-STRING
               MOVE "QUOTA90" TO NTF-EVENT
               MOVE Q-OWNER(QR) TO NTF-OWNER
               PERFORM RAISE-NOTIFY-EVENT
           END-IF.

      *> NTF-NEAR 1 when quota row QR's owner holds 90 percent or
      *> more of either limit on the mounted volume (a zero limit
      *> is never near).
       JUDGE-QUOTA-NEAR.
           MOVE 0 TO USED-SLOTS
           MOVE 0 TO USED-SIZE
           PERFORM TALLY-QUOTA-USAGE
               VARYING QS FROM 1 BY 1
               UNTIL QS > MAX-ENTITY-COUNT
           MOVE 0 TO NTF-NEAR
           IF Q-MAX-SLOTS(QR) > 0
                   AND USED-SLOTS * 10 >= Q-MAX-SLOTS(QR) * 9 THEN
               MOVE 1 TO NTF-NEAR
           END-IF
           IF Q-MAX-SIZE(QR) > 0
                   AND USED-SIZE * 10 >= Q-MAX-SIZE(QR) * 9 THEN
               MOVE 1 TO NTF-NEAR
           END-IF.

      *> Loads SOSAPPR.DAT whole; a missing file is an empty queue.
       LOAD-APPR-TABLE.
           MOVE 0 TO APPR-TOTAL
           OPEN INPUT APPR-FILE
           IF APPR-STATUS = "00" THEN
               PERFORM LOAD-ONE-APPR-ROW
                   VARYING AQX FROM 1 BY 1
                   UNTIL AQX > MAX-APPR-COUNT
                   OR APPR-STATUS NOT = "00"
               CLOSE APPR-FILE
           ELSE
               CLOSE APPR-FILE
           END-IF.

       LOAD-ONE-APPR-ROW.
           READ APPR-FILE INTO APPR-RECORD
           IF APPR-STATUS = "00" THEN
               MOVE APPR-RECORD TO APPR-IN-LINE
               ADD 1 TO APPR-TOTAL
               MOVE AF-NUM TO AQ-NUM(APPR-TOTAL)
               MOVE AF-REQ TO AQ-REQ(APPR-TOTAL)
               MOVE AF-VOL TO AQ-VOL(APPR-TOTAL)
               MOVE AF-DATE TO AQ-DATE(APPR-TOTAL)
               MOVE AF-TIME TO AQ-TIME(APPR-TOTAL)
               MOVE AF-DIR TO AQ-DIR(APPR-TOTAL)(1:32)
               MOVE AF-DIR-MORE TO AQ-DIR(APPR-TOTAL)(33:48)
               MOVE AF-CMD TO AQ-CMD(APPR-TOTAL)
           END-IF.

       SAVE-APPR-TABLE.
           OPEN OUTPUT APPR-FILE
           PERFORM SAVE-ONE-APPR-ROW
               VARYING AQX FROM 1 BY 1
               UNTIL AQX > APPR-TOTAL
           CLOSE APPR-FILE.

       SAVE-ONE-APPR-ROW.
           MOVE SPACES TO APPR-IN-LINE
           MOVE AQ-NUM(AQX) TO AF-NUM
           MOVE AQ-REQ(AQX) TO AF-REQ
           MOVE AQ-VOL(AQX) TO AF-VOL
           MOVE AQ-DATE(AQX) TO AF-DATE
           MOVE AQ-TIME(AQX) TO AF-TIME
           MOVE AQ-DIR(AQX)(1:32) TO AF-DIR
           MOVE AQ-DIR(AQX)(33:48) TO AF-DIR-MORE
           MOVE AQ-CMD(AQX) TO AF-CMD
           MOVE APPR-IN-LINE TO APPR-RECORD
           WRITE APPR-RECORD.

      *> "hold" and "hold list" show the holds in force on every
      *> volume; "hold place name case reason" puts name (in the
      *> current directory) under a hold - a directory's whole
      *> subtree with it; "hold release case [name]" lifts the
      *> case's holds, every one or just the one on name (mounted
      *> volume); "hold report" writes and spools the register.
       HOLD-COMMAND.
           PERFORM LOAD-HOLD-TABLE
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN SPACES
                   PERFORM HOLD-LIST
               WHEN "list"
                   PERFORM HOLD-LIST
               WHEN "place"
                   PERFORM HOLD-PLACE
               WHEN "release"
                   PERFORM HOLD-RELEASE
               WHEN "report"
                   PERFORM HOLD-REPORT
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

      *> The reason may run to 40 characters (quote it to keep its
      *> spaces) - re-split NORMALIZED-INPUT so it lands in a field
      *> that wide, the way write takes its content.
       HOLD-PLACE.
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD US-ARG1 US-ARG2 HOLD-CASE-ARG HOLD-REASON-ARG
           INSPECT US-ARG2 REPLACING ALL FILL-CHAR BY SPACE
           INSPECT HOLD-CASE-ARG REPLACING ALL FILL-CHAR BY SPACE
           INSPECT HOLD-REASON-ARG REPLACING ALL FILL-CHAR BY SPACE
           IF ARG2-COUNT = 32 OR HOLD-CASE-ARG = SPACES
                   OR US-ARG3(13:) NOT = SPACES
                   OR HOLD-REASON-ARG = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM TAG-LOCATE-ENTITY
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM SET-HOLD-CURRENT-VOLUME
               MOVE EID(CAP-MATCH-IND) TO HOLD-NAMED-EID
               MOVE 0 TO HOLD-HIT
               PERFORM FIND-HOLD-DUPLICATE
                   VARYING HLX FROM 1 BY 1
                   UNTIL HLX > HOLD-TOTAL OR HOLD-HIT > 0
               IF HOLD-TOTAL >= MAX-HOLD-COUNT THEN
                   PERFORM DROP-OLDEST-RELEASED-HOLD
               END-IF
               IF HOLD-HIT > 0 THEN
                   DISPLAY FUNCTION TRIM(US-ARG2) " IS ALREADY HELD"
                       " UNDER " FUNCTION TRIM(HOLD-CASE-ARG)
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF HOLD-TOTAL >= MAX-HOLD-COUNT THEN
                   DISPLAY "HOLD REGISTER FULL - HOLD NOT PLACED"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   ADD 1 TO HOLD-TOTAL
                   MOVE HOLD-CASE-ARG TO HT-CASE(HOLD-TOTAL)
                   MOVE "A" TO HT-STATE(HOLD-TOTAL)
                   MOVE HOLD-CUR-VOL TO HT-VOL(HOLD-TOTAL)
                   MOVE HOLD-NAMED-EID TO HT-EID(HOLD-TOTAL)
                   MOVE OPERATOR-ID TO HT-PLACER(HOLD-TOTAL)
                   ACCEPT HOLD-TODAY FROM DATE YYYYMMDD
                   MOVE HOLD-TODAY TO HT-DATE(HOLD-TOTAL)
                   MOVE SPACES TO HT-RELEASER(HOLD-TOTAL)
                   MOVE 0 TO HT-REL-DATE(HOLD-TOTAL)
                   MOVE CAP-MATCH-IND TO GP-SUBJECT
                   PERFORM BUILD-GENERAL-PATH
                   MOVE GP-PATH TO HT-PATH(HOLD-TOTAL)
                   MOVE HOLD-REASON-ARG TO HT-REASON(HOLD-TOTAL)
                   PERFORM SAVE-HOLD-TABLE

                   MOVE "hold" TO AUDIT-CMD-OUT
                   MOVE HOLD-CASE-ARG TO AUDIT-ARG1-OUT
                   MOVE US-ARG2 TO AUDIT-ARG2-OUT
                   MOVE HOLD-NAMED-EID TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "HOLD " FUNCTION TRIM(HOLD-CASE-ARG)
                       " PLACED ON " FUNCTION TRIM(GP-PATH)
               END-IF
               END-IF
           END-IF.

       FIND-HOLD-DUPLICATE.
           IF HT-STATE(HLX) = "A" AND HT-CASE(HLX) = HOLD-CASE-ARG
                   AND HT-VOL(HLX) = HOLD-CUR-VOL
                   AND HT-EID(HLX) = HOLD-NAMED-EID THEN
               MOVE HLX TO HOLD-HIT
           END-IF.

      *> A full register makes room by retiring its oldest released
      *> row - the audit log still has that hold's history.
       DROP-OLDEST-RELEASED-HOLD.
           MOVE 0 TO HOLD-RELEASED
           PERFORM FIND-OLDEST-RELEASED-HOLD
               VARYING HLX FROM 1 BY 1
               UNTIL HLX > HOLD-TOTAL OR HOLD-RELEASED > 0
           IF HOLD-RELEASED > 0 THEN
               PERFORM SHIFT-ONE-HOLD-ROW
                   VARYING HLX FROM HOLD-RELEASED BY 1
                   UNTIL HLX >= HOLD-TOTAL
               SUBTRACT 1 FROM HOLD-TOTAL
           END-IF.

       FIND-OLDEST-RELEASED-HOLD.
           IF HT-STATE(HLX) = "R" THEN
               MOVE HLX TO HOLD-RELEASED
           END-IF.

       SHIFT-ONE-HOLD-ROW.
           MOVE HOLD-ROW(HLX + 1) TO HOLD-ROW(HLX).

      *> Every release is its own audit record - case, volume and
      *> path, the entity's EID - under the releasing supervisor.
       HOLD-RELEASE.
           MOVE US-ARG2(1:12) TO HOLD-CASE-ARG
           MOVE 0 TO HOLD-NAMED-EID
           IF HOLD-CASE-ARG = SPACES OR US-ARG2(13:) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF ARG3-COUNT < 60 THEN
               MOVE US-ARG3(1:32) TO NEW-NAME
               PERFORM FIND-VERSION-TARGET
               IF CAP-FOUND = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE EID(CAP-MATCH-IND) TO HOLD-NAMED-EID
               END-IF
           END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM SET-HOLD-CURRENT-VOLUME
               ACCEPT HOLD-TODAY FROM DATE YYYYMMDD
               MOVE 0 TO HOLD-RELEASED
               PERFORM RELEASE-ONE-HOLD-ROW
                   VARYING HLX FROM 1 BY 1
                   UNTIL HLX > HOLD-TOTAL
               IF HOLD-RELEASED = 0 THEN
                   DISPLAY "NO ACTIVE HOLD UNDER "
                       FUNCTION TRIM(HOLD-CASE-ARG)
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM SAVE-HOLD-TABLE
                   MOVE HOLD-RELEASED TO HOLD-COUNT-EDIT
                   DISPLAY "RELEASED " FUNCTION TRIM(HOLD-COUNT-EDIT)
                       " HOLD(S) UNDER " FUNCTION TRIM(HOLD-CASE-ARG)
               END-IF
           END-IF.

       RELEASE-ONE-HOLD-ROW.
           IF HT-STATE(HLX) = "A" AND HT-CASE(HLX) = HOLD-CASE-ARG
                   AND (HOLD-NAMED-EID = 0
                   OR (HT-VOL(HLX) = HOLD-CUR-VOL
                   AND HT-EID(HLX) = HOLD-NAMED-EID)) THEN
               MOVE "R" TO HT-STATE(HLX)
               MOVE OPERATOR-ID TO HT-RELEASER(HLX)
               MOVE HOLD-TODAY TO HT-REL-DATE(HLX)
               ADD 1 TO HOLD-RELEASED

               MOVE "hldr" TO AUDIT-CMD-OUT
               MOVE HT-CASE(HLX) TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               STRING HT-VOL(HLX) DELIMITED BY SPACE,
                   ":" DELIMITED BY SIZE,
                   HT-PATH(HLX) DELIMITED BY SPACE
                   INTO AUDIT-ARG2-OUT
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE HT-EID(HLX) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       HOLD-LIST.
           MOVE 0 TO HOLD-LISTED
           PERFORM LIST-ONE-HOLD-ROW
               VARYING HLX FROM 1 BY 1
               UNTIL HLX > HOLD-TOTAL
           IF HOLD-LISTED = 0 THEN
               DISPLAY "NO HOLDS IN FORCE"
           END-IF.

       LIST-ONE-HOLD-ROW.
           IF HT-STATE(HLX) = "A" THEN
               IF HOLD-LISTED = 0 THEN
                   DISPLAY "CASE         VOLUME   PLACED   BY       "
                       "ENTITY"
               END-IF
               ADD 1 TO HOLD-LISTED
               MOVE HT-CASE(HLX) TO HLL-CASE
               MOVE HT-VOL(HLX) TO HLL-VOL
               MOVE HT-DATE(HLX) TO HLL-DATE
               MOVE HT-PLACER(HLX) TO HLL-PLACER
               MOVE HT-PATH(HLX) TO HLL-PATH
               DISPLAY HOLD-LIST-LINE
           END-IF.

      *> The register: every hold on record, active or released,
      *> with who placed it, when and why. An active hold on the
      *> mounted volume lists each entity under it by path; one on
      *> another volume names its held entity only.
       HOLD-REPORT.
           PERFORM SET-HOLD-CURRENT-VOLUME
           ACCEPT HOLD-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT HOLD-RPT-FILE
           MOVE SPACES TO HOLD-LINE
           STRING "LEGAL HOLD REGISTER   RUN " DELIMITED BY SIZE,
               HOLD-TODAY DELIMITED BY SIZE,
               " BY " DELIMITED BY SIZE,
               OPERATOR-ID DELIMITED BY SPACE
               INTO HOLD-LINE
           PERFORM WRITE-HOLD-LINE
           PERFORM WRITE-HOLD-LINE

           MOVE 0 TO HOLD-LISTED
           PERFORM REPORT-ONE-HOLD
               VARYING HLX FROM 1 BY 1
               UNTIL HLX > HOLD-TOTAL

           MOVE HOLD-TOTAL TO HOLD-COUNT-EDIT
           STRING "HOLDS ON RECORD " DELIMITED BY SIZE,
               HOLD-COUNT-EDIT DELIMITED BY SIZE
               INTO HOLD-LINE
           PERFORM WRITE-HOLD-LINE
           MOVE HOLD-LISTED TO HOLD-COUNT-EDIT
           STRING "ACTIVE          " DELIMITED BY SIZE,
               HOLD-COUNT-EDIT DELIMITED BY SIZE
               INTO HOLD-LINE
           PERFORM WRITE-HOLD-LINE
           CLOSE HOLD-RPT-FILE

           DISPLAY "HOLD REGISTER WRITTEN - " HOLD-TOTAL
               " HOLDS, " HOLD-LISTED " ACTIVE"
           MOVE "HOLDREG " TO SPOOL-REG-TYPE
           MOVE "SOSHOLD.RPT" TO SPOOL-REG-SRC
           PERFORM SPOOL-REGISTER.

       REPORT-ONE-HOLD.
           IF HT-STATE(HLX) = "A" THEN
               ADD 1 TO HOLD-LISTED
           END-IF
           STRING "CASE " DELIMITED BY SIZE,
               HT-CASE(HLX) DELIMITED BY SPACE,
               "   VOLUME " DELIMITED BY SIZE,
               HT-VOL(HLX) DELIMITED BY SPACE,
               "   EID " DELIMITED BY SIZE,
               HT-EID(HLX) DELIMITED BY SIZE
               INTO HOLD-LINE
           IF HT-STATE(HLX) = "A" THEN
               MOVE "ACTIVE" TO HOLD-LINE(60:)
           ELSE
               MOVE "RELEASED" TO HOLD-LINE(60:)
           END-IF
           PERFORM WRITE-HOLD-LINE
           STRING "  PLACED " DELIMITED BY SIZE,
               HT-DATE(HLX) DELIMITED BY SIZE,
               " BY " DELIMITED BY SIZE,
               HT-PLACER(HLX) DELIMITED BY SPACE,
               "   REASON: " DELIMITED BY SIZE,
               HT-REASON(HLX) DELIMITED BY SIZE
               INTO HOLD-LINE
           PERFORM WRITE-HOLD-LINE
           IF HT-STATE(HLX) = "R" THEN
               STRING "  RELEASED " DELIMITED BY SIZE,
                   HT-REL-DATE(HLX) DELIMITED BY SIZE,
                   " BY " DELIMITED BY SIZE,
                   HT-RELEASER(HLX) DELIMITED BY SPACE
                   INTO HOLD-LINE
               PERFORM WRITE-HOLD-LINE
           END-IF

           MOVE 0 TO HOLD-ROOT-IND
           IF HT-STATE(HLX) = "A" AND HT-VOL(HLX) = HOLD-CUR-VOL THEN
               MOVE HT-EID(HLX) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE WALK-MATCH-IND TO HOLD-ROOT-IND
               END-IF
           END-IF
           IF HOLD-ROOT-IND = 0 THEN
               STRING "  ENTITY " DELIMITED BY SIZE,
                   HT-PATH(HLX) DELIMITED BY SPACE
                   INTO HOLD-LINE
               PERFORM WRITE-HOLD-LINE
           ELSE
               MOVE 0 TO HOLD-ENT-COUNT
               MOVE HT-EID(HLX) TO HOLD-TEST-EID
               PERFORM REPORT-ONE-HELD-ENTITY
                   VARYING HMX FROM 1 BY 1
                   UNTIL HMX > MAX-ENTITY-COUNT
               MOVE HOLD-ENT-COUNT TO HOLD-COUNT-EDIT
               STRING "  ENTITIES UNDER HOLD " DELIMITED BY SIZE,
                   HOLD-COUNT-EDIT DELIMITED BY SIZE
                   INTO HOLD-LINE
               PERFORM WRITE-HOLD-LINE
           END-IF
           PERFORM WRITE-HOLD-LINE.

       REPORT-ONE-HELD-ENTITY.
           IF EID(HMX) NOT = 0 THEN
               MOVE HMX TO HOLD-TEST-IND
               PERFORM CHECK-SLOT-UNDER-HOLD
               IF HOLD-UNDER = 1 THEN
                   ADD 1 TO HOLD-ENT-COUNT
                   MOVE HMX TO GP-SUBJECT
                   PERFORM BUILD-GENERAL-PATH
                   STRING "    " DELIMITED BY SIZE,
                       GP-PATH DELIMITED BY SPACE
                       INTO HOLD-LINE
                   PERFORM WRITE-HOLD-LINE
               END-IF
           END-IF.

       WRITE-HOLD-LINE.
           MOVE HOLD-LINE TO HOLD-RPT-RECORD
           WRITE HOLD-RPT-RECORD
           MOVE SPACES TO HOLD-LINE.

      *> The mounted volume under its catalog name, the way the
      *> register keys it - "default" in any case is DEFAULT.
       SET-HOLD-CURRENT-VOLUME.
           MOVE VOLUME-NAME TO HOLD-CUR-VOL
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(HOLD-CUR-VOL))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO HOLD-CUR-VOL
           END-IF.

      *> Marks ACC-HOLD from the register: 1 on each held entity and
      *> everything below it, 2 on the directories above one (they
      *> cannot be removed without taking it along). HOLD-VOL-COUNT
      *> is how many holds this volume carries at all.
       BUILD-HOLD-MAP.
           PERFORM CLEAR-ONE-HOLD-MARK
               VARYING HMX FROM 1 BY 1
               UNTIL HMX > MAX-ENTITY-COUNT
           MOVE 0 TO HOLD-VOL-COUNT
           PERFORM LOAD-HOLD-TABLE
           IF HOLD-TOTAL > 0 THEN
               PERFORM SET-HOLD-CURRENT-VOLUME
               PERFORM MARK-ONE-HOLD-ROW
                   VARYING HLX FROM 1 BY 1
                   UNTIL HLX > HOLD-TOTAL
           END-IF.

       CLEAR-ONE-HOLD-MARK.
           MOVE 0 TO ACC-HOLD(HMX).

       MARK-ONE-HOLD-ROW.
           IF HT-STATE(HLX) = "A" AND HT-VOL(HLX) = HOLD-CUR-VOL THEN
               ADD 1 TO HOLD-VOL-COUNT
               MOVE HT-EID(HLX) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE WALK-MATCH-IND TO HOLD-ROOT-IND
                   MOVE HT-EID(HLX) TO HOLD-TEST-EID
                   PERFORM MARK-ONE-HELD-SLOT
                       VARYING HMX FROM 1 BY 1
                       UNTIL HMX > MAX-ENTITY-COUNT
                   MOVE HT-EID(HLX) TO ACC-WALK-EID
                   MOVE HOLD-ROOT-IND TO ACC-WALK-IND
                   PERFORM ACCESS-WALK-UP
                   PERFORM MARK-ONE-HOLD-ANCESTOR
                       VARYING HOLD-HOPS FROM 1 BY 1
                       UNTIL HOLD-HOPS > 32 OR ACC-WALK-EID = 0
               END-IF
           END-IF.

       MARK-ONE-HELD-SLOT.
           IF EID(HMX) NOT = 0 THEN
               MOVE HMX TO HOLD-TEST-IND
               PERFORM CHECK-SLOT-UNDER-HOLD
               IF HOLD-UNDER = 1 THEN
                   MOVE 1 TO ACC-HOLD(HMX)
               END-IF
           END-IF.

       MARK-ONE-HOLD-ANCESTOR.
           IF ACC-HOLD(ACC-WALK-IND) = 0 THEN
               MOVE 2 TO ACC-HOLD(ACC-WALK-IND)
           END-IF
           PERFORM ACCESS-WALK-UP.

      *> HOLD-UNDER is 1 when row HOLD-TEST-IND is entity
      *> HOLD-TEST-EID or lies somewhere beneath it.
       CHECK-SLOT-UNDER-HOLD.
           MOVE 0 TO HOLD-UNDER
           MOVE EID(HOLD-TEST-IND) TO ACC-WALK-EID
           MOVE HOLD-TEST-IND TO ACC-WALK-IND
           PERFORM HOLD-WALK-STEP
               VARYING HOLD-HOPS FROM 1 BY 1
               UNTIL HOLD-HOPS > 32 OR ACC-WALK-EID = 0
               OR HOLD-UNDER = 1.

       HOLD-WALK-STEP.
           IF ACC-WALK-EID = HOLD-TEST-EID THEN
               MOVE 1 TO HOLD-UNDER
           ELSE
               PERFORM ACCESS-WALK-UP
           END-IF.

      *> An undo may not swing a held row back to another state -
      *> HOLD-UNDO-HIT is set when the image differs on any of them.
       CHECK-ONE-HOLD-UNDO.
           IF ACC-HOLD(HMX) = 1
                   AND ENTITY(HMX) NOT = UNDO-ENTITY-IMG(HMX) THEN
               MOVE 1 TO HOLD-UNDO-HIT
           END-IF.

       LOAD-HOLD-TABLE.
           MOVE 0 TO HOLD-TOTAL
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = "00" THEN
               PERFORM LOAD-ONE-HOLD-ROW
                   VARYING HLX FROM 1 BY 1
                   UNTIL HLX > MAX-HOLD-COUNT
                   OR HOLD-STATUS NOT = "00"
               CLOSE HOLD-FILE
           ELSE
               CLOSE HOLD-FILE
           END-IF.

       LOAD-ONE-HOLD-ROW.
           READ HOLD-FILE INTO HOLD-RECORD
           IF HOLD-STATUS = "00" THEN
               MOVE HOLD-RECORD TO HOLD-IN-LINE
               ADD 1 TO HOLD-TOTAL
               MOVE HF-CASE TO HT-CASE(HOLD-TOTAL)
               MOVE HF-STATE TO HT-STATE(HOLD-TOTAL)
               MOVE HF-VOL TO HT-VOL(HOLD-TOTAL)
               MOVE HF-EID TO HT-EID(HOLD-TOTAL)
               MOVE HF-PLACER TO HT-PLACER(HOLD-TOTAL)
               MOVE HF-DATE TO HT-DATE(HOLD-TOTAL)
               MOVE HF-RELEASER TO HT-RELEASER(HOLD-TOTAL)
               MOVE HF-REL-DATE TO HT-REL-DATE(HOLD-TOTAL)
               MOVE HF-PATH TO HT-PATH(HOLD-TOTAL)
               MOVE HF-REASON TO HT-REASON(HOLD-TOTAL)
           END-IF.

       SAVE-HOLD-TABLE.
           OPEN OUTPUT HOLD-FILE
           PERFORM SAVE-ONE-HOLD-ROW
               VARYING HLX FROM 1 BY 1
               UNTIL HLX > HOLD-TOTAL
           CLOSE HOLD-FILE.

       SAVE-ONE-HOLD-ROW.
           MOVE SPACES TO HOLD-IN-LINE
           MOVE HT-CASE(HLX) TO HF-CASE
           MOVE HT-STATE(HLX) TO HF-STATE
           MOVE HT-VOL(HLX) TO HF-VOL
           MOVE HT-EID(HLX) TO HF-EID
           MOVE HT-PLACER(HLX) TO HF-PLACER
           MOVE HT-DATE(HLX) TO HF-DATE
           MOVE HT-RELEASER(HLX) TO HF-RELEASER
           MOVE HT-REL-DATE(HLX) TO HF-REL-DATE
           MOVE HT-PATH(HLX) TO HF-PATH
           MOVE HT-REASON(HLX) TO HF-REASON
           MOVE HOLD-IN-LINE TO HOLD-RECORD
           WRITE HOLD-RECORD.

      *> "layout" and "layout list [name]" show the layouts (or one
      *> layout's fields) and what this volume has attached;
      *> "layout define name field start length N|A|D [R|O]" adds
      *> or redefines a field and "layout drop name [field]" takes
      *> one field or a whole, unattached layout away (senior);
      *> "layout attach name entity" and "layout detach entity"
      *> govern a file or directory (its owner or a supervisor - "."
      *> is the current directory); "layout check" reports every
      *> line on the volume that breaks its layout; "layout extract
      *> entity" writes its governed lines to SOSLAYEX.CSV by field.
       LAYOUT-COMMAND.
           PERFORM LOAD-LAYOUT-TABLE
           PERFORM LOAD-LAYAT-TABLE
           PERFORM SET-LAYOUT-CURRENT-VOLUME
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN SPACES
                   PERFORM LAYOUT-LIST
               WHEN "list"
                   PERFORM LAYOUT-LIST
               WHEN "define"
                   PERFORM LAYOUT-DEFINE
               WHEN "drop"
                   PERFORM LAYOUT-DROP
               WHEN "attach"
                   PERFORM LAYOUT-ATTACH
               WHEN "detach"
                   PERFORM LAYOUT-DETACH
               WHEN "check"
                   PERFORM LAYOUT-CHECK
               WHEN "extract"
                   PERFORM LAYOUT-EXTRACT
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

       LAYOUT-LIST.
           IF ARG2-COUNT < 32 THEN
               MOVE 0 TO LAY-FIELD-COUNT
               PERFORM LIST-ONE-LAYOUT-FIELD
                   VARYING LYX FROM 1 BY 1
                   UNTIL LYX > LAYOUT-TOTAL
               IF LAY-FIELD-COUNT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               END-IF
           ELSE
               IF LAYOUT-TOTAL = 0 THEN
                   DISPLAY "NO LAYOUTS DEFINED"
               ELSE
                   DISPLAY "LAYOUT   FIELDS"
                   PERFORM LIST-ONE-LAYOUT-NAME
                       VARYING LYX FROM 1 BY 1
                       UNTIL LYX > LAYOUT-TOTAL
               END-IF
               MOVE 0 TO LAY-HIT
               PERFORM LIST-ONE-LAYAT-ROW
                   VARYING LAX FROM 1 BY 1
                   UNTIL LAX > LAYAT-TOTAL
               IF LAY-HIT = 0 THEN
                   DISPLAY "NO LAYOUTS ATTACHED ON "
                       FUNCTION TRIM(LAY-CUR-VOL)
               END-IF
           END-IF.

       LIST-ONE-LAYOUT-FIELD.
           IF LY-NAME(LYX) = US-ARG2(1:8) AND US-ARG2(9:) = SPACES THEN
               IF LAY-FIELD-COUNT = 0 THEN
                   DISPLAY "FIELD        COLUMNS TYPE REQ"
               END-IF
               ADD 1 TO LAY-FIELD-COUNT
               MOVE LY-START(LYX) TO LAY-COL-EDIT
               COMPUTE LAY-COL-EDIT2 = LY-START(LYX) + LY-LEN(LYX) - 1
               DISPLAY LY-FIELD(LYX) " " LAY-COL-EDIT "-" LAY-COL-EDIT2
                   "   " LY-TYPE(LYX) "    " LY-REQ(LYX)
           END-IF.

      *> A layout's name is listed at its first field row only.
       LIST-ONE-LAYOUT-NAME.
           MOVE 0 TO LAY-HIT
           PERFORM FIND-EARLIER-LAYOUT-ROW
               VARYING LYY FROM 1 BY 1
               UNTIL LYY >= LYX OR LAY-HIT > 0
           IF LAY-HIT = 0 THEN
               MOVE 0 TO LAY-FIELD-COUNT
               PERFORM COUNT-ONE-LAYOUT-FIELD
                   VARYING LYY FROM LYX BY 1
                   UNTIL LYY > LAYOUT-TOTAL
               MOVE LAY-FIELD-COUNT TO LAY-COUNT-EDIT
               DISPLAY LY-NAME(LYX) " " LAY-COUNT-EDIT
           END-IF.

       FIND-EARLIER-LAYOUT-ROW.
           IF LY-NAME(LYY) = LY-NAME(LYX) THEN
               MOVE LYY TO LAY-HIT
           END-IF.

       COUNT-ONE-LAYOUT-FIELD.
           IF LY-NAME(LYY) = LY-NAME(LYX) THEN
               ADD 1 TO LAY-FIELD-COUNT
           END-IF.

       LIST-ONE-LAYAT-ROW.
           IF LA-VOL(LAX) = LAY-CUR-VOL THEN
               IF LAY-HIT = 0 THEN
                   DISPLAY "ATTACHED ON " FUNCTION TRIM(LAY-CUR-VOL)
                       ":"
               END-IF
               ADD 1 TO LAY-HIT
               DISPLAY "  " LA-LAYOUT(LAX) " "
                   FUNCTION TRIM(LA-PATH(LAX))
           END-IF.

      *> The seven-word form outruns the usual four arguments, so
      *> NORMALIZED-INPUT is split again into fields of its own.
       LAYOUT-DEFINE.
           MOVE SPACES TO LAY-ARG-NAME LAY-ARG-FIELD LAY-ARG-START
               LAY-ARG-LEN LAY-ARG-TYPE LAY-ARG-REQ LAY-ARG-EXTRA
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD US-ARG1 LAY-ARG-NAME LAY-ARG-FIELD
                   LAY-ARG-START LAY-ARG-LEN LAY-ARG-TYPE LAY-ARG-REQ
                   LAY-ARG-EXTRA
           MOVE FUNCTION UPPER-CASE(LAY-ARG-TYPE) TO LAY-ARG-TYPE
           MOVE FUNCTION UPPER-CASE(LAY-ARG-REQ) TO LAY-ARG-REQ
           IF LAY-ARG-REQ = SPACES THEN
               MOVE "O" TO LAY-ARG-REQ
           END-IF
           IF LAY-ARG-NAME = SPACES OR LAY-ARG-NAME(9:) NOT = SPACES
                   OR LAY-ARG-FIELD = SPACES
                   OR LAY-ARG-FIELD(13:) NOT = SPACES
                   OR LAY-ARG-EXTRA NOT = SPACES
                   OR FUNCTION TEST-NUMVAL(LAY-ARG-START) NOT = 0
                   OR FUNCTION TEST-NUMVAL(LAY-ARG-LEN) NOT = 0
                   OR (LAY-ARG-TYPE NOT = "N" AND LAY-ARG-TYPE NOT = "A"
                   AND LAY-ARG-TYPE NOT = "D")
                   OR (LAY-ARG-REQ NOT = "R" AND LAY-ARG-REQ NOT = "O")
                   THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE FUNCTION NUMVAL(LAY-ARG-START) TO LAY-NEW-START
               MOVE FUNCTION NUMVAL(LAY-ARG-LEN) TO LAY-NEW-LEN
               COMPUTE LAY-NEW-END = LAY-NEW-START + LAY-NEW-LEN - 1
               IF LAY-NEW-START < 1 OR LAY-NEW-START > 60
                       OR LAY-NEW-LEN < 1 OR LAY-NEW-LEN > 60
                       OR LAY-NEW-END > 60 THEN
                   DISPLAY "A FIELD MUST LIE WITHIN COLUMNS 1-60"
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF LAY-ARG-TYPE = "D" AND LAY-NEW-LEN NOT = 8 THEN
                   DISPLAY "A DATE FIELD IS 8 COLUMNS (YYYYMMDD)"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE 0 TO LAY-HIT
                   PERFORM FIND-LAYOUT-FIELD-ROW
                       VARYING LYX FROM 1 BY 1
                       UNTIL LYX > LAYOUT-TOTAL OR LAY-HIT > 0
                   IF LAY-HIT = 0 THEN
                       IF LAYOUT-TOTAL >= MAX-LAYOUT-FIELDS THEN
                           DISPLAY "LAYOUT TABLE FULL"
                           MOVE 1 TO CMD-STATUS
                       ELSE
                           ADD 1 TO LAYOUT-TOTAL
                           MOVE LAYOUT-TOTAL TO LAY-HIT
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE LAY-ARG-NAME TO LY-NAME(LAY-HIT)
               MOVE LAY-ARG-FIELD TO LY-FIELD(LAY-HIT)
               MOVE LAY-NEW-START TO LY-START(LAY-HIT)
               MOVE LAY-NEW-LEN TO LY-LEN(LAY-HIT)
               MOVE LAY-ARG-TYPE TO LY-TYPE(LAY-HIT)
               MOVE LAY-ARG-REQ TO LY-REQ(LAY-HIT)
               PERFORM SAVE-LAYOUT-TABLE

               MOVE "lay+" TO AUDIT-CMD-OUT
               MOVE LAY-ARG-NAME TO AUDIT-ARG1-OUT
               MOVE LAY-ARG-FIELD TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "FIELD " FUNCTION TRIM(LAY-ARG-FIELD)
                   " DEFINED IN LAYOUT " FUNCTION TRIM(LAY-ARG-NAME)
           END-IF.

       FIND-LAYOUT-FIELD-ROW.
           IF LY-NAME(LYX) = LAY-ARG-NAME
                   AND LY-FIELD(LYX) = LAY-ARG-FIELD THEN
               MOVE LYX TO LAY-HIT
           END-IF.

      *> A whole layout goes only once nothing is attached to it,
      *> on any volume; its fields keep their order otherwise.
       LAYOUT-DROP.
           MOVE US-ARG2 TO LAY-ARG-NAME
           MOVE US-ARG3(1:32) TO LAY-ARG-FIELD
           IF LAY-ARG-NAME = SPACES OR LAY-ARG-NAME(9:) NOT = SPACES
                   OR LAY-ARG-FIELD(13:) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF LAY-ARG-FIELD = SPACES THEN
               MOVE 0 TO LAY-HIT
               PERFORM FIND-LAYAT-FOR-LAYOUT
                   VARYING LAX FROM 1 BY 1
                   UNTIL LAX > LAYAT-TOTAL OR LAY-HIT > 0
               IF LAY-HIT > 0 THEN
                   DISPLAY "LAYOUT IS ATTACHED ON "
                       FUNCTION TRIM(LA-VOL(LAY-HIT))
                       " - DETACH IT FIRST"
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE 0 TO LAY-FIELD-COUNT
               PERFORM DROP-ONE-LAYOUT-FIELD
                   VARYING LYX FROM LAYOUT-TOTAL BY -1
                   UNTIL LYX < 1
               IF LAY-FIELD-COUNT = 0 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM SAVE-LAYOUT-TABLE
                   MOVE "lay-" TO AUDIT-CMD-OUT
                   MOVE LAY-ARG-NAME TO AUDIT-ARG1-OUT
                   MOVE LAY-ARG-FIELD TO AUDIT-ARG2-OUT
                   MOVE 0 TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   MOVE LAY-FIELD-COUNT TO LAY-COUNT-EDIT
                   DISPLAY "DROPPED " FUNCTION TRIM(LAY-COUNT-EDIT)
                       " FIELD(S) FROM LAYOUT "
                       FUNCTION TRIM(LAY-ARG-NAME)
               END-IF
           END-IF.

       FIND-LAYAT-FOR-LAYOUT.
           IF LA-LAYOUT(LAX) = LAY-ARG-NAME THEN
               MOVE LAX TO LAY-HIT
           END-IF.

       DROP-ONE-LAYOUT-FIELD.
           IF LY-NAME(LYX) = LAY-ARG-NAME
                   AND (LAY-ARG-FIELD = SPACES
                   OR LY-FIELD(LYX) = LAY-ARG-FIELD) THEN
               PERFORM SHIFT-ONE-LAYOUT-ROW
                   VARYING LYY FROM LYX BY 1
                   UNTIL LYY >= LAYOUT-TOTAL
               SUBTRACT 1 FROM LAYOUT-TOTAL
               ADD 1 TO LAY-FIELD-COUNT
           END-IF.

       SHIFT-ONE-LAYOUT-ROW.
           MOVE LAYOUT-ROW(LYY + 1) TO LAYOUT-ROW(LYY).

      *> One attachment per path; attaching again swaps the layout.
       LAYOUT-ATTACH.
           MOVE US-ARG2 TO LAY-ARG-NAME
           MOVE US-ARG3(1:32) TO NEW-NAME
           IF LAY-ARG-NAME = SPACES OR LAY-ARG-NAME(9:) NOT = SPACES
                   OR NEW-NAME = SPACES OR US-ARG3(33:) NOT = SPACES
                   THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE 0 TO LAY-HIT
               PERFORM FIND-LAYOUT-BY-NAME
                   VARYING LYX FROM 1 BY 1
                   UNTIL LYX > LAYOUT-TOTAL OR LAY-HIT > 0
               IF LAY-HIT = 0 THEN
                   DISPLAY "NO SUCH LAYOUT: "
                       FUNCTION TRIM(LAY-ARG-NAME)
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM LOCATE-LAYOUT-ENTITY
                   IF CMD-STATUS = 0 THEN
                       PERFORM CHECK-LAYOUT-OWNER
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE LAY-TARGET-IND TO LAY-SUBJECT
               PERFORM SET-LAYOUT-PATH
               MOVE 0 TO LAY-HIT
               PERFORM FIND-LAYAT-FOR-PATH
                   VARYING LAX FROM 1 BY 1
                   UNTIL LAX > LAYAT-TOTAL OR LAY-HIT > 0
               IF LAY-HIT = 0 THEN
                   IF LAYAT-TOTAL >= MAX-LAYAT-COUNT THEN
                       DISPLAY "LAYOUT ATTACHMENTS FULL"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO LAYAT-TOTAL
                       MOVE LAYAT-TOTAL TO LAY-HIT
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE LAY-CUR-VOL TO LA-VOL(LAY-HIT)
               MOVE LAY-ARG-NAME TO LA-LAYOUT(LAY-HIT)
               MOVE LAY-PATH TO LA-PATH(LAY-HIT)
               PERFORM SAVE-LAYAT-TABLE

               MOVE "laya" TO AUDIT-CMD-OUT
               MOVE LAY-ARG-NAME TO AUDIT-ARG1-OUT
               MOVE LAY-PATH TO AUDIT-ARG2-OUT
               MOVE EID(LAY-TARGET-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "LAYOUT " FUNCTION TRIM(LAY-ARG-NAME)
                   " ATTACHED TO " FUNCTION TRIM(LAY-PATH)
           END-IF.

       FIND-LAYOUT-BY-NAME.
           IF LY-NAME(LYX) = LAY-ARG-NAME THEN
               MOVE LYX TO LAY-HIT
           END-IF.

       FIND-LAYAT-FOR-PATH.
           IF LA-VOL(LAX) = LAY-CUR-VOL AND LA-PATH(LAX) = LAY-PATH
                   THEN
               MOVE LAX TO LAY-HIT
           END-IF.

       LAYOUT-DETACH.
           MOVE US-ARG2 TO NEW-NAME
           IF ARG2-COUNT = 32 OR US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LOCATE-LAYOUT-ENTITY
               IF CMD-STATUS = 0 THEN
                   PERFORM CHECK-LAYOUT-OWNER
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE LAY-TARGET-IND TO LAY-SUBJECT
               PERFORM SET-LAYOUT-PATH
               MOVE 0 TO LAY-HIT
               PERFORM FIND-LAYAT-FOR-PATH
                   VARYING LAX FROM 1 BY 1
                   UNTIL LAX > LAYAT-TOTAL OR LAY-HIT > 0
               IF LAY-HIT = 0 THEN
                   DISPLAY "NO LAYOUT ATTACHED TO "
                       FUNCTION TRIM(LAY-PATH)
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE LA-LAYOUT(LAY-HIT) TO AUDIT-ARG1-OUT
                   MOVE LAYAT-ROW(LAYAT-TOTAL) TO LAYAT-ROW(LAY-HIT)
                   SUBTRACT 1 FROM LAYAT-TOTAL
                   PERFORM SAVE-LAYAT-TABLE

                   MOVE "layd" TO AUDIT-CMD-OUT
                   MOVE LAY-PATH TO AUDIT-ARG2-OUT
                   MOVE EID(LAY-TARGET-IND) TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "LAYOUT DETACHED FROM "
                       FUNCTION TRIM(LAY-PATH)
               END-IF
           END-IF.

      *> NEW-NAME in the current directory - or "." for the
      *> directory itself - to LAY-TARGET-IND.
       LOCATE-LAYOUT-ENTITY.
           MOVE 0 TO LAY-TARGET-IND
           IF NEW-NAME = "." THEN
               MOVE CUR-IND TO LAY-TARGET-IND
           ELSE
               PERFORM FIND-VERSION-TARGET
               IF CAP-FOUND = 1 THEN
                   MOVE CAP-MATCH-IND TO LAY-TARGET-IND
               END-IF
           END-IF
           IF LAY-TARGET-IND = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
           IF ELINK(LAY-TARGET-IND) THEN
               DISPLAY ERR-NOT-A-FILE
               MOVE 1 TO CMD-STATUS
           END-IF
           END-IF.

      *> Attaching and detaching are for the entity's owner or a
      *> supervisor.
       CHECK-LAYOUT-OWNER.
           IF OWNER(LAY-TARGET-IND) NOT = OPERATOR-ID
                   AND OPERATOR-AUTH < 3 THEN
               DISPLAY ERR-PERMISSION-DENIED
               MOVE 5 TO CMD-STATUS
           END-IF.

      *> The validation report: every governed line on the mounted
      *> volume checked, each broken field one line of the report.
       LAYOUT-CHECK.
           ACCEPT LAY-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT LAYRPT-FILE
           MOVE SPACES TO LAY-RPT-LINE
           STRING "LAYOUT VALIDATION REPORT   VOLUME "
                   DELIMITED BY SIZE,
               LAY-CUR-VOL DELIMITED BY SPACE,
               "   RUN " DELIMITED BY SIZE,
               LAY-TODAY DELIMITED BY SIZE,
               " BY " DELIMITED BY SIZE,
               OPERATOR-ID DELIMITED BY SPACE
               INTO LAY-RPT-LINE
           PERFORM WRITE-LAYRPT-LINE
           PERFORM WRITE-LAYRPT-LINE

           MOVE 0 TO LAY-FILES
           MOVE 0 TO LAY-LINES
           MOVE 0 TO LAY-BAD-LINES
           MOVE 1 TO LAY-REPORTING
           IF LAYAT-TOTAL > 0 THEN
               PERFORM CHECK-ONE-LAYOUT-FILE
                   VARYING I FROM 1 BY 1
                   UNTIL I > MAX-ENTITY-COUNT
           END-IF
           MOVE 0 TO LAY-REPORTING

           PERFORM WRITE-LAYRPT-LINE
           MOVE LAY-FILES TO LAY-COUNT-EDIT
           STRING "FILES CHECKED   " DELIMITED BY SIZE,
               LAY-COUNT-EDIT DELIMITED BY SIZE
               INTO LAY-RPT-LINE
           PERFORM WRITE-LAYRPT-LINE
           MOVE LAY-LINES TO LAY-COUNT-EDIT
           STRING "LINES CHECKED   " DELIMITED BY SIZE,
               LAY-COUNT-EDIT DELIMITED BY SIZE
               INTO LAY-RPT-LINE
           PERFORM WRITE-LAYRPT-LINE
           MOVE LAY-BAD-LINES TO LAY-COUNT-EDIT
           STRING "LINES IN ERROR  " DELIMITED BY SIZE,
               LAY-COUNT-EDIT DELIMITED BY SIZE
               INTO LAY-RPT-LINE
           PERFORM WRITE-LAYRPT-LINE
           CLOSE LAYRPT-FILE

           DISPLAY "LAYOUT CHECK: " LAY-FILES " FILES, " LAY-LINES
               " LINES, " LAY-BAD-LINES " IN ERROR - SEE SOSLAYCK.RPT"
           MOVE "LAYOUTCK" TO SPOOL-REG-TYPE
           MOVE "SOSLAYCK.RPT" TO SPOOL-REG-SRC
           PERFORM SPOOL-REGISTER.

       CHECK-ONE-LAYOUT-FILE.
           IF EID(I) NOT = 0 AND EFILE(I) THEN
               PERFORM CHECK-EXPORT-TRASHED
               IF TRASH-SKIP = 0 THEN
                   MOVE I TO LAY-SUBJECT
                   PERFORM FIND-EFFECTIVE-LAYOUT
                   IF LAY-ACTIVE NOT = SPACES THEN
                       ADD 1 TO LAY-FILES
                       IF ECONTENT(I) NOT = SPACES THEN
                           MOVE ECONTENT(I) TO LAY-TEXT
                           MOVE 1 TO LAY-LINE-NO
                           PERFORM CHECK-ONE-LAYOUT-LINE
                       END-IF
                       PERFORM CHECK-ONE-LAYOUT-SEG
                           VARYING SGX FROM 1 BY 1
                           UNTIL SGX > SEG-TOTAL
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-LAYOUT-SEG.
           IF SEG-EID(SGX) = EID(I) THEN
               MOVE SEG-TEXT(SGX) TO LAY-TEXT
               MOVE SEG-LINE(SGX) TO LAY-LINE-NO
               PERFORM CHECK-ONE-LAYOUT-LINE
           END-IF.

       CHECK-ONE-LAYOUT-LINE.
           ADD 1 TO LAY-LINES
           PERFORM VALIDATE-LAYOUT-LINE
           IF LAY-FAULTS > 0 THEN
               ADD 1 TO LAY-BAD-LINES
           END-IF.

       REPORT-LAYOUT-FAULT.
           MOVE LAY-LINE-NO TO LAY-LINE-EDIT
           MOVE LY-START(LYX) TO LAY-COL-EDIT
           COMPUTE LAY-COL-EDIT2 = LY-START(LYX) + LY-LEN(LYX) - 1
           MOVE SPACES TO LAY-RPT-LINE
           STRING FUNCTION TRIM(LAY-PATH) DELIMITED BY SIZE,
               "  LINE " DELIMITED BY SIZE,
               LAY-LINE-EDIT DELIMITED BY SIZE,
               "  " DELIMITED BY SIZE,
               LY-NAME(LYX) DELIMITED BY SPACE,
               "." DELIMITED BY SIZE,
               LY-FIELD(LYX) DELIMITED BY SPACE,
               " (" DELIMITED BY SIZE,
               FUNCTION TRIM(LAY-COL-EDIT) DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               FUNCTION TRIM(LAY-COL-EDIT2) DELIMITED BY SIZE,
               ") " DELIMITED BY SIZE,
               LAY-WHY DELIMITED BY SIZE
               INTO LAY-RPT-LINE
               ON OVERFLOW CONTINUE
           END-STRING
           PERFORM WRITE-LAYRPT-LINE.

       WRITE-LAYRPT-LINE.
           MOVE LAY-RPT-LINE TO LAYRPT-RECORD
           WRITE LAYRPT-RECORD
           MOVE SPACES TO LAY-RPT-LINE.

      *> The by-field extract: every line of every file at or below
      *> the named entity that the entity's own layout governs, one
      *> CSV row each under the layout's field names. Files the
      *> operator may not read, or classified ones they do not own,
      *> are withheld, as export withholds their content.
       LAYOUT-EXTRACT.
           MOVE US-ARG2 TO NEW-NAME
           IF ARG2-COUNT = 32 OR US-ARG3 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LOCATE-LAYOUT-ENTITY
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE LAY-TARGET-IND TO LAY-SUBJECT
               PERFORM FIND-EFFECTIVE-LAYOUT
               IF LAY-ACTIVE = SPACES THEN
                   DISPLAY "NO LAYOUT GOVERNS " FUNCTION TRIM(LAY-PATH)
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE LAY-ACTIVE TO LAY-EXTRACT-NAME
               MOVE LAY-PATH TO LAY-SCOPE-PATH
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LAY-SCOPE-PATH))
                   TO LAY-SCOPE-LEN
               OPEN OUTPUT LAYCSV-FILE
               MOVE SPACES TO LAY-CSV-LINE
               MOVE 1 TO LAY-PTR
               STRING "PATH,LINE" DELIMITED BY SIZE
                   INTO LAY-CSV-LINE
                   WITH POINTER LAY-PTR
               END-STRING
               PERFORM APPEND-ONE-LAYOUT-HEADING
                   VARYING LYX FROM 1 BY 1
                   UNTIL LYX > LAYOUT-TOTAL
               MOVE LAY-CSV-LINE TO LAYCSV-RECORD
               WRITE LAYCSV-RECORD

               MOVE 0 TO LAY-FILES
               MOVE 0 TO LAY-ROWS
               MOVE 0 TO LAY-SKIPPED
               PERFORM EXTRACT-ONE-LAYOUT-FILE
                   VARYING I FROM 1 BY 1
                   UNTIL I > MAX-ENTITY-COUNT
               CLOSE LAYCSV-FILE

               DISPLAY "EXTRACTED " LAY-ROWS " LINES FROM " LAY-FILES
                   " FILES TO SOSLAYEX.CSV"
               IF LAY-SKIPPED > 0 THEN
                   DISPLAY LAY-SKIPPED " FILES WITHHELD (NOT READABLE"
                       " OR CLASSIFIED)"
               END-IF
               MOVE "LAYOUTEX" TO SPOOL-REG-TYPE
               MOVE "SOSLAYEX.CSV" TO SPOOL-REG-SRC
               PERFORM SPOOL-REGISTER
           END-IF.

       APPEND-ONE-LAYOUT-HEADING.
           IF LY-NAME(LYX) = LAY-EXTRACT-NAME THEN
               STRING "," DELIMITED BY SIZE,
                   LY-FIELD(LYX) DELIMITED BY SPACE
                   INTO LAY-CSV-LINE
                   WITH POINTER LAY-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       EXTRACT-ONE-LAYOUT-FILE.
           IF EID(I) NOT = 0 AND EFILE(I) THEN
               PERFORM CHECK-EXPORT-TRASHED
               IF TRASH-SKIP = 0 THEN
                   MOVE I TO LAY-SUBJECT
                   PERFORM FIND-EFFECTIVE-LAYOUT
                   IF LAY-ACTIVE = LAY-EXTRACT-NAME THEN
                       PERFORM CHECK-LAYOUT-SCOPE
                   ELSE
                       MOVE 0 TO LAY-HIT
                   END-IF
                   IF LAY-HIT = 1 THEN
                       PERFORM MASK-EXPORT-CONTENT
                       IF EXP-MASKED = 1 THEN
                           ADD 1 TO LAY-SKIPPED
                       ELSE
                           ADD 1 TO LAY-FILES
                           IF ECONTENT(I) NOT = SPACES THEN
                               MOVE ECONTENT(I) TO LAY-TEXT
                               MOVE 1 TO LAY-LINE-NO
                               PERFORM EXTRACT-ONE-LAYOUT-LINE
                           END-IF
                           PERFORM EXTRACT-LAYOUT-SEG-LINE
                               VARYING LAY-LINE-NO FROM 2 BY 1
                               UNTIL LAY-LINE-NO > MAX-FILE-LINES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> LAY-HIT 1 when LAY-PATH is the extract's entity or lies
      *> beneath it.
       CHECK-LAYOUT-SCOPE.
           MOVE 0 TO LAY-HIT
           IF LAY-PATH = LAY-SCOPE-PATH OR LAY-SCOPE-PATH = "/" THEN
               MOVE 1 TO LAY-HIT
           ELSE
           IF LAY-SCOPE-LEN < 60 THEN
               IF LAY-PATH(1:LAY-SCOPE-LEN)
                       = LAY-SCOPE-PATH(1:LAY-SCOPE-LEN)
                       AND LAY-PATH(LAY-SCOPE-LEN + 1:1) = "/" THEN
                   MOVE 1 TO LAY-HIT
               END-IF
           END-IF
           END-IF.

       EXTRACT-LAYOUT-SEG-LINE.
           MOVE 0 TO LAY-HIT
           PERFORM FIND-LAYOUT-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > SEG-TOTAL OR LAY-HIT > 0
           IF LAY-HIT > 0 THEN
               MOVE SEG-TEXT(LAY-HIT) TO LAY-TEXT
               PERFORM EXTRACT-ONE-LAYOUT-LINE
           END-IF.

       FIND-LAYOUT-SEG.
           IF SEG-EID(SGX) = EID(I) AND SEG-LINE(SGX) = LAY-LINE-NO
                   THEN
               MOVE SGX TO LAY-HIT
           END-IF.

       EXTRACT-ONE-LAYOUT-LINE.
           MOVE LAY-LINE-NO TO LAY-LINE-EDIT
           MOVE SPACES TO LAY-CSV-LINE
           MOVE 1 TO LAY-PTR
           STRING FUNCTION TRIM(LAY-PATH) DELIMITED BY SIZE,
               "," DELIMITED BY SIZE,
               FUNCTION TRIM(LAY-LINE-EDIT) DELIMITED BY SIZE
               INTO LAY-CSV-LINE
               WITH POINTER LAY-PTR
           END-STRING
           PERFORM APPEND-ONE-LAYOUT-VALUE
               VARYING LYX FROM 1 BY 1
               UNTIL LYX > LAYOUT-TOTAL
           MOVE LAY-CSV-LINE TO LAYCSV-RECORD
           WRITE LAYCSV-RECORD
           ADD 1 TO LAY-ROWS.

       APPEND-ONE-LAYOUT-VALUE.
           IF LY-NAME(LYX) = LAY-EXTRACT-NAME THEN
               MOVE SPACES TO LAY-FIELD-VAL
               MOVE LAY-TEXT(LY-START(LYX):LY-LEN(LYX))
                   TO LAY-FIELD-VAL
               STRING "," DELIMITED BY SIZE
                   INTO LAY-CSV-LINE
                   WITH POINTER LAY-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               IF LAY-FIELD-VAL NOT = SPACES THEN
                   STRING FUNCTION TRIM(LAY-FIELD-VAL)
                       DELIMITED BY SIZE
                       INTO LAY-CSV-LINE
                       WITH POINTER LAY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-IF.

      *> A write into a file some layout governs must leave a line
      *> that fits it - judged here, ahead of WRITEFILE, against the
      *> line as typed. A file the write is about to create takes
      *> the layout of the directory it lands in. A journal replay
      *> re-applies lines that were accepted when typed and is not
      *> judged again.
       CHECK-WRITE-LAYOUT.
           MOVE 0 TO LAY-FAULTS
           MOVE SPACES TO LAY-ACTIVE
           IF JRNL-REPLAY-MODE = 0 THEN
               PERFORM LOAD-LAYAT-TABLE
               PERFORM SET-LAYOUT-CURRENT-VOLUME
               PERFORM FIND-VERSION-TARGET
               IF CAP-FOUND = 1 THEN
                   IF EFILE(CAP-MATCH-IND) THEN
                       MOVE CAP-MATCH-IND TO LAY-SUBJECT
                       PERFORM FIND-EFFECTIVE-LAYOUT
                   END-IF
               ELSE
                   MOVE CUR-IND TO LAY-SUBJECT
                   PERFORM FIND-EFFECTIVE-LAYOUT
               END-IF
               IF LAY-ACTIVE NOT = SPACES THEN
                   PERFORM LOAD-LAYOUT-TABLE
                   MOVE WRITE-CONTENT TO LAY-TEXT
                   MOVE 0 TO LAY-REPORTING
                   PERFORM VALIDATE-LAYOUT-LINE
               END-IF
           END-IF.

      *> A line refused for its layout - the error, then the first
      *> field it broke and why.
       REPORT-LAYOUT-REFUSAL.
           DISPLAY ERR-LAYOUT-VIOLATION
           MOVE LAY-FIRST-START TO LAY-COL-EDIT
           MOVE LAY-FIRST-END TO LAY-COL-EDIT2
           DISPLAY "FIELD " FUNCTION TRIM(LAY-FIRST-FIELD)
               " (COLUMNS " FUNCTION TRIM(LAY-COL-EDIT) "-"
               FUNCTION TRIM(LAY-COL-EDIT2) "): "
               FUNCTION TRIM(LAY-FIRST-WHY)
           MOVE 1 TO CMD-STATUS.

      *> Judges LAY-TEXT against every field of LAY-ACTIVE: a blank
      *> field fails only when required; a filled one must read as a
      *> number (N) or a real YYYYMMDD day (D). LAY-FAULTS counts
      *> the broken fields, the first one kept for the refusal.
       VALIDATE-LAYOUT-LINE.
           MOVE 0 TO LAY-FAULTS
           PERFORM JUDGE-ONE-LAYOUT-FIELD
               VARYING LYX FROM 1 BY 1
               UNTIL LYX > LAYOUT-TOTAL.

       JUDGE-ONE-LAYOUT-FIELD.
           IF LY-NAME(LYX) = LAY-ACTIVE THEN
               MOVE SPACES TO LAY-WHY
               MOVE SPACES TO LAY-FIELD-VAL
               MOVE LAY-TEXT(LY-START(LYX):LY-LEN(LYX))
                   TO LAY-FIELD-VAL
               IF LAY-FIELD-VAL = SPACES THEN
                   IF LY-REQUIRED(LYX) THEN
                       MOVE "REQUIRED FIELD BLANK" TO LAY-WHY
                   END-IF
               ELSE
               IF LY-NUMERIC(LYX) THEN
                   IF FUNCTION TEST-NUMVAL(
                           LAY-FIELD-VAL(1:LY-LEN(LYX))) NOT = 0 THEN
                       MOVE "NOT NUMERIC" TO LAY-WHY
                   END-IF
               ELSE
               IF LY-DATE(LYX) THEN
                   IF LAY-FIELD-VAL(1:8) IS NOT NUMERIC THEN
                       MOVE "NOT A DATE (YYYYMMDD)" TO LAY-WHY
                   ELSE
                       MOVE LAY-FIELD-VAL(1:8) TO LAY-DATE-NUM
                       IF FUNCTION TEST-DATE-YYYYMMDD(LAY-DATE-NUM)
                               NOT = 0 THEN
                           MOVE "NOT A DATE (YYYYMMDD)" TO LAY-WHY
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF

               IF LAY-WHY NOT = SPACES THEN
                   ADD 1 TO LAY-FAULTS
                   IF LAY-FAULTS = 1 THEN
                       MOVE LY-FIELD(LYX) TO LAY-FIRST-FIELD
                       MOVE LAY-WHY TO LAY-FIRST-WHY
                       MOVE LY-START(LYX) TO LAY-FIRST-START
                       COMPUTE LAY-FIRST-END =
                           LY-START(LYX) + LY-LEN(LYX) - 1
                   END-IF
                   IF LAY-REPORTING = 1 THEN
                       PERFORM REPORT-LAYOUT-FAULT
                   END-IF
               END-IF
           END-IF.

      *> The layout governing row LAY-SUBJECT: an attachment on its
      *> own path, else the one on its nearest attached ancestor
      *> directory, else none (LAY-ACTIVE spaces).
       FIND-EFFECTIVE-LAYOUT.
           PERFORM SET-LAYOUT-PATH
           MOVE SPACES TO LAY-ACTIVE
           MOVE 0 TO LAY-BEST-LEN
           PERFORM JUDGE-ONE-LAYAT-ROW
               VARYING LAX FROM 1 BY 1
               UNTIL LAX > LAYAT-TOTAL.

       JUDGE-ONE-LAYAT-ROW.
           IF LA-VOL(LAX) = LAY-CUR-VOL THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LA-PATH(LAX)))
                   TO LAY-AT-LEN
               IF LA-PATH(LAX) = LAY-PATH THEN
                   MOVE 99 TO LAY-BEST-LEN
                   MOVE LA-LAYOUT(LAX) TO LAY-ACTIVE
               ELSE
               IF LA-PATH(LAX) = "/" THEN
                   IF LAY-BEST-LEN = 0 THEN
                       MOVE 1 TO LAY-BEST-LEN
                       MOVE LA-LAYOUT(LAX) TO LAY-ACTIVE
                   END-IF
               ELSE
               IF LAY-AT-LEN < 60 AND LAY-AT-LEN > LAY-BEST-LEN THEN
                   IF LAY-PATH(1:LAY-AT-LEN)
                           = LA-PATH(LAX)(1:LAY-AT-LEN)
                           AND LAY-PATH(LAY-AT-LEN + 1:1) = "/" THEN
                       MOVE LAY-AT-LEN TO LAY-BEST-LEN
                       MOVE LA-LAYOUT(LAX) TO LAY-ACTIVE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> Row LAY-SUBJECT's absolute path - the root row is "/".
       SET-LAYOUT-PATH.
           IF EPARENT(LAY-SUBJECT) = 0 THEN
               MOVE "/" TO LAY-PATH
           ELSE
               MOVE LAY-SUBJECT TO GP-SUBJECT
               PERFORM BUILD-GENERAL-PATH
               MOVE GP-PATH TO LAY-PATH
           END-IF.

       SET-LAYOUT-CURRENT-VOLUME.
           MOVE VOLUME-NAME TO LAY-CUR-VOL
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(LAY-CUR-VOL))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO LAY-CUR-VOL
           END-IF.

      *> A definition row whose columns fall outside 1-60 (a slip in
      *> hand maintenance) is passed over rather than trusted.
       LOAD-LAYOUT-TABLE.
           MOVE 0 TO LAYOUT-TOTAL
           OPEN INPUT LAYOUT-FILE
           IF LAYOUT-STATUS = "00" THEN
               PERFORM LOAD-ONE-LAYOUT-ROW
                   UNTIL LAYOUT-TOTAL >= MAX-LAYOUT-FIELDS
                   OR LAYOUT-STATUS NOT = "00"
               CLOSE LAYOUT-FILE
           ELSE
               CLOSE LAYOUT-FILE
           END-IF.

       LOAD-ONE-LAYOUT-ROW.
           READ LAYOUT-FILE INTO LAYOUT-RECORD
           IF LAYOUT-STATUS = "00" THEN
               MOVE LAYOUT-RECORD TO LAYOUT-IN-LINE
               IF LF-START IS NUMERIC AND LF-LEN IS NUMERIC THEN
                   IF LF-START > 0 AND LF-LEN > 0
                           AND LF-START + LF-LEN - 1 <= 60 THEN
                       ADD 1 TO LAYOUT-TOTAL
                       MOVE LF-NAME TO LY-NAME(LAYOUT-TOTAL)
                       MOVE LF-FIELD TO LY-FIELD(LAYOUT-TOTAL)
                       MOVE LF-START TO LY-START(LAYOUT-TOTAL)
                       MOVE LF-LEN TO LY-LEN(LAYOUT-TOTAL)
                       MOVE LF-TYPE TO LY-TYPE(LAYOUT-TOTAL)
                       MOVE LF-REQ TO LY-REQ(LAYOUT-TOTAL)
                   END-IF
               END-IF
           END-IF.

       SAVE-LAYOUT-TABLE.
           OPEN OUTPUT LAYOUT-FILE
           PERFORM SAVE-ONE-LAYOUT-ROW
               VARYING LYX FROM 1 BY 1
               UNTIL LYX > LAYOUT-TOTAL
           CLOSE LAYOUT-FILE.

       SAVE-ONE-LAYOUT-ROW.
           MOVE SPACES TO LAYOUT-IN-LINE
           MOVE LY-NAME(LYX) TO LF-NAME
           MOVE LY-FIELD(LYX) TO LF-FIELD
           MOVE LY-START(LYX) TO LF-START
           MOVE LY-LEN(LYX) TO LF-LEN
           MOVE LY-TYPE(LYX) TO LF-TYPE
           MOVE LY-REQ(LYX) TO LF-REQ
           MOVE LAYOUT-IN-LINE TO LAYOUT-RECORD
           WRITE LAYOUT-RECORD.

       LOAD-LAYAT-TABLE.
           MOVE 0 TO LAYAT-TOTAL
           OPEN INPUT LAYAT-FILE
           IF LAYAT-STATUS = "00" THEN
               PERFORM LOAD-ONE-LAYAT-ROW
                   VARYING LAX FROM 1 BY 1
                   UNTIL LAX > MAX-LAYAT-COUNT
                   OR LAYAT-STATUS NOT = "00"
               CLOSE LAYAT-FILE
           ELSE
               CLOSE LAYAT-FILE
           END-IF.

       LOAD-ONE-LAYAT-ROW.
           READ LAYAT-FILE INTO LAYAT-RECORD
           IF LAYAT-STATUS = "00" THEN
               MOVE LAYAT-RECORD TO LAYAT-IN-LINE
               ADD 1 TO LAYAT-TOTAL
               MOVE LAF-VOL TO LA-VOL(LAYAT-TOTAL)
               MOVE LAF-LAYOUT TO LA-LAYOUT(LAYAT-TOTAL)
               MOVE LAF-PATH TO LA-PATH(LAYAT-TOTAL)
           END-IF.

       SAVE-LAYAT-TABLE.
           OPEN OUTPUT LAYAT-FILE
           PERFORM SAVE-ONE-LAYAT-ROW
               VARYING LAX FROM 1 BY 1
               UNTIL LAX > LAYAT-TOTAL
           CLOSE LAYAT-FILE.

       SAVE-ONE-LAYAT-ROW.
           MOVE SPACES TO LAYAT-IN-LINE
           MOVE LA-VOL(LAX) TO LAF-VOL
           MOVE LA-LAYOUT(LAX) TO LAF-LAYOUT
           MOVE LA-PATH(LAX) TO LAF-PATH
           MOVE LAYAT-IN-LINE TO LAYAT-RECORD
           WRITE LAYAT-RECORD.

      *> "gdg" and "gdg list [base]" show every generation data
      *> group on the mounted volume (or the one named) with its
      *> members, newest first; "gdg define base limit" makes the
      *> current directory's group or changes its limit, "gdg
      *> delete base" drops the group and leaves its members as
      *> plain files (both for the directory's owner or a
      *> supervisor).
       GDG-COMMAND.
           PERFORM LOAD-GDG-TABLE
           PERFORM SET-GDG-LOCATION
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN SPACES
                   PERFORM GDG-LIST
               WHEN "list"
                   PERFORM GDG-LIST
               WHEN "define"
                   PERFORM GDG-DEFINE
               WHEN "delete"
                   PERFORM GDG-DELETE
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

       GDG-LIST.
           MOVE 0 TO GDG-LISTED
           IF ARG3-COUNT < 60 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM LIST-ONE-GDG
                   VARYING GDX FROM 1 BY 1
                   UNTIL GDX > GDG-TOTAL
               IF GDG-LISTED = 0 THEN
                   IF ARG2-COUNT < 32 THEN
                       DISPLAY ERR-NOT-FOUND
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       DISPLAY "NO GENERATION DATA GROUPS ON "
                           FUNCTION TRIM(GDG-CUR-VOL)
                   END-IF
               END-IF
           END-IF.

       LIST-ONE-GDG.
           IF GD-VOL(GDX) = GDG-CUR-VOL
                   AND (ARG2-COUNT = 32 OR GD-BASE(GDX) = US-ARG2) THEN
               ADD 1 TO GDG-LISTED
               MOVE GD-BASE(GDX) TO GLH-BASE
               MOVE GD-LIMIT(GDX) TO GLH-LIMIT
               MOVE GD-PATH(GDX) TO GLH-PATH
               DISPLAY FUNCTION TRIM(GDG-LIST-HEAD TRAILING)
               PERFORM FIND-GDG-DIRECTORY
               IF GDG-DIR-IND = 0 THEN
                   DISPLAY "  DIRECTORY NOT FOUND"
               ELSE
                   MOVE EID(GDG-DIR-IND) TO GDG-DIR-EID
                   MOVE GD-BASE(GDX) TO GDG-BASE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(GDG-BASE))
                       TO GDG-BASE-LEN
                   MOVE 10000 TO GDG-CEIL
                   MOVE 0 TO GDG-STEP
                   PERFORM LIST-ONE-GDG-MEMBER
                       UNTIL GDG-CEIL = 0
                   IF GDG-STEP = 1 THEN
                       DISPLAY "  NO GENERATIONS"
                   END-IF
               END-IF
           END-IF.

      *> One step older each time; GDG-STEP counts the steps taken,
      *> so the member found is generation -(GDG-STEP - 1).
       LIST-ONE-GDG-MEMBER.
           PERFORM GDG-STEP-OLDER
           IF GDG-CEIL > 0 THEN
               IF GDG-STEP = 1 THEN
                   DISPLAY "  REF    MEMBER                           "
                       "MODIFIED  SIZE"
               END-IF
               COMPUTE GDG-ORD-EDIT = GDG-STEP - 1
               MOVE SPACES TO GLL-REF
               IF GDG-STEP = 1 THEN
                   MOVE "(0)" TO GLL-REF
               ELSE
                   STRING "(-" DELIMITED BY SIZE,
                       FUNCTION TRIM(GDG-ORD-EDIT) DELIMITED BY SIZE,
                       ")" DELIMITED BY SIZE
                       INTO GLL-REF
               END-IF
               MOVE ENAME(GDG-BEST-IND) TO GLL-NAME
               MOVE EMODIFIED(GDG-BEST-IND) TO GLL-DATE
               MOVE ESIZE(GDG-BEST-IND) TO GLL-SIZE
               DISPLAY GDG-LIST-LINE
           END-IF.

      *> The group's directory row, by the path it was defined at -
      *> the current directory first, then every other live one.
       FIND-GDG-DIRECTORY.
           MOVE 0 TO GDG-DIR-IND
           IF GD-PATH(GDX) = GDG-DIR-PATH THEN
               MOVE CUR-IND TO GDG-DIR-IND
           ELSE
               PERFORM MATCH-ONE-GDG-DIRECTORY
                   VARYING GDG-I FROM 1 BY 1
                   UNTIL GDG-I > MAX-ENTITY-COUNT OR GDG-DIR-IND > 0
           END-IF.

       MATCH-ONE-GDG-DIRECTORY.
           IF EID(GDG-I) NOT = 0 AND EDIR(GDG-I)
                   AND ENAME(GDG-I) NOT = TRASH-NAME
                   AND ETRASHPAR(GDG-I) = 0 THEN
               MOVE GDG-I TO LAY-SUBJECT
               PERFORM SET-LAYOUT-PATH
               IF LAY-PATH = GD-PATH(GDX) THEN
                   MOVE GDG-I TO GDG-DIR-IND
               END-IF
           END-IF.

       GDG-DEFINE.
           MOVE 0 TO GDG-MARKS
           INSPECT US-ARG2 TALLYING GDG-MARKS
               FOR ALL "(" ALL ")" ALL "/" ALL ">" ALL "*" ALL "?"
           IF ARG2-COUNT = 32 OR ARG3-COUNT = 60
                   OR US-ARG4 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF US-ARG2(27:) NOT = SPACES OR GDG-MARKS > 0
                   OR ARG2-COUNT + FUNCTION LENGTH(FUNCTION TRIM(
                   US-ARG2)) NOT = 32 THEN
               DISPLAY "GDG BASE NAME MUST BE 1-26 CHARACTERS, "
                   "WITHOUT SPACES OR ( ) / > * ?"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF FUNCTION TEST-NUMVAL(US-ARG3) NOT = 0 THEN
               DISPLAY "GDG LIMIT MUST BE 1 TO " MAX-GDG-LIMIT
               MOVE 1 TO CMD-STATUS
           ELSE
               COMPUTE GDG-REL = FUNCTION NUMVAL(US-ARG3)
               IF GDG-REL < 1 OR GDG-REL > MAX-GDG-LIMIT
                       OR GDG-REL NOT = FUNCTION NUMVAL(US-ARG3) THEN
                   DISPLAY "GDG LIMIT MUST BE 1 TO " MAX-GDG-LIMIT
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE GDG-REL TO GDG-NEW-LIMIT
                   MOVE CUR-IND TO LAY-TARGET-IND
                   PERFORM CHECK-LAYOUT-OWNER
               END-IF
           END-IF
           END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE US-ARG2 TO GDG-BASE
               PERFORM FIND-GDG-HERE
               IF GDG-HIT = 0 THEN
                   IF GDG-TOTAL >= MAX-GDG-COUNT THEN
                       DISPLAY "GENERATION DATA GROUPS FULL"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       ADD 1 TO GDG-TOTAL
                       MOVE GDG-TOTAL TO GDG-HIT
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE GDG-CUR-VOL TO GD-VOL(GDG-HIT)
               MOVE GDG-BASE TO GD-BASE(GDG-HIT)
               MOVE GDG-NEW-LIMIT TO GD-LIMIT(GDG-HIT)
               MOVE GDG-DIR-PATH TO GD-PATH(GDG-HIT)
               PERFORM SAVE-GDG-TABLE

               MOVE "gdgd" TO AUDIT-CMD-OUT
               MOVE GDG-BASE TO AUDIT-ARG1-OUT
               MOVE US-ARG3 TO AUDIT-ARG2-OUT
               MOVE EID(CUR-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               MOVE GDG-NEW-LIMIT TO GDG-LIMIT-EDIT
               DISPLAY "GDG " FUNCTION TRIM(GDG-BASE) " DEFINED IN "
                   FUNCTION TRIM(GDG-DIR-PATH) ", LIMIT "
                   FUNCTION TRIM(GDG-LIMIT-EDIT)
           END-IF.

       GDG-DELETE.
           IF ARG2-COUNT = 32 OR ARG3-COUNT < 60 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE CUR-IND TO LAY-TARGET-IND
               PERFORM CHECK-LAYOUT-OWNER
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE US-ARG2 TO GDG-BASE
               PERFORM FIND-GDG-HERE
               IF GDG-HIT = 0 OR US-ARG2(27:) NOT = SPACES THEN
                   DISPLAY "NO GDG " FUNCTION TRIM(US-ARG2) " IN "
                       FUNCTION TRIM(GDG-DIR-PATH)
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE GDG-ROW(GDG-TOTAL) TO GDG-ROW(GDG-HIT)
                   SUBTRACT 1 FROM GDG-TOTAL
                   PERFORM SAVE-GDG-TABLE

                   MOVE "gdgx" TO AUDIT-CMD-OUT
                   MOVE GDG-BASE TO AUDIT-ARG1-OUT
                   MOVE GDG-DIR-PATH TO AUDIT-ARG2-OUT
                   MOVE EID(CUR-IND) TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY "GDG " FUNCTION TRIM(GDG-BASE)
                       " DELETED - ITS MEMBERS STAY AS PLAIN FILES"
               END-IF
           END-IF.

      *> Which volume and directory the session stands in, as the
      *> definitions name them.
       SET-GDG-LOCATION.
           PERFORM SET-LAYOUT-CURRENT-VOLUME
           MOVE LAY-CUR-VOL TO GDG-CUR-VOL
           MOVE CUR-IND TO LAY-SUBJECT
           PERFORM SET-LAYOUT-PATH
           MOVE LAY-PATH TO GDG-DIR-PATH
           MOVE CURRENT-EID TO GDG-DIR-EID.

      *> GDG-BASE's group in the current directory, if it has one.
       FIND-GDG-HERE.
           MOVE 0 TO GDG-HIT
           PERFORM FIND-ONE-GDG-HERE
               VARYING GDX FROM 1 BY 1
               UNTIL GDX > GDG-TOTAL OR GDG-HIT > 0
           IF GDG-HIT > 0 THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(GDG-BASE))
                   TO GDG-BASE-LEN
           END-IF.

       FIND-ONE-GDG-HERE.
           IF GD-VOL(GDX) = GDG-CUR-VOL
                   AND GD-PATH(GDX) = GDG-DIR-PATH
                   AND GD-BASE(GDX) = GDG-BASE THEN
               MOVE GDX TO GDG-HIT
           END-IF.

       COUNT-ONE-GDG-HERE.
           IF GD-VOL(GDX) = GDG-CUR-VOL
                   AND GD-PATH(GDX) = GDG-DIR-PATH THEN
               ADD 1 TO GDG-HERE-COUNT
           END-IF.

      *> Only a line that could hold a reference - a "(" or a
      *> redirect - typed where a group is defined is rewritten. An
      *> "alias" keeps its text as typed (the references resolve
      *> when the step runs) and "gdg" itself names bases plainly.
      *> The line is taken apart at single spaces and put back the
      *> same way, so the command's own split is unchanged.
       GDG-RESOLVE-REFERENCES.
           MOVE 0 TO GDG-REF-BAD
           MOVE 0 TO GDG-ROLL-PENDING
           MOVE 0 TO GDG-MARKS
           MOVE 0 TO GDG-HERE-COUNT
           IF NORMALIZED-INPUT(1:6) NOT = "alias "
                   AND NORMALIZED-INPUT(1:4) NOT = "gdg " THEN
               INSPECT NORMALIZED-INPUT TALLYING GDG-MARKS
                   FOR ALL "(" ALL ">"
           END-IF
           IF GDG-MARKS > 0 THEN
               PERFORM LOAD-GDG-TABLE
               PERFORM SET-GDG-LOCATION
               PERFORM COUNT-ONE-GDG-HERE
                   VARYING GDX FROM 1 BY 1
                   UNTIL GDX > GDG-TOTAL
           END-IF
           IF GDG-HERE-COUNT > 0 THEN
               MOVE SPACES TO GDG-REBUILT
               MOVE SPACES TO GDG-PREV-TOKEN
               MOVE 1 TO GDG-IN-PTR
               MOVE 1 TO GDG-OUT-PTR
               MOVE 0 TO GDG-TOK-NO
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(NORMALIZED-INPUT TRAILING))
                   TO GDG-IN-LEN
               PERFORM GDG-REWRITE-ONE-TOKEN
                   UNTIL GDG-IN-PTR > GDG-IN-LEN OR GDG-REF-BAD = 1
               IF GDG-REF-BAD = 0 THEN
                   MOVE GDG-REBUILT TO NORMALIZED-INPUT
               END-IF
           END-IF.

      *> Two spaces in a row give an empty token, put back as one
      *> space. The command word itself is never a reference.
       GDG-REWRITE-ONE-TOKEN.
           MOVE SPACES TO GDG-TOKEN
           MOVE 0 TO GDG-TOK-LEN
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO GDG-TOKEN COUNT IN GDG-TOK-LEN
               WITH POINTER GDG-IN-PTR
           END-UNSTRING
           ADD 1 TO GDG-TOK-NO
           IF GDG-TOK-LEN > 0 THEN
               IF GDG-TOK-NO > 1 THEN
                   PERFORM GDG-RESOLVE-TOKEN
               END-IF
               MOVE GDG-TOKEN TO GDG-PREV-TOKEN
           END-IF
           IF GDG-REF-BAD = 0 THEN
               STRING GDG-TOKEN DELIMITED BY SPACE
                   INTO GDG-REBUILT
                   WITH POINTER GDG-OUT-PTR
                   ON OVERFLOW
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO GDG-REF-BAD
               END-STRING
               STRING " " DELIMITED BY SIZE
                   INTO GDG-REBUILT
                   WITH POINTER GDG-OUT-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

      *> BASE(n) anywhere on the line, or a bare BASE right after
      *> ">" or ">>". A name that is no group here is left alone.
       GDG-RESOLVE-TOKEN.
           MOVE 0 TO GDG-HIT
           MOVE 0 TO GDG-PAREN-POS
           INSPECT GDG-TOKEN TALLYING GDG-PAREN-POS
               FOR CHARACTERS BEFORE INITIAL "("
           IF GDG-PAREN-POS < GDG-TOK-LEN THEN
               IF GDG-PAREN-POS > 0 AND GDG-PAREN-POS <= 26
                       AND GDG-TOKEN(GDG-TOK-LEN:1) = ")" THEN
                   MOVE GDG-TOKEN(1:GDG-PAREN-POS) TO GDG-BASE
                   PERFORM FIND-GDG-HERE
                   IF GDG-HIT > 0 THEN
                       MOVE SPACES TO GDG-INNER
                       IF GDG-TOK-LEN - GDG-PAREN-POS > 2
                               AND GDG-TOK-LEN - GDG-PAREN-POS <= 10
                               THEN
                           MOVE GDG-TOKEN(GDG-PAREN-POS + 2:
                               GDG-TOK-LEN - GDG-PAREN-POS - 2)
                               TO GDG-INNER
                       END-IF
                       PERFORM GDG-RESOLVE-RELATIVE
                   END-IF
               END-IF
           ELSE
               IF (GDG-PREV-TOKEN = ">" OR GDG-PREV-TOKEN = ">>")
                       AND GDG-TOK-LEN <= 26 THEN
                   MOVE GDG-TOKEN TO GDG-BASE
                   PERFORM FIND-GDG-HERE
                   IF GDG-HIT > 0 THEN
                       IF GDG-PREV-TOKEN = ">>" THEN
                           MOVE 0 TO GDG-ORDINAL
                           PERFORM GDG-FIND-GENERATION
                           IF GDG-CEIL > 0 THEN
                               MOVE ENAME(GDG-BEST-IND) TO GDG-TOKEN
                           ELSE
                               PERFORM GDG-NEW-GENERATION
                           END-IF
                       ELSE
                           PERFORM GDG-NEW-GENERATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GDG-RESOLVE-RELATIVE.
           IF GDG-INNER = "+1" THEN
               PERFORM GDG-NEW-GENERATION
           ELSE
           IF GDG-INNER = "0" OR (GDG-INNER(1:1) = "-"
                   AND FUNCTION TEST-NUMVAL(GDG-INNER) = 0) THEN
               COMPUTE GDG-REL = FUNCTION NUMVAL(GDG-INNER)
               IF GDG-REL > 0
                       OR GDG-REL NOT = FUNCTION NUMVAL(GDG-INNER) THEN
                   DISPLAY "BAD GENERATION REFERENCE: "
                       FUNCTION TRIM(GDG-TOKEN)
                   MOVE 1 TO GDG-REF-BAD
               ELSE
                   COMPUTE GDG-ORDINAL = 0 - GDG-REL
                   PERFORM GDG-FIND-GENERATION
                   IF GDG-CEIL = 0 THEN
                       DISPLAY "NO SUCH GENERATION: "
                           FUNCTION TRIM(GDG-TOKEN)
                       MOVE 1 TO GDG-REF-BAD
                   ELSE
                       MOVE ENAME(GDG-BEST-IND) TO GDG-TOKEN
                   END-IF
               END-IF
           ELSE
               DISPLAY "BAD GENERATION REFERENCE: "
                   FUNCTION TRIM(GDG-TOKEN)
               MOVE 1 TO GDG-REF-BAD
           END-IF
           END-IF.

      *> The GDG-ORDINAL'th member back from the newest in directory
      *> GDG-DIR-EID: GDG-CEIL ends as its generation (0 when the
      *> group has no such member) and GDG-BEST-IND as its row.
       GDG-FIND-GENERATION.
           MOVE 10000 TO GDG-CEIL
           MOVE 0 TO GDG-STEP
           PERFORM GDG-STEP-OLDER
               UNTIL GDG-STEP > GDG-ORDINAL OR GDG-CEIL = 0.

       GDG-STEP-OLDER.
           MOVE 0 TO GDG-BEST
           MOVE 0 TO GDG-BEST-IND
           PERFORM GDG-CHECK-OLDER-ROW
               VARYING GDG-I FROM 1 BY 1
               UNTIL GDG-I > MAX-ENTITY-COUNT
           MOVE GDG-BEST TO GDG-CEIL
           ADD 1 TO GDG-STEP.

       GDG-CHECK-OLDER-ROW.
           IF EID(GDG-I) NOT = 0 AND EPARENT(GDG-I) = GDG-DIR-EID THEN
               PERFORM GDG-MEMBER-GEN
               IF GDG-ROW-GEN > GDG-BEST AND GDG-ROW-GEN < GDG-CEIL
                       THEN
                   MOVE GDG-ROW-GEN TO GDG-BEST
                   MOVE GDG-I TO GDG-BEST-IND
               END-IF
           END-IF.

      *> Row GDG-I's generation number when it is named exactly
      *> BASE.Gnnnn for the group in GDG-BASE, else 0.
       GDG-MEMBER-GEN.
           MOVE 0 TO GDG-ROW-GEN
           IF ENAME(GDG-I)(1:GDG-BASE-LEN) = GDG-BASE(1:GDG-BASE-LEN)
                   AND ENAME(GDG-I)(GDG-BASE-LEN + 1:2) = ".G"
                   AND ENAME(GDG-I)(GDG-BASE-LEN + 3:4) IS NUMERIC
                   THEN
               MOVE SPACES TO GDG-CAND
               STRING GDG-BASE(1:GDG-BASE-LEN) DELIMITED BY SIZE,
                   ".G" DELIMITED BY SIZE,
                   ENAME(GDG-I)(GDG-BASE-LEN + 3:4) DELIMITED BY SIZE
                   INTO GDG-CAND
               IF GDG-CAND = ENAME(GDG-I) THEN
                   MOVE ENAME(GDG-I)(GDG-BASE-LEN + 3:4)
                       TO GDG-ROW-GEN
               END-IF
           END-IF.

      *> One past the highest generation the directory has had -
      *> members sent to the trash from it still count, so a number
      *> is not handed out twice while its old file can come back.
       GDG-NEW-GENERATION.
           MOVE 0 TO GDG-BEST
           PERFORM GDG-CHECK-HIGHEST-ROW
               VARYING GDG-I FROM 1 BY 1
               UNTIL GDG-I > MAX-ENTITY-COUNT
           COMPUTE GDG-NEXT-GEN = GDG-BEST + 1
           IF GDG-NEXT-GEN > 9999 THEN
               DISPLAY "GENERATION NUMBERS USED UP: "
                   FUNCTION TRIM(GDG-BASE)
               MOVE 1 TO GDG-REF-BAD
           ELSE
               MOVE GDG-NEXT-GEN TO GDG-GEN-TEXT
               MOVE SPACES TO GDG-TOKEN
               STRING GDG-BASE(1:GDG-BASE-LEN) DELIMITED BY SIZE,
                   ".G" DELIMITED BY SIZE,
                   GDG-GEN-TEXT DELIMITED BY SIZE
                   INTO GDG-TOKEN
               MOVE 1 TO GDG-ROLL-PENDING
               MOVE GDG-BASE TO GDG-ROLL-BASE
               MOVE GD-LIMIT(GDG-HIT) TO GDG-ROLL-LIMIT
               MOVE GDG-DIR-EID TO GDG-ROLL-DIR
               MOVE GDG-NEXT-GEN TO GDG-ROLL-GEN
           END-IF.

       GDG-CHECK-HIGHEST-ROW.
           IF EID(GDG-I) NOT = 0
                   AND (EPARENT(GDG-I) = GDG-DIR-EID
                   OR ETRASHPAR(GDG-I) = GDG-DIR-EID) THEN
               PERFORM GDG-MEMBER-GEN
               IF GDG-ROW-GEN > GDG-BEST THEN
                   MOVE GDG-ROW-GEN TO GDG-BEST
               END-IF
           END-IF.

      *> Oldest first, through RM like any removal: a member under a
      *> legal hold, or one this operator may not remove, is kept
      *> and the next oldest tried. The new member never goes.
       GDG-ROLL-OFF.
           MOVE GDG-ROLL-BASE TO GDG-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(GDG-BASE))
               TO GDG-BASE-LEN
           MOVE GDG-ROLL-DIR TO GDG-DIR-EID
           MOVE 0 TO GDG-LIVE-COUNT
           MOVE 0 TO GDG-NEW-SEEN
           PERFORM GDG-COUNT-ONE-MEMBER
               VARYING GDG-I FROM 1 BY 1
               UNTIL GDG-I > MAX-ENTITY-COUNT
           IF GDG-NEW-SEEN = 1 AND GDG-LIVE-COUNT > GDG-ROLL-LIMIT
                   THEN
               PERFORM GET-OR-CREATE-TRASH
               MOVE 0 TO GDG-FLOOR
               MOVE 0 TO GDG-ROLL-DONE
               PERFORM GDG-ROLL-ONE
                   UNTIL GDG-ROLL-DONE = 1
                   OR GDG-LIVE-COUNT <= GDG-ROLL-LIMIT
           END-IF.

       GDG-COUNT-ONE-MEMBER.
           IF EID(GDG-I) NOT = 0 AND EPARENT(GDG-I) = GDG-DIR-EID THEN
               PERFORM GDG-MEMBER-GEN
               IF GDG-ROW-GEN > 0 THEN
                   ADD 1 TO GDG-LIVE-COUNT
                   IF GDG-ROW-GEN = GDG-ROLL-GEN THEN
                       MOVE 1 TO GDG-NEW-SEEN
                   END-IF
               END-IF
           END-IF.

       GDG-ROLL-ONE.
           MOVE 10000 TO GDG-BEST
           MOVE 0 TO GDG-BEST-IND
           PERFORM GDG-CHECK-OLDEST-ROW
               VARYING GDG-I FROM 1 BY 1
               UNTIL GDG-I > MAX-ENTITY-COUNT
           IF GDG-BEST-IND = 0 OR GDG-BEST >= GDG-ROLL-GEN THEN
               MOVE 1 TO GDG-ROLL-DONE
           ELSE
               MOVE GDG-BEST TO GDG-FLOOR
               MOVE ENAME(GDG-BEST-IND) TO NEW-NAME
               CALL "RM" USING FILESYSTEM CURRENT-EID CUR-IND NEW-NAME
                   GDG-RM-STATUS REMOVED-EID OPERATOR-ID TRASH-EID
                   ACCESS-MAP
               IF GDG-RM-STATUS = 0 THEN
                   SUBTRACT 1 FROM GDG-LIVE-COUNT
                   MOVE "rm  " TO AUDIT-CMD-OUT
                   MOVE NEW-NAME TO AUDIT-ARG1-OUT
                   MOVE SPACES TO AUDIT-ARG2-OUT
                   MOVE REMOVED-EID TO AUDIT-EID-HOLD
                   PERFORM WRITE-AUDIT-LOG
                   DISPLAY FUNCTION TRIM(NEW-NAME)
                       " ROLLED OFF TO THE TRASH"
               ELSE
                   DISPLAY FUNCTION TRIM(NEW-NAME) " KEPT"
               END-IF
           END-IF.

       GDG-CHECK-OLDEST-ROW.
           IF EID(GDG-I) NOT = 0 AND EPARENT(GDG-I) = GDG-DIR-EID THEN
               PERFORM GDG-MEMBER-GEN
               IF GDG-ROW-GEN > GDG-FLOOR AND GDG-ROW-GEN < GDG-BEST
                       THEN
                   MOVE GDG-ROW-GEN TO GDG-BEST
                   MOVE GDG-I TO GDG-BEST-IND
               END-IF
           END-IF.

       LOAD-GDG-TABLE.
           MOVE 0 TO GDG-TOTAL
           OPEN INPUT GDG-FILE
           IF GDG-STATUS = "00" THEN
               PERFORM LOAD-ONE-GDG-ROW
                   VARYING GDX FROM 1 BY 1
                   UNTIL GDX > MAX-GDG-COUNT
                   OR GDG-STATUS NOT = "00"
               CLOSE GDG-FILE
           ELSE
               CLOSE GDG-FILE
           END-IF.

       LOAD-ONE-GDG-ROW.
           READ GDG-FILE INTO GDG-RECORD
           IF GDG-STATUS = "00" THEN
               MOVE GDG-RECORD TO GDG-IN-LINE
               IF GF-LIMIT IS NUMERIC AND GF-LIMIT > 0 THEN
                   ADD 1 TO GDG-TOTAL
                   MOVE GF-VOL TO GD-VOL(GDG-TOTAL)
                   MOVE GF-BASE TO GD-BASE(GDG-TOTAL)
                   MOVE GF-LIMIT TO GD-LIMIT(GDG-TOTAL)
                   MOVE GF-PATH TO GD-PATH(GDG-TOTAL)
               END-IF
           END-IF.

       SAVE-GDG-TABLE.
           OPEN OUTPUT GDG-FILE
           PERFORM SAVE-ONE-GDG-ROW
               VARYING GDX FROM 1 BY 1
               UNTIL GDX > GDG-TOTAL
           CLOSE GDG-FILE.

       SAVE-ONE-GDG-ROW.
           MOVE SPACES TO GDG-IN-LINE
           MOVE GD-VOL(GDX) TO GF-VOL
           MOVE GD-BASE(GDX) TO GF-BASE
           MOVE GD-LIMIT(GDX) TO GF-LIMIT
           MOVE GD-PATH(GDX) TO GF-PATH
           MOVE GDG-IN-LINE TO GDG-RECORD
           WRITE GDG-RECORD.

      *> "sort [-u] name keys [newname]" orders a file's lines on
      *> the keys - in place, the old body kept as a version the
      *> way a write keeps it, or into a new file in the current
      *> directory. "-u" keeps only the first line of each run of
      *> equal keys.
       SORT-COMMAND.
           PERFORM SORT-SPLIT-TOKENS
           MOVE SRT-TOK(SRT-TOKX) TO SRT-NAME-A
           MOVE SRT-TOK(SRT-TOKX + 1) TO SRT-KEY-SPEC
           MOVE SRT-TOK(SRT-TOKX + 2) TO SRT-DEST
           IF SRT-NAME-A = SPACES OR SRT-KEY-SPEC = SPACES
                   OR SRT-TOK(SRT-TOKX + 3) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM SORT-PARSE-KEYS
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE SRT-NAME-A TO NEW-NAME
               PERFORM SORT-LOCATE-INPUT
               MOVE CAP-MATCH-IND TO SRT-IND-A
           END-IF
           IF CMD-STATUS = 0 AND SRT-DEST = SPACES THEN
               IF ACC-HOLD(SRT-IND-A) = 1 THEN
                   DISPLAY ERR-LEGAL-HOLD
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF OWNER(SRT-IND-A) NOT = OPERATOR-ID
                       AND ACC-WRITE(SRT-IND-A) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE 1 TO SRT-BX
               MOVE SRT-IND-A TO SRT-STORE-IND
               PERFORM SORT-LOAD-BODY
               PERFORM SORT-INSERT-ONE-LINE
                   VARYING SRT-LX FROM 2 BY 1
                   UNTIL SRT-LX > SRT-LINE-COUNT(1)
               MOVE 0 TO SRT-LINE-COUNT(3)
               MOVE 0 TO SRT-DROPPED
               MOVE 0 TO SRT-OVERFLOW
               PERFORM SORT-EMIT-FROM-FIRST
                   VARYING SRT-PA FROM 1 BY 1
                   UNTIL SRT-PA > SRT-LINE-COUNT(1)
               IF SRT-DEST = SPACES THEN
                   MOVE SRT-IND-A TO CAP-MATCH-IND
                   PERFORM SHELL-CAPTURE-VERSION
                   MOVE SRT-IND-A TO SRT-STORE-IND
                   PERFORM SORT-STORE-BODY
                   MOVE SRT-NAME-A TO SRT-DEST
               ELSE
                   PERFORM SORT-CREATE-OUTPUT
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE SRT-LINE-COUNT(3) TO SRT-COUNT-EDIT
               DISPLAY "SORTED " FUNCTION TRIM(SRT-COUNT-EDIT)
                   " LINES INTO " FUNCTION TRIM(SRT-DEST)
               PERFORM SORT-REPORT-DROPPED
               MOVE "sort" TO AUDIT-CMD-OUT
               MOVE SRT-NAME-A TO AUDIT-ARG1-OUT
               MOVE SRT-DEST TO AUDIT-ARG2-OUT
               MOVE EID(SRT-STORE-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-JOURNAL
           END-IF.

      *> "merge [-u] name1 name2 keys newname" - two files already
      *> in key order become one new file in key order, name1's
      *> line first where keys tie. An input out of order is
      *> refused rather than merged into a wrong result.
       MERGE-COMMAND.
           PERFORM SORT-SPLIT-TOKENS
           MOVE SRT-TOK(SRT-TOKX) TO SRT-NAME-A
           MOVE SRT-TOK(SRT-TOKX + 1) TO SRT-NAME-B
           MOVE SRT-TOK(SRT-TOKX + 2) TO SRT-KEY-SPEC
           MOVE SRT-TOK(SRT-TOKX + 3) TO SRT-DEST
           IF SRT-NAME-A = SPACES OR SRT-NAME-B = SPACES
                   OR SRT-KEY-SPEC = SPACES OR SRT-DEST = SPACES
                   OR SRT-TOK(SRT-TOKX + 4) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM SORT-PARSE-KEYS
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE SRT-NAME-A TO NEW-NAME
               PERFORM SORT-LOCATE-INPUT
               MOVE CAP-MATCH-IND TO SRT-IND-A
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE SRT-NAME-B TO NEW-NAME
               PERFORM SORT-LOCATE-INPUT
               MOVE CAP-MATCH-IND TO SRT-IND-B
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE 1 TO SRT-BX
               MOVE SRT-IND-A TO SRT-STORE-IND
               PERFORM SORT-LOAD-BODY
               PERFORM SORT-CHECK-ORDER
               IF SRT-ORDER-BAD = 1 THEN
                   DISPLAY "NOT IN KEY ORDER: "
                       FUNCTION TRIM(SRT-NAME-A)
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE 2 TO SRT-BX
               MOVE SRT-IND-B TO SRT-STORE-IND
               PERFORM SORT-LOAD-BODY
               PERFORM SORT-CHECK-ORDER
               IF SRT-ORDER-BAD = 1 THEN
                   DISPLAY "NOT IN KEY ORDER: "
                       FUNCTION TRIM(SRT-NAME-B)
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE 0 TO SRT-LINE-COUNT(3)
               MOVE 0 TO SRT-DROPPED
               MOVE 0 TO SRT-OVERFLOW
               MOVE 1 TO SRT-PA
               MOVE 1 TO SRT-PB
               PERFORM MERGE-TAKE-ONE-LINE
                   UNTIL SRT-PA > SRT-LINE-COUNT(1)
                   AND SRT-PB > SRT-LINE-COUNT(2)
               PERFORM SORT-CREATE-OUTPUT
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE SRT-LINE-COUNT(3) TO SRT-COUNT-EDIT
               DISPLAY "MERGED " FUNCTION TRIM(SRT-COUNT-EDIT)
                   " LINES INTO " FUNCTION TRIM(SRT-DEST)
               PERFORM SORT-REPORT-DROPPED
               MOVE "mrge" TO AUDIT-CMD-OUT
               MOVE SPACES TO AUDIT-ARG1-OUT
               STRING FUNCTION TRIM(SRT-NAME-A) DELIMITED BY SIZE,
                   "+" DELIMITED BY SIZE,
                   FUNCTION TRIM(SRT-NAME-B) DELIMITED BY SIZE
                   INTO AUDIT-ARG1-OUT
                   ON OVERFLOW CONTINUE
               END-STRING
               MOVE SRT-DEST TO AUDIT-ARG2-OUT
               MOVE EID(SRT-STORE-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-JOURNAL
           END-IF.

      *> Both forms outrun the usual four arguments, so the line is
      *> split again into tokens of its own; a leading "-u" is
      *> noted and stepped over (SRT-TOKX is the first name).
       SORT-SPLIT-TOKENS.
           MOVE SPACES TO SRT-TOKENS
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD SRT-TOK(1) SRT-TOK(2) SRT-TOK(3) SRT-TOK(4)
                   SRT-TOK(5) SRT-TOK(6) SRT-TOK(7)
           INSPECT SRT-TOKENS REPLACING ALL FILL-CHAR BY SPACE
           MOVE 0 TO SRT-UNIQUE
           MOVE 1 TO SRT-TOKX
           IF SRT-TOK(1) = "-u" THEN
               MOVE 1 TO SRT-UNIQUE
               MOVE 2 TO SRT-TOKX
           END-IF.

      *> SRT-KEY-SPEC to SRT-KEY-TABLE. Each key is "from-to" or a
      *> single column, within 1-60, "d" or "a" after it for the
      *> direction (ascending when neither is given).
       SORT-PARSE-KEYS.
           MOVE SPACES TO SRT-KEY-PARTS
           MOVE 0 TO SRT-PART-COUNT
           UNSTRING SRT-KEY-SPEC DELIMITED BY ","
               INTO SRT-KEY-PART(1) SRT-KEY-PART(2) SRT-KEY-PART(3)
                   SRT-KEY-PART(4) SRT-KEY-PART(5) SRT-KEY-PART(6)
               TALLYING IN SRT-PART-COUNT
           MOVE 0 TO SRT-BAD-KEY
           IF SRT-PART-COUNT > MAX-SORT-KEYS
                   OR SRT-KEY-PART(6) NOT = SPACES THEN
               MOVE 1 TO SRT-BAD-KEY
           ELSE
               MOVE SRT-PART-COUNT TO SRT-KEY-COUNT
               PERFORM SORT-PARSE-ONE-KEY
                   VARYING SRT-KX FROM 1 BY 1
                   UNTIL SRT-KX > SRT-KEY-COUNT OR SRT-BAD-KEY = 1
           END-IF
           IF SRT-BAD-KEY = 1 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           END-IF.

       SORT-PARSE-ONE-KEY.
           MOVE SPACES TO SRT-FROM-TXT SRT-TO-TXT
           MOVE "A" TO SRT-KEY-DIR(SRT-KX)
           UNSTRING SRT-KEY-PART(SRT-KX) DELIMITED BY "-"
               INTO SRT-FROM-TXT SRT-TO-TXT
           IF SRT-TO-TXT = SPACES THEN
               MOVE SRT-FROM-TXT TO SRT-TO-TXT
               MOVE SPACES TO SRT-FROM-TXT
           END-IF
           IF SRT-TO-TXT = SPACES THEN
               MOVE 1 TO SRT-BAD-KEY
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(SRT-TO-TXT))
                   TO SRT-TXT-LEN
               IF SRT-TO-TXT(SRT-TXT-LEN:1) = "d"
                       OR SRT-TO-TXT(SRT-TXT-LEN:1) = "D" THEN
                   MOVE "D" TO SRT-KEY-DIR(SRT-KX)
                   MOVE SPACE TO SRT-TO-TXT(SRT-TXT-LEN:1)
               ELSE
               IF SRT-TO-TXT(SRT-TXT-LEN:1) = "a"
                       OR SRT-TO-TXT(SRT-TXT-LEN:1) = "A" THEN
                   MOVE SPACE TO SRT-TO-TXT(SRT-TXT-LEN:1)
               END-IF
               END-IF
               IF SRT-FROM-TXT = SPACES THEN
                   MOVE SRT-TO-TXT TO SRT-FROM-TXT
               END-IF
               IF SRT-TO-TXT = SPACES
                       OR FUNCTION TEST-NUMVAL(SRT-FROM-TXT) NOT = 0
                       OR FUNCTION TEST-NUMVAL(SRT-TO-TXT) NOT = 0
                       THEN
                   MOVE 1 TO SRT-BAD-KEY
               ELSE
                   MOVE FUNCTION NUMVAL(SRT-FROM-TXT) TO SRT-FROM
                   MOVE FUNCTION NUMVAL(SRT-TO-TXT) TO SRT-TO
                   IF SRT-FROM < 1 OR SRT-TO < SRT-FROM
                           OR SRT-TO > 60 THEN
                       MOVE 1 TO SRT-BAD-KEY
                   ELSE
                       MOVE SRT-FROM TO SRT-KEY-START(SRT-KX)
                       COMPUTE SRT-KEY-LEN(SRT-KX) =
                           SRT-TO - SRT-FROM + 1
                   END-IF
               END-IF
           END-IF.

      *> NEW-NAME in the current directory to CAP-MATCH-IND: it
      *> must be a file this operator may read, and not a classified
      *> one someone else owns.
       SORT-LOCATE-INPUT.
           PERFORM FIND-VERSION-TARGET
           IF CAP-FOUND = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
               IF NOT EFILE(CAP-MATCH-IND) THEN
                   DISPLAY ERR-NOT-A-FILE
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF ACC-READ(CAP-MATCH-IND) = 0
                       OR (ECLASS(CAP-MATCH-IND) = "C"
                       AND OWNER(CAP-MATCH-IND) NOT = OPERATOR-ID) THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               END-IF
               END-IF
           END-IF.

      *> Body SRT-BX from the file at row SRT-STORE-IND, line by line
      *> in line-number order - a line missing between two others
      *> comes in blank.
       SORT-LOAD-BODY.
           MOVE SPACES TO SRT-BODY(SRT-BX)
           MOVE 0 TO SRT-LINE-COUNT(SRT-BX)
           MOVE ECONTENT(SRT-STORE-IND) TO SRT-LINE(SRT-BX, 1)
           IF ECONTENT(SRT-STORE-IND) NOT = SPACES THEN
               MOVE 1 TO SRT-LINE-COUNT(SRT-BX)
           END-IF
           PERFORM SORT-LOAD-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > SEG-TOTAL.

       SORT-LOAD-ONE-SEG.
           IF SEG-EID(SGX) = EID(SRT-STORE-IND)
                   AND SEG-LINE(SGX) > 1
                   AND SEG-LINE(SGX) <= MAX-FILE-LINES THEN
               MOVE SEG-TEXT(SGX) TO SRT-LINE(SRT-BX, SEG-LINE(SGX))
               IF SEG-LINE(SGX) > SRT-LINE-COUNT(SRT-BX) THEN
                   MOVE SEG-LINE(SGX) TO SRT-LINE-COUNT(SRT-BX)
               END-IF
           END-IF.

      *> One straight-insertion step on body 1: line SRT-LX slides
      *> down past every earlier line that sorts after it. Equal
      *> keys keep their order.
       SORT-INSERT-ONE-LINE.
           MOVE SRT-LINE(1, SRT-LX) TO SRT-HOLD-LINE
           MOVE SRT-LX TO SRT-LY
           MOVE 0 TO SRT-PLACED
           PERFORM SORT-STEP-BACK
               UNTIL SRT-PLACED = 1
           MOVE SRT-HOLD-LINE TO SRT-LINE(1, SRT-LY).

       SORT-STEP-BACK.
           IF SRT-LY = 1 THEN
               MOVE 1 TO SRT-PLACED
           ELSE
               MOVE SRT-LINE(1, SRT-LY - 1) TO SRT-CMP-A
               MOVE SRT-HOLD-LINE TO SRT-CMP-B
               PERFORM SORT-COMPARE-LINES
               IF SRT-CMP > 0 THEN
                   MOVE SRT-LINE(1, SRT-LY - 1)
                       TO SRT-LINE(1, SRT-LY)
                   SUBTRACT 1 FROM SRT-LY
               ELSE
                   MOVE 1 TO SRT-PLACED
               END-IF
           END-IF.

      *> SRT-CMP -1, 0 or 1 as SRT-CMP-A sorts before, level with or
      *> after SRT-CMP-B - the first key that differs decides.
       SORT-COMPARE-LINES.
           MOVE 0 TO SRT-CMP
           PERFORM SORT-COMPARE-ONE-KEY
               VARYING SRT-KX FROM 1 BY 1
               UNTIL SRT-KX > SRT-KEY-COUNT OR SRT-CMP NOT = 0.

       SORT-COMPARE-ONE-KEY.
           IF SRT-CMP-A(SRT-KEY-START(SRT-KX):SRT-KEY-LEN(SRT-KX))
                   < SRT-CMP-B(SRT-KEY-START(SRT-KX):
                   SRT-KEY-LEN(SRT-KX)) THEN
               MOVE -1 TO SRT-CMP
           ELSE
           IF SRT-CMP-A(SRT-KEY-START(SRT-KX):SRT-KEY-LEN(SRT-KX))
                   > SRT-CMP-B(SRT-KEY-START(SRT-KX):
                   SRT-KEY-LEN(SRT-KX)) THEN
               MOVE 1 TO SRT-CMP
           END-IF
           END-IF
           IF SRT-KEY-DESCENDING(SRT-KX) THEN
               COMPUTE SRT-CMP = 0 - SRT-CMP
           END-IF.

      *> SRT-ORDER-BAD 1 when some line of body SRT-BX sorts ahead
      *> of the line before it.
       SORT-CHECK-ORDER.
           MOVE 0 TO SRT-ORDER-BAD
           PERFORM SORT-CHECK-ONE-PAIR
               VARYING SRT-LX FROM 2 BY 1
               UNTIL SRT-LX > SRT-LINE-COUNT(SRT-BX)
               OR SRT-ORDER-BAD = 1.

       SORT-CHECK-ONE-PAIR.
           MOVE SRT-LINE(SRT-BX, SRT-LX - 1) TO SRT-CMP-A
           MOVE SRT-LINE(SRT-BX, SRT-LX) TO SRT-CMP-B
           PERFORM SORT-COMPARE-LINES
           IF SRT-CMP > 0 THEN
               MOVE 1 TO SRT-ORDER-BAD
           END-IF.

       SORT-EMIT-FROM-FIRST.
           MOVE SRT-LINE(1, SRT-PA) TO SRT-HOLD-LINE
           PERFORM SORT-EMIT-LINE.

       MERGE-TAKE-ONE-LINE.
           IF SRT-PA > SRT-LINE-COUNT(1) THEN
               MOVE SRT-LINE(2, SRT-PB) TO SRT-HOLD-LINE
               ADD 1 TO SRT-PB
           ELSE
           IF SRT-PB > SRT-LINE-COUNT(2) THEN
               MOVE SRT-LINE(1, SRT-PA) TO SRT-HOLD-LINE
               ADD 1 TO SRT-PA
           ELSE
               MOVE SRT-LINE(1, SRT-PA) TO SRT-CMP-A
               MOVE SRT-LINE(2, SRT-PB) TO SRT-CMP-B
               PERFORM SORT-COMPARE-LINES
               IF SRT-CMP > 0 THEN
                   MOVE SRT-LINE(2, SRT-PB) TO SRT-HOLD-LINE
                   ADD 1 TO SRT-PB
               ELSE
                   MOVE SRT-LINE(1, SRT-PA) TO SRT-HOLD-LINE
                   ADD 1 TO SRT-PA
               END-IF
           END-IF
           END-IF
           PERFORM SORT-EMIT-LINE.

      *> Appends SRT-HOLD-LINE to body 3 - unless "-u" is in force
      *> and its keys equal the line last kept. A result past
      *> MAX-FILE-LINES is flagged, not truncated.
       SORT-EMIT-LINE.
           MOVE 0 TO SRT-CMP
           IF SRT-UNIQUE = 1 AND SRT-LINE-COUNT(3) > 0 THEN
               MOVE SRT-LINE(3, SRT-LINE-COUNT(3)) TO SRT-CMP-A
               MOVE SRT-HOLD-LINE TO SRT-CMP-B
               PERFORM SORT-COMPARE-LINES
               IF SRT-CMP = 0 THEN
                   ADD 1 TO SRT-DROPPED
               END-IF
           END-IF
           IF SRT-UNIQUE = 0 OR SRT-LINE-COUNT(3) = 0
                   OR SRT-CMP NOT = 0 THEN
               IF SRT-LINE-COUNT(3) >= MAX-FILE-LINES THEN
                   MOVE 1 TO SRT-OVERFLOW
               ELSE
                   ADD 1 TO SRT-LINE-COUNT(3)
                   MOVE SRT-HOLD-LINE
                       TO SRT-LINE(3, SRT-LINE-COUNT(3))
               END-IF
           END-IF.

      *> The new file SRT-DEST in the current directory, created
      *> through MFMD at body 3's size (so the quota judges it) and
      *> then given body 3. The lines are first held to whatever
      *> layout governs the directory, as a typed write would be.
       SORT-CREATE-OUTPUT.
           MOVE 0 TO SRT-SIZE
           PERFORM SORT-SIZE-ONE-LINE
               VARYING SRT-LX FROM 1 BY 1
               UNTIL SRT-LX > SRT-LINE-COUNT(3)
           IF SRT-OVERFLOW = 1
                   OR SEG-TOTAL + SRT-LINE-COUNT(3)
                   > MAX-SEGMENT-COUNT + 1 THEN
               DISPLAY ERR-FS-FULL
               MOVE 1 TO CMD-STATUS
           ELSE
           MOVE 0 TO SRT-SLASHES
           INSPECT SRT-DEST TALLYING SRT-SLASHES FOR ALL "/"
           IF SRT-SLASHES > 0 OR SRT-DEST = "." OR SRT-DEST = ".." THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE SRT-DEST TO NEW-NAME
               PERFORM FIND-VERSION-TARGET
               IF CAP-FOUND = 1 THEN
                   DISPLAY ERR-NAME-CONFLICT
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM SORT-CHECK-DEST-LAYOUT
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE SRT-DEST TO NEW-NAME
               MOVE SRT-SIZE TO NEW-SIZE
               PERFORM ASSIGN-NEW-ENTITY
      *> MFMD steps NEW-IND past the slot it fills.
               MOVE NEW-IND TO SRT-STORE-IND
               MOVE 0 TO MD-P-MODE
               CALL "MFMD" USING FILESYSTEM FILE-CODE
                   CURRENT-EID CUR-IND
                   NEW-EID NEW-IND NEW-NAME NEW-SIZE
                   CMD-STATUS OPERATOR-ID MD-P-MODE
                   QUOTA-LIMITS ACCESS-MAP
               IF CMD-STATUS = 0 THEN
                   PERFORM SORT-STORE-BODY
               END-IF
           END-IF.

       SORT-SIZE-ONE-LINE.
           IF SRT-LINE(3, SRT-LX) NOT = SPACES THEN
               ADD FUNCTION LENGTH(FUNCTION TRIM(SRT-LINE(3, SRT-LX)))
                   TO SRT-SIZE
           END-IF.

      *> Every result line against the current directory's layout;
      *> the first that breaks it refuses the whole result.
       SORT-CHECK-DEST-LAYOUT.
           MOVE 0 TO LAY-FAULTS
           PERFORM LOAD-LAYAT-TABLE
           PERFORM SET-LAYOUT-CURRENT-VOLUME
           MOVE CUR-IND TO LAY-SUBJECT
           PERFORM FIND-EFFECTIVE-LAYOUT
           IF LAY-ACTIVE NOT = SPACES THEN
               PERFORM LOAD-LAYOUT-TABLE
               MOVE 0 TO LAY-REPORTING
               PERFORM SORT-CHECK-ONE-DEST-LINE
                   VARYING SRT-LX FROM 1 BY 1
                   UNTIL SRT-LX > SRT-LINE-COUNT(3)
                   OR LAY-FAULTS > 0
               IF LAY-FAULTS > 0 THEN
                   PERFORM REPORT-LAYOUT-REFUSAL
               END-IF
           END-IF.

       SORT-CHECK-ONE-DEST-LINE.
           MOVE SRT-LINE(3, SRT-LX) TO LAY-TEXT
           PERFORM VALIDATE-LAYOUT-LINE.

      *> Body 3 becomes the whole body of the file at SRT-STORE-IND,
      *> line 1 in ECONTENT and the rest as segment rows, with size,
      *> checksum and modified date brought up to date.
       SORT-STORE-BODY.
           MOVE EID(SRT-STORE-IND) TO SEG-WORK-EID
           PERFORM DROP-FILE-SEGMENTS
           MOVE SRT-LINE(3, 1) TO ECONTENT(SRT-STORE-IND)
           IF SRT-LINE-COUNT(3) = 0 THEN
               MOVE SPACES TO ECONTENT(SRT-STORE-IND)
           END-IF
           PERFORM SORT-STORE-ONE-LINE
               VARYING SRT-LX FROM 2 BY 1
               UNTIL SRT-LX > SRT-LINE-COUNT(3)
           MOVE SRT-STORE-IND TO SEG-OWNER-IND
           PERFORM COMPUTE-FILE-CHECKSUM
           MOVE FILE-CKS-SUM TO ECHECKSUM(SRT-STORE-IND)
           PERFORM COMPUTE-FILE-SIZE
           MOVE FILE-SIZE-SUM TO ESIZE(SRT-STORE-IND)
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           MOVE AUDIT-DATE TO EMODIFIED(SRT-STORE-IND).

       SORT-STORE-ONE-LINE.
           IF SEG-TOTAL < MAX-SEGMENT-COUNT THEN
               ADD 1 TO SEG-TOTAL
               MOVE SEG-WORK-EID TO SEG-EID(SEG-TOTAL)
               MOVE SRT-LX TO SEG-LINE(SEG-TOTAL)
               MOVE SRT-LINE(3, SRT-LX) TO SEG-TEXT(SEG-TOTAL)
           END-IF.

       SORT-REPORT-DROPPED.
           IF SRT-DROPPED > 0 THEN
               MOVE SRT-DROPPED TO SRT-COUNT-EDIT
               DISPLAY FUNCTION TRIM(SRT-COUNT-EDIT)
                   " DUPLICATE-KEY LINES DROPPED"
           END-IF.

      *> "replace old new [dir | pattern]" - every occurrence of old
      *> becomes new in every file of a directory's tree (the
      *> current directory's when none is named), or in the current
      *> directory's files matching a pattern. The changes are shown
      *> line by line first and made only once confirmed. Classified
      *> and unreadable files are not searched; a file that may not
      *> be written, or a line that would outgrow 60 bytes or break
      *> the directory's layout, is left as it was. All of those are
      *> listed as skipped.
       REPLACE-COMMAND.
           MOVE SPACES TO RPL-TOKENS
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD RPL-TOK(1) RPL-TOK(2) RPL-TOK(3) RPL-TOK(4)
           MOVE 0 TO RPL-OLD-LEN
           MOVE 0 TO RPL-NEW-LEN
           INSPECT RPL-TOK(1) TALLYING RPL-OLD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT RPL-TOK(2) TALLYING RPL-NEW-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT RPL-TOKENS REPLACING ALL FILL-CHAR BY SPACE
           MOVE RPL-TOK(1) TO RPL-OLD
           MOVE RPL-TOK(2) TO RPL-NEW
           IF RPL-OLD-LEN = 0 OR RPL-NEW-LEN = 0
                   OR RPL-TOK(4) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF RPL-OLD = RPL-NEW AND RPL-OLD-LEN = RPL-NEW-LEN THEN
               DISPLAY "OLD AND NEW TEXT ARE THE SAME"
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM REPLACE-SET-SCOPE
           END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM LOAD-LAYAT-TABLE
               PERFORM SET-LAYOUT-CURRENT-VOLUME
               PERFORM LOAD-LAYOUT-TABLE
               MOVE 0 TO LAY-REPORTING
               MOVE 0 TO RPL-APPLYING
               PERFORM REPLACE-WALK
               IF RPL-LINES = 0 THEN
                   DISPLAY "NO LINES TO CHANGE"
               ELSE
                   MOVE RPL-LINES TO RPL-COUNT-EDIT
                   DISPLAY FUNCTION TRIM(RPL-COUNT-EDIT)
                       " LINES TO CHANGE IN " WITH NO ADVANCING
                   MOVE RPL-FILES TO RPL-COUNT-EDIT
                   DISPLAY FUNCTION TRIM(RPL-COUNT-EDIT) " FILES"
                   MOVE "Y" TO CONFIRM-REPLY
                   IF BATCH-MODE = 0 AND JRNL-REPLAY-MODE = 0 THEN
                       DISPLAY "CONFIRM REPLACE (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT CONFIRM-REPLY
                   END-IF
                   IF CONFIRM-REPLY = "Y" OR CONFIRM-REPLY = "y" THEN
                       MOVE 1 TO RPL-APPLYING
                       PERFORM REPLACE-WALK
                       PERFORM REPLACE-REPORT-RESULT
                       PERFORM WRITE-JOURNAL
                   ELSE
                       DISPLAY "REPLACE CANCELLED"
                   END-IF
               END-IF
           END-IF.

      *> No third argument is the current directory's tree; a name
      *> with "*" or "?" is a pattern over the current directory; a
      *> directory's name is its tree and a file's name that file.
       REPLACE-SET-SCOPE.
           MOVE "T" TO RPL-SCOPE
           MOVE CURRENT-EID TO RPL-ROOT-EID
           IF RPL-TOK(3) NOT = SPACES THEN
               MOVE 0 TO WC-CHAR-COUNT
               INSPECT RPL-TOK(3) TALLYING WC-CHAR-COUNT FOR ALL "*"
               INSPECT RPL-TOK(3) TALLYING WC-CHAR-COUNT FOR ALL "?"
               IF WC-CHAR-COUNT > 0 THEN
                   MOVE "W" TO RPL-SCOPE
                   MOVE RPL-TOK(3) TO WC-PATTERN
               ELSE
                   MOVE RPL-TOK(3) TO NEW-NAME
                   PERFORM FIND-VERSION-TARGET
                   IF CAP-FOUND = 0 THEN
                       DISPLAY ERR-NOT-FOUND
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF EDIR(CAP-MATCH-IND) THEN
                       MOVE EID(CAP-MATCH-IND) TO RPL-ROOT-EID
                   ELSE
                   IF EFILE(CAP-MATCH-IND) THEN
                       MOVE "W" TO RPL-SCOPE
                       MOVE RPL-TOK(3) TO WC-PATTERN
                   ELSE
                       DISPLAY ERR-NOT-A-FILE
                       MOVE 1 TO CMD-STATUS
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       REPLACE-WALK.
           MOVE 0 TO RPL-FILES
           MOVE 0 TO RPL-LINES
           MOVE 0 TO RPL-HITS
           MOVE 0 TO RPL-SKIPS
           PERFORM REPLACE-ONE-ENTITY
               VARYING RPL-IND FROM 1 BY 1
               UNTIL RPL-IND > MAX-ENTITY-COUNT.

       REPLACE-ONE-ENTITY.
           IF EID(RPL-IND) NOT = 0 AND EFILE(RPL-IND) THEN
               PERFORM REPLACE-CHECK-SCOPE
               IF RPL-IN-SCOPE = 1 THEN
                   PERFORM REPLACE-ONE-FILE
               END-IF
           END-IF.

      *> Anything in the trash stays out, even under the root.
       REPLACE-CHECK-SCOPE.
           MOVE 0 TO RPL-IN-SCOPE
           IF RPL-SCOPE = "W" THEN
               IF EPARENT(RPL-IND) = CURRENT-EID THEN
                   MOVE ENAME(RPL-IND) TO WC-CAND
                   PERFORM WILDCARD-MATCH
                   IF WC-HIT = 1 THEN
                       MOVE 1 TO RPL-IN-SCOPE
                   END-IF
               END-IF
           ELSE
               MOVE EPARENT(RPL-IND) TO WALK-EID
               PERFORM REPLACE-WALK-UP
                   VARYING RPL-HOP FROM 1 BY 1
                   UNTIL RPL-HOP > MAX-ENTITY-COUNT
                   OR WALK-EID = 0 OR RPL-IN-SCOPE = 1
           END-IF
           IF RPL-IN-SCOPE = 1 THEN
               MOVE RPL-IND TO I
               PERFORM CHECK-EXPORT-TRASHED
               IF TRASH-SKIP = 1 THEN
                   MOVE 0 TO RPL-IN-SCOPE
               END-IF
           END-IF.

       REPLACE-WALK-UP.
           IF WALK-EID = RPL-ROOT-EID THEN
               MOVE 1 TO RPL-IN-SCOPE
           ELSE
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE EPARENT(WALK-MATCH-IND) TO WALK-EID
               ELSE
                   MOVE 0 TO WALK-EID
               END-IF
           END-IF.

      *> One file in scope: searched first only to count (nothing
      *> shown), then - when it has a line to change or to skip -
      *> again to show the lines or, applying, to change them. Its
      *> old body goes to the version history before the first
      *> change is made.
       REPLACE-ONE-FILE.
           MOVE RPL-IND TO GP-SUBJECT
           PERFORM BUILD-GENERAL-PATH
           MOVE 0 TO RPL-LINE-NO
           MOVE SPACES TO RPL-SKIP-WHY
           IF ECLASS(RPL-IND) = "C" THEN
               MOVE "CLASSIFIED" TO RPL-SKIP-WHY
           ELSE
           IF ACC-READ(RPL-IND) = 0 THEN
               MOVE "NOT READABLE" TO RPL-SKIP-WHY
           END-IF
           END-IF

           IF RPL-SKIP-WHY NOT = SPACES THEN
               PERFORM REPLACE-REPORT-SKIP
           ELSE
               MOVE 1 TO RPL-WRITABLE
               IF ACC-HOLD(RPL-IND) = 1 THEN
                   MOVE 0 TO RPL-WRITABLE
                   MOVE "UNDER LEGAL HOLD" TO RPL-SKIP-WHY
               ELSE
               IF OWNER(RPL-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(RPL-IND) = 0 THEN
                   MOVE 0 TO RPL-WRITABLE
                   MOVE "NOT WRITABLE" TO RPL-SKIP-WHY
               END-IF
               END-IF
               MOVE RPL-IND TO LAY-SUBJECT
               PERFORM FIND-EFFECTIVE-LAYOUT
               SET RPL-COUNTING TO TRUE
               PERFORM REPLACE-SCAN-BODY

               IF RPL-FILE-CHANGES + RPL-FILE-SKIPS > 0 THEN
                   IF RPL-WRITABLE = 0 THEN
                       MOVE 0 TO RPL-LINE-NO
                       PERFORM REPLACE-REPORT-SKIP
                   ELSE
                       IF RPL-APPLYING = 1 THEN
                           IF RPL-FILE-CHANGES > 0 THEN
                               MOVE RPL-IND TO CAP-MATCH-IND
                               PERFORM SHELL-CAPTURE-VERSION
                           END-IF
                           SET RPL-STORING TO TRUE
                       ELSE
                           SET RPL-SHOWING TO TRUE
                       END-IF
                       PERFORM REPLACE-SCAN-BODY
                       IF RPL-FILE-CHANGES > 0 THEN
                           ADD 1 TO RPL-FILES
                           IF RPL-APPLYING = 1 THEN
                               PERFORM REPLACE-STORE-FILE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPLACE-SCAN-BODY.
           MOVE 0 TO RPL-FILE-CHANGES
           MOVE 0 TO RPL-FILE-SKIPS
           MOVE ECONTENT(RPL-IND) TO RPL-SRC
           MOVE 1 TO RPL-LINE-NO
           PERFORM REPLACE-ONE-LINE
           IF RPL-STORING AND RPL-FATE = "C" THEN
               MOVE RPL-OUT(1:60) TO ECONTENT(RPL-IND)
           END-IF
           PERFORM REPLACE-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > SEG-TOTAL.

       REPLACE-ONE-SEG.
           IF SEG-EID(SGX) = EID(RPL-IND) THEN
               MOVE SEG-TEXT(SGX) TO RPL-SRC
               MOVE SEG-LINE(SGX) TO RPL-LINE-NO
               PERFORM REPLACE-ONE-LINE
               IF RPL-STORING AND RPL-FATE = "C" THEN
                   MOVE RPL-OUT(1:60) TO SEG-TEXT(SGX)
               END-IF
           END-IF.

      *> RPL-SRC substituted into RPL-OUT and judged: a line that
      *> would run past 60 bytes, or that the file's layout would
      *> refuse, is skipped whole.
       REPLACE-ONE-LINE.
           MOVE SPACE TO RPL-FATE
           MOVE 0 TO RPL-LINE-HITS
           IF RPL-SRC NOT = SPACES THEN
               PERFORM REPLACE-SUBSTITUTE
               IF RPL-LINE-HITS > 0 THEN
                   IF RPL-OUT-LEN > 60 THEN
                       MOVE "O" TO RPL-FATE
                   ELSE
                   IF LAY-ACTIVE NOT = SPACES THEN
                       MOVE RPL-OUT(1:60) TO LAY-TEXT
                       PERFORM VALIDATE-LAYOUT-LINE
                       IF LAY-FAULTS > 0 THEN
                           MOVE "L" TO RPL-FATE
                       ELSE
                           MOVE "C" TO RPL-FATE
                       END-IF
                   ELSE
                       MOVE "C" TO RPL-FATE
                   END-IF
                   END-IF
               END-IF
           END-IF

           EVALUATE RPL-FATE
               WHEN "C"
                   ADD 1 TO RPL-FILE-CHANGES
                   IF NOT RPL-COUNTING THEN
                       ADD 1 TO RPL-LINES
                       ADD RPL-LINE-HITS TO RPL-HITS
                   END-IF
                   IF RPL-SHOWING THEN
                       PERFORM REPLACE-SHOW-CHANGE
                   END-IF
               WHEN "O"
                   ADD 1 TO RPL-FILE-SKIPS
                   IF NOT RPL-COUNTING THEN
                       MOVE "LINE WOULD EXCEED 60 BYTES"
                           TO RPL-SKIP-WHY
                       PERFORM REPLACE-REPORT-SKIP
                   END-IF
               WHEN "L"
                   ADD 1 TO RPL-FILE-SKIPS
                   IF NOT RPL-COUNTING THEN
                       MOVE SPACES TO RPL-SKIP-WHY
                       STRING "BREAKS LAYOUT FIELD " DELIMITED BY SIZE,
                           LAY-FIRST-FIELD DELIMITED BY SPACE
                           INTO RPL-SKIP-WHY
                           ON OVERFLOW CONTINUE
                       END-STRING
                       PERFORM REPLACE-REPORT-SKIP
                   END-IF
           END-EVALUATE.

      *> Left to right, each occurrence of the old text replaced
      *> and the scan resumed after it, so occurrences never
      *> overlap and the new text is never searched again.
       REPLACE-SUBSTITUTE.
           MOVE SPACES TO RPL-OUT
           MOVE 1 TO RPL-OUT-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RPL-SRC TRAILING))
               TO RPL-SRC-LEN
           MOVE 1 TO RPL-P
           PERFORM REPLACE-STEP
               UNTIL RPL-P > RPL-SRC-LEN
           MOVE 0 TO RPL-OUT-LEN
           IF RPL-OUT NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RPL-OUT TRAILING))
                   TO RPL-OUT-LEN
           END-IF.

       REPLACE-STEP.
           MOVE 0 TO RPL-MATCH
           IF RPL-P + RPL-OLD-LEN - 1 <= 60 THEN
               IF RPL-SRC(RPL-P:RPL-OLD-LEN) = RPL-OLD(1:RPL-OLD-LEN)
                       THEN
                   MOVE 1 TO RPL-MATCH
               END-IF
           END-IF
           IF RPL-MATCH = 1 THEN
               STRING RPL-NEW(1:RPL-NEW-LEN) DELIMITED BY SIZE
                   INTO RPL-OUT
                   WITH POINTER RPL-OUT-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               ADD RPL-OLD-LEN TO RPL-P
               ADD 1 TO RPL-LINE-HITS
           ELSE
               STRING RPL-SRC(RPL-P:1) DELIMITED BY SIZE
                   INTO RPL-OUT
                   WITH POINTER RPL-OUT-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               ADD 1 TO RPL-P
           END-IF.

       REPLACE-SHOW-CHANGE.
           MOVE RPL-LINE-NO TO RPL-LINE-EDIT
           DISPLAY FUNCTION TRIM(GP-PATH) " LINE "
               FUNCTION TRIM(RPL-LINE-EDIT)
           DISPLAY "  BEFORE: " FUNCTION TRIM(RPL-SRC TRAILING)
           DISPLAY "  AFTER:  " FUNCTION TRIM(RPL-OUT TRAILING).

      *> A whole file (RPL-LINE-NO 0) or one of its lines.
       REPLACE-REPORT-SKIP.
           ADD 1 TO RPL-SKIPS
           IF RPL-LINE-NO = 0 THEN
               DISPLAY "SKIPPED " FUNCTION TRIM(GP-PATH) " - "
                   FUNCTION TRIM(RPL-SKIP-WHY)
           ELSE
               MOVE RPL-LINE-NO TO RPL-LINE-EDIT
               DISPLAY "SKIPPED " FUNCTION TRIM(GP-PATH) " LINE "
                   FUNCTION TRIM(RPL-LINE-EDIT) " - "
                   FUNCTION TRIM(RPL-SKIP-WHY)
           END-IF.

      *> A changed file's checksum, size and modified date brought
      *> up to date, and the change audited against it.
       REPLACE-STORE-FILE.
           MOVE EID(RPL-IND) TO SEG-WORK-EID
           MOVE RPL-IND TO SEG-OWNER-IND
           PERFORM COMPUTE-FILE-CHECKSUM
           MOVE FILE-CKS-SUM TO ECHECKSUM(RPL-IND)
           PERFORM COMPUTE-FILE-SIZE
           MOVE FILE-SIZE-SUM TO ESIZE(RPL-IND)
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           MOVE AUDIT-DATE TO EMODIFIED(RPL-IND)
           MOVE "repl" TO AUDIT-CMD-OUT
           MOVE RPL-OLD TO AUDIT-ARG1-OUT
           MOVE RPL-NEW TO AUDIT-ARG2-OUT
           MOVE EID(RPL-IND) TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG.

       REPLACE-REPORT-RESULT.
           MOVE RPL-HITS TO RPL-COUNT-EDIT
           DISPLAY "REPLACED " FUNCTION TRIM(RPL-COUNT-EDIT)
               " OCCURRENCES ON " WITH NO ADVANCING
           MOVE RPL-LINES TO RPL-COUNT-EDIT
           DISPLAY FUNCTION TRIM(RPL-COUNT-EDIT) " LINES IN "
               WITH NO ADVANCING
           MOVE RPL-FILES TO RPL-COUNT-EDIT
           DISPLAY FUNCTION TRIM(RPL-COUNT-EDIT) " FILES"
           IF RPL-SKIPS > 0 THEN
               MOVE RPL-SKIPS TO RPL-COUNT-EDIT
               DISPLAY FUNCTION TRIM(RPL-COUNT-EDIT) " SKIPPED"
           END-IF.

      *> "edit print name [n[-m]]" lists a file's lines, or some of
      *> them, with their numbers. "edit replace name n text",
      *> "edit insert name n text" (ahead of line n - one past the
      *> last line adds a line at the end) and "edit delete name
      *> n[-m]" change the body a line at a time, the lines below an
      *> insert or a delete renumbered. A change keeps the old body
      *> as a version the way a write does, is judged against the
      *> file's layout and the operator's quota first, and is
      *> audited and journaled like any other write.
       EDIT-COMMAND.
           MOVE FUNCTION TRIM(US-ARG1) TO EDT-VERB
           MOVE US-ARG2 TO EDT-NAME
           MOVE 0 TO EDT-MUTATING
           MOVE 0 TO EDT-FROM
           MOVE 0 TO EDT-TO
           MOVE SPACES TO WRITE-CONTENT
           EVALUATE EDT-VERB
               WHEN "print"
                   IF EDT-NAME = SPACES OR US-ARG4 NOT = SPACES THEN
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF US-ARG3 NOT = SPACES THEN
                       PERFORM EDIT-PARSE-RANGE
                   END-IF
                   END-IF
               WHEN "replace"
               WHEN "insert"
                   MOVE 1 TO EDT-MUTATING
                   IF EDT-NAME = SPACES OR US-ARG4 = SPACES THEN
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       PERFORM EDIT-PARSE-RANGE
                       IF EDT-TO NOT = EDT-FROM THEN
                           MOVE 1 TO CMD-STATUS
                       END-IF
      *> The line's text needs the full 60 characters a line holds -
      *> split again with WRITE-CONTENT as the last INTO item, as
      *> write does.
                       UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
                           INTO CMD US-ARG1 US-ARG2 US-ARG3
                           WRITE-CONTENT
                       INSPECT WRITE-CONTENT
                           REPLACING ALL FILL-CHAR BY SPACE
                   END-IF
               WHEN "delete"
                   MOVE 1 TO EDT-MUTATING
                   IF EDT-NAME = SPACES OR US-ARG3 = SPACES
                           OR US-ARG4 NOT = SPACES THEN
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       PERFORM EDIT-PARSE-RANGE
                   END-IF
               WHEN OTHER
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE
           IF CMD-STATUS NOT = 0 THEN
               DISPLAY ERR-BAD-SYNTAX
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE EDT-NAME TO NEW-NAME
               PERFORM SORT-LOCATE-INPUT
               MOVE CAP-MATCH-IND TO EDT-IND
           END-IF
           IF CMD-STATUS = 0 AND EDT-MUTATING = 1 THEN
               IF ACC-HOLD(EDT-IND) = 1 THEN
                   DISPLAY ERR-LEGAL-HOLD
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF OWNER(EDT-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(EDT-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM EDIT-LOAD-BODY
               IF EDT-MUTATING = 0 THEN
                   PERFORM EDIT-PRINT-BODY
               ELSE
                   PERFORM EDIT-BUILD-BODY
                   IF CMD-STATUS = 0 THEN
                       PERFORM EDIT-CHECK-FIT
                   END-IF
                   IF CMD-STATUS = 0 THEN
                       PERFORM EDIT-STORE-BODY
                   END-IF
               END-IF
           END-IF.

      *> "n" or "n-m" in US-ARG3 to EDT-FROM/EDT-TO; anything else
      *> is a syntax error.
       EDIT-PARSE-RANGE.
           MOVE SPACES TO EDT-FROM-TXT EDT-TO-TXT
           UNSTRING US-ARG3 DELIMITED BY "-"
               INTO EDT-FROM-TXT EDT-TO-TXT
           IF EDT-TO-TXT = SPACES THEN
               MOVE EDT-FROM-TXT TO EDT-TO-TXT
           END-IF
           IF EDT-FROM-TXT = SPACES
                   OR FUNCTION TEST-NUMVAL(EDT-FROM-TXT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(EDT-TO-TXT) NOT = 0 THEN
               MOVE 1 TO CMD-STATUS
           ELSE
               IF FUNCTION NUMVAL(EDT-FROM-TXT) < 1
                       OR FUNCTION NUMVAL(EDT-TO-TXT) > 999
                       OR FUNCTION NUMVAL(EDT-TO-TXT)
                       < FUNCTION NUMVAL(EDT-FROM-TXT) THEN
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE FUNCTION NUMVAL(EDT-FROM-TXT) TO EDT-FROM
                   MOVE FUNCTION NUMVAL(EDT-TO-TXT) TO EDT-TO
               END-IF
           END-IF.

      *> The body of the file at EDT-IND in line-number order, as
      *> SORT-LOAD-BODY reads one - a line missing between two
      *> others comes in blank. EDT-OLD-SEGS counts its segment rows
      *> for the room check.
       EDIT-LOAD-BODY.
           MOVE SPACES TO EDT-OLD-BODY
           MOVE 0 TO EDT-OLD-COUNT
           MOVE 0 TO EDT-OLD-SEGS
           MOVE ECONTENT(EDT-IND) TO EDT-OLD-LINE(1)
           IF ECONTENT(EDT-IND) NOT = SPACES THEN
               MOVE 1 TO EDT-OLD-COUNT
           END-IF
           PERFORM EDIT-LOAD-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > SEG-TOTAL.

       EDIT-LOAD-ONE-SEG.
           IF SEG-EID(SGX) = EID(EDT-IND) THEN
               ADD 1 TO EDT-OLD-SEGS
               IF SEG-LINE(SGX) > 1
                       AND SEG-LINE(SGX) <= MAX-FILE-LINES THEN
                   MOVE SEG-TEXT(SGX) TO EDT-OLD-LINE(SEG-LINE(SGX))
                   IF SEG-LINE(SGX) > EDT-OLD-COUNT THEN
                       MOVE SEG-LINE(SGX) TO EDT-OLD-COUNT
                   END-IF
               END-IF
           END-IF.

       EDIT-PRINT-BODY.
           IF EDT-FROM = 0 THEN
               MOVE 1 TO EDT-FROM
               MOVE EDT-OLD-COUNT TO EDT-TO
           END-IF
           IF EDT-OLD-COUNT = 0 THEN
               DISPLAY "  (FILE IS EMPTY)"
           ELSE
           IF EDT-FROM > EDT-OLD-COUNT THEN
               PERFORM EDIT-NO-SUCH-LINE
           ELSE
               IF EDT-TO > EDT-OLD-COUNT THEN
                   MOVE EDT-OLD-COUNT TO EDT-TO
               END-IF
               PERFORM EDIT-PRINT-ONE-LINE
                   VARYING EDT-LX FROM EDT-FROM BY 1
                   UNTIL EDT-LX > EDT-TO
           END-IF
           END-IF.

       EDIT-PRINT-ONE-LINE.
           MOVE EDT-LX TO EPL-NUM
           MOVE EDT-OLD-LINE(EDT-LX) TO EPL-TEXT
           DISPLAY EDT-PRINT-LINE.

       EDIT-NO-SUCH-LINE.
           MOVE EDT-OLD-COUNT TO EDT-LINE-EDIT
           DISPLAY "NO SUCH LINE - " FUNCTION TRIM(EDT-NAME) " HAS "
               FUNCTION TRIM(EDT-LINE-EDIT) " LINES"
           MOVE 1 TO CMD-STATUS.

      *> The edited body worked up in EDT-NEW-LINE from the old one,
      *> line by line - nothing is stored yet.
       EDIT-BUILD-BODY.
           MOVE SPACES TO EDT-NEW-BODY
           MOVE 0 TO EDT-NEW-COUNT
           EVALUATE EDT-VERB
               WHEN "insert"
                   IF EDT-FROM > EDT-OLD-COUNT + 1 THEN
                       PERFORM EDIT-NO-SUCH-LINE
                   ELSE
                   IF EDT-OLD-COUNT >= MAX-FILE-LINES THEN
                       DISPLAY ERR-FS-FULL
                       MOVE 1 TO CMD-STATUS
                   END-IF
                   END-IF
               WHEN OTHER
                   IF EDT-TO > EDT-OLD-COUNT THEN
                       PERFORM EDIT-NO-SUCH-LINE
                   END-IF
           END-EVALUATE
           IF CMD-STATUS = 0 THEN
               PERFORM EDIT-COPY-ONE-LINE
                   VARYING EDT-LX FROM 1 BY 1
                   UNTIL EDT-LX > EDT-OLD-COUNT
               IF EDT-VERB = "insert"
                       AND EDT-FROM = EDT-OLD-COUNT + 1 THEN
                   ADD 1 TO EDT-NEW-COUNT
                   MOVE WRITE-CONTENT TO EDT-NEW-LINE(EDT-NEW-COUNT)
               END-IF
           END-IF.

       EDIT-COPY-ONE-LINE.
           IF EDT-VERB = "insert" AND EDT-LX = EDT-FROM THEN
               ADD 1 TO EDT-NEW-COUNT
               MOVE WRITE-CONTENT TO EDT-NEW-LINE(EDT-NEW-COUNT)
           END-IF
           IF EDT-VERB = "delete"
                   AND EDT-LX >= EDT-FROM AND EDT-LX <= EDT-TO THEN
               CONTINUE
           ELSE
               ADD 1 TO EDT-NEW-COUNT
               IF EDT-VERB = "replace" AND EDT-LX = EDT-FROM THEN
                   MOVE WRITE-CONTENT TO EDT-NEW-LINE(EDT-NEW-COUNT)
               ELSE
                   MOVE EDT-OLD-LINE(EDT-LX)
                       TO EDT-NEW-LINE(EDT-NEW-COUNT)
               END-IF
           END-IF.

      *> Room in the segment table for the new body, the new line
      *> against the file's layout (a journal replay re-applies a
      *> line already accepted, as a write's replay does), and a
      *> body that grows against the operator's size ceiling - the
      *> file's own old size swapped out, as WRITEFILE reckons it.
       EDIT-CHECK-FIT.
           IF EDT-NEW-COUNT > 1
                   AND SEG-TOTAL - EDT-OLD-SEGS + EDT-NEW-COUNT - 1
                   > MAX-SEGMENT-COUNT THEN
               DISPLAY ERR-FS-FULL
               MOVE 1 TO CMD-STATUS
           END-IF

           IF CMD-STATUS = 0 AND EDT-VERB NOT = "delete"
                   AND JRNL-REPLAY-MODE = 0 THEN
               MOVE SPACES TO LAY-ACTIVE
               PERFORM LOAD-LAYAT-TABLE
               PERFORM SET-LAYOUT-CURRENT-VOLUME
               MOVE EDT-IND TO LAY-SUBJECT
               PERFORM FIND-EFFECTIVE-LAYOUT
               IF LAY-ACTIVE NOT = SPACES THEN
                   PERFORM LOAD-LAYOUT-TABLE
                   MOVE WRITE-CONTENT TO LAY-TEXT
                   MOVE 0 TO LAY-REPORTING
                   PERFORM VALIDATE-LAYOUT-LINE
                   IF LAY-FAULTS > 0 THEN
                       PERFORM REPORT-LAYOUT-REFUSAL
                   END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(EDT-NEW-LINE(1)))
                   TO EDT-NEW-SIZE
               PERFORM EDIT-SIZE-ONE-LINE
                   VARYING EDT-LX FROM 2 BY 1
                   UNTIL EDT-LX > EDT-NEW-COUNT
               IF EDT-NEW-SIZE > ESIZE(EDT-IND) THEN
                   PERFORM EDIT-CHECK-QUOTA
               END-IF
           END-IF.

       EDIT-SIZE-ONE-LINE.
           ADD FUNCTION LENGTH(FUNCTION TRIM(EDT-NEW-LINE(EDT-LX)))
               TO EDT-NEW-SIZE.

       EDIT-CHECK-QUOTA.
           MOVE 0 TO EDT-QUOTA-HIT
           PERFORM FIND-EDIT-QUOTA
               VARYING EDT-QX FROM 1 BY 1
               UNTIL EDT-QX > QUOTA-ROW-COUNT OR EDT-QUOTA-HIT > 0
           IF EDT-QUOTA-HIT > 0 THEN
               MOVE 0 TO EDT-OWNED-SIZE
               PERFORM TALLY-EDIT-OWNED
                   VARYING EDT-QX FROM 1 BY 1
                   UNTIL EDT-QX > MAX-ENTITY-COUNT
               IF EDT-OWNED-SIZE + EDT-NEW-SIZE
                       > Q-MAX-SIZE(EDT-QUOTA-HIT) THEN
                   DISPLAY ERR-QUOTA-EXCEEDED
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF.

       FIND-EDIT-QUOTA.
           IF Q-OWNER(EDT-QX) = OPERATOR-ID THEN
               MOVE EDT-QX TO EDT-QUOTA-HIT
           END-IF.

       TALLY-EDIT-OWNED.
           IF EID(EDT-QX) NOT = 0 AND OWNER(EDT-QX) = OPERATOR-ID
                   AND EFILE(EDT-QX) AND EDT-QX NOT = EDT-IND THEN
               ADD ESIZE(EDT-QX) TO EDT-OWNED-SIZE
           END-IF.

      *> The old body goes to the version history, then the new one
      *> replaces it - line 1 in ECONTENT, the rest as segment rows
      *> renumbered from 2 - with size, checksum and modified date
      *> brought up to date.
       EDIT-STORE-BODY.
           MOVE EDT-IND TO CAP-MATCH-IND
           PERFORM SHELL-CAPTURE-VERSION
           MOVE EID(EDT-IND) TO SEG-WORK-EID
           PERFORM DROP-FILE-SEGMENTS
           MOVE EDT-NEW-LINE(1) TO ECONTENT(EDT-IND)
           PERFORM EDIT-STORE-ONE-LINE
               VARYING EDT-LX FROM 2 BY 1
               UNTIL EDT-LX > EDT-NEW-COUNT
           MOVE EDT-IND TO SEG-OWNER-IND
           PERFORM COMPUTE-FILE-CHECKSUM
           MOVE FILE-CKS-SUM TO ECHECKSUM(EDT-IND)
           PERFORM COMPUTE-FILE-SIZE
           MOVE FILE-SIZE-SUM TO ESIZE(EDT-IND)
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           MOVE AUDIT-DATE TO EMODIFIED(EDT-IND)

           MOVE EDT-FROM TO EDT-LINE-EDIT
           MOVE EDT-TO TO EDT-LINE-EDIT2
           MOVE SPACES TO EDT-DONE-TEXT
           EVALUATE TRUE
               WHEN EDT-VERB = "replace"
                   STRING "LINE " FUNCTION TRIM(EDT-LINE-EDIT)
                       " REPLACED" DELIMITED BY SIZE
                       INTO EDT-DONE-TEXT
               WHEN EDT-VERB = "insert"
                   STRING "LINE " FUNCTION TRIM(EDT-LINE-EDIT)
                       " INSERTED" DELIMITED BY SIZE
                       INTO EDT-DONE-TEXT
               WHEN EDT-FROM = EDT-TO
                   STRING "LINE " FUNCTION TRIM(EDT-LINE-EDIT)
                       " DELETED" DELIMITED BY SIZE
                       INTO EDT-DONE-TEXT
               WHEN OTHER
                   STRING "LINES " FUNCTION TRIM(EDT-LINE-EDIT)
                       "-" FUNCTION TRIM(EDT-LINE-EDIT2)
                       " DELETED" DELIMITED BY SIZE
                       INTO EDT-DONE-TEXT
           END-EVALUATE
           MOVE EDT-NEW-COUNT TO EDT-LINE-EDIT
           DISPLAY FUNCTION TRIM(EDT-NAME) ": "
               FUNCTION TRIM(EDT-DONE-TEXT) " - NOW "
               FUNCTION TRIM(EDT-LINE-EDIT) " LINES"

           MOVE "edit" TO AUDIT-CMD-OUT
           MOVE EDT-NAME TO AUDIT-ARG1-OUT
           MOVE SPACES TO AUDIT-ARG2-OUT
           STRING FUNCTION TRIM(EDT-VERB) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               FUNCTION TRIM(US-ARG3) DELIMITED BY SIZE
               INTO AUDIT-ARG2-OUT
               ON OVERFLOW CONTINUE
           END-STRING
           MOVE EID(EDT-IND) TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG
           PERFORM WRITE-JOURNAL.

       EDIT-STORE-ONE-LINE.
           ADD 1 TO SEG-TOTAL
           MOVE SEG-WORK-EID TO SEG-EID(SEG-TOTAL)
           MOVE EDT-LX TO SEG-LINE(SEG-TOTAL)
           MOVE EDT-NEW-LINE(EDT-LX) TO SEG-TEXT(SEG-TOTAL).

      *> "template [list]" - the templates kept under /.TEMPLATES,
      *> each with its entity count; "template create NAME"
      *> (supervisor) starts a new, empty one there, which is then
      *> built with the ordinary commands (md, mf, write, tag).
       TEMPLATE-COMMAND.
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN SPACES
                   PERFORM TEMPLATE-LIST
               WHEN "list"
                   PERFORM TEMPLATE-LIST
               WHEN "create"
                   PERFORM TEMPLATE-CREATE
               WHEN OTHER
                   DISPLAY ERR-BAD-SYNTAX
                   MOVE 1 TO CMD-STATUS
           END-EVALUATE.

       TEMPLATE-LIST.
           PERFORM FIND-TEMPLATE-AREA
           MOVE 0 TO TPL-LISTED
           IF TPL-AREA-IND > 0 THEN
               PERFORM LIST-ONE-TEMPLATE
                   VARYING TPL-IND FROM 1 BY 1
                   UNTIL TPL-IND > MAX-ENTITY-COUNT
           END-IF
           IF TPL-LISTED = 0 THEN
               DISPLAY "NO TEMPLATES"
           END-IF.

       LIST-ONE-TEMPLATE.
           IF EID(TPL-IND) NOT = 0 AND EDIR(TPL-IND)
                   AND EPARENT(TPL-IND) = TPL-AREA-EID THEN
               IF TPL-LISTED = 0 THEN
                   DISPLAY "TEMPLATE                         "
                       "ENTITIES OWNER     MODIFIED"
               END-IF
               ADD 1 TO TPL-LISTED
               MOVE EID(TPL-IND) TO TPL-ROOT-EID
               MOVE 0 TO TPL-COUNT
               PERFORM COUNT-ONE-TEMPLATE-ROW
                   VARYING TPL-X FROM 1 BY 1
                   UNTIL TPL-X > MAX-ENTITY-COUNT
               MOVE ENAME(TPL-IND) TO TL-NAME
               MOVE TPL-COUNT TO TL-COUNT
               MOVE OWNER(TPL-IND) TO TL-OWNER
               MOVE EMODIFIED(TPL-IND) TO TL-MODIFIED
               DISPLAY TPL-LIST-LINE
           END-IF.

       COUNT-ONE-TEMPLATE-ROW.
           IF EID(TPL-X) NOT = 0 THEN
               PERFORM CHECK-UNDER-TPL-ROOT
               IF TPL-UNDER = 1 THEN
                   ADD 1 TO TPL-COUNT
               END-IF
           END-IF.

      *> The area itself is made with the first template, by the
      *> supervisor creating it.
       TEMPLATE-CREATE.
           MOVE US-ARG2 TO NEW-NAME
           MOVE 0 TO SRT-SLASHES
           INSPECT NEW-NAME TALLYING SRT-SLASHES FOR ALL "/"
           IF READ-ONLY-MODE = 1 THEN
               DISPLAY "VOLUME IS READ-ONLY"
               MOVE 1 TO CMD-STATUS
           ELSE
           IF NEW-NAME = SPACES OR US-ARG3 NOT = SPACES
                   OR SRT-SLASHES > 0
                   OR NEW-NAME = "." OR NEW-NAME = ".." THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM FIND-TEMPLATE-AREA
               IF TPL-AREA-IND > 0 THEN
                   PERFORM FIND-TEMPLATE-BY-NAME
                   IF TPL-IND > 0 THEN
                       DISPLAY ERR-NAME-CONFLICT
                       MOVE 1 TO CMD-STATUS
                   END-IF
               ELSE
                   MOVE TEMPLATE-AREA-NAME TO NEW-NAME
                   MOVE 1 TO INS-PARENT-IND
                   MOVE DIR-CODE TO TPL-NEW-TYPE
                   PERFORM TEMPLATE-NEW-ROW
                   IF CMD-STATUS = 0 THEN
                       MOVE EID(NEW-IND) TO TPL-AREA-EID
                       MOVE NEW-IND TO TPL-AREA-IND
                   END-IF
                   MOVE US-ARG2 TO NEW-NAME
               END-IF
           END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               MOVE TPL-AREA-IND TO INS-PARENT-IND
               MOVE DIR-CODE TO TPL-NEW-TYPE
               PERFORM TEMPLATE-NEW-ROW
           END-IF
           IF CMD-STATUS = 0 THEN
               DISPLAY "TEMPLATE " FUNCTION TRIM(NEW-NAME)
                   " CREATED - BUILD IT UNDER /"
                   TEMPLATE-AREA-NAME "/" FUNCTION TRIM(NEW-NAME)
               MOVE "tplc" TO AUDIT-CMD-OUT
               MOVE NEW-NAME TO AUDIT-ARG1-OUT
               MOVE SPACES TO AUDIT-ARG2-OUT
               MOVE EID(NEW-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-JOURNAL
           END-IF.

      *> TPL-IND is the template named NEW-NAME, or 0.
       FIND-TEMPLATE-BY-NAME.
           MOVE 0 TO TPL-IND
           PERFORM FIND-ONE-TEMPLATE-BY-NAME
               VARYING TPL-X FROM 1 BY 1
               UNTIL TPL-X > MAX-ENTITY-COUNT OR TPL-IND > 0.

       FIND-ONE-TEMPLATE-BY-NAME.
           IF EID(TPL-X) NOT = 0 AND EDIR(TPL-X)
                   AND EPARENT(TPL-X) = TPL-AREA-EID
                   AND ENAME(TPL-X) = NEW-NAME THEN
               MOVE TPL-X TO TPL-IND
           END-IF.

      *> A fresh row NEW-NAME of type TPL-NEW-TYPE under row
      *> INS-PARENT-IND, owned by the operator and dated today; the
      *> parent's entry count goes up by one. NEW-IND is the row.
       TEMPLATE-NEW-ROW.
           PERFORM ASSIGN-NEW-ENTITY
           IF NEW-IND > MAX-ENTITY-COUNT THEN
               DISPLAY ERR-FS-FULL
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE NEW-EID TO EID(NEW-IND)
               MOVE TPL-NEW-TYPE TO ETYPE(NEW-IND)
               MOVE EID(INS-PARENT-IND) TO EPARENT(NEW-IND)
               MOVE NEW-NAME TO ENAME(NEW-IND)
               MOVE 0 TO ESIZE(NEW-IND)
               ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
               MOVE AUDIT-DATE TO ECREATED(NEW-IND)
               MOVE AUDIT-DATE TO EMODIFIED(NEW-IND)
               MOVE OPERATOR-ID TO OWNER(NEW-IND)
               MOVE SPACES TO ECONTENT(NEW-IND)
               MOVE 0 TO ECHECKSUM(NEW-IND)
               MOVE 0 TO ETRASHPAR(NEW-IND)
               MOVE 0 TO ETRASHDATE(NEW-IND)
               MOVE SPACE TO ECLASS(NEW-IND)
               ADD 1 TO ESIZE(INS-PARENT-IND)
           END-IF.

      *> "instantiate TEMPLATE newname [value]" - the template's
      *> whole tree copied into the current directory as newname,
      *> owned by the operator and held to their quota. "&NAME" in
      *> any name or line becomes value (newname when none is
      *> given) and "&DATE" today's date (YYYYMMDD); tags cross
      *> with the entities. Nothing is made unless all of it fits.
       INSTANTIATE-COMMAND.
           MOVE 0 TO SRT-SLASHES
           INSPECT US-ARG2 TALLYING SRT-SLASHES FOR ALL "/"
           IF US-ARG1 = SPACES OR US-ARG2 = SPACES
                   OR US-ARG4 NOT = SPACES OR SRT-SLASHES > 0
                   OR US-ARG2 = "." OR US-ARG2 = ".."
                   OR US-ARG3(33:28) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               IF US-ARG3 = SPACES THEN
                   MOVE US-ARG2 TO INS-NAME-VALUE
               ELSE
                   MOVE US-ARG3 TO INS-NAME-VALUE
               END-IF
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INS-NAME-VALUE
                   TRAILING)) TO INS-NAME-LEN
               ACCEPT INS-DATE-VALUE FROM DATE YYYYMMDD

               PERFORM FIND-TEMPLATE-AREA
               MOVE 0 TO TPL-IND
               IF TPL-AREA-IND > 0 THEN
                   MOVE US-ARG1 TO NEW-NAME
                   PERFORM FIND-TEMPLATE-BY-NAME
               END-IF
               IF TPL-IND = 0 THEN
                   DISPLAY "NO SUCH TEMPLATE: " FUNCTION TRIM(US-ARG1)
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF OWNER(CUR-IND) NOT = OPERATOR-ID
                       AND ACC-WRITE(CUR-IND) = 0 THEN
                   DISPLAY ERR-PERMISSION-DENIED
                   MOVE 5 TO CMD-STATUS
               ELSE
                   MOVE US-ARG2 TO NEW-NAME
                   PERFORM FIND-VERSION-TARGET
                   IF CAP-FOUND = 1 THEN
                       DISPLAY ERR-NAME-CONFLICT
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM INSTANTIATE-PLAN
               PERFORM INSTANTIATE-CHECK-FIT
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM INSTANTIATE-MAKE-ONE
                   VARYING INS-PX FROM 1 BY 1
                   UNTIL INS-PX > INS-TOTAL
               MOVE INS-TOTAL TO INS-COUNT-EDIT
               DISPLAY "INSTANTIATED " FUNCTION TRIM(US-ARG1) " AS "
                   FUNCTION TRIM(US-ARG2) " - "
                   FUNCTION TRIM(INS-COUNT-EDIT) " ENTITIES"
               MOVE "inst" TO AUDIT-CMD-OUT
               MOVE US-ARG1 TO AUDIT-ARG1-OUT
               MOVE US-ARG2 TO AUDIT-ARG2-OUT
               MOVE EID(INS-NEW-IND(1)) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
               PERFORM WRITE-JOURNAL
           END-IF.

      *> The template's tree laid out breadth first, so a parent's
      *> row always comes before its children's; names and lines
      *> are filled in as they are met, and the first one that
      *> would no longer fit stops the plan.
       INSTANTIATE-PLAN.
           MOVE 1 TO INS-TOTAL
           MOVE TPL-IND TO INS-OLD-IND(1)
           MOVE 0 TO INS-PARENT-PX(1)
           MOVE US-ARG2 TO INS-NEW-NAME(1)
           MOVE 0 TO INS-SEGS
           MOVE 0 TO INS-TAGS
           MOVE 0 TO INS-SIZE
           MOVE 0 TO INS-TOO-LONG
           MOVE 0 TO INS-HEAD
           PERFORM INSTANTIATE-PLAN-NEXT
               UNTIL INS-HEAD >= INS-TOTAL OR INS-TOO-LONG = 1
           IF INS-TOO-LONG = 1 THEN
               DISPLAY "TOO LONG ONCE FILLED IN: "
                   FUNCTION TRIM(INS-BAD-PATH)
               MOVE 1 TO CMD-STATUS
           END-IF.

       INSTANTIATE-PLAN-NEXT.
           ADD 1 TO INS-HEAD
           MOVE INS-OLD-IND(INS-HEAD) TO TPL-X
           PERFORM INSTANTIATE-COUNT-ONE-TAG
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > TAG-TOTAL
           IF EFILE(TPL-X) THEN
               MOVE ECONTENT(TPL-X) TO INS-TEXT
               PERFORM INSTANTIATE-NOTE-LINE
               PERFORM INSTANTIATE-NOTE-ONE-SEG
                   VARYING SGX FROM 1 BY 1
                   UNTIL SGX > SEG-TOTAL
           END-IF
           IF EDIR(TPL-X) THEN
               PERFORM INSTANTIATE-PLAN-CHILD
                   VARYING INS-KX FROM 1 BY 1
                   UNTIL INS-KX > MAX-ENTITY-COUNT
                   OR INS-TOO-LONG = 1
           END-IF.

       INSTANTIATE-COUNT-ONE-TAG.
           IF TAG-EID(TGX) = EID(TPL-X) THEN
               ADD 1 TO INS-TAGS
           END-IF.

       INSTANTIATE-NOTE-ONE-SEG.
           IF SEG-EID(SGX) = EID(TPL-X) THEN
               ADD 1 TO INS-SEGS
               MOVE SEG-TEXT(SGX) TO INS-TEXT
               PERFORM INSTANTIATE-NOTE-LINE
           END-IF.

       INSTANTIATE-NOTE-LINE.
           PERFORM INSTANTIATE-FILL-TEXT
           IF INS-TEXT-LEN > 60 THEN
               PERFORM INSTANTIATE-NOTE-TOO-LONG
           ELSE
           IF INS-TEXT NOT = SPACES THEN
               ADD FUNCTION LENGTH(FUNCTION TRIM(INS-TEXT))
                   TO INS-SIZE
           END-IF
           END-IF.

       INSTANTIATE-PLAN-CHILD.
           IF EID(INS-KX) NOT = 0 AND INS-KX NOT = TPL-X
                   AND EPARENT(INS-KX) = EID(TPL-X) THEN
               ADD 1 TO INS-TOTAL
               MOVE INS-KX TO INS-OLD-IND(INS-TOTAL)
               MOVE INS-HEAD TO INS-PARENT-PX(INS-TOTAL)
               MOVE ENAME(INS-KX) TO INS-TEXT
               PERFORM INSTANTIATE-FILL-TEXT
               IF INS-TEXT-LEN > 32 THEN
                   MOVE INS-KX TO TPL-X
                   PERFORM INSTANTIATE-NOTE-TOO-LONG
               ELSE
                   MOVE INS-TEXT TO INS-NEW-NAME(INS-TOTAL)
               END-IF
           END-IF.

       INSTANTIATE-NOTE-TOO-LONG.
           MOVE 1 TO INS-TOO-LONG
           MOVE TPL-X TO GP-SUBJECT
           PERFORM BUILD-GENERAL-PATH
           MOVE GP-PATH TO INS-BAD-PATH.

      *> INS-TEXT with &NAME and then &DATE filled in, its length
      *> in INS-TEXT-LEN (over 60 when it no longer fits a line).
       INSTANTIATE-FILL-TEXT.
           MOVE 0 TO INS-TEXT-LEN
           IF INS-TEXT NOT = SPACES THEN
               MOVE INS-TEXT TO RPL-SRC
               MOVE "&NAME" TO RPL-OLD
               MOVE 5 TO RPL-OLD-LEN
               MOVE INS-NAME-VALUE TO RPL-NEW
               MOVE INS-NAME-LEN TO RPL-NEW-LEN
               PERFORM REPLACE-SUBSTITUTE
               MOVE RPL-OUT-LEN TO INS-TEXT-LEN
               IF RPL-OUT-LEN <= 60 THEN
                   MOVE RPL-OUT(1:60) TO RPL-SRC
                   MOVE "&DATE" TO RPL-OLD
                   MOVE INS-DATE-VALUE TO RPL-NEW
                   MOVE 8 TO RPL-NEW-LEN
                   PERFORM REPLACE-SUBSTITUTE
                   MOVE RPL-OUT-LEN TO INS-TEXT-LEN
                   MOVE RPL-OUT(1:60) TO INS-TEXT
               END-IF
           END-IF.

      *> Room in the table, the line and tag tables, and the
      *> operator's quota for the whole copy.
       INSTANTIATE-CHECK-FIT.
           MOVE 0 TO INS-FREE-SLOTS
           PERFORM COUNT-ONE-FREE-SLOT
               VARYING TPL-X FROM 1 BY 1
               UNTIL TPL-X > MAX-ENTITY-COUNT
           IF INS-FREE-SLOTS < INS-TOTAL
                   OR SEG-TOTAL + INS-SEGS > MAX-SEGMENT-COUNT
                   OR TAG-TOTAL + INS-TAGS > MAX-TAG-COUNT THEN
               DISPLAY ERR-FS-FULL
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE 0 TO INS-QUOTA-HIT
               PERFORM FIND-INSTANTIATE-QUOTA
                   VARYING INS-QX FROM 1 BY 1
                   UNTIL INS-QX > QUOTA-ROW-COUNT OR INS-QUOTA-HIT > 0
               IF INS-QUOTA-HIT > 0 THEN
                   MOVE 0 TO INS-OWNED-SLOTS
                   MOVE 0 TO INS-OWNED-SIZE
                   PERFORM TALLY-INSTANTIATE-OWNED
                       VARYING INS-QY FROM 1 BY 1
                       UNTIL INS-QY > MAX-ENTITY-COUNT
                   IF INS-OWNED-SLOTS + INS-TOTAL
                           > Q-MAX-SLOTS(INS-QUOTA-HIT)
                           OR INS-OWNED-SIZE + INS-SIZE
                           > Q-MAX-SIZE(INS-QUOTA-HIT) THEN
                       DISPLAY ERR-QUOTA-EXCEEDED
                       MOVE 1 TO CMD-STATUS
                   END-IF
               END-IF
           END-IF.

       COUNT-ONE-FREE-SLOT.
           IF EID(TPL-X) = 0 THEN
               ADD 1 TO INS-FREE-SLOTS
           END-IF.

       FIND-INSTANTIATE-QUOTA.
           IF Q-OWNER(INS-QX) = OPERATOR-ID THEN
               MOVE INS-QX TO INS-QUOTA-HIT
           END-IF.

       TALLY-INSTANTIATE-OWNED.
           IF EID(INS-QY) NOT = 0 AND OWNER(INS-QY) = OPERATOR-ID THEN
               ADD 1 TO INS-OWNED-SLOTS
               IF EFILE(INS-QY) THEN
                   ADD ESIZE(INS-QY) TO INS-OWNED-SIZE
               END-IF
           END-IF.

      *> Plan row INS-PX made real under its parent's new row (or
      *> the current directory), its lines filled in again on the
      *> way and its size and checksum worked out from them. A
      *> link's target crosses as it stands.
       INSTANTIATE-MAKE-ONE.
           IF INS-PARENT-PX(INS-PX) = 0 THEN
               MOVE CUR-IND TO INS-PARENT-IND
           ELSE
               MOVE INS-NEW-IND(INS-PARENT-PX(INS-PX))
                   TO INS-PARENT-IND
           END-IF
           MOVE INS-OLD-IND(INS-PX) TO TPL-X
           MOVE INS-NEW-NAME(INS-PX) TO NEW-NAME
           MOVE ETYPE(TPL-X) TO TPL-NEW-TYPE
           PERFORM TEMPLATE-NEW-ROW
           MOVE NEW-IND TO INS-NEW-IND(INS-PX)
           MOVE ECLASS(TPL-X) TO ECLASS(NEW-IND)

           IF EFILE(TPL-X) THEN
               MOVE ECONTENT(TPL-X) TO INS-TEXT
               PERFORM INSTANTIATE-FILL-TEXT
               MOVE INS-TEXT TO ECONTENT(NEW-IND)
               MOVE SEG-TOTAL TO INS-SEG-LIMIT
               PERFORM INSTANTIATE-COPY-ONE-SEG
                   VARYING SGX FROM 1 BY 1
                   UNTIL SGX > INS-SEG-LIMIT
               MOVE EID(NEW-IND) TO SEG-WORK-EID
               MOVE NEW-IND TO SEG-OWNER-IND
               PERFORM COMPUTE-FILE-CHECKSUM
               MOVE FILE-CKS-SUM TO ECHECKSUM(NEW-IND)
               PERFORM COMPUTE-FILE-SIZE
               MOVE FILE-SIZE-SUM TO ESIZE(NEW-IND)
           END-IF
           IF ELINK(TPL-X) THEN
               MOVE ECONTENT(TPL-X) TO ECONTENT(NEW-IND)
               MOVE ECHECKSUM(TPL-X) TO ECHECKSUM(NEW-IND)
               MOVE ESIZE(TPL-X) TO ESIZE(NEW-IND)
           END-IF

           MOVE TAG-TOTAL TO INS-TAG-LIMIT
           PERFORM INSTANTIATE-COPY-ONE-TAG
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > INS-TAG-LIMIT.

       INSTANTIATE-COPY-ONE-SEG.
           IF SEG-EID(SGX) = EID(TPL-X) THEN
               MOVE SEG-TEXT(SGX) TO INS-TEXT
               PERFORM INSTANTIATE-FILL-TEXT
               ADD 1 TO SEG-TOTAL
               MOVE EID(NEW-IND) TO SEG-EID(SEG-TOTAL)
               MOVE SEG-LINE(SGX) TO SEG-LINE(SEG-TOTAL)
               MOVE INS-TEXT TO SEG-TEXT(SEG-TOTAL)
           END-IF.

       INSTANTIATE-COPY-ONE-TAG.
           IF TAG-EID(TGX) = EID(TPL-X) THEN
               ADD 1 TO TAG-TOTAL
               MOVE EID(NEW-IND) TO TAG-EID(TAG-TOTAL)
               MOVE TAG-SEQ(TGX) TO TAG-SEQ(TAG-TOTAL)
               MOVE TAG-TEXT(TGX) TO TAG-TEXT(TAG-TOTAL)
           END-IF.

      *> "migrate" shows the current volume's archive volume;
      *> "migrate to NAME" (supervisor) designates one, "migrate to
      *> off" clears it; "migrate DAYS" (supervisor) moves every
      *> designated volume's files untouched for DAYS days onto its
      *> archive volume - deferred to the main loop like offboard,
      *> since it mounts each volume in turn. "migrate stub" is the
      *> journal's record of one stub made, honoured only on replay.
       MIGRATE-COMMAND.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(US-ARG1) = SPACES
                   PERFORM LOCATE-OWN-VOLCAT-ROW
                   MOVE SPACES TO MIG-ARCH-VOL
                   IF VOLCAT-HIT > 0 THEN
                       MOVE VT-ARCHIVE(VOLCAT-HIT) TO MIG-ARCH-VOL
                   END-IF
                   IF MIG-ARCH-VOL = SPACES THEN
                       DISPLAY "NO ARCHIVE VOLUME DESIGNATED FOR "
                           FUNCTION TRIM(VOLUME-NAME)
                   ELSE
                       DISPLAY "ARCHIVE VOLUME OF "
                           FUNCTION TRIM(VOLUME-NAME) " IS "
                           FUNCTION TRIM(MIG-ARCH-VOL)
                   END-IF
               WHEN FUNCTION TRIM(US-ARG1) = "to"
                   PERFORM MIGRATE-DESIGNATE
               WHEN FUNCTION TRIM(US-ARG1) = "stub"
                   IF JRNL-REPLAY-MODE = 1 THEN
                       PERFORM MIGRATE-REPLAY-STUB
                   ELSE
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   END-IF
               WHEN OTHER
                   IF FUNCTION TEST-NUMVAL(US-ARG1) NOT = 0
                           OR US-ARG2 NOT = SPACES THEN
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF FUNCTION NUMVAL(US-ARG1) < 1
                           OR FUNCTION NUMVAL(US-ARG1) > 9999 THEN
                       DISPLAY ERR-BAD-SYNTAX
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF SCHED-MODE = 1 OR RUN-ACTIVE = 1 THEN
                       DISPLAY "MIGRATE NOT AVAILABLE HERE"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       MOVE FUNCTION NUMVAL(US-ARG1) TO MIG-DAYS
                       MOVE 1 TO MIG-REQUESTED
                   END-IF
                   END-IF
                   END-IF
           END-EVALUATE.

       MIGRATE-DESIGNATE.
           MOVE US-ARG2(1:8) TO MIG-ARCH-VOL
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MIG-ARCH-VOL))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO MIG-ARCH-VOL
           END-IF
           PERFORM LOCATE-OWN-VOLCAT-ROW
           IF US-ARG2 = SPACES OR US-ARG3 NOT = SPACES
                   OR US-ARG2(9:24) NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
           IF VOLCAT-HIT = 0 THEN
               DISPLAY ERR-NOT-FOUND
               MOVE 1 TO CMD-STATUS
           ELSE
           IF FUNCTION TRIM(US-ARG2) = "off" THEN
               MOVE SPACES TO VT-ARCHIVE(VOLCAT-HIT)
               PERFORM SAVE-VOLCAT-TABLE
               DISPLAY "ARCHIVE VOLUME CLEARED"
           ELSE
           IF MIG-ARCH-VOL = VOLCAT-REG-NAME THEN
               DISPLAY "A VOLUME CANNOT BE ITS OWN ARCHIVE"
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE MIG-ARCH-VOL TO VT-ARCHIVE(VOLCAT-HIT)
               PERFORM SAVE-VOLCAT-TABLE
               DISPLAY "ARCHIVE VOLUME OF "
                   FUNCTION TRIM(VOLUME-NAME) " SET TO "
                   FUNCTION TRIM(MIG-ARCH-VOL)
           END-IF
           END-IF
           END-IF
           END-IF
           IF CMD-STATUS = 0 THEN
               MOVE "migt" TO AUDIT-CMD-OUT
               MOVE VOLCAT-REG-NAME TO AUDIT-ARG1-OUT
               MOVE US-ARG2 TO AUDIT-ARG2-OUT
               MOVE 0 TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG
           END-IF.

      *> The walk: each volume with an archive volume designated is
      *> mounted in place (replaying any journal a crash left), its
      *> cold files copied out and stubbed, and the session mounted
      *> back where it stood. A volume or archive volume another
      *> session holds is skipped; a rerun picks it up.
       MIGRATE-RUN.
           MOVE USERINPUT TO MIG-HOLD-INPUT
           MOVE DIRECTORY-AT-CMD TO MIG-HOLD-DIR
           MOVE VOLUME-NAME TO MIG-RETURN-VOL
           MOVE CURRENT-DIRECTORY TO MIG-RETURN-DIR
           MOVE 0 TO MIG-FILES-TOTAL
           MOVE 0 TO MIG-LINES-TOTAL
           MOVE 0 TO MIG-BYTES-TOTAL
           MOVE 0 TO MIG-SKIPPED-VOLS
           ACCEPT MIG-TODAY FROM DATE YYYYMMDD
           ACCEPT MIG-NOW FROM TIME
           MOVE SPACES TO MIG-STAMP
           STRING MIG-TODAY DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               MIG-NOW(1:6) DELIMITED BY SIZE
               INTO MIG-STAMP
           COMPUTE MIG-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MIG-TODAY) - MIG-DAYS)

           PERFORM LOAD-VOLCAT-TABLE
           MOVE 0 TO MIG-VOL-TOTAL
           PERFORM COPY-ONE-MIG-VOLUME
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOLCAT-TOTAL

           IF MIG-VOL-TOTAL = 0 THEN
               DISPLAY "NO VOLUME HAS AN ARCHIVE VOLUME DESIGNATED"
               MOVE 1 TO CMD-STATUS
           ELSE
               OPEN OUTPUT MIG-RPT-FILE
               MOVE SPACES TO MIG-LINE
               STRING "MIGRATION REPORT   FILES UNCHANGED SINCE "
                   DELIMITED BY SIZE,
                   MIG-CUTOFF DELIMITED BY SIZE,
                   "   RUN " DELIMITED BY SIZE,
                   MIG-TODAY DELIMITED BY SIZE,
                   " BY " DELIMITED BY SIZE,
                   OPERATOR-ID DELIMITED BY SPACE
                   INTO MIG-LINE
               PERFORM WRITE-MIG-LINE

               PERFORM MIGRATE-ONE-VOLUME
                   VARYING MGV FROM 1 BY 1
                   UNTIL MGV > MIG-VOL-TOTAL

               MOVE MIG-RETURN-VOL TO TARGET-VOLUME
               PERFORM MOUNT-VOLUME
               PERFORM REPLAY-IF-PENDING
               MOVE 0 TO MIG-CD-STATUS
               MOVE MIG-RETURN-DIR(1:32) TO MIG-DIR-ARG
               CALL "CHANGE-DIRECTORY" USING FILESYSTEM
                   CURRENT-EID CUR-IND MIG-DIR-ARG MIG-CD-STATUS
                   OPERATOR-ID
               PERFORM REBUILD-CURRENT-DIR

               MOVE SPACES TO MIG-LINE
               PERFORM WRITE-MIG-LINE
               MOVE MIG-FILES-TOTAL TO MIG-COUNT-EDIT
               MOVE MIG-LINES-TOTAL TO MIG-COUNT-EDIT2
               MOVE MIG-BYTES-TOTAL TO MIG-BYTES-EDIT
               STRING "ALL VOLUMES   FILES " DELIMITED BY SIZE,
                   MIG-COUNT-EDIT DELIMITED BY SIZE,
                   "   LINE SLOTS FREED " DELIMITED BY SIZE,
                   MIG-COUNT-EDIT2 DELIMITED BY SIZE,
                   "   BYTES FREED " DELIMITED BY SIZE,
                   MIG-BYTES-EDIT DELIMITED BY SIZE
                   INTO MIG-LINE
               DISPLAY FUNCTION TRIM(MIG-LINE)
               PERFORM WRITE-MIG-LINE
               IF MIG-SKIPPED-VOLS > 0 THEN
                   MOVE "SOME VOLUMES WERE SKIPPED - RERUN TO "
                       & "FINISH THEM" TO MIG-LINE
                   DISPLAY FUNCTION TRIM(MIG-LINE)
                   PERFORM WRITE-MIG-LINE
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE 0 TO CMD-STATUS
               END-IF

               CLOSE MIG-RPT-FILE
               MOVE "MIGRATE" TO SPOOL-REG-TYPE
               MOVE "SOSMIGR.RPT" TO SPOOL-REG-SRC
               PERFORM SPOOL-REGISTER
           END-IF
           MOVE MIG-HOLD-INPUT TO USERINPUT
           MOVE MIG-HOLD-DIR TO DIRECTORY-AT-CMD.

       COPY-ONE-MIG-VOLUME.
           IF VT-ARCHIVE(VX) NOT = SPACES THEN
               ADD 1 TO MIG-VOL-TOTAL
               MOVE VT-NAME(VX) TO MIG-VOL-NAME(MIG-VOL-TOTAL)
               MOVE VT-ARCHIVE(VX) TO MIG-VOL-ARCHIVE(MIG-VOL-TOTAL)
           END-IF.

       MIGRATE-ONE-VOLUME.
           MOVE SPACES TO MIG-LINE
           PERFORM WRITE-MIG-LINE
           MOVE MIG-VOL-NAME(MGV) TO MIG-PRIM-VOL
           MOVE MIG-VOL-ARCHIVE(MGV) TO MIG-ARCH-VOL
           STRING "VOLUME " DELIMITED BY SIZE,
               MIG-PRIM-VOL DELIMITED BY SPACE,
               "   ARCHIVE VOLUME " DELIMITED BY SIZE,
               MIG-ARCH-VOL DELIMITED BY SPACE
               INTO MIG-LINE
           PERFORM WRITE-MIG-LINE
           MOVE 0 TO MIG-VOL-FILES
           MOVE 0 TO MIG-VOL-LINES
           MOVE 0 TO MIG-VOL-BYTES
           MOVE 0 TO MIG-VOL-LEFT
           MOVE 0 TO MIG-VOL-SWEPT

           MOVE MIG-PRIM-VOL TO TARGET-VOLUME
           PERFORM MOUNT-VOLUME
           PERFORM REPLAY-IF-PENDING
           IF READ-ONLY-MODE = 1 THEN
               ADD 1 TO MIG-SKIPPED-VOLS
               MOVE "  VOLUME IN USE - SKIPPED" TO MIG-LINE
               PERFORM WRITE-MIG-LINE
               DISPLAY "MIGRATE: VOLUME " FUNCTION TRIM(MIG-PRIM-VOL)
                   " IN USE - SKIPPED"
           ELSE
               PERFORM MIGRATE-OPEN-ARCHIVE
               IF MIG-ARCH-BUSY = 1 THEN
                   ADD 1 TO MIG-SKIPPED-VOLS
                   DISPLAY "MIGRATE: VOLUME "
                       FUNCTION TRIM(MIG-PRIM-VOL) " -"
                       FUNCTION TRIM(MIG-LINE(2:60))
                   PERFORM WRITE-MIG-LINE
               ELSE
                   PERFORM MIGRATE-FIND-ARCHIVE-DIRS
                   IF MIG-FULL = 0 THEN
                       PERFORM MIGRATE-SWEEP-ONE-COPY
                           VARYING ALT-IND FROM 1 BY 1
                           UNTIL ALT-IND > MAX-ENTITY-COUNT
                       PERFORM MIGRATE-PLAN-VOLUME
                       PERFORM MIGRATE-COPY-OUT
                   END-IF
                   IF MIG-PLAN-KEPT > 0 OR MIG-VOL-SWEPT > 0 THEN
                       MOVE MIG-ARCH-VOL TO MIG-TARGET-VOL
                       PERFORM MIGRATE-POINT-AT-VOLUME
                       PERFORM VC-SAVE-TARGET
                       PERFORM MIGRATE-POINT-BACK
                       MOVE MIG-ARCH-VOL TO VOLCAT-REG-NAME
                       PERFORM REGISTER-VOLUME-NAME
                   END-IF
                   PERFORM MIGRATE-MAKE-STUB
                       VARYING MGP FROM 1 BY 1
                       UNTIL MGP > MIG-PLAN-KEPT
                   PERFORM MIGRATE-FINISH-VOLUME
               END-IF
           END-IF.

      *> The archive volume read into the spare table, as vcopy reads
      *> its target - refused while another session holds it or a
      *> crash has left it owing a journal replay.
       MIGRATE-OPEN-ARCHIVE.
           MOVE 0 TO MIG-ARCH-BUSY
           MOVE MIG-ARCH-VOL TO MIG-TARGET-VOL
           PERFORM MIGRATE-POINT-AT-VOLUME
           PERFORM READ-VOLUME-LOCK
           IF LOCK-HELD = 1 THEN
               PERFORM JUDGE-LOCK-STALE
               IF LOCK-STALE = 0 THEN
                   MOVE 1 TO MIG-ARCH-BUSY
                   MOVE SPACES TO MIG-LINE
                   STRING "  ARCHIVE VOLUME IN USE BY "
                       DELIMITED BY SIZE,
                       LOCK-OPER-OUT DELIMITED BY SPACE,
                       " - SKIPPED" DELIMITED BY SIZE
                       INTO MIG-LINE
               END-IF
           END-IF
           IF MIG-ARCH-BUSY = 0 THEN
               OPEN INPUT JRNL-FILE
               IF JRNL-STATUS = "00" THEN
                   READ JRNL-FILE INTO JRNL-RECORD
                   IF JRNL-STATUS = "00" THEN
                       MOVE 1 TO MIG-ARCH-BUSY
                       MOVE "  ARCHIVE VOLUME HAS AN UNRECOVERED "
                           & "JOURNAL - SKIPPED" TO MIG-LINE
                   END-IF
                   CLOSE JRNL-FILE
               ELSE
                   CLOSE JRNL-FILE
               END-IF
           END-IF
           IF MIG-ARCH-BUSY = 0 THEN
               PERFORM VC-LOAD-TARGET
           END-IF
           PERFORM MIGRATE-POINT-BACK.

      *> Points the shared volume file names at MIG-TARGET-VOL's own
      *> files (vcopy's naming), holding the session's; the
      *> paragraph after puts them back.
       MIGRATE-POINT-AT-VOLUME.
           MOVE FSCTLFN TO MIG-HOLD-CTLFN
           MOVE FSDATAFN TO MIG-HOLD-DATAFN
           MOVE JRNLFN TO MIG-HOLD-JRNLFN
           MOVE LOCKFN TO MIG-HOLD-LOCKFN
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MIG-TARGET-VOL))
                   = "DEFAULT" THEN
               MOVE "SOSCTL.DAT" TO FSCTLFN
               MOVE "SOSDATA.DAT" TO FSDATAFN
               MOVE "SOSJRNL.DAT" TO JRNLFN
               MOVE "SOSLOCK.DAT" TO LOCKFN
           ELSE
               MOVE SPACES TO FSCTLFN
               STRING "SOSCTL-" DELIMITED BY SIZE
                   FUNCTION TRIM(MIG-TARGET-VOL) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO FSCTLFN
               MOVE SPACES TO FSDATAFN
               STRING "SOSDATA-" DELIMITED BY SIZE
                   FUNCTION TRIM(MIG-TARGET-VOL) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO FSDATAFN
               MOVE SPACES TO JRNLFN
               STRING "SOSJRNL-" DELIMITED BY SIZE
                   FUNCTION TRIM(MIG-TARGET-VOL) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO JRNLFN
               MOVE SPACES TO LOCKFN
               STRING "SOSLOCK-" DELIMITED BY SIZE
                   FUNCTION TRIM(MIG-TARGET-VOL) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO LOCKFN
           END-IF
           PERFORM SET-VOLUME-FILENAMES.

       MIGRATE-POINT-BACK.
           MOVE MIG-HOLD-CTLFN TO FSCTLFN
           MOVE MIG-HOLD-DATAFN TO FSDATAFN
           MOVE MIG-HOLD-JRNLFN TO JRNLFN
           MOVE MIG-HOLD-LOCKFN TO LOCKFN
           PERFORM SET-VOLUME-FILENAMES.

      *> /.MIGRATED and the volume's own directory under it, found
      *> or made in the spare table; MIG-FULL when there is no room
      *> for them.
       MIGRATE-FIND-ARCHIVE-DIRS.
           MOVE 0 TO MIG-FULL
           MOVE 0 TO MIG-PLAN-TOTAL
           MOVE 0 TO MIG-PLAN-KEPT
           MOVE 0 TO VC-WORK-ALT
           PERFORM VC-FIND-ALT-ROOT
               VARYING ALT-IND FROM 1 BY 1
               UNTIL ALT-IND > MAX-ENTITY-COUNT
               OR VC-WORK-ALT > 0
           MOVE VC-WORK-ALT TO MIG-ALT-PARENT
           MOVE MIGRATE-AREA-NAME TO MIG-ALT-NAME
           PERFORM MIGRATE-FIND-OR-MAKE-DIR
           MOVE MIG-ALT-HIT TO MIG-AREA-ALT
           IF MIG-FULL = 0 THEN
               MOVE MIG-AREA-ALT TO MIG-ALT-PARENT
               MOVE MIG-PRIM-VOL TO MIG-ALT-NAME
               PERFORM MIGRATE-FIND-OR-MAKE-DIR
               MOVE MIG-ALT-HIT TO MIG-DIR-ALT
           END-IF
           IF MIG-FULL = 1 THEN
               MOVE "  ARCHIVE VOLUME FULL - NOTHING MIGRATED"
                   TO MIG-LINE
               PERFORM WRITE-MIG-LINE
           END-IF.

       MIGRATE-FIND-OR-MAKE-DIR.
           PERFORM MIGRATE-FIND-ALT-CHILD
           IF MIG-ALT-HIT = 0 THEN
               MOVE 0 TO VC-FREE-IND
               PERFORM VC-FIND-ALT-FREE
                   VARYING ALT-IND FROM 1 BY 1
                   UNTIL ALT-IND > MAX-ENTITY-COUNT
                   OR VC-FREE-IND > 0
               IF VC-FREE-IND = 0 THEN
                   MOVE 1 TO MIG-FULL
               ELSE
                   MOVE VC-FREE-IND TO MIG-ALT-HIT
                   MOVE VC-ALT-EID-COUNTER TO ALT-EID(MIG-ALT-HIT)
                   ADD 1 TO VC-ALT-EID-COUNTER
                   MOVE 1 TO ALT-ETYPE(MIG-ALT-HIT)
                   MOVE ALT-EID(MIG-ALT-PARENT)
                       TO ALT-EPARENT(MIG-ALT-HIT)
                   MOVE MIG-ALT-NAME TO ALT-ENAME(MIG-ALT-HIT)
                   MOVE 0 TO ALT-ESIZE(MIG-ALT-HIT)
                   MOVE MIG-TODAY TO ALT-ECREATED(MIG-ALT-HIT)
                   MOVE MIG-TODAY TO ALT-EMODIFIED(MIG-ALT-HIT)
                   MOVE OPERATOR-ID TO ALT-OWNER(MIG-ALT-HIT)
                   MOVE SPACES TO ALT-ECONTENT(MIG-ALT-HIT)
                   MOVE 0 TO ALT-ECHECKSUM(MIG-ALT-HIT)
                   MOVE 0 TO ALT-ETRASHPAR(MIG-ALT-HIT)
                   MOVE 0 TO ALT-ETRASHDATE(MIG-ALT-HIT)
                   MOVE SPACE TO ALT-ECLASS(MIG-ALT-HIT)
                   ADD 1 TO ALT-ESIZE(MIG-ALT-PARENT)
               END-IF
           END-IF.

      *> MIG-ALT-HIT is the spare-table row named MIG-ALT-NAME under
      *> row MIG-ALT-PARENT, or 0.
       MIGRATE-FIND-ALT-CHILD.
           MOVE 0 TO MIG-ALT-HIT
           IF MIG-ALT-PARENT > 0 THEN
               PERFORM MIGRATE-FIND-ONE-ALT-CHILD
                   VARYING ALT-IND FROM 1 BY 1
                   UNTIL ALT-IND > MAX-ENTITY-COUNT
                   OR MIG-ALT-HIT > 0
           END-IF.

       MIGRATE-FIND-ONE-ALT-CHILD.
           IF ALT-EID(ALT-IND) NOT = 0
                   AND ALT-EPARENT(ALT-IND) = ALT-EID(MIG-ALT-PARENT)
                   AND ALT-ENAME(ALT-IND) = MIG-ALT-NAME THEN
               MOVE ALT-IND TO MIG-ALT-HIT
           END-IF.

      *> An archived copy no stub on this volume points at any more
      *> - recalled, removed, or left by a run that never got as far
      *> as its stubs - comes off the archive volume.
       MIGRATE-SWEEP-ONE-COPY.
           IF ALT-EID(ALT-IND) NOT = 0
                   AND ALT-EPARENT(ALT-IND) = ALT-EID(MIG-DIR-ALT) THEN
               MOVE ALT-ENAME(ALT-IND) TO MIG-ALT-NAME
               PERFORM MIGRATE-BUILD-POINTER
               MOVE 0 TO MIG-REFERENCED
               PERFORM MIGRATE-CHECK-ONE-STUB
                   VARYING MGK FROM 1 BY 1
                   UNTIL MGK > MAX-ENTITY-COUNT
                   OR MIG-REFERENCED = 1
               IF MIG-REFERENCED = 0 THEN
                   MOVE ALT-EID(ALT-IND) TO SEG-WORK-EID
                   MOVE 1 TO SGX
                   PERFORM MIGRATE-DROP-ONE-ALT-SEG
                       UNTIL SGX > ALT-SEG-TOTAL
                   MOVE 0 TO ALT-EID(ALT-IND)
                   SUBTRACT 1 FROM ALT-ESIZE(MIG-DIR-ALT)
                   ADD 1 TO MIG-VOL-SWEPT
               END-IF
           END-IF.

       MIGRATE-CHECK-ONE-STUB.
           IF EID(MGK) NOT = 0 AND EMIGR(MGK)
                   AND ECONTENT(MGK) = MIG-POINTER THEN
               MOVE 1 TO MIG-REFERENCED
           END-IF.

       MIGRATE-DROP-ONE-ALT-SEG.
           IF ALT-SEG-EID(SGX) = SEG-WORK-EID THEN
               MOVE ALT-SEG-EID(ALT-SEG-TOTAL) TO ALT-SEG-EID(SGX)
               MOVE ALT-SEG-LINE(ALT-SEG-TOTAL) TO ALT-SEG-LINE(SGX)
               MOVE ALT-SEG-TEXT(ALT-SEG-TOTAL) TO ALT-SEG-TEXT(SGX)
               SUBTRACT 1 FROM ALT-SEG-TOTAL
           ELSE
               ADD 1 TO SGX
           END-IF.

      *> "ARCHIVE:/.MIGRATED/VOLUME/name" for the copy MIG-ALT-NAME.
       MIGRATE-BUILD-POINTER.
           MOVE SPACES TO MIG-POINTER
           STRING MIG-ARCH-VOL DELIMITED BY SPACE,
               ":/" DELIMITED BY SIZE,
               MIGRATE-AREA-NAME DELIMITED BY SIZE,
               "/" DELIMITED BY SIZE,
               MIG-PRIM-VOL DELIMITED BY SPACE,
               "/" DELIMITED BY SIZE,
               MIG-ALT-NAME DELIMITED BY SPACE
               INTO MIG-POINTER.

      *> The cold files: live (not in the trash), not under a legal
      *> hold, an access entry or in the template area, with a body
      *> to move and last changed before the cut-off.
       MIGRATE-PLAN-VOLUME.
           PERFORM BUILD-HOLD-MAP
           MOVE 0 TO TRASH-EID
           MOVE 0 TO TRASH-IND
           PERFORM FIND-TRASH-ROOT
               VARYING TR FROM 1 BY 1
               UNTIL TR > MAX-ENTITY-COUNT OR TRASH-IND > 0
           PERFORM FIND-TEMPLATE-AREA
           MOVE TPL-AREA-EID TO TPL-ROOT-EID
           PERFORM MIGRATE-PLAN-ONE-FILE
               VARYING I FROM 1 BY 1
               UNTIL I > MAX-ENTITY-COUNT.

       MIGRATE-PLAN-ONE-FILE.
           IF EID(I) NOT = 0 AND EFILE(I) AND ESIZE(I) > 0
                   AND EMODIFIED(I) > 0
                   AND EMODIFIED(I) < MIG-CUTOFF
                   AND ACC-HOLD(I) = 0 THEN
               PERFORM CHECK-EXPORT-TRASHED
               MOVE 0 TO TPL-UNDER
               IF TPL-AREA-IND > 0 THEN
                   MOVE I TO TPL-X
                   PERFORM CHECK-UNDER-TPL-ROOT
               END-IF
               PERFORM MIGRATE-CHECK-GOVERNED
               IF TRASH-SKIP = 0 AND TPL-UNDER = 0
                       AND MIG-GOVERNED = 0 THEN
                   ADD 1 TO MIG-PLAN-TOTAL
                   MOVE I TO MIG-PLAN-IND(MIG-PLAN-TOTAL)
               END-IF
           END-IF.

      *> MIG-GOVERNED 1 when an access entry sits on file I or any
      *> directory above it, whoever it names.
       MIGRATE-CHECK-GOVERNED.
           MOVE 0 TO MIG-GOVERNED
           IF ACL-TOTAL > 0 THEN
               MOVE EID(I) TO ACC-WALK-EID
               MOVE I TO ACC-WALK-IND
               PERFORM MIGRATE-GOVERNED-STEP
                   VARYING ACC-HOPS FROM 1 BY 1
                   UNTIL ACC-HOPS > 32 OR ACC-WALK-EID = 0
                   OR MIG-GOVERNED = 1
           END-IF.

       MIGRATE-GOVERNED-STEP.
           PERFORM MIGRATE-GOVERNED-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL OR MIG-GOVERNED = 1
           PERFORM ACCESS-WALK-UP.

       MIGRATE-GOVERNED-ACL.
           IF ACL-EID(ALX) = ACC-WALK-EID THEN
               MOVE 1 TO MIG-GOVERNED
           END-IF.

      *> Each planned file cloned under the volume's archive
      *> directory under its archive name; once the archive volume
      *> runs out of rows or line slots the rest stay where they are.
       MIGRATE-COPY-OUT.
           MOVE 0 TO VC-FAILED
           MOVE 0 TO VC-COUNT
           PERFORM MIGRATE-COPY-ONE-FILE
               VARYING MGP FROM 1 BY 1
               UNTIL MGP > MIG-PLAN-TOTAL OR MIG-FULL = 1
           COMPUTE MIG-VOL-LEFT = MIG-PLAN-TOTAL - MIG-PLAN-KEPT.

       MIGRATE-COPY-ONE-FILE.
           MOVE MIG-PLAN-IND(MGP) TO MIG-STUB-IND
           MOVE 0 TO MIG-FILE-SEGS
           PERFORM MIGRATE-COUNT-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > SEG-TOTAL
           MOVE 0 TO VC-FREE-IND
           PERFORM VC-FIND-ALT-FREE
               VARYING ALT-IND FROM 1 BY 1
               UNTIL ALT-IND > MAX-ENTITY-COUNT
               OR VC-FREE-IND > 0
           IF VC-FREE-IND = 0
                   OR ALT-SEG-TOTAL + MIG-FILE-SEGS
                   > MAX-SEGMENT-COUNT THEN
               MOVE 1 TO MIG-FULL
           ELSE
               MOVE MIG-STUB-IND TO VC-CLONE-OLD
               MOVE MIG-DIR-ALT TO VC-CLONE-PARENT
               PERFORM VC-CLONE-ONE
               MOVE EID(MIG-STUB-IND) TO MIG-EID-EDIT
               MOVE SPACES TO MIG-ALT-NAME
               STRING MIG-EID-EDIT DELIMITED BY SIZE,
                   "-" DELIMITED BY SIZE,
                   MIG-STAMP DELIMITED BY SIZE
                   INTO MIG-ALT-NAME
               MOVE MIG-ALT-NAME TO ALT-ENAME(VC-CLONE-RESULT)
               ADD 1 TO MIG-PLAN-KEPT
               MOVE MIG-ALT-NAME TO MIG-PLAN-NAME(MIG-PLAN-KEPT)
           END-IF.

       MIGRATE-COUNT-ONE-SEG.
           IF SEG-EID(SGX) = EID(MIG-STUB-IND) THEN
               ADD 1 TO MIG-FILE-SEGS
           END-IF.

      *> The archive volume is saved by now, so the file itself can
      *> give up its body: the stub is journaled as made (from its
      *> own directory) so a replay - or the mirror - makes it too.
       MIGRATE-MAKE-STUB.
           MOVE MIG-PLAN-IND(MGP) TO MIG-STUB-IND
           MOVE MIG-PLAN-NAME(MGP) TO MIG-ALT-NAME
           PERFORM MIGRATE-BUILD-POINTER
           MOVE 0 TO MIG-FILE-SEGS
           PERFORM MIGRATE-COUNT-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > SEG-TOTAL
           ADD 1 TO MIG-VOL-FILES
           ADD MIG-FILE-SEGS TO MIG-VOL-LINES
           ADD ESIZE(MIG-STUB-IND) TO MIG-VOL-BYTES

           MOVE ESIZE(MIG-STUB-IND) TO MD-SIZE
           COMPUTE MD-LINES = MIG-FILE-SEGS + 1
           MOVE EMODIFIED(MIG-STUB-IND) TO MD-MODIFIED
           MOVE OWNER(MIG-STUB-IND) TO MD-OWNER
           MOVE MIG-STUB-IND TO GP-SUBJECT
           PERFORM BUILD-GENERAL-PATH
           MOVE GP-PATH TO MD-PATH
           MOVE MIG-DETAIL TO MIG-LINE
           PERFORM WRITE-MIG-LINE

           PERFORM MIGRATE-STUB-ROW

           MOVE EPARENT(MIG-STUB-IND) TO WALK-EID
           MOVE 0 TO WALK-FOUND
           PERFORM FIND-ROW-BY-EID
               VARYING WALK-IND FROM 1 BY 1
               UNTIL WALK-IND > MAX-ENTITY-COUNT OR WALK-FOUND = 1
           MOVE "/" TO DIRECTORY-AT-CMD
           IF WALK-FOUND = 1 AND EPARENT(WALK-MATCH-IND) NOT = 0 THEN
               MOVE WALK-MATCH-IND TO GP-SUBJECT
               PERFORM BUILD-GENERAL-PATH
               MOVE GP-PATH TO DIRECTORY-AT-CMD
           END-IF
           MOVE SPACES TO USERINPUT
           STRING "migrate stub " DELIMITED BY SIZE,
               QUOTE-CHAR DELIMITED BY SIZE,
               FUNCTION TRIM(ENAME(MIG-STUB-IND)) DELIMITED BY SIZE,
               QUOTE-CHAR DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               MIG-POINTER DELIMITED BY SPACE
               INTO USERINPUT
           PERFORM WRITE-JOURNAL.

      *> Row MIG-STUB-IND becomes a stub pointing at MIG-POINTER: its
      *> lines go, and its size with them; its checksum covers the
      *> pointer, as a link's covers its target.
       MIGRATE-STUB-ROW.
           MOVE EID(MIG-STUB-IND) TO SEG-WORK-EID
           PERFORM DROP-FILE-SEGMENTS
           MOVE 3 TO ETYPE(MIG-STUB-IND)
           MOVE 0 TO ESIZE(MIG-STUB-IND)
           MOVE MIG-POINTER TO ECONTENT(MIG-STUB-IND)
           MOVE MIG-STUB-IND TO SEG-OWNER-IND
           PERFORM COMPUTE-FILE-CHECKSUM
           MOVE FILE-CKS-SUM TO ECHECKSUM(MIG-STUB-IND).

       MIGRATE-REPLAY-STUB.
           MOVE US-ARG2 TO NEW-NAME
           PERFORM FIND-VERSION-TARGET
           IF CAP-FOUND = 1 THEN
               IF EFILE(CAP-MATCH-IND) THEN
                   MOVE CAP-MATCH-IND TO MIG-STUB-IND
                   MOVE US-ARG3 TO MIG-POINTER
                   PERFORM MIGRATE-STUB-ROW
               END-IF
           END-IF.

      *> One volume's stubs are saved at once - which empties the
      *> journal again - and the volume's totals reported and
      *> audited.
       MIGRATE-FINISH-VOLUME.
           IF MIG-VOL-FILES > 0 THEN
               PERFORM SAVE-FILESYSTEM
           END-IF
           MOVE MIG-VOL-FILES TO MIG-COUNT-EDIT
           MOVE "migr" TO AUDIT-CMD-OUT
           MOVE MIG-PRIM-VOL TO AUDIT-ARG1-OUT
           MOVE SPACES TO AUDIT-ARG2-OUT
           STRING FUNCTION TRIM(MIG-COUNT-EDIT) DELIMITED BY SIZE,
               " FILES TO " DELIMITED BY SIZE,
               MIG-ARCH-VOL DELIMITED BY SPACE
               INTO AUDIT-ARG2-OUT
           END-STRING
           MOVE 0 TO AUDIT-EID-HOLD
           PERFORM WRITE-AUDIT-LOG

           MOVE MIG-VOL-LINES TO MIG-COUNT-EDIT2
           MOVE MIG-VOL-BYTES TO MIG-BYTES-EDIT
           MOVE SPACES TO MIG-LINE
           STRING "  VOLUME TOTAL   FILES " DELIMITED BY SIZE,
               MIG-COUNT-EDIT DELIMITED BY SIZE,
               "   LINE SLOTS FREED " DELIMITED BY SIZE,
               MIG-COUNT-EDIT2 DELIMITED BY SIZE,
               "   BYTES FREED " DELIMITED BY SIZE,
               MIG-BYTES-EDIT DELIMITED BY SIZE
               INTO MIG-LINE
           PERFORM WRITE-MIG-LINE
           DISPLAY "MIGRATE: VOLUME " FUNCTION TRIM(MIG-PRIM-VOL)
               "  FILES " FUNCTION TRIM(MIG-COUNT-EDIT)
               "  LINE SLOTS FREED " FUNCTION TRIM(MIG-COUNT-EDIT2)
               "  BYTES FREED " FUNCTION TRIM(MIG-BYTES-EDIT)
           IF MIG-VOL-SWEPT > 0 THEN
               MOVE MIG-VOL-SWEPT TO MIG-COUNT-EDIT
               MOVE SPACES TO MIG-LINE
               STRING "  " DELIMITED BY SIZE,
                   FUNCTION TRIM(MIG-COUNT-EDIT) DELIMITED BY SIZE,
                   " ARCHIVED COPIES NO LONGER NEEDED - REMOVED"
                   DELIMITED BY SIZE
                   INTO MIG-LINE
               PERFORM WRITE-MIG-LINE
           END-IF
           IF MIG-VOL-LEFT > 0 THEN
               MOVE MIG-VOL-LEFT TO MIG-COUNT-EDIT
               MOVE SPACES TO MIG-LINE
               STRING "  " DELIMITED BY SIZE,
                   FUNCTION TRIM(MIG-COUNT-EDIT) DELIMITED BY SIZE,
                   " NOT MIGRATED - ARCHIVE VOLUME FULL"
                   DELIMITED BY SIZE
                   INTO MIG-LINE
               PERFORM WRITE-MIG-LINE
           END-IF
           ADD MIG-VOL-FILES TO MIG-FILES-TOTAL
           ADD MIG-VOL-LINES TO MIG-LINES-TOTAL
           ADD MIG-VOL-BYTES TO MIG-BYTES-TOTAL.

       WRITE-MIG-LINE.
           MOVE MIG-LINE TO MIG-RPT-RECORD
           WRITE MIG-RPT-RECORD
           MOVE SPACES TO MIG-LINE.

      *> Ahead of cat, write, cp and edit: the entity named (a link
      *> is followed one step) is a stub, so its body comes back
      *> from the archive volume before the command sees it.
       RECALL-FOR-COMMAND.
           IF (CMD = "write" AND FUNCTION TRIM(US-ARG1) = "-a")
                   OR CMD = "edit" THEN
               MOVE US-ARG2 TO MIG-REF
           ELSE
               MOVE US-ARG1 TO MIG-REF
           END-IF
           IF MIG-REF NOT = SPACES THEN
               MOVE MIG-REF TO VC-PATH
               PERFORM VC-RESOLVE-SOURCE
               IF VC-FAILED = 0 THEN
                   IF ELINK(VC-SRC-IND) THEN
                       MOVE ECONTENT(VC-SRC-IND)(1:32) TO VC-PATH
                       PERFORM VC-RESOLVE-SOURCE
                   END-IF
               END-IF
               IF VC-FAILED = 0 THEN
                   IF EMIGR(VC-SRC-IND) THEN
                       MOVE VC-SRC-IND TO MIG-RECALL-IND
                       PERFORM RECALL-STUB
                   END-IF
               END-IF
           END-IF.

      *> "recall name" - fetches a stub's body back by hand (and is
      *> what the journal records for every recall).
       RECALL-COMMAND.
           IF US-ARG1 = SPACES OR US-ARG2 NOT = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE US-ARG1 TO VC-PATH
               PERFORM VC-RESOLVE-SOURCE
               IF VC-FAILED = 1 THEN
                   DISPLAY ERR-NOT-FOUND
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF NOT EMIGR(VC-SRC-IND) THEN
                   IF JRNL-REPLAY-MODE = 0 THEN
                       DISPLAY "NOT A MIGRATED FILE: "
                           FUNCTION TRIM(US-ARG1)
                       MOVE 1 TO CMD-STATUS
                   END-IF
               ELSE
                   MOVE VC-SRC-IND TO MIG-RECALL-IND
                   MOVE ECONTENT(VC-SRC-IND) TO MIG-POINTER
                   PERFORM RECALL-STUB
                   IF MIG-RECALL-FAILED = 0 THEN
                       DISPLAY "RECALLED " FUNCTION TRIM(US-ARG1)
                           " FROM " FUNCTION TRIM(MIG-PTR-VOL)
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> Stub MIG-RECALL-IND made a file again from its archived
      *> copy, which must still carry the checksum it left with. The
      *> copy stays on the archive volume (the next migrate run
      *> clears it), so a journal replay of the recall finds it too.
       RECALL-STUB.
           MOVE 0 TO MIG-RECALL-FAILED
           IF READ-ONLY-MODE = 1 THEN
               DISPLAY "MIGRATED FILE - CANNOT BE RECALLED ON A "
                   "READ-ONLY VOLUME"
               MOVE 1 TO MIG-RECALL-FAILED
           ELSE
           IF ACC-READ(MIG-RECALL-IND) = 0 THEN
               DISPLAY ERR-PERMISSION-DENIED
               MOVE 1 TO MIG-RECALL-FAILED
               MOVE 5 TO CMD-STATUS
           ELSE
               MOVE ECONTENT(MIG-RECALL-IND) TO MIG-POINTER
               PERFORM RECALL-FIND-COPY
               IF MIG-COPY-ALT = 0 THEN
                   DISPLAY "ARCHIVED COPY NOT FOUND: "
                       FUNCTION TRIM(MIG-POINTER)
                   MOVE 1 TO MIG-RECALL-FAILED
               ELSE
                   MOVE 0 TO MIG-FILE-SEGS
                   PERFORM RECALL-COUNT-ONE-SEG
                       VARYING SGX FROM 1 BY 1
                       UNTIL SGX > ALT-SEG-TOTAL
                   IF SEG-TOTAL + MIG-FILE-SEGS
                           > MAX-SEGMENT-COUNT THEN
                       DISPLAY ERR-FS-FULL
                       MOVE 1 TO MIG-RECALL-FAILED
                   ELSE
                       PERFORM RECALL-FILL-ROW
                   END-IF
               END-IF
           END-IF
           END-IF
           IF MIG-RECALL-FAILED = 1 AND CMD-STATUS = 0 THEN
               MOVE 1 TO CMD-STATUS
           END-IF.

      *> The pointer taken apart and the archive volume read (in
      *> place - nothing is written to it) to find the copy.
       RECALL-FIND-COPY.
           MOVE 0 TO MIG-COPY-ALT
           MOVE SPACES TO MIG-PTR-VOL
           MOVE SPACES TO MIG-PTR-PATH
           UNSTRING MIG-POINTER DELIMITED BY ":"
               INTO MIG-PTR-VOL MIG-PTR-PATH
           MOVE SPACES TO MIG-PTR-PARTS
           MOVE 0 TO MIG-PTR-COUNT
           IF MIG-PTR-PATH(1:1) = "/" THEN
               UNSTRING MIG-PTR-PATH(2:59) DELIMITED BY "/"
                   INTO MIG-PTR-PART(1) MIG-PTR-PART(2)
                        MIG-PTR-PART(3)
                   TALLYING IN MIG-PTR-COUNT
           END-IF
           IF MIG-PTR-VOL NOT = SPACES AND MIG-PTR-COUNT = 3 THEN
               MOVE MIG-PTR-VOL TO MIG-TARGET-VOL
               PERFORM MIGRATE-POINT-AT-VOLUME
               PERFORM VC-LOAD-TARGET
               PERFORM MIGRATE-POINT-BACK
               MOVE 0 TO VC-WORK-ALT
               PERFORM VC-FIND-ALT-ROOT
                   VARYING ALT-IND FROM 1 BY 1
                   UNTIL ALT-IND > MAX-ENTITY-COUNT
                   OR VC-WORK-ALT > 0
               MOVE VC-WORK-ALT TO MIG-ALT-HIT
               PERFORM RECALL-FIND-ONE-PART
                   VARYING MGK FROM 1 BY 1
                   UNTIL MGK > 3 OR MIG-ALT-HIT = 0
               IF MIG-ALT-HIT > 0 THEN
                   IF ALT-ETYPE(MIG-ALT-HIT) = 0 THEN
                       MOVE MIG-ALT-HIT TO MIG-COPY-ALT
                   END-IF
               END-IF
           END-IF.

       RECALL-FIND-ONE-PART.
           MOVE MIG-ALT-HIT TO MIG-ALT-PARENT
           MOVE MIG-PTR-PART(MGK) TO MIG-ALT-NAME
           PERFORM MIGRATE-FIND-ALT-CHILD.

       RECALL-COUNT-ONE-SEG.
           IF ALT-SEG-EID(SGX) = ALT-EID(MIG-COPY-ALT) THEN
               ADD 1 TO MIG-FILE-SEGS
           END-IF.

      *> Body and lines back in place; a copy whose checksum has
      *> drifted is refused and the stub left as it was. Success is
      *> audited and journaled as a "recall" from the file's own
      *> directory.
       RECALL-FILL-ROW.
           MOVE MIG-RECALL-IND TO MIG-STUB-IND
           MOVE ALT-ECONTENT(MIG-COPY-ALT) TO ECONTENT(MIG-STUB-IND)
           MOVE 0 TO ETYPE(MIG-STUB-IND)
           MOVE SEG-TOTAL TO MGK
           PERFORM RECALL-COPY-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > ALT-SEG-TOTAL
           MOVE EID(MIG-STUB-IND) TO SEG-WORK-EID
           MOVE MIG-STUB-IND TO SEG-OWNER-IND
           PERFORM COMPUTE-FILE-CHECKSUM
           IF FILE-CKS-SUM NOT = ALT-ECHECKSUM(MIG-COPY-ALT) THEN
               PERFORM MIGRATE-STUB-ROW
               DISPLAY "ARCHIVED COPY FAILS ITS CHECKSUM: "
                   FUNCTION TRIM(MIG-POINTER)
               MOVE 1 TO MIG-RECALL-FAILED
           ELSE
               MOVE FILE-CKS-SUM TO ECHECKSUM(MIG-STUB-IND)
               PERFORM COMPUTE-FILE-SIZE
               MOVE FILE-SIZE-SUM TO ESIZE(MIG-STUB-IND)

               MOVE "rcal" TO AUDIT-CMD-OUT
               MOVE ENAME(MIG-STUB-IND) TO AUDIT-ARG1-OUT
               MOVE MIG-POINTER(1:32) TO AUDIT-ARG2-OUT
               MOVE EID(MIG-STUB-IND) TO AUDIT-EID-HOLD
               PERFORM WRITE-AUDIT-LOG

               MOVE USERINPUT TO MIG-HOLD-INPUT
               MOVE DIRECTORY-AT-CMD TO MIG-HOLD-DIR
               MOVE EPARENT(MIG-STUB-IND) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT OR WALK-FOUND = 1
               MOVE "/" TO DIRECTORY-AT-CMD
               IF WALK-FOUND = 1
                       AND EPARENT(WALK-MATCH-IND) NOT = 0 THEN
                   MOVE WALK-MATCH-IND TO GP-SUBJECT
                   PERFORM BUILD-GENERAL-PATH
                   MOVE GP-PATH TO DIRECTORY-AT-CMD
               END-IF
               MOVE SPACES TO USERINPUT
               STRING "recall " DELIMITED BY SIZE,
                   QUOTE-CHAR DELIMITED BY SIZE,
                   FUNCTION TRIM(ENAME(MIG-STUB-IND))
                   DELIMITED BY SIZE,
                   QUOTE-CHAR DELIMITED BY SIZE
                   INTO USERINPUT
               PERFORM WRITE-JOURNAL
               MOVE MIG-HOLD-INPUT TO USERINPUT
               MOVE MIG-HOLD-DIR TO DIRECTORY-AT-CMD
           END-IF.

       RECALL-COPY-ONE-SEG.
           IF ALT-SEG-EID(SGX) = ALT-EID(MIG-COPY-ALT) THEN
               ADD 1 TO SEG-TOTAL
               MOVE EID(MIG-STUB-IND) TO SEG-EID(SEG-TOTAL)
               MOVE ALT-SEG-LINE(SGX) TO SEG-LINE(SEG-TOTAL)
               MOVE ALT-SEG-TEXT(SGX) TO SEG-TEXT(SEG-TOTAL)
           END-IF.

      *> "query COND [and|or COND]... [show COL,COL...] [by COL
      *> [desc]] [-c]" lists every live entity the conditions
      *> select, full path with the chosen columns, sorted on one of
      *> them (the path when no "by" is given). Conditions test
      *> owner, type, size, created, modified, class, tag or path
      *> ("path=/SECURE" is the SECURE tree, "path!=/SECURE" all
      *> outside it). "-c" writes the rows to SOSQUERY.CSV; "> file"
      *> captures the heading and as many rows as a body holds.
       QUERY-COMMAND.
           PERFORM QUERY-SPLIT-TOKENS
           MOVE 0 TO QRY-COND-COUNT
           MOVE 0 TO QRY-CSV
           MOVE 0 TO QRY-DESCENDING
           MOVE 0 TO QRY-BAD
           MOVE SPACES TO QRY-COLS
           MOVE 0 TO QRY-COL-COUNT
           MOVE "PATH" TO QRY-SORT-COL
           MOVE SPACE TO QRY-EXPECT
           MOVE SPACE TO QRY-LAST
           MOVE SPACE TO QRY-JOIN-PENDING
           PERFORM QUERY-PARSE-ONE-TOKEN
               VARYING QRY-TOKX FROM 1 BY 1
               UNTIL QRY-TOKX > 16 OR QRY-BAD = 1
           IF QRY-EXPECT NOT = SPACE
                   OR QRY-JOIN-PENDING NOT = SPACE THEN
               MOVE 1 TO QRY-BAD
           END-IF
           IF QRY-COL-COUNT = 0 THEN
               MOVE "TYPE" TO QRY-COL(1)
               MOVE "OWNER" TO QRY-COL(2)
               MOVE "SIZE" TO QRY-COL(3)
               MOVE "MODIFIED" TO QRY-COL(4)
               MOVE 4 TO QRY-COL-COUNT
           END-IF

           IF QRY-BAD = 1 THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               MOVE 0 TO QRY-TOTAL
               PERFORM QUERY-MATCH-ONE-ROW
                   VARYING QRY-IND FROM 1 BY 1
                   UNTIL QRY-IND > MAX-ENTITY-COUNT
               PERFORM QUERY-INSERT-ONE-RESULT
                   VARYING QRY-RX FROM 2 BY 1
                   UNTIL QRY-RX > QRY-TOTAL
               PERFORM QUERY-BUILD-HEADING
               MOVE QRY-TOTAL TO QRY-COUNT-EDIT
               IF REDIR-MODE > 0 THEN
                   PERFORM QUERY-CAPTURE
               ELSE
               IF QRY-CSV = 1 THEN
                   OPEN OUTPUT QRYCSV-FILE
                   MOVE QRY-CSV-LINE TO QRYCSV-RECORD
                   WRITE QRYCSV-RECORD
                   PERFORM QUERY-SHOW-ONE-RESULT
                       VARYING QRY-RX FROM 1 BY 1
                       UNTIL QRY-RX > QRY-TOTAL
                   CLOSE QRYCSV-FILE
                   DISPLAY FUNCTION TRIM(QRY-COUNT-EDIT)
                       " ENTITIES WRITTEN TO SOSQUERY.CSV"
                   MOVE "QUERY   " TO SPOOL-REG-TYPE
                   MOVE "SOSQUERY.CSV" TO SPOOL-REG-SRC
                   PERFORM SPOOL-REGISTER
               ELSE
                   IF QRY-TOTAL > 0 THEN
                       DISPLAY FUNCTION TRIM(QRY-LINE)
                   END-IF
                   PERFORM QUERY-SHOW-ONE-RESULT
                       VARYING QRY-RX FROM 1 BY 1
                       UNTIL QRY-RX > QRY-TOTAL
                   DISPLAY FUNCTION TRIM(QRY-COUNT-EDIT)
                       " ENTITIES MATCH"
               END-IF
               END-IF
           END-IF.

      *> The line again, in tokens wide enough for a condition.
       QUERY-SPLIT-TOKENS.
           MOVE SPACES TO QRY-TOKENS
           UNSTRING NORMALIZED-INPUT DELIMITED BY SPACE
               INTO CMD QRY-TOK(1) QRY-TOK(2) QRY-TOK(3) QRY-TOK(4)
                   QRY-TOK(5) QRY-TOK(6) QRY-TOK(7) QRY-TOK(8)
                   QRY-TOK(9) QRY-TOK(10) QRY-TOK(11) QRY-TOK(12)
                   QRY-TOK(13) QRY-TOK(14) QRY-TOK(15) QRY-TOK(16)
           INSPECT QRY-TOKENS REPLACING ALL FILL-CHAR BY SPACE.

      *> A query's "> file" may sit past the fourth word, where the
      *> ordinary peel never looks - found here instead, ahead of
      *> the read-only and undo checks that must see it.
       QUERY-PEEL-REDIRECT.
           PERFORM QUERY-SPLIT-TOKENS
           PERFORM QUERY-PEEL-ONE-TOKEN
               VARYING QRY-TOKX FROM 1 BY 1
               UNTIL QRY-TOKX > 15 OR REDIR-MODE > 0.

       QUERY-PEEL-ONE-TOKEN.
           IF QRY-TOK(QRY-TOKX) = ">" THEN
               MOVE 1 TO REDIR-MODE
               MOVE QRY-TOK(QRY-TOKX + 1) TO REDIR-FILE
           ELSE
           IF QRY-TOK(QRY-TOKX) = ">>" THEN
               MOVE 2 TO REDIR-MODE
               MOVE QRY-TOK(QRY-TOKX + 1) TO REDIR-FILE
           END-IF
           END-IF.

      *> QRY-EXPECT says what the previous token asked for next: S
      *> a column list, B a sort column, R a redirect target to
      *> pass over. QRY-LAST B lets "desc" follow a sort column.
       QUERY-PARSE-ONE-TOKEN.
           MOVE QRY-TOK(QRY-TOKX) TO QRY-TOKEN
           IF QRY-TOKEN = SPACES THEN
               CONTINUE
           ELSE
           IF QRY-EXPECT = "R" THEN
               MOVE SPACE TO QRY-EXPECT
               MOVE SPACE TO QRY-LAST
           ELSE
           IF QRY-EXPECT = "S" THEN
               MOVE SPACE TO QRY-EXPECT
               MOVE SPACE TO QRY-LAST
               MOVE QRY-TOKEN TO QRY-COL-LIST
               PERFORM QUERY-PARSE-COLUMNS
           ELSE
           IF QRY-EXPECT = "B" THEN
               MOVE SPACE TO QRY-EXPECT
               MOVE "B" TO QRY-LAST
               MOVE QRY-TOKEN TO QRY-FIELD-TXT
               PERFORM QUERY-CANON-FIELD
               MOVE QRY-CANON TO QRY-SORT-COL
           ELSE
           IF QRY-TOKEN = ">" OR QRY-TOKEN = ">>" THEN
               MOVE "R" TO QRY-EXPECT
           ELSE
           IF QRY-TOKEN = "-c" THEN
               MOVE 1 TO QRY-CSV
               MOVE SPACE TO QRY-LAST
           ELSE
           IF QRY-TOKEN = "show" THEN
               MOVE "S" TO QRY-EXPECT
           ELSE
           IF QRY-TOKEN = "by" THEN
               MOVE "B" TO QRY-EXPECT
           ELSE
           IF QRY-TOKEN = "desc" THEN
               IF QRY-LAST = "B" THEN
                   MOVE 1 TO QRY-DESCENDING
                   MOVE SPACE TO QRY-LAST
               ELSE
                   MOVE 1 TO QRY-BAD
               END-IF
           ELSE
           IF QRY-TOKEN = "and" OR QRY-TOKEN = "or" THEN
               IF QRY-COND-COUNT = 0
                       OR QRY-JOIN-PENDING NOT = SPACE THEN
                   MOVE 1 TO QRY-BAD
               ELSE
                   MOVE "A" TO QRY-JOIN-PENDING
                   IF QRY-TOKEN = "or" THEN
                       MOVE "O" TO QRY-JOIN-PENDING
                   END-IF
               END-IF
           ELSE
               MOVE SPACE TO QRY-LAST
               PERFORM QUERY-PARSE-CONDITION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> One FIELD OP VALUE token into the next condition slot. A
      *> condition with no "and"/"or" before it is and-ed on.
       QUERY-PARSE-CONDITION.
           MOVE SPACES TO QRY-FIELD-TXT QRY-OP-TXT QRY-VALUE-TXT
           UNSTRING QRY-TOKEN
               DELIMITED BY ">=" OR "<=" OR "!=" OR "=" OR ">" OR "<"
               INTO QRY-FIELD-TXT DELIMITER IN QRY-OP-TXT
                   QRY-VALUE-TXT
           IF QRY-COND-COUNT >= MAX-QUERY-CONDS
                   OR QRY-OP-TXT = SPACES
                   OR QRY-VALUE-TXT = SPACES THEN
               MOVE 1 TO QRY-BAD
           ELSE
               PERFORM QUERY-CANON-FIELD
               ADD 1 TO QRY-COND-COUNT
               MOVE QRY-COND-COUNT TO QRY-CX
               MOVE "A" TO QC-JOIN(QRY-CX)
               IF QRY-JOIN-PENDING = "O" THEN
                   MOVE "O" TO QC-JOIN(QRY-CX)
               END-IF
               MOVE SPACE TO QRY-JOIN-PENDING
               MOVE QRY-CANON TO QC-FIELD(QRY-CX)
               MOVE QRY-OP-TXT TO QC-OP(QRY-CX)
               MOVE QRY-VALUE-TXT TO QC-VALUE(QRY-CX)
               MOVE 0 TO QC-NUM(QRY-CX)
               PERFORM QUERY-CHECK-CONDITION
           END-IF.

      *> Values are settled once, here: numbers and dates to
      *> QC-NUM, types and classes to their stored codes, a relative
      *> path onto the current directory.
       QUERY-CHECK-CONDITION.
           EVALUATE QC-FIELD(QRY-CX)
               WHEN "SIZE"
               WHEN "CREATED"
               WHEN "MODIFIED"
                   IF FUNCTION TEST-NUMVAL(QRY-VALUE-TXT) NOT = 0 THEN
                       MOVE 1 TO QRY-BAD
                   ELSE
                       MOVE FUNCTION NUMVAL(QRY-VALUE-TXT)
                           TO QC-NUM(QRY-CX)
                   END-IF
               WHEN "TYPE"
                   EVALUATE FUNCTION UPPER-CASE(QRY-VALUE-TXT)
                       WHEN "FILE"
                           MOVE "0" TO QC-VALUE(QRY-CX)
                       WHEN "DIR"
                           MOVE "1" TO QC-VALUE(QRY-CX)
                       WHEN "LINK"
                           MOVE "2" TO QC-VALUE(QRY-CX)
                       WHEN OTHER
                           MOVE 1 TO QRY-BAD
                   END-EVALUATE
               WHEN "CLASS"
                   EVALUATE FUNCTION UPPER-CASE(QRY-VALUE-TXT)
                       WHEN "C"
                       WHEN "CONFIDENTIAL"
                           MOVE "C" TO QC-VALUE(QRY-CX)
                       WHEN "NONE"
                           MOVE SPACES TO QC-VALUE(QRY-CX)
                       WHEN OTHER
                           MOVE 1 TO QRY-BAD
                   END-EVALUATE
               WHEN "OWNER"
                   MOVE FUNCTION UPPER-CASE(QRY-VALUE-TXT)
                       TO QC-VALUE(QRY-CX)
               WHEN "TAG"
                   CONTINUE
               WHEN "PATH"
                   IF QRY-VALUE-TXT(1:1) NOT = "/" THEN
                       MOVE SPACES TO QC-VALUE(QRY-CX)
                       IF FUNCTION TRIM(CURRENT-DIRECTORY) = "/" THEN
                           STRING "/" DELIMITED BY SIZE,
                               QRY-VALUE-TXT DELIMITED BY SPACE
                               INTO QC-VALUE(QRY-CX)
                               ON OVERFLOW MOVE 1 TO QRY-BAD
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(CURRENT-DIRECTORY)
                               DELIMITED BY SIZE,
                               "/" DELIMITED BY SIZE,
                               QRY-VALUE-TXT DELIMITED BY SPACE
                               INTO QC-VALUE(QRY-CX)
                               ON OVERFLOW MOVE 1 TO QRY-BAD
                           END-STRING
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 1 TO QRY-BAD
           END-EVALUATE
           IF QC-FIELD(QRY-CX) NOT = "SIZE"
                   AND QC-FIELD(QRY-CX) NOT = "CREATED"
                   AND QC-FIELD(QRY-CX) NOT = "MODIFIED"
                   AND QC-OP(QRY-CX) NOT = "="
                   AND QC-OP(QRY-CX) NOT = "!=" THEN
               MOVE 1 TO QRY-BAD
           END-IF.

      *> QRY-FIELD-TXT to the canonical field name in QRY-CANON -
      *> the entity table's own names (ETYPE, ESIZE...) serve too.
       QUERY-CANON-FIELD.
           MOVE SPACES TO QRY-CANON
           EVALUATE FUNCTION UPPER-CASE(QRY-FIELD-TXT)
               WHEN "OWNER"
                   MOVE "OWNER" TO QRY-CANON
               WHEN "TYPE"
               WHEN "ETYPE"
                   MOVE "TYPE" TO QRY-CANON
               WHEN "SIZE"
               WHEN "ESIZE"
                   MOVE "SIZE" TO QRY-CANON
               WHEN "CREATED"
               WHEN "ECREATED"
                   MOVE "CREATED" TO QRY-CANON
               WHEN "MODIFIED"
               WHEN "EMODIFIED"
                   MOVE "MODIFIED" TO QRY-CANON
               WHEN "CLASS"
               WHEN "ECLASS"
                   MOVE "CLASS" TO QRY-CANON
               WHEN "TAG"
                   MOVE "TAG" TO QRY-CANON
               WHEN "PATH"
                   MOVE "PATH" TO QRY-CANON
               WHEN OTHER
                   MOVE 1 TO QRY-BAD
           END-EVALUATE.

       QUERY-PARSE-COLUMNS.
           MOVE SPACES TO QRY-COL-PARTS
           UNSTRING QRY-COL-LIST DELIMITED BY ","
               INTO QRY-COL-PART(1) QRY-COL-PART(2) QRY-COL-PART(3)
                   QRY-COL-PART(4) QRY-COL-PART(5) QRY-COL-PART(6)
                   QRY-COL-PART(7) QRY-COL-PART(8)
           IF QRY-COL-PART(8) NOT = SPACES THEN
               MOVE 1 TO QRY-BAD
           ELSE
               PERFORM QUERY-PARSE-ONE-COLUMN
                   VARYING QRY-KX FROM 1 BY 1
                   UNTIL QRY-KX > MAX-QUERY-COLS
           END-IF.

      *> The path always leads each row, so it is not a column.
       QUERY-PARSE-ONE-COLUMN.
           IF QRY-COL-PART(QRY-KX) NOT = SPACES THEN
               MOVE QRY-COL-PART(QRY-KX) TO QRY-FIELD-TXT
               PERFORM QUERY-CANON-FIELD
               IF QRY-CANON NOT = "PATH" THEN
                   ADD 1 TO QRY-COL-COUNT
                   MOVE QRY-CANON TO QRY-COL(QRY-COL-COUNT)
               END-IF
           END-IF.

      *> A live, untrashed row the conditions select joins the
      *> results, with its sort value beside it.
       QUERY-MATCH-ONE-ROW.
           MOVE 1 TO TRASH-SKIP
           IF EID(QRY-IND) NOT = 0 THEN
               MOVE QRY-IND TO I
               PERFORM CHECK-EXPORT-TRASHED
           END-IF
           IF TRASH-SKIP = 0 THEN
               PERFORM QUERY-SET-ROW-PATH
               PERFORM QUERY-FIND-ROW-TAG
               MOVE 0 TO QRY-ANY
               MOVE 1 TO QRY-GROUP
               PERFORM QUERY-JUDGE-ONE-COND
                   VARYING QRY-CX FROM 1 BY 1
                   UNTIL QRY-CX > QRY-COND-COUNT
               IF QRY-GROUP = 1 THEN
                   MOVE 1 TO QRY-ANY
               END-IF
               IF QRY-ANY = 1 THEN
                   ADD 1 TO QRY-TOTAL
                   MOVE QRY-IND TO QR-IND(QRY-TOTAL)
                   MOVE QRY-SORT-COL TO QRY-CANON
                   PERFORM QUERY-CELL-VALUE
                   MOVE QRY-CELL TO QR-KEY(QRY-TOTAL)
               END-IF
           END-IF.

       QUERY-SET-ROW-PATH.
           IF EPARENT(QRY-IND) = 0 THEN
               MOVE "/" TO QRY-PATH
           ELSE
               MOVE QRY-IND TO GP-SUBJECT
               PERFORM BUILD-GENERAL-PATH
               MOVE GP-PATH TO QRY-PATH
           END-IF.

      *> The row's first tag, for the TAG column and sort.
       QUERY-FIND-ROW-TAG.
           MOVE SPACES TO QRY-TAG-FIRST
           PERFORM QUERY-NOTE-ONE-TAG
               VARYING QRY-TGX FROM TAG-TOTAL BY -1
               UNTIL QRY-TGX < 1.

       QUERY-NOTE-ONE-TAG.
           IF TAG-EID(QRY-TGX) = EID(QRY-IND) THEN
               MOVE TAG-TEXT(QRY-TGX) TO QRY-TAG-FIRST
           END-IF.

      *> An "or" closes the run of and-ed conditions before it.
       QUERY-JUDGE-ONE-COND.
           IF QRY-CX > 1 AND QC-OR(QRY-CX) THEN
               IF QRY-GROUP = 1 THEN
                   MOVE 1 TO QRY-ANY
               END-IF
               MOVE 1 TO QRY-GROUP
           END-IF
           MOVE 0 TO QRY-HIT
           EVALUATE QC-FIELD(QRY-CX)
               WHEN "SIZE"
                   MOVE ESIZE(QRY-IND) TO QRY-NUM
                   PERFORM QUERY-COMPARE-NUMBER
               WHEN "CREATED"
                   MOVE ECREATED(QRY-IND) TO QRY-NUM
                   PERFORM QUERY-COMPARE-NUMBER
               WHEN "MODIFIED"
                   MOVE EMODIFIED(QRY-IND) TO QRY-NUM
                   PERFORM QUERY-COMPARE-NUMBER
               WHEN "OWNER"
                   MOVE FUNCTION UPPER-CASE(OWNER(QRY-IND)) TO QRY-TEXT
                   PERFORM QUERY-COMPARE-TEXT
               WHEN "TYPE"
                   MOVE ETYPE(QRY-IND) TO QRY-TEXT
                   PERFORM QUERY-COMPARE-TEXT
               WHEN "CLASS"
                   MOVE ECLASS(QRY-IND) TO QRY-TEXT
                   PERFORM QUERY-COMPARE-TEXT
               WHEN "TAG"
                   MOVE 0 TO QRY-TAG-HIT
                   PERFORM QUERY-MATCH-ONE-TAG
                       VARYING QRY-TGX FROM 1 BY 1
                       UNTIL QRY-TGX > TAG-TOTAL OR QRY-TAG-HIT = 1
                   MOVE QRY-TAG-HIT TO QRY-HIT
                   IF QC-OP(QRY-CX) = "!=" THEN
                       COMPUTE QRY-HIT = 1 - QRY-TAG-HIT
                   END-IF
               WHEN "PATH"
                   PERFORM QUERY-COMPARE-PATH
           END-EVALUATE
           IF QRY-HIT = 0 THEN
               MOVE 0 TO QRY-GROUP
           END-IF.

       QUERY-COMPARE-NUMBER.
           EVALUATE QC-OP(QRY-CX)
               WHEN "="
                   IF QRY-NUM = QC-NUM(QRY-CX) THEN
                       MOVE 1 TO QRY-HIT
                   END-IF
               WHEN "!="
                   IF QRY-NUM NOT = QC-NUM(QRY-CX) THEN
                       MOVE 1 TO QRY-HIT
                   END-IF
               WHEN ">"
                   IF QRY-NUM > QC-NUM(QRY-CX) THEN
                       MOVE 1 TO QRY-HIT
                   END-IF
               WHEN "<"
                   IF QRY-NUM < QC-NUM(QRY-CX) THEN
                       MOVE 1 TO QRY-HIT
                   END-IF
               WHEN ">="
                   IF QRY-NUM >= QC-NUM(QRY-CX) THEN
                       MOVE 1 TO QRY-HIT
                   END-IF
               WHEN "<="
                   IF QRY-NUM <= QC-NUM(QRY-CX) THEN
                       MOVE 1 TO QRY-HIT
                   END-IF
           END-EVALUATE.

       QUERY-COMPARE-TEXT.
           IF QRY-TEXT = QC-VALUE(QRY-CX) THEN
               MOVE 1 TO QRY-HIT
           END-IF
           IF QC-OP(QRY-CX) = "!=" THEN
               COMPUTE QRY-HIT = 1 - QRY-HIT
           END-IF.

       QUERY-MATCH-ONE-TAG.
           IF TAG-EID(QRY-TGX) = EID(QRY-IND)
                   AND TAG-TEXT(QRY-TGX) = QC-VALUE(QRY-CX) THEN
               MOVE 1 TO QRY-TAG-HIT
           END-IF.

      *> Under a path means the path itself or anything below it;
      *> everything is under "/".
       QUERY-COMPARE-PATH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(QC-VALUE(QRY-CX)))
               TO QRY-PATH-LEN
           IF QC-VALUE(QRY-CX) = "/" THEN
               MOVE 1 TO QRY-HIT
           ELSE
           IF QRY-PATH = QC-VALUE(QRY-CX) THEN
               MOVE 1 TO QRY-HIT
           ELSE
           IF QRY-PATH-LEN < 60 THEN
               IF QRY-PATH(1:QRY-PATH-LEN)
                       = QC-VALUE(QRY-CX)(1:QRY-PATH-LEN)
                       AND QRY-PATH(QRY-PATH-LEN + 1:1) = "/" THEN
                   MOVE 1 TO QRY-HIT
               END-IF
           END-IF
           END-IF
           END-IF
           IF QC-OP(QRY-CX) = "!=" THEN
               COMPUTE QRY-HIT = 1 - QRY-HIT
           END-IF.

      *> Column QRY-CANON of row QRY-IND as it prints - numbers
      *> right-aligned, so the printed value also sorts.
       QUERY-CELL-VALUE.
           MOVE SPACES TO QRY-CELL
           EVALUATE QRY-CANON
               WHEN "PATH"
                   MOVE QRY-PATH TO QRY-CELL
               WHEN "OWNER"
                   MOVE OWNER(QRY-IND) TO QRY-CELL
               WHEN "TYPE"
                   EVALUATE TRUE
                       WHEN EDIR(QRY-IND)
                           MOVE "DIR" TO QRY-CELL
                       WHEN ELINK(QRY-IND)
                           MOVE "LINK" TO QRY-CELL
                       WHEN OTHER
                           MOVE "FILE" TO QRY-CELL
                   END-EVALUATE
               WHEN "SIZE"
                   MOVE ESIZE(QRY-IND) TO QRY-SIZE-EDIT
                   MOVE QRY-SIZE-EDIT TO QRY-CELL
               WHEN "CREATED"
                   MOVE ECREATED(QRY-IND) TO QRY-CELL
               WHEN "MODIFIED"
                   MOVE EMODIFIED(QRY-IND) TO QRY-CELL
               WHEN "CLASS"
                   IF ECONF(QRY-IND) THEN
                       MOVE "C" TO QRY-CELL
                   ELSE
                       MOVE "-" TO QRY-CELL
                   END-IF
               WHEN "TAG"
                   MOVE QRY-TAG-FIRST TO QRY-CELL
           END-EVALUATE.

      *> One straight-insertion step on the results by QR-KEY.
       QUERY-INSERT-ONE-RESULT.
           MOVE QR-IND(QRY-RX) TO QRY-HOLD-IND
           MOVE QR-KEY(QRY-RX) TO QRY-HOLD-KEY
           MOVE QRY-RX TO QRY-RY
           MOVE 0 TO QRY-PLACED
           PERFORM QUERY-STEP-BACK
               UNTIL QRY-PLACED = 1
           MOVE QRY-HOLD-IND TO QR-IND(QRY-RY)
           MOVE QRY-HOLD-KEY TO QR-KEY(QRY-RY).

       QUERY-STEP-BACK.
           IF QRY-RY = 1 THEN
               MOVE 1 TO QRY-PLACED
           ELSE
               MOVE 0 TO QRY-AFTER
               IF QRY-DESCENDING = 1 THEN
                   IF QR-KEY(QRY-RY - 1) < QRY-HOLD-KEY THEN
                       MOVE 1 TO QRY-AFTER
                   END-IF
               ELSE
                   IF QR-KEY(QRY-RY - 1) > QRY-HOLD-KEY THEN
                       MOVE 1 TO QRY-AFTER
                   END-IF
               END-IF
               IF QRY-AFTER = 1 THEN
                   MOVE QR-IND(QRY-RY - 1) TO QR-IND(QRY-RY)
                   MOVE QR-KEY(QRY-RY - 1) TO QR-KEY(QRY-RY)
                   SUBTRACT 1 FROM QRY-RY
               ELSE
                   MOVE 1 TO QRY-PLACED
               END-IF
           END-IF.

      *> The heading in both shapes: QRY-LINE for the screen (the
      *> columns, then the path) and QRY-CSV-LINE (path first).
       QUERY-BUILD-HEADING.
           MOVE SPACES TO QRY-LINE
           MOVE 1 TO QRY-PTR
           MOVE SPACES TO QRY-CSV-LINE
           MOVE 1 TO QRY-CSV-PTR
           STRING "PATH" DELIMITED BY SIZE
               INTO QRY-CSV-LINE
               WITH POINTER QRY-CSV-PTR
           END-STRING
           PERFORM QUERY-HEAD-ONE-COLUMN
               VARYING QRY-KX FROM 1 BY 1
               UNTIL QRY-KX > QRY-COL-COUNT
           STRING "PATH" DELIMITED BY SIZE
               INTO QRY-LINE
               WITH POINTER QRY-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       QUERY-HEAD-ONE-COLUMN.
           MOVE QRY-COL(QRY-KX) TO QRY-CELL
           PERFORM QUERY-APPEND-SCREEN-CELL
           STRING "," DELIMITED BY SIZE,
               QRY-COL(QRY-KX) DELIMITED BY SPACE
               INTO QRY-CSV-LINE
               WITH POINTER QRY-CSV-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

      *> Screen columns are as wide as their widest value (paths
      *> aside) plus a space.
       QUERY-APPEND-SCREEN-CELL.
           EVALUATE QRY-COL(QRY-KX)
               WHEN "TAG"
                   MOVE 17 TO QRY-WIDTH
               WHEN "CREATED"
               WHEN "MODIFIED"
               WHEN "OWNER"
                   MOVE 9 TO QRY-WIDTH
               WHEN "CLASS"
                   MOVE 6 TO QRY-WIDTH
               WHEN OTHER
                   MOVE 5 TO QRY-WIDTH
           END-EVALUATE
           IF QRY-PTR + QRY-WIDTH <= 160 THEN
               MOVE QRY-CELL(1:QRY-WIDTH - 1)
                   TO QRY-LINE(QRY-PTR:QRY-WIDTH - 1)
               ADD QRY-WIDTH TO QRY-PTR
           END-IF.

      *> Result QRY-RX in both shapes; with "-c" the CSV row is
      *> written, otherwise the screen line shown.
       QUERY-SHOW-ONE-RESULT.
           PERFORM QUERY-BUILD-RESULT-LINES
           IF QRY-CSV = 1 THEN
               MOVE QRY-CSV-LINE TO QRYCSV-RECORD
               WRITE QRYCSV-RECORD
           ELSE
               DISPLAY FUNCTION TRIM(QRY-LINE TRAILING)
           END-IF.

       QUERY-BUILD-RESULT-LINES.
           MOVE QR-IND(QRY-RX) TO QRY-IND
           PERFORM QUERY-SET-ROW-PATH
           PERFORM QUERY-FIND-ROW-TAG
           MOVE SPACES TO QRY-LINE
           MOVE 1 TO QRY-PTR
           MOVE SPACES TO QRY-CSV-LINE
           MOVE 1 TO QRY-CSV-PTR
           STRING QRY-PATH DELIMITED BY SPACE
               INTO QRY-CSV-LINE
               WITH POINTER QRY-CSV-PTR
           END-STRING
           PERFORM QUERY-CELL-ONE-COLUMN
               VARYING QRY-KX FROM 1 BY 1
               UNTIL QRY-KX > QRY-COL-COUNT
           STRING QRY-PATH DELIMITED BY SPACE
               INTO QRY-LINE
               WITH POINTER QRY-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       QUERY-CELL-ONE-COLUMN.
           MOVE QRY-COL(QRY-KX) TO QRY-CANON
           PERFORM QUERY-CELL-VALUE
           PERFORM QUERY-APPEND-SCREEN-CELL
           STRING "," DELIMITED BY SIZE,
               FUNCTION TRIM(QRY-CELL) DELIMITED BY SIZE
               INTO QRY-CSV-LINE
               WITH POINTER QRY-CSV-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

      *> "query ... > file": the CSV heading lands as line 1
      *> through the usual capture, the CSV rows after it as far as
      *> a body reaches - the screen says when rows were left out.
       QUERY-CAPTURE.
           MOVE QRY-CSV-LINE TO CAPTURE-LINE
           PERFORM REDIR-WRITE-CAPTURE
           IF CMD-STATUS = 0 AND WRITTEN-EID NOT = 0 THEN
               MOVE WRITTEN-EID TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-ROW-BY-EID
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE WALK-MATCH-IND TO SEG-OWNER-IND
                   MOVE WRITTEN-EID TO SEG-WORK-EID
                   MOVE 1 TO QRY-CAP-LINES
                   PERFORM QUERY-CAPTURE-ONE-ROW
                       VARYING QRY-RX FROM 1 BY 1
                       UNTIL QRY-RX > QRY-TOTAL
                       OR QRY-CAP-LINES >= MAX-FILE-LINES
                       OR SEG-TOTAL >= MAX-SEGMENT-COUNT
                   PERFORM COMPUTE-FILE-CHECKSUM
                   MOVE FILE-CKS-SUM TO ECHECKSUM(SEG-OWNER-IND)
                   PERFORM COMPUTE-FILE-SIZE
                   MOVE FILE-SIZE-SUM TO ESIZE(SEG-OWNER-IND)
                   IF QRY-CAP-LINES - 1 < QRY-TOTAL THEN
                       COMPUTE QRY-CAP-EDIT = QRY-CAP-LINES - 1
                       DISPLAY "CAPTURED " FUNCTION TRIM(QRY-CAP-EDIT)
                           " OF " FUNCTION TRIM(QRY-COUNT-EDIT) " ROWS"
                   END-IF
               END-IF
           END-IF.

       QUERY-CAPTURE-ONE-ROW.
           PERFORM QUERY-BUILD-RESULT-LINES
           ADD 1 TO QRY-CAP-LINES
           ADD 1 TO SEG-TOTAL
           MOVE SEG-WORK-EID TO SEG-EID(SEG-TOTAL)
           MOVE QRY-CAP-LINES TO SEG-LINE(SEG-TOTAL)
           MOVE QRY-CSV-LINE(1:60) TO SEG-TEXT(SEG-TOTAL).

      *> Appends one accounting record for the command just
      *> finished. Opens EXTEND with the same first-time OUTPUT
           WRITE ACCT-RECORD
           CLOSE ACCT-FILE.

      *> Appends one security event - the caller has set SE-EVENT,
      *> SE-OUTCOME and, where they apply, SE-TARGET and SE-DETAIL;
      *> the stamp, operator, origin and volume are filled in here.
      *> The two optional columns are cleared again afterwards so
      *> the next event starts without them.
       WRITE-SECURITY-EVENT.
           ACCEPT SE-DATE FROM DATE YYYYMMDD
           ACCEPT SE-TIME FROM TIME
           MOVE OPERATOR-ID TO SE-OPER
           EVALUATE TRUE
               WHEN SCHED-MODE = 1
                   MOVE "SCHED" TO SE-ORIGIN
               WHEN BATCH-MODE = 1
                   MOVE "BATCH" TO SE-ORIGIN
               WHEN OTHER
                   MOVE "TERM" TO SE-ORIGIN
           END-EVALUATE
           MOVE VOLUME-NAME TO SE-VOL

           OPEN EXTEND SEC-FILE
           IF SEC-STATUS NOT = "00" THEN
               OPEN OUTPUT SEC-FILE
           END-IF
           MOVE SECEVT-LINE TO SEC-RECORD
           WRITE SEC-RECORD
           CLOSE SEC-FILE

           MOVE SPACES TO SE-TARGET
           MOVE SPACES TO SE-DETAIL.

      *> Appends the drift notice just built to SOSCHECK.LOG, under
      *> the check that found it.
       WRITE-CHECK-LOG.
           ACCEPT CK-DATE FROM DATE YYYYMMDD
           ACCEPT CK-TIME FROM TIME
           MOVE OPERATOR-ID TO CK-OPER
           MOVE VOLUME-NAME TO CK-VOL
           MOVE CMD TO CK-CHECK
           MOVE NOTICE-TEXT TO CK-TEXT
           OPEN EXTEND CHECK-FILE
           IF CHECK-STATUS NOT = "00" THEN
               OPEN OUTPUT CHECK-FILE
           END-IF
           MOVE CHECKLOG-LINE TO CHECK-RECORD
           WRITE CHECK-RECORD
           CLOSE CHECK-FILE.

      *> A command refused with ERROR 05: what was attempted, and on
      *> what.
       LOG-PERMISSION-DENIED.
           MOVE "DENIED" TO SE-EVENT
           MOVE "REFUSED" TO SE-OUTCOME
           STRING FUNCTION TRIM(CMD) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               FUNCTION TRIM(US-ARG1) DELIMITED BY SIZE,
               " " DELIMITED BY SIZE,
               FUNCTION TRIM(US-ARG2) DELIMITED BY SIZE
               INTO SE-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-EVENT.

      *> Appends one replayable record - the directory the session
      *> stood in plus the raw command line - to this volume's journal
      *> for a table-mutating command that just succeeded. Performed

      *> Row I's outbound content: the marking stands in for a
      *> classified file's text unless the requesting operator owns
      *> it, and for any file the operator may not read.
       MASK-EXPORT-CONTENT.
           MOVE 0 TO EXP-MASKED
           IF EFILE(I) AND ECLASS(I) = "C"
                   AND OWNER(I) NOT = OPERATOR-ID THEN
               MOVE 1 TO EXP-MASKED
               MOVE CONF-MASK TO EXP-CONTENT-OUT
           ELSE
           IF EFILE(I) AND ACC-READ(I) = 0 THEN
               MOVE 1 TO EXP-MASKED
               MOVE NOREAD-MASK TO EXP-CONTENT-OUT
           ELSE
               MOVE ECONTENT(I) TO EXP-CONTENT-OUT
           END-IF
           END-IF.

       EXPORT-ONE-SEG-ROW.
                           MOVE "R" TO SP-STAT(SPOOL-HIT)
                           PERFORM ROUTE-SPOOL-ENTRY
                           PERFORM SAVE-SPOOL-TABLE
                           PERFORM NOTIFY-SPOOL-RELEASE
                       END-IF
                   END-IF
               WHEN "print"
           IF SP-OWNER(SPOOL-HIT) NOT = OPERATOR-ID
                   AND OPERATOR-AUTH < 3 THEN
               DISPLAY ERR-PERMISSION-DENIED
               MOVE 5 TO CMD-STATUS
           END-IF.

       SPOOL-VIEW-ENTRY.
                   FUNCTION TRIM(SP-DEST(SPOOL-HIT))
           END-IF.

      *> SPOOLREL, concerning the entry's owner, once it has
      *> actually gone to its class.
       NOTIFY-SPOOL-RELEASE.
           IF CMD-STATUS = 0 THEN
               MOVE SP-NUM(SPOOL-HIT) TO SPOOL-PIC
               MOVE SPACES TO NOTICE-TEXT
               STRING "SPOOL " DELIMITED BY SIZE,
                   SPOOL-PIC DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   FUNCTION TRIM(SP-TYPE(SPOOL-HIT)) DELIMITED BY SIZE,
                   " RELEASED TO CLASS " DELIMITED BY SIZE,
                   FUNCTION TRIM(SP-DEST(SPOOL-HIT)) DELIMITED BY SIZE,
                   " BY " DELIMITED BY SIZE,
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE
                   INTO NOTICE-TEXT
               END-STRING
               MOVE "SPOOLREL" TO NTF-EVENT
               MOVE SP-OWNER(SPOOL-HIT) TO NTF-OWNER
               PERFORM RAISE-NOTIFY-EVENT
           END-IF.

       ROUTE-ONE-SPOOL-LINE.
           READ SPLIN-FILE INTO SPLIN-RECORD
           IF SPLIN-STATUS = "00" THEN
           PERFORM SAVE-SPOOL-TABLE
           DISPLAY "SPOOL ENTRY DELETED".

      *> Sorts out "xmit"'s words: delta or full, then an optional
      *> sequence number, then an optional -f (which may also stand
      *> alone after the mode); ack and log take nothing further.
       PARSE-XMIT-ARGS.
           MOVE 0 TO XMIT-SYNTAX-OK
           MOVE 0 TO XMIT-MODE
           MOVE SPACES TO XMIT-SEQ-ARG
           MOVE 0 TO XMIT-FORCE
           EVALUATE FUNCTION TRIM(US-ARG1)
               WHEN "delta"
               WHEN "full"
                   IF FUNCTION TRIM(US-ARG1) = "full" THEN
                       MOVE 1 TO XMIT-MODE
                   END-IF
                   IF FUNCTION TRIM(US-ARG2) = "-f" THEN
                       MOVE 1 TO XMIT-FORCE
                       IF US-ARG3 = SPACES THEN
                           MOVE 1 TO XMIT-SYNTAX-OK
                       END-IF
                   ELSE
                       MOVE US-ARG2 TO XMIT-SEQ-ARG
                       IF FUNCTION TRIM(US-ARG3) = "-f" THEN
                           MOVE 1 TO XMIT-FORCE
                           MOVE 1 TO XMIT-SYNTAX-OK
                       ELSE
                       IF US-ARG3 = SPACES THEN
                           MOVE 1 TO XMIT-SYNTAX-OK
                       END-IF
                       END-IF
                   END-IF
               WHEN "ack"
                   MOVE 0 TO XMIT-ACK-MODE
                   IF US-ARG2 = SPACES THEN
                       MOVE 1 TO XMIT-SYNTAX-OK
                   END-IF
               WHEN "log"
                   MOVE 1 TO XMIT-ACK-MODE
                   IF US-ARG2 = SPACES THEN
                       MOVE 1 TO XMIT-SYNTAX-OK
                   END-IF
           END-EVALUATE
           IF US-ARG4 NOT = SPACES THEN
               MOVE 0 TO XMIT-SYNTAX-OK
           END-IF.

      *> "delta" - the change feed: one CSV row per entity created,
      *> changed or removed since the previous delta run, derived by
      *> comparing the live table against the checkpoint the last
               VARYING ALT-IND FROM 1 BY 1
               UNTIL ALT-IND > MAX-ENTITY-COUNT
           MOVE 0 TO ALT-SEG-TOTAL
           MOVE 0 TO ALT-ACL-TOTAL
           MOVE 0 TO ALT-TAG-TOTAL

           OPEN INPUT FS-CONTROL-FILE
           IF FS-CTL-STATUS = "00" THEN

      *> Entity records fill successive spare-table rows; segment
      *> records keep the target's existing multi-line bodies in
      *> ALT-SEGMENTS, access entries the target's sharing in
      *> ALT-ACLS and tag records its tags in ALT-TAGS, so the
      *> rewrite below loses nothing.
       LOAD-ONE-TARGET-RECORD.
           READ FS-DATA-FILE NEXT RECORD
           IF FS-DATA-STATUS = "00" THEN
                       MOVE FS-REC-CONTENT
                           TO ALT-SEG-TEXT(ALT-SEG-TOTAL)
                   END-IF
               ELSE
               IF FS-REC-RTYPE = 2 THEN
                   IF ALT-TAG-TOTAL < MAX-TAG-COUNT THEN
                       ADD 1 TO ALT-TAG-TOTAL
                       MOVE FS-REC-EID
                           TO ALT-TAG-EID(ALT-TAG-TOTAL)
                       MOVE FS-REC-RSEQ
                           TO ALT-TAG-SEQ(ALT-TAG-TOTAL)
                       MOVE FS-REC-ENAME(1:16)
                           TO ALT-TAG-TEXT(ALT-TAG-TOTAL)
                   END-IF
               ELSE
               IF FS-REC-RTYPE = 3 THEN
                   IF ALT-ACL-TOTAL < MAX-ACL-COUNT THEN
                       ADD 1 TO ALT-ACL-TOTAL
                       MOVE FS-REC-EID
                           TO ALT-ACL-EID(ALT-ACL-TOTAL)
                       MOVE FS-REC-RSEQ
                           TO ALT-ACL-SEQ(ALT-ACL-TOTAL)
                       MOVE FS-REC-ENAME(1:12)
                           TO ALT-ACL-ENTRY(ALT-ACL-TOTAL)
                   END-IF
               ELSE
                   IF ALT-LOAD-IND < MAX-ENTITY-COUNT THEN
                       ADD 1 TO ALT-LOAD-IND
                       MOVE FS-REC-ECLASS TO ALT-ECLASS(ALT-IND)
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> Target directory inside the spare table: absolute (or "/")
           PERFORM VC-SAVE-ONE-SEG
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > ALT-SEG-TOTAL
           PERFORM VC-SAVE-ONE-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ALT-ACL-TOTAL
           PERFORM VC-SAVE-ONE-TAG
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > ALT-TAG-TOTAL
           CLOSE FS-DATA-FILE.

       VC-SAVE-ONE-TAG.
           MOVE ALT-TAG-EID(TGX) TO FS-REC-EID
           MOVE 2 TO FS-REC-RTYPE
           MOVE ALT-TAG-SEQ(TGX) TO FS-REC-RSEQ
           MOVE 0 TO FS-REC-ETYPE
           MOVE 0 TO FS-REC-EPARENT
           MOVE SPACES TO FS-REC-ENAME
           MOVE ALT-TAG-TEXT(TGX) TO FS-REC-ENAME(1:16)
           MOVE 0 TO FS-REC-ESIZE
           MOVE 0 TO FS-REC-ECREATED
           MOVE 0 TO FS-REC-EMODIFIED
           MOVE SPACES TO FS-REC-OWNER
           MOVE SPACES TO FS-REC-CONTENT
           MOVE 0 TO FS-REC-CHECKSUM
           MOVE 0 TO FS-REC-TRASHPAR
           MOVE 0 TO FS-REC-TRASHDATE
           MOVE SPACE TO FS-REC-ECLASS
           WRITE FS-DATA-RECORD.

       VC-SAVE-ONE-ACL.
           MOVE ALT-ACL-EID(ALX) TO FS-REC-EID
           MOVE 3 TO FS-REC-RTYPE
           MOVE ALT-ACL-SEQ(ALX) TO FS-REC-RSEQ
           MOVE 0 TO FS-REC-ETYPE
           MOVE 0 TO FS-REC-EPARENT
           MOVE SPACES TO FS-REC-ENAME
           MOVE ALT-ACL-ENTRY(ALX) TO FS-REC-ENAME(1:12)
           MOVE 0 TO FS-REC-ESIZE
           MOVE 0 TO FS-REC-ECREATED
           MOVE 0 TO FS-REC-EMODIFIED
           MOVE SPACES TO FS-REC-OWNER
           MOVE SPACES TO FS-REC-CONTENT
           MOVE 0 TO FS-REC-CHECKSUM
           MOVE 0 TO FS-REC-TRASHPAR
           MOVE 0 TO FS-REC-TRASHDATE
           MOVE SPACE TO FS-REC-ECLASS
           WRITE FS-DATA-RECORD.

       VC-SAVE-ONE-SEG.
           MOVE ALT-SEG-EID(SGX) TO FS-REC-EID
           MOVE 1 TO FS-REC-RTYPE
       VC-SAVE-ONE-ROW.
           IF ALT-EID(ALT-IND) NOT = 0 THEN
               MOVE ALT-EID(ALT-IND) TO FS-REC-EID
               MOVE 0 TO FS-REC-RTYPE
               MOVE 0 TO FS-REC-RSEQ
               MOVE ALT-ETYPE(ALT-IND) TO FS-REC-ETYPE
               MOVE ALT-EPARENT(ALT-IND) TO FS-REC-EPARENT
               MOVE ALT-ENAME(ALT-IND) TO FS-REC-ENAME
      *> The normal end of a batch run, and the early end an abort
      *> or error ceiling forces - one sequence either way.
       END-BATCH-RUN.
           MOVE 1 TO JLX
           PERFORM JOB-CAPTURE-START
           CLOSE SYSIN-FILE
           PERFORM SAVE-FILESYSTEM
           PERFORM RELEASE-VOLUME-LOCK
           PERFORM CLEAR-BATCH-CHECKPOINT
           PERFORM DISPLAY-BATCH-SUMMARY
           PERFORM JOB-LOG-FINISH
           SET EXIT-FLAG TO 1.

      *> Directive lines steer the script instead of running as
           DISPLAY "SKIPPED: " BATCH-SKIPPED.
           DISPLAY "HIGHEST CONDITION CODE: " BATCH-MAX-CC.

      *> Opens row JLX's job log (JL-JOB and JL-SCRIPT already set):
      *> the header facts are noted now, the body starts empty.
       JOB-LOG-BEGIN.
           MOVE VOLUME-NAME TO JL-VOL(JLX)
           ACCEPT JL-START-DATE(JLX) FROM DATE YYYYMMDD
           ACCEPT JL-START-TIME(JLX) FROM TIME
           IF JLX = 1 THEN
               MOVE "SOSJOBB.TMP" TO JL-BODY-FN(JLX)
           ELSE
               MOVE "SOSJOBS.TMP" TO JL-BODY-FN(JLX)
           END-IF
           PERFORM SET-JOBBDY-FILENAME
           OPEN OUTPUT JOBBDY-FILE
           CLOSE JOBBDY-FILE
           MOVE 1 TO JL-ACTIVE(JLX).

       SET-JOBBDY-FILENAME.
           MOVE JL-BODY-FN(JLX) TO JOBBDYFN
           MOVE "JOBBDYFN" TO ENV-NAME-HOLD
           MOVE JOBBDYFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

      *> Why this goes to the C library. A job's output is whatever
      *> its commands DISPLAY, and they DISPLAY to the console - the
      *> shell's own paragraphs and every CALLed subprogram alike,
      *> hundreds of statements with no file of their own that could
      *> be pointed elsewhere. DISPLAY cannot be sent to a file for
      *> a while and then given back, and a job-log FD would mean a
      *> second copy of every command's output logic. So the
      *> process's standard output (descriptor 1) is swapped for
      *> SOSJOB.TMP with dup/dup2 around each line and swapped back
      *> after, the commands none the wiser. This is the one place
      *> the system relies on the POSIX calls; the descriptors are
      *> COMP-5 and the file name NUL-terminated because the C
      *> routines take them that way.
      *> Turns the console into SOSJOB.TMP until JOB-CAPTURE-END.
      *> Anything still buffered goes out first, so nothing shown
      *> before the line lands in its capture. Should either
      *> descriptor be refused the line simply runs uncaptured.
       JOB-CAPTURE-START.
           IF JL-ACTIVE(JLX) = 1 AND JOB-CAPTURING = 0 THEN
               CALL "fflush" USING BY VALUE 0
                   RETURNING JOB-CALL-RC
               CALL "dup" USING BY VALUE 1
                   RETURNING JOB-SAVED-FD
               CALL "creat" USING BY REFERENCE JOB-CAP-NAME
                   BY VALUE 420
                   RETURNING JOB-CAP-FD
               IF JOB-SAVED-FD >= 0 AND JOB-CAP-FD >= 0 THEN
                   CALL "dup2" USING BY VALUE JOB-CAP-FD
                       BY VALUE 1
                       RETURNING JOB-CALL-RC
                   CALL "close" USING BY VALUE JOB-CAP-FD
                       RETURNING JOB-CALL-RC
                   MOVE 1 TO JOB-CAPTURING
               ELSE
                   IF JOB-SAVED-FD >= 0 THEN
                       CALL "close" USING BY VALUE JOB-SAVED-FD
                           RETURNING JOB-CALL-RC
                   END-IF
                   IF JOB-CAP-FD >= 0 THEN
                       CALL "close" USING BY VALUE JOB-CAP-FD
                           RETURNING JOB-CALL-RC
                   END-IF
               END-IF
           END-IF.

      *> Gives the console back, then copies what was caught to the
      *> log body and shows it on the console as it would have been.
       JOB-CAPTURE-END.
           IF JOB-CAPTURING = 1 THEN
               CALL "fflush" USING BY VALUE 0
                   RETURNING JOB-CALL-RC
               CALL "dup2" USING BY VALUE JOB-SAVED-FD
                   BY VALUE 1
                   RETURNING JOB-CALL-RC
               CALL "close" USING BY VALUE JOB-SAVED-FD
                   RETURNING JOB-CALL-RC
               MOVE 0 TO JOB-CAPTURING

               PERFORM SET-JOBBDY-FILENAME
               OPEN EXTEND JOBBDY-FILE
               IF JOBBDY-STATUS NOT = "00" THEN
                   OPEN OUTPUT JOBBDY-FILE
               END-IF
               OPEN INPUT JOBCAP-FILE
               IF JOBCAP-STATUS = "00" THEN
                   PERFORM COPY-ONE-CAPTURE-LINE
                       UNTIL JOBCAP-STATUS NOT = "00"
               END-IF
               CLOSE JOBCAP-FILE
               CLOSE JOBBDY-FILE
           END-IF.

       COPY-ONE-CAPTURE-LINE.
           READ JOBCAP-FILE INTO JOBCAP-RECORD
           IF JOBCAP-STATUS = "00" THEN
               DISPLAY FUNCTION TRIM(JOBCAP-RECORD TRAILING)
               MOVE JOBCAP-RECORD TO JOBBDY-RECORD
               WRITE JOBBDY-RECORD
           END-IF.

      *> One script line in the log: its number, condition code and
      *> text. The line's output follows when its capture ends.
       JOB-LOG-STEP.
           MOVE JOB-STEP-NO TO JSL-NO
           MOVE JOB-STEP-CC TO JSL-CC
           MOVE JOB-STEP-TEXT TO JSL-TEXT
           MOVE JOB-STEP-LINE TO JOB-LOG-TEXT
           PERFORM JOB-LOG-NOTE.

      *> Appends JOB-LOG-TEXT to row JLX's log body.
       JOB-LOG-NOTE.
           IF JL-ACTIVE(JLX) = 1 THEN
               PERFORM SET-JOBBDY-FILENAME
               OPEN EXTEND JOBBDY-FILE
               IF JOBBDY-STATUS NOT = "00" THEN
                   OPEN OUTPUT JOBBDY-FILE
               END-IF
               MOVE JOB-LOG-TEXT TO JOBBDY-RECORD
               WRITE JOBBDY-RECORD
               CLOSE JOBBDY-FILE
           END-IF.

      *> Closes row JLX's log: header, body and all go out as
      *> SOSJOB.LOG, which the spool keeps as a held JOBLOG entry.
       JOB-LOG-FINISH.
           IF JL-ACTIVE(JLX) = 1 THEN
               PERFORM JOB-CAPTURE-END
               ACCEPT JOB-END-DATE FROM DATE YYYYMMDD
               ACCEPT JOB-END-TIME FROM TIME

               OPEN OUTPUT JOBLOG-FILE
               MOVE SPACES TO JOBLOG-RECORD
               STRING "JOB LOG   JOB " DELIMITED BY SIZE,
                   JL-JOB(JLX) DELIMITED BY SPACE,
                   "   SCRIPT " DELIMITED BY SIZE,
                   FUNCTION TRIM(JL-SCRIPT(JLX)) DELIMITED BY SIZE
                   INTO JOBLOG-RECORD
               END-STRING
               WRITE JOBLOG-RECORD
               MOVE SPACES TO JOBLOG-RECORD
               STRING "OPERATOR " DELIMITED BY SIZE,
                   OPERATOR-ID DELIMITED BY SPACE,
                   "   VOLUME " DELIMITED BY SIZE,
                   JL-VOL(JLX) DELIMITED BY SPACE
                   INTO JOBLOG-RECORD
               END-STRING
               WRITE JOBLOG-RECORD
               MOVE SPACES TO JOBLOG-RECORD
               STRING "STARTED " DELIMITED BY SIZE,
                   JL-START-DATE(JLX) DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   JL-START-TIME(JLX)(1:2) DELIMITED BY SIZE,
                   ":" DELIMITED BY SIZE,
                   JL-START-TIME(JLX)(3:2) DELIMITED BY SIZE,
                   ":" DELIMITED BY SIZE,
                   JL-START-TIME(JLX)(5:2) DELIMITED BY SIZE,
                   "   ENDED " DELIMITED BY SIZE,
                   JOB-END-DATE DELIMITED BY SIZE,
                   " " DELIMITED BY SIZE,
                   JOB-END-TIME(1:2) DELIMITED BY SIZE,
                   ":" DELIMITED BY SIZE,
                   JOB-END-TIME(3:2) DELIMITED BY SIZE,
                   ":" DELIMITED BY SIZE,
                   JOB-END-TIME(5:2) DELIMITED BY SIZE
                   INTO JOBLOG-RECORD
               END-STRING
               WRITE JOBLOG-RECORD
               MOVE ALL "-" TO JOBLOG-RECORD(1:72)
               WRITE JOBLOG-RECORD

               PERFORM SET-JOBBDY-FILENAME
               OPEN INPUT JOBBDY-FILE
               IF JOBBDY-STATUS = "00" THEN
                   PERFORM COPY-ONE-BODY-LINE
                       UNTIL JOBBDY-STATUS NOT = "00"
               END-IF
               CLOSE JOBBDY-FILE
               CLOSE JOBLOG-FILE
               MOVE 0 TO JL-ACTIVE(JLX)

               MOVE "JOBLOG" TO SPOOL-REG-TYPE
               MOVE "SOSJOB.LOG" TO SPOOL-REG-SRC
               PERFORM SPOOL-REGISTER
           END-IF.

       COPY-ONE-BODY-LINE.
           READ JOBBDY-FILE INTO JOBBDY-RECORD
           IF JOBBDY-STATUS = "00" THEN
               MOVE JOBBDY-RECORD TO JOBLOG-RECORD
               WRITE JOBLOG-RECORD
           END-IF.

      *> A batch line's entry in the job log, output and all. A
      *> directive line shows DIR, or SKIP when it held back its
      *> command; a command line shows the step's condition code.
       BATCH-LOG-STEP.
           MOVE 1 TO JLX
           MOVE BATCH-TOTAL TO JOB-STEP-NO
           IF BATCH-DIRECTIVE = 1 THEN
               IF BATCH-SKIPPED > JOB-SKIP-HOLD THEN
                   MOVE "SKIP" TO JOB-STEP-CC
               ELSE
                   MOVE "DIR" TO JOB-STEP-CC
               END-IF
           ELSE
               IF CMD-STATUS = 0 THEN
                   MOVE "0" TO JOB-STEP-CC
               ELSE
                   MOVE "8" TO JOB-STEP-CC
               END-IF
           END-IF
           PERFORM JOB-LOG-STEP
           PERFORM JOB-CAPTURE-END.

      *> Rebuilds CURRENT-DIRECTORY from CUR-IND's EPARENT chain so the
      *> prompt shows the real location after a "cd", instead of the
      *> "/" it was set to at startup and never touched again.
           PERFORM CLEAR-ONE-ENTITY
               VARYING I FROM 1 BY 1
               UNTIL I > MAX-ENTITY-COUNT
      *> The outgoing volume's content lines, tags, access entries
      *> and version history (and their disk images) go with it,
      *> like the entity rows and DISK-IMAGE above.
           MOVE 0 TO SEG-TOTAL
           MOVE 0 TO VER-TOTAL
           MOVE 0 TO TAG-TOTAL
           MOVE 0 TO ACL-TOTAL
           PERFORM CLEAR-ONE-SEG-IMAGE
               VARYING SGX FROM 1 BY 1
               UNTIL SGX > MAX-SEGMENT-COUNT
           PERFORM CLEAR-ONE-TAG-IMAGE
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > MAX-TAG-COUNT
           PERFORM CLEAR-ONE-ACL-IMAGE
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > MAX-ACL-COUNT.

       CLEAR-ONE-ENTITY.
           MOVE 0 TO EID(I)
                       WHEN MOUNT-IN-PROGRESS = 1
                           DISPLAY "OPENING READ-ONLY"
                           MOVE 1 TO READ-ONLY-MODE
                           PERFORM NOTIFY-READ-ONLY
                       WHEN BATCH-MODE = 1
                           DISPLAY "BATCH RUN REFUSED - VOLUME BUSY"
                           CLOSE SYSIN-FILE
                           IF CONFIRM-REPLY = "Y"
                                   OR CONFIRM-REPLY = "y" THEN
                               MOVE 1 TO READ-ONLY-MODE
                               PERFORM NOTIFY-READ-ONLY
                           ELSE
                               DISPLAY "SESSION REFUSED"
                               SET EXIT-FLAG TO 1
                   MOVE FS-REC-ENAME(1:16)
                       TO TAG-DISK-TEXT(TAG-TOTAL)
               END-IF
           ELSE
           IF FS-REC-RTYPE = 3 THEN
               IF ACL-TOTAL < MAX-ACL-COUNT THEN
                   ADD 1 TO ACL-TOTAL
                   MOVE FS-REC-EID TO ACL-EID(ACL-TOTAL)
                   MOVE FS-REC-RSEQ TO ACL-SEQ(ACL-TOTAL)
                   MOVE FS-REC-ENAME(1:12) TO ACL-ENTRY(ACL-TOTAL)
                   COMPUTE ACL-KEY-WORK =
                       FS-REC-EID * 1000 + FS-REC-RSEQ
                   MOVE ACL-KEY-WORK TO ACL-DISK-KEY(ACL-TOTAL)
                   MOVE FS-REC-ENAME(1:12)
                       TO ACL-DISK-TEXT(ACL-TOTAL)
               END-IF
           ELSE
               IF LOAD-SLOT < MAX-ENTITY-COUNT THEN
                   ADD 1 TO LOAD-SLOT
                   MOVE FS-DATA-RECORD TO DISK-REC(I)
               END-IF
           END-IF
           END-IF
           END-IF.

      *> The fallback load: the committed shadow image read whole
      *> journal dropped - its work is already inside the shadow. A
      *> read-only session only takes the consistent view and leaves
      *> every file for the lock holder.
      *> READONLY, concerning the operator left read-only.
       NOTIFY-READ-ONLY.
           MOVE SPACES TO NOTICE-TEXT
           STRING FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE,
               " OPENED " DELIMITED BY SIZE,
               VOLUME-NAME DELIMITED BY SPACE,
               " READ-ONLY - LOCKED BY " DELIMITED BY SIZE,
               FUNCTION TRIM(LOCK-OPER-OUT) DELIMITED BY SIZE,
               " SINCE " DELIMITED BY SIZE,
               LOCK-DATE-OUT DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               LOCK-TIME-OUT DELIMITED BY SIZE
               INTO NOTICE-TEXT
           END-STRING
           MOVE "READONLY" TO NTF-EVENT
           MOVE OPERATOR-ID TO NTF-OWNER
           PERFORM RAISE-NOTIFY-EVENT
           MOVE "READONLY" TO SE-EVENT
           MOVE "GRANTED" TO SE-OUTCOME
           STRING "HELD BY " DELIMITED BY SIZE,
               LOCK-OPER-OUT DELIMITED BY SPACE,
               " SINCE " DELIMITED BY SIZE,
               LOCK-DATE-OUT DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               LOCK-TIME-OUT(1:6) DELIMITED BY SIZE
               INTO SE-DETAIL
           END-STRING
           PERFORM WRITE-SECURITY-EVENT.

       RECOVER-FROM-SHADOW.
           DISPLAY "INTERRUPTED SAVE DETECTED - LOADING THE "
               "COMMITTED SHADOW IMAGE"

               MOVE 1 TO FS-LOADED-FLAG

               MOVE SPACES TO NOTICE-TEXT
               STRING VOLUME-NAME DELIMITED BY SPACE,
                   " LOADED FROM ITS SHADOW IMAGE AFTER AN "
                       DELIMITED BY SIZE,
                   "INTERRUPTED SAVE (" DELIMITED BY SIZE,
                   FUNCTION TRIM(OPERATOR-ID) DELIMITED BY SIZE,
                   ")" DELIMITED BY SIZE
                   INTO NOTICE-TEXT
               END-STRING
               MOVE "SHADOW" TO NTF-EVENT
               MOVE OPERATOR-ID TO NTF-OWNER
               PERFORM RAISE-NOTIFY-EVENT

               IF READ-ONLY-MODE = 0 THEN
                   OPEN OUTPUT FS-CONTROL-FILE
                   MOVE EID-COUNTER TO FS-CTL-EID-COUNTER
                   PERFORM SAVE-ONE-TAG
                       VARYING TGX FROM 1 BY 1
                       UNTIL TGX > TAG-TOTAL
                   PERFORM CLEAR-ONE-ACL-IMAGE
                       VARYING ALX FROM 1 BY 1
                       UNTIL ALX > MAX-ACL-COUNT
                   PERFORM SAVE-ONE-ACL
                       VARYING ALX FROM 1 BY 1
                       UNTIL ALX > ACL-TOTAL
                   CLOSE FS-DATA-FILE

                   PERFORM CLEAR-SAVE-MARKER
               PERFORM PURGE-ORPHAN-SEGMENTS
               PERFORM PURGE-ORPHAN-VERSIONS
               PERFORM PURGE-ORPHAN-TAGS
               PERFORM PURGE-ORPHAN-ACLS
               PERFORM SAVE-VERSION-FILE

      *> Phase one of the two-phase save: a complete fresh image
                   PERFORM SAVE-DELTA-WRITE
                       VARYING I FROM 1 BY 1
                       UNTIL I > MAX-ENTITY-COUNT
      *> Segment, tag and access-entry records follow the same
      *> two-pass shape against their own on-disk images.
                   PERFORM SAVE-SEG-DELETE
                       VARYING SGX FROM 1 BY 1
                       UNTIL SGX > MAX-SEGMENT-COUNT
                   PERFORM SAVE-TAG-WRITE
                       VARYING TGX FROM 1 BY 1
                       UNTIL TGX > TAG-TOTAL
                   PERFORM SAVE-ACL-DELETE
                       VARYING ALX FROM 1 BY 1
                       UNTIL ALX > MAX-ACL-COUNT
                   PERFORM SAVE-ACL-WRITE
                       VARYING ALX FROM 1 BY 1
                       UNTIL ALX > ACL-TOTAL
                   CLOSE FS-DATA-FILE
               ELSE
                   CLOSE FS-DATA-FILE
                   PERFORM SAVE-ONE-TAG
                       VARYING TGX FROM 1 BY 1
                       UNTIL TGX > TAG-TOTAL
                   PERFORM CLEAR-ONE-ACL-IMAGE
                       VARYING ALX FROM 1 BY 1
                       UNTIL ALX > MAX-ACL-COUNT
                   PERFORM SAVE-ONE-ACL
                       VARYING ALX FROM 1 BY 1
                       UNTIL ALX > ACL-TOTAL
                   CLOSE FS-DATA-FILE
               END-IF

           PERFORM SHADOW-ONE-TAG
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > TAG-TOTAL
           PERFORM SHADOW-ONE-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL
           CLOSE SHD-DATA-FILE.

       SHADOW-ONE-TAG.
           MOVE FS-DATA-RECORD TO SHD-DATA-RECORD
           WRITE SHD-DATA-RECORD.

       SHADOW-ONE-ACL.
           PERFORM FILL-ACL-DATA-RECORD
           MOVE FS-DATA-RECORD TO SHD-DATA-RECORD
           WRITE SHD-DATA-RECORD.

       SHADOW-ONE-ENTITY.
           IF EID(I) NOT = 0 THEN
               PERFORM FILL-FS-DATA-RECORD
               MOVE TAG-TEXT(TGX) TO TAG-TEXT(TAG-TOTAL)
           END-IF.

      *> On-disk image of access-entry row ALX - kind, principal and
      *> rights in the name column, everything else blanked the way
      *> a tag record's is.
       FILL-ACL-DATA-RECORD.
           MOVE ACL-EID(ALX) TO FS-REC-EID
           MOVE 3 TO FS-REC-RTYPE
           MOVE ACL-SEQ(ALX) TO FS-REC-RSEQ
           MOVE 0 TO FS-REC-ETYPE
           MOVE 0 TO FS-REC-EPARENT
           MOVE SPACES TO FS-REC-ENAME
           MOVE ACL-ENTRY(ALX) TO FS-REC-ENAME(1:12)
           MOVE 0 TO FS-REC-ESIZE
           MOVE 0 TO FS-REC-ECREATED
           MOVE 0 TO FS-REC-EMODIFIED
           MOVE SPACES TO FS-REC-OWNER
           MOVE SPACES TO FS-REC-CONTENT
           MOVE 0 TO FS-REC-CHECKSUM
           MOVE 0 TO FS-REC-TRASHPAR
           MOVE 0 TO FS-REC-TRASHDATE
           MOVE SPACE TO FS-REC-ECLASS.

       SAVE-ONE-ACL.
           PERFORM FILL-ACL-DATA-RECORD
           WRITE FS-DATA-RECORD
           COMPUTE ACL-KEY-WORK =
               ACL-EID(ALX) * 1000 + ACL-SEQ(ALX)
           MOVE ACL-KEY-WORK TO ACL-DISK-KEY(ALX)
           MOVE ACL-ENTRY(ALX) TO ACL-DISK-TEXT(ALX).

       SAVE-ACL-DELETE.
           IF ACL-DISK-KEY(ALX) NOT = 0 THEN
               MOVE 0 TO ACL-HIT
               PERFORM MATCH-ACL-TO-IMAGE
                   VARYING AL2X FROM 1 BY 1
                   UNTIL AL2X > ACL-TOTAL OR ACL-HIT = 1
               IF ACL-HIT = 0 THEN
                   COMPUTE FS-REC-EID =
                       ACL-DISK-KEY(ALX) / 1000
                   MOVE 3 TO FS-REC-RTYPE
                   COMPUTE FS-REC-RSEQ = FUNCTION MOD(
                       ACL-DISK-KEY(ALX), 1000)
                   DELETE FS-DATA-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE 0 TO ACL-DISK-KEY(ALX)
                   MOVE SPACES TO ACL-DISK-TEXT(ALX)
               END-IF
           END-IF.

       MATCH-ACL-TO-IMAGE.
           COMPUTE ACL-KEY-WORK =
               ACL-EID(AL2X) * 1000 + ACL-SEQ(AL2X)
           IF ACL-KEY-WORK = ACL-DISK-KEY(ALX) THEN
               MOVE 1 TO ACL-HIT
           END-IF.

       SAVE-ACL-WRITE.
           COMPUTE ACL-KEY-WORK =
               ACL-EID(ALX) * 1000 + ACL-SEQ(ALX)
           MOVE 0 TO ACL-IMG-HIT
           MOVE 0 TO ACL-FREE-IMG
           PERFORM FIND-ACL-IMAGE
               VARYING AL2X FROM 1 BY 1
               UNTIL AL2X > MAX-ACL-COUNT OR ACL-IMG-HIT > 0

           IF ACL-IMG-HIT > 0 AND
                   ACL-DISK-TEXT(ACL-IMG-HIT) = ACL-ENTRY(ALX) THEN
               CONTINUE
           ELSE
               PERFORM FILL-ACL-DATA-RECORD
               REWRITE FS-DATA-RECORD
                   INVALID KEY
                       WRITE FS-DATA-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
               END-REWRITE
               IF ACL-IMG-HIT = 0 THEN
                   MOVE ACL-FREE-IMG TO ACL-IMG-HIT
               END-IF
               IF ACL-IMG-HIT > 0 THEN
                   MOVE ACL-KEY-WORK TO ACL-DISK-KEY(ACL-IMG-HIT)
                   MOVE ACL-ENTRY(ALX)
                       TO ACL-DISK-TEXT(ACL-IMG-HIT)
               END-IF
           END-IF.

       FIND-ACL-IMAGE.
           IF ACL-DISK-KEY(AL2X) = ACL-KEY-WORK THEN
               MOVE AL2X TO ACL-IMG-HIT
           ELSE
               IF ACL-DISK-KEY(AL2X) = 0 AND ACL-FREE-IMG = 0 THEN
                   MOVE AL2X TO ACL-FREE-IMG
               END-IF
           END-IF.

       CLEAR-ONE-ACL-IMAGE.
           MOVE 0 TO ACL-DISK-KEY(ALX)
           MOVE SPACES TO ACL-DISK-TEXT(ALX).

      *> Entries on an entity that no longer exists leave the table
      *> before a save - or a reused EID - can pick them up.
       PURGE-ORPHAN-ACLS.
           MOVE 1 TO ALX
           PERFORM SWEEP-ONE-ACL
               UNTIL ALX > ACL-TOTAL.

       SWEEP-ONE-ACL.
           MOVE 0 TO ACL-HIT
           PERFORM FIND-ACL-OWNER
               VARYING AL2X FROM 1 BY 1
               UNTIL AL2X > MAX-ENTITY-COUNT OR ACL-HIT = 1
           IF ACL-HIT = 0 THEN
               MOVE ACL-EID(ACL-TOTAL) TO ACL-EID(ALX)
               MOVE ACL-SEQ(ACL-TOTAL) TO ACL-SEQ(ALX)
               MOVE ACL-ENTRY(ACL-TOTAL) TO ACL-ENTRY(ALX)
               SUBTRACT 1 FROM ACL-TOTAL
           ELSE
               ADD 1 TO ALX
           END-IF.

       FIND-ACL-OWNER.
           IF EID(AL2X) = ACL-EID(ALX) AND EID(AL2X) NOT = 0 THEN
               MOVE 1 TO ACL-HIT
           END-IF.

      *> Builds the three backup file names for the generation number
      *> currently in BK-GEN-PIC and pushes them out to the OS
      *> environment, the same way SET-VOLUME-FILENAMES publishes the
           PERFORM BACKUP-ONE-TAG
               VARYING TGX FROM 1 BY 1
               UNTIL TGX > TAG-TOTAL
           PERFORM BACKUP-ONE-ACL
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > ACL-TOTAL
           CLOSE BK-DATA-FILE

           PERFORM WRITE-BACKUP-GEN
           MOVE FS-DATA-RECORD TO BK-DATA-RECORD
           WRITE BK-DATA-RECORD.

       BACKUP-ONE-ACL.
           PERFORM FILL-ACL-DATA-RECORD
           MOVE FS-DATA-RECORD TO BK-DATA-RECORD
           WRITE BK-DATA-RECORD.

       READ-BACKUP-GEN.
           MOVE 0 TO BK-GEN-NUM
           OPEN INPUT BK-GEN-FILE
           MOVE ALT-FILESYSTEM TO FILESYSTEM
           MOVE ALT-SEGMENTS TO CONTENT-SEGMENTS
           MOVE ALT-TAGS TO ENTITY-TAGS
           MOVE ALT-ACLS TO ENTITY-ACLS
           MOVE BK-EID-COUNTER-HOLD TO EID-COUNTER
      *> The journal's tail predates the rollback - shipping it
      *> would have the standby apply commands on top of the very
                   MOVE 0 TO ALT-LOAD-IND
                   MOVE 0 TO ALT-SEG-TOTAL
                   MOVE 0 TO ALT-TAG-TOTAL
                   MOVE 0 TO ALT-ACL-TOTAL
                   PERFORM LOAD-ONE-BACKUP-RECORD
                       UNTIL BK-DATA-STATUS NOT = "00"
                   CLOSE BK-DATA-FILE
                       MOVE FS-REC-ENAME(1:16)
                           TO ALT-TAG-TEXT(ALT-TAG-TOTAL)
                   END-IF
               ELSE
               IF FS-REC-RTYPE = 3 THEN
                   IF ALT-ACL-TOTAL < MAX-ACL-COUNT THEN
                       ADD 1 TO ALT-ACL-TOTAL
                       MOVE FS-REC-EID
                           TO ALT-ACL-EID(ALT-ACL-TOTAL)
                       MOVE FS-REC-RSEQ
                           TO ALT-ACL-SEQ(ALT-ACL-TOTAL)
                       MOVE FS-REC-ENAME(1:12)
                           TO ALT-ACL-ENTRY(ALT-ACL-TOTAL)
                   END-IF
               ELSE
                   IF ALT-LOAD-IND < MAX-ENTITY-COUNT THEN
                       ADD 1 TO ALT-LOAD-IND
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *> The confirmation listing: every EID the snapshot holds that
           MOVE ALT-FILESYSTEM TO FILESYSTEM
           MOVE ALT-SEGMENTS TO CONTENT-SEGMENTS
           MOVE ALT-TAGS TO ENTITY-TAGS
           MOVE ALT-ACLS TO ENTITY-ACLS
           MOVE BK-EID-COUNTER-HOLD TO EID-COUNTER

           MOVE 1 TO CUR-IND
           PERFORM PURGE-ORPHAN-SEGMENTS
           PERFORM PURGE-ORPHAN-VERSIONS
           PERFORM PURGE-ORPHAN-TAGS
           PERFORM PURGE-ORPHAN-ACLS
           MOVE 0 TO EID-REUSED
           PERFORM SCAN-FOR-REUSABLE-EID
               VARYING EID-CANDIDATE FROM 1 BY 1
