       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDHST.

      *> The job history inquiry ("sched history [JOB] [FROM [TO]]").
      *> Reads SOSSCHED.LOG back - the archived members "rotate" has
      *> closed out first, through SOSROTATE.DAT wherever their dates
      *> overlap the range, then the live log - and lists every line
      *> for the job (all jobs when none is named) dated inside the
      *> range (every date when none is given). A summary follows,
      *> one row per job seen: its runs (RAN, CATCHUP and MISSING
      *> lines), how many of those failed - the script missing, or
      *> any of its lines failing, the rule the shift handover report
      *> uses - the last run that ended clean, and how the last run
      *> ended.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The live log or an archived member - the name arrives
      *> through the environment.
           SELECT HIST-FILE ASSIGN TO HISTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-RECORD PIC X(115).

       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

       WORKING-STORAGE SECTION.
       01 HIST-STATUS PIC X(2) VALUE SPACES.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 HISTFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).
       COPY ROTATION.
       01 FILES-READ PIC 9(3).
       01 MEMBERS-READ PIC 9(3).
       01 FILE-FOUND PIC 9(1).

      * Fixed-column view of one scheduler log line - must stay in
      * step with SCHEDLOG-LINE in sos.cob, which writes these
      * columns.
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

       01 FILTER-JOB PIC X(8).
       01 FILTER-DATE-LO PIC X(8).
       01 FILTER-DATE-HI PIC X(8).
       01 LINE-MATCHED PIC 9(1).
       01 LINE-IS-RUN PIC 9(1).
       01 LINE-FAILED PIC 9(1).
       01 MATCH-TOTAL PIC 9(5) VALUE 0.
       01 READ-TOTAL PIC 9(5) VALUE 0.

      * Per-job tallies over the matching lines - room for every job
      * the schedule can hold and as many again since deleted.
       78 MAX-JOB-COUNT VALUE 40.
       01 JOB-TAB.
           05 JOB-ROW OCCURS MAX-JOB-COUNT TIMES.
               10 JOB-TAB-ID PIC X(8).
               10 JOB-TAB-RUNS PIC 9(5).
               10 JOB-TAB-FAILS PIC 9(5).
               10 JOB-TAB-GOOD-DATE PIC X(8).
               10 JOB-TAB-GOOD-TIME PIC X(8).
               10 JOB-TAB-LAST PIC X(8).
       01 JOB-TAB-TOTAL PIC 9(2) VALUE 0.
       01 JOB-TAB-FULL PIC 9(1) VALUE 0.
       01 T PIC 9(2).
       01 TAB-HIT PIC 9(2).

      * Aligned-column summary line.
       01 SUMMARY-HEAD PIC X(60) VALUE
           "JOB       RUNS  FAILED  LAST GOOD RUN    LAST RESULT".
       01 SUMMARY-LINE.
           05 SUM-JOB PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SUM-RUNS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SUM-FAILS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SUM-GOOD PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SUM-LAST PIC X(8).
       COPY ERRORDEF.

       LINKAGE SECTION.
       01 SEL-JOB PIC X(8).
       01 SEL-FROM PIC X(8).
       01 SEL-TO PIC X(8).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING SEL-JOB SEL-FROM SEL-TO CMD-STATUS.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO MATCH-TOTAL
           MOVE 0 TO READ-TOTAL
           MOVE 0 TO JOB-TAB-TOTAL
           MOVE 0 TO JOB-TAB-FULL
           MOVE 0 TO FILES-READ
           MOVE 0 TO MEMBERS-READ

      *> The shell has checked the arguments: a job name of up to
      *> eight characters, or blank for every job, and a from/to
      *> pair of valid dates, or blank for all of them.
           MOVE FUNCTION UPPER-CASE(SEL-JOB) TO FILTER-JOB
           IF SEL-FROM = SPACES THEN
               MOVE "00000000" TO FILTER-DATE-LO
               MOVE "99999999" TO FILTER-DATE-HI
           ELSE
               MOVE SEL-FROM TO FILTER-DATE-LO
               MOVE SEL-TO TO FILTER-DATE-HI
           END-IF

           PERFORM REPORT-ARCHIVED-MEMBERS
           MOVE "SOSSCHED.LOG" TO HISTFN
           PERFORM REPORT-ONE-FILE
           IF FILES-READ = 0 THEN
               DISPLAY "NO SCHEDULER LOG PRESENT"
           ELSE
               PERFORM DISPLAY-SUMMARIES
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
               IF RG-LOG = "SCHED" AND RG-FROM NOT = SPACES
                       AND RG-FROM <= FILTER-DATE-HI
                       AND RG-TO >= FILTER-DATE-LO THEN
                   MOVE RG-MEMBER TO HISTFN
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
           MOVE "HISTFN" TO ENV-NAME-HOLD
           MOVE HISTFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT HIST-FILE
           IF HIST-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               ADD 1 TO FILES-READ
               PERFORM REPORT-ONE-LINE
                   UNTIL HIST-STATUS NOT = "00"
               CLOSE HIST-FILE
           ELSE
               CLOSE HIST-FILE
           END-IF.

       REPORT-ONE-LINE.
           READ HIST-FILE INTO HIST-RECORD
           IF HIST-STATUS = "00" THEN
               ADD 1 TO READ-TOTAL
               MOVE HIST-RECORD TO SCHED-IN-LINE
               MOVE 1 TO LINE-MATCHED
               IF SL-DATE < FILTER-DATE-LO
                       OR SL-DATE > FILTER-DATE-HI THEN
                   MOVE 0 TO LINE-MATCHED
               END-IF
               IF FILTER-JOB NOT = SPACES
                       AND FUNCTION UPPER-CASE(SL-JOB)
                       NOT = FILTER-JOB THEN
                   MOVE 0 TO LINE-MATCHED
               END-IF
               IF LINE-MATCHED = 1 THEN
                   ADD 1 TO MATCH-TOTAL
                   DISPLAY FUNCTION TRIM(HIST-RECORD TRAILING)
                   PERFORM TALLY-JOB
               END-IF
           END-IF.

      *> A run is a RAN, CATCHUP or MISSING line; it failed when its
      *> script was missing or any of its lines failed. Holds,
      *> releases, trigger firings and maintenance count for nothing
      *> here beyond putting the job in the summary.
       JUDGE-ONE-RUN.
           MOVE 0 TO LINE-IS-RUN
           MOVE 0 TO LINE-FAILED
           IF SL-RESULT = "MISSING" THEN
               MOVE 1 TO LINE-IS-RUN
               MOVE 1 TO LINE-FAILED
           END-IF
           IF SL-RESULT = "RAN" OR SL-RESULT = "CATCHUP" THEN
               MOVE 1 TO LINE-IS-RUN
               IF SL-FAIL NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(SL-FAIL) = 0 THEN
                       IF FUNCTION NUMVAL(SL-FAIL) > 0 THEN
                           MOVE 1 TO LINE-FAILED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TALLY-JOB.
           MOVE 0 TO TAB-HIT
           PERFORM FIND-JOB-ROW
               VARYING T FROM 1 BY 1
               UNTIL T > JOB-TAB-TOTAL OR TAB-HIT > 0

           IF TAB-HIT = 0 THEN
               IF JOB-TAB-TOTAL < MAX-JOB-COUNT THEN
                   ADD 1 TO JOB-TAB-TOTAL
                   MOVE JOB-TAB-TOTAL TO TAB-HIT
                   MOVE SL-JOB TO JOB-TAB-ID(TAB-HIT)
                   MOVE 0 TO JOB-TAB-RUNS(TAB-HIT)
                   MOVE 0 TO JOB-TAB-FAILS(TAB-HIT)
                   MOVE SPACES TO JOB-TAB-GOOD-DATE(TAB-HIT)
                   MOVE SPACES TO JOB-TAB-GOOD-TIME(TAB-HIT)
                   MOVE SPACES TO JOB-TAB-LAST(TAB-HIT)
               ELSE
                   MOVE 1 TO JOB-TAB-FULL
               END-IF
           END-IF

           IF TAB-HIT > 0 THEN
               PERFORM JUDGE-ONE-RUN
               IF LINE-IS-RUN = 1 THEN
                   ADD 1 TO JOB-TAB-RUNS(TAB-HIT)
                   IF LINE-FAILED = 1 THEN
                       ADD 1 TO JOB-TAB-FAILS(TAB-HIT)
                       IF SL-RESULT = "MISSING" THEN
                           MOVE "MISSING" TO JOB-TAB-LAST(TAB-HIT)
                       ELSE
                           MOVE "FAILED" TO JOB-TAB-LAST(TAB-HIT)
                       END-IF
                   ELSE
                       MOVE "OK" TO JOB-TAB-LAST(TAB-HIT)
                       MOVE SL-DATE TO JOB-TAB-GOOD-DATE(TAB-HIT)
                       MOVE SL-TIME TO JOB-TAB-GOOD-TIME(TAB-HIT)
                   END-IF
               END-IF
           END-IF.

       FIND-JOB-ROW.
           IF FUNCTION UPPER-CASE(JOB-TAB-ID(T))
                   = FUNCTION UPPER-CASE(SL-JOB) THEN
               MOVE T TO TAB-HIT
           END-IF.

       DISPLAY-SUMMARIES.
           DISPLAY " "
           DISPLAY "LINES READ: " READ-TOTAL
               "  MATCHED: " MATCH-TOTAL
           IF MEMBERS-READ > 0 THEN
               DISPLAY "ARCHIVED MEMBERS READ: " MEMBERS-READ
           END-IF

           IF MATCH-TOTAL > 0 THEN
               DISPLAY " "
               DISPLAY FUNCTION TRIM(SUMMARY-HEAD TRAILING)
               PERFORM SHOW-JOB-ROW
                   VARYING T FROM 1 BY 1
                   UNTIL T > JOB-TAB-TOTAL
               IF JOB-TAB-FULL = 1 THEN
                   DISPLAY "MORE THAN " MAX-JOB-COUNT
                       " JOBS - THE REST ARE LISTED ABOVE ONLY"
               END-IF
           END-IF.

       SHOW-JOB-ROW.
           MOVE JOB-TAB-ID(T) TO SUM-JOB
           MOVE JOB-TAB-RUNS(T) TO SUM-RUNS
           MOVE JOB-TAB-FAILS(T) TO SUM-FAILS
           MOVE SPACES TO SUM-GOOD
           IF JOB-TAB-GOOD-DATE(T) = SPACES THEN
               MOVE "NONE" TO SUM-GOOD
           ELSE
               STRING JOB-TAB-GOOD-DATE(T) " "
                   JOB-TAB-GOOD-TIME(T)(1:2) ":"
                   JOB-TAB-GOOD-TIME(T)(3:2)
                   DELIMITED BY SIZE INTO SUM-GOOD
           END-IF
           IF JOB-TAB-LAST(T) = SPACES THEN
               MOVE "NO RUNS" TO SUM-LAST
           ELSE
               MOVE JOB-TAB-LAST(T) TO SUM-LAST
           END-IF
           DISPLAY FUNCTION TRIM(SUMMARY-LINE TRAILING).
