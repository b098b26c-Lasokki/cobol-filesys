       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.

      *> The security exceptions report, for the security officer's
      *> morning review. "security" covers today; "security FROM
      *> [TO]" (YYYYMMDD, one day or an inclusive pair) any span,
      *> reading the archived members "rotate" closed out
      *> (SOSROTATE.DAT) whose dates overlap it ahead of the live
      *> SOSSEC.LOG. Five sections - failed and refused sign-ons by
      *> operator ID, accounts locked (with the lockouts cleared and
      *> passwords reset, and by whom), authority granted or revoked
      *> and by whom, operators refused with ERROR 05 more than once,
      *> and sessions let onto a volume read-only under another
      *> operator's lock - then the event totals. A quiet period
      *> still gets its report, each section reading NONE. Pages are
      *> headed DIRRPT-style into SOSSEC.RPT for the spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The live log or an archived member - the name arrives
      *> through the environment.
           SELECT SEC-FILE ASSIGN TO SECFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
           SELECT REG-FILE ASSIGN TO "SOSROTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT RPT-FILE ASSIGN TO "SOSSEC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEC-FILE.
       01  SEC-RECORD PIC X(109).

       FD  REG-FILE.
       01  REG-RECORD PIC X(101).

       FD  RPT-FILE.
       01  RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 SEC-STATUS PIC X(2) VALUE SPACES.
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 SECFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).
       COPY ROTATION.
       COPY SECEVENT.

       01 RANGE-LO PIC X(8).
       01 RANGE-HI PIC X(8).
       01 TODAY-DATE PIC 9(8).
       01 FILES-READ PIC 9(3).
       01 MEMBERS-READ PIC 9(3).
       01 FILE-FOUND PIC 9(1).

      * The logs are read once per pass: pass 1 tallies, passes 2,
      * 3 and 5 list the events of their section in time order.
       01 SCAN-PASS PIC 9(1).
       01 SECTION-HITS PIC 9(5).

      * Sign-on trouble per operator ID. An ID past the table's end
      * is counted on its last row, relabelled "(OTHERS)".
       78 MAX-SEC-IDS VALUE 50.
       01 ID-TAB.
           05 ID-ROW OCCURS MAX-SEC-IDS TIMES.
               10 IT-ID PIC X(8).
               10 IT-FAILED PIC 9(5).
               10 IT-REFUSED PIC 9(5).
               10 IT-LOCKED PIC 9(5).
               10 IT-FIRST PIC X(15).
               10 IT-LAST PIC X(15).
       01 ID-TOTAL PIC 9(2) VALUE 0.

      * ERROR 05 refusals per operator, the same overflow rule.
       01 DEN-TAB.
           05 DEN-ROW OCCURS MAX-SEC-IDS TIMES.
               10 DT-OPER PIC X(8).
               10 DT-COUNT PIC 9(5).
               10 DT-FIRST PIC X(15).
               10 DT-LAST PIC X(15).
               10 DT-LAST-CMD PIC X(40).
       01 DEN-TOTAL PIC 9(2) VALUE 0.
      * Refused this many times or more in the span is "repeated".
       78 REPEAT-MIN VALUE 2.

       01 T PIC 9(2).
       01 TAB-HIT PIC 9(2).
       01 EVENT-STAMP PIC X(15).

      * Event totals over the span.
       01 EVENT-TOTALS.
           05 ET-SIGNON-FAILED PIC 9(5).
           05 ET-SIGNON-REFUSED PIC 9(5).
           05 ET-LOCKOUT PIC 9(5).
           05 ET-UNLOCK PIC 9(5).
           05 ET-PWRESET PIC 9(5).
           05 ET-AUTH-GRANTED PIC 9(5).
           05 ET-AUTH-REVOKED PIC 9(5).
           05 ET-AUTH-OTHER PIC 9(5).
           05 ET-DENIED PIC 9(5).
           05 ET-READONLY PIC 9(5).
       01 EVENT-READ PIC 9(6).

       78 PAGE-LINES VALUE 60.
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 PAGE-NO PIC 9(3) VALUE 0.

       01 HEAD-LINE.
           05 FILLER PIC X(38)
               VALUE "SOS SECURITY EXCEPTIONS REPORT  DATES ".
           05 HL-FROM PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HL-TO PIC X(8).
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 HL-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  PAGE ".
           05 HL-PAGE PIC ZZ9.
           05 FILLER PIC X(50) VALUE SPACES.

       01 SECTION-LINE.
           05 SC-TEXT PIC X(60).
           05 FILLER PIC X(72) VALUE SPACES.

       01 ID-COL-LINE.
           05 FILLER PIC X(37) VALUE
               "  OPERATOR FAILED  REFUSED   LOCKED  ".
           05 FILLER PIC X(21) VALUE "FIRST            LAST".
           05 FILLER PIC X(74) VALUE SPACES.

       01 ID-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-FAILED PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 IL-REFUSED PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 IL-LOCKED PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-FIRST PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-LAST PIC X(15).
           05 FILLER PIC X(63) VALUE SPACES.

       01 EVENT-COL-LINE.
           05 FILLER PIC X(47) VALUE
               "  DATE     TIME    EVENT    OUTCOME  ACCOUNT   ".
           05 FILLER PIC X(32) VALUE
               "BY        ORIGIN VOLUME   DETAIL".
           05 FILLER PIC X(53) VALUE SPACES.

       01 EVENT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-EVENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-OUTCOME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-TARGET PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-BY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-ORIGIN PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-DETAIL PIC X(40).
           05 FILLER PIC X(19) VALUE SPACES.

       01 DEN-COL-LINE.
           05 FILLER PIC X(38) VALUE
               "  OPERATOR REFUSALS  FIRST            ".
           05 FILLER PIC X(37) VALUE
               "LAST             LAST REFUSED COMMAND".
           05 FILLER PIC X(57) VALUE SPACES.

       01 DEN-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-OPER PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FIRST PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LAST PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-CMD PIC X(40).
           05 FILLER PIC X(37) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-TEXT PIC X(40).
           05 TL-COUNT PIC ZZZZ9.
           05 FILLER PIC X(85) VALUE SPACES.

       01 NONE-LINE.
           05 FILLER PIC X(6) VALUE "  NONE".
           05 FILLER PIC X(126) VALUE SPACES.

       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 RPT-HOLD-LINE PIC X(132).

       COPY ERRORDEF.

       LINKAGE SECTION.
       01 SEL-ARG1 PIC A(32).
       01 SEL-ARG2 PIC X(32).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING SEL-ARG1 SEL-ARG2 CMD-STATUS.

      *> Working storage survives between CALLs - the run's tables
      *> and totals start from nothing every time.
           MOVE 0 TO CMD-STATUS
           MOVE 0 TO ID-TOTAL
           MOVE 0 TO DEN-TOTAL
           MOVE 0 TO FILES-READ
           MOVE 0 TO MEMBERS-READ
           MOVE 0 TO EVENT-READ
           INITIALIZE EVENT-TOTALS
           MOVE 99 TO LINE-COUNT
           MOVE 0 TO PAGE-NO
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           IF FUNCTION TRIM(SEL-ARG1) = SPACES THEN
               MOVE TODAY-DATE TO RANGE-LO
               MOVE TODAY-DATE TO RANGE-HI
           ELSE
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
               OPEN OUTPUT RPT-FILE

               MOVE 1 TO SCAN-PASS
               PERFORM SCAN-ALL-LOGS
               PERFORM WRITE-SIGNON-SECTION

               MOVE 2 TO SCAN-PASS
               MOVE "ACCOUNTS LOCKED, UNLOCKED AND PASSWORDS RESET"
                   TO SC-TEXT
               PERFORM WRITE-EVENT-SECTION

               MOVE 3 TO SCAN-PASS
               MOVE "AUTHORITY GRANTED OR REVOKED" TO SC-TEXT
               PERFORM WRITE-EVENT-SECTION

               PERFORM WRITE-DENIED-SECTION

               MOVE 5 TO SCAN-PASS
               MOVE "READ-ONLY OPENINGS UNDER ANOTHER OPERATOR'S LOCK"
                   TO SC-TEXT
               PERFORM WRITE-EVENT-SECTION

               PERFORM WRITE-TOTALS-SECTION

               CLOSE RPT-FILE

               IF FILES-READ = 0 THEN
                   DISPLAY "NO SECURITY EVENT LOG PRESENT"
               END-IF
               DISPLAY "SECURITY REPORT WRITTEN TO SOSSEC.RPT - "
                   "EVENTS: " EVENT-READ "  PAGES: " PAGE-NO
           END-IF

           EXIT PROGRAM.

      *> One full read of the span: the archived members that
      *> overlap it, oldest first, then the live log.
       SCAN-ALL-LOGS.
           MOVE 0 TO SECTION-HITS
           OPEN INPUT REG-FILE
           IF REG-STATUS = "00" THEN
               PERFORM SCAN-ONE-MEMBER
                   UNTIL REG-STATUS NOT = "00"
               CLOSE REG-FILE
           ELSE
               CLOSE REG-FILE
           END-IF
           MOVE "SOSSEC.LOG" TO SECFN
           PERFORM SCAN-ONE-FILE.

       SCAN-ONE-MEMBER.
           READ REG-FILE
           IF REG-STATUS = "00" THEN
               MOVE REG-RECORD TO ROTREG-LINE
               IF RG-LOG = "SEC" AND RG-FROM NOT = SPACES
                       AND RG-FROM <= RANGE-HI
                       AND RG-TO >= RANGE-LO THEN
                   MOVE RG-MEMBER TO SECFN
                   PERFORM SCAN-ONE-FILE
                   IF SCAN-PASS = 1 THEN
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
           MOVE "SECFN" TO ENV-NAME-HOLD
           MOVE SECFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE 0 TO FILE-FOUND
           OPEN INPUT SEC-FILE
           IF SEC-STATUS = "00" THEN
               MOVE 1 TO FILE-FOUND
               IF SCAN-PASS = 1 THEN
                   ADD 1 TO FILES-READ
               END-IF
               PERFORM SCAN-ONE-EVENT
                   UNTIL SEC-STATUS NOT = "00"
               CLOSE SEC-FILE
           ELSE
               CLOSE SEC-FILE
           END-IF.

       SCAN-ONE-EVENT.
           READ SEC-FILE INTO SEC-RECORD
           IF SEC-STATUS = "00" THEN
               MOVE SEC-RECORD TO SECEVT-LINE
               IF SE-DATE >= RANGE-LO AND SE-DATE <= RANGE-HI THEN
                   MOVE SPACES TO EVENT-STAMP
                   STRING SE-DATE DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       SE-TIME(1:6) DELIMITED BY SIZE
                       INTO EVENT-STAMP
                   END-STRING
                   EVALUATE SCAN-PASS
                       WHEN 1
                           PERFORM TALLY-ONE-EVENT
                       WHEN 2
                           IF SE-EVENT = "LOCKOUT"
                                   OR SE-EVENT = "UNLOCK"
                                   OR SE-EVENT = "PWRESET" THEN
                               PERFORM WRITE-EVENT-LINE
                           END-IF
                       WHEN 3
                           IF SE-EVENT = "AUTH" THEN
                               PERFORM WRITE-EVENT-LINE
                           END-IF
                       WHEN 5
                           IF SE-EVENT = "READONLY" THEN
                               PERFORM WRITE-EVENT-LINE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       TALLY-ONE-EVENT.
           ADD 1 TO EVENT-READ
           EVALUATE SE-EVENT
               WHEN "SIGNON"
                   PERFORM FIND-ID-ROW
                   IF SE-OUTCOME = "FAILED" THEN
                       ADD 1 TO ET-SIGNON-FAILED
                       ADD 1 TO IT-FAILED(TAB-HIT)
                   ELSE
                       ADD 1 TO ET-SIGNON-REFUSED
                       ADD 1 TO IT-REFUSED(TAB-HIT)
                   END-IF
               WHEN "LOCKOUT"
                   ADD 1 TO ET-LOCKOUT
                   PERFORM FIND-ID-ROW
                   ADD 1 TO IT-LOCKED(TAB-HIT)
               WHEN "UNLOCK"
                   ADD 1 TO ET-UNLOCK
               WHEN "PWRESET"
                   ADD 1 TO ET-PWRESET
               WHEN "AUTH"
                   EVALUATE SE-OUTCOME
                       WHEN "GRANTED"
                           ADD 1 TO ET-AUTH-GRANTED
                       WHEN "REVOKED"
                           ADD 1 TO ET-AUTH-REVOKED
                       WHEN OTHER
                           ADD 1 TO ET-AUTH-OTHER
                   END-EVALUATE
               WHEN "DENIED"
                   ADD 1 TO ET-DENIED
                   PERFORM FIND-DEN-ROW
                   ADD 1 TO DT-COUNT(TAB-HIT)
                   MOVE EVENT-STAMP TO DT-LAST(TAB-HIT)
                   MOVE SE-DETAIL TO DT-LAST-CMD(TAB-HIT)
               WHEN "READONLY"
                   ADD 1 TO ET-READONLY
           END-EVALUATE.

      *> Leaves TAB-HIT on SE-OPER's sign-on row, adding it (or
      *> falling back on the "(OTHERS)" row) first, and stamps the
      *> row's first and last sightings.
       FIND-ID-ROW.
           MOVE 0 TO TAB-HIT
           PERFORM MATCH-ONE-ID
               VARYING T FROM 1 BY 1
               UNTIL T > ID-TOTAL OR TAB-HIT > 0
           IF TAB-HIT = 0 THEN
               IF ID-TOTAL < MAX-SEC-IDS THEN
                   ADD 1 TO ID-TOTAL
                   MOVE SE-OPER TO IT-ID(ID-TOTAL)
                   MOVE 0 TO IT-FAILED(ID-TOTAL)
                   MOVE 0 TO IT-REFUSED(ID-TOTAL)
                   MOVE 0 TO IT-LOCKED(ID-TOTAL)
                   MOVE EVENT-STAMP TO IT-FIRST(ID-TOTAL)
               ELSE
                   MOVE "(OTHERS)" TO IT-ID(ID-TOTAL)
               END-IF
               MOVE ID-TOTAL TO TAB-HIT
           END-IF
           MOVE EVENT-STAMP TO IT-LAST(TAB-HIT).

       MATCH-ONE-ID.
           IF IT-ID(T) = SE-OPER THEN
               MOVE T TO TAB-HIT
           END-IF.

       FIND-DEN-ROW.
           MOVE 0 TO TAB-HIT
           PERFORM MATCH-ONE-DEN
               VARYING T FROM 1 BY 1
               UNTIL T > DEN-TOTAL OR TAB-HIT > 0
           IF TAB-HIT = 0 THEN
               IF DEN-TOTAL < MAX-SEC-IDS THEN
                   ADD 1 TO DEN-TOTAL
                   MOVE SE-OPER TO DT-OPER(DEN-TOTAL)
                   MOVE 0 TO DT-COUNT(DEN-TOTAL)
                   MOVE EVENT-STAMP TO DT-FIRST(DEN-TOTAL)
               ELSE
                   MOVE "(OTHERS)" TO DT-OPER(DEN-TOTAL)
               END-IF
               MOVE DEN-TOTAL TO TAB-HIT
           END-IF.

       MATCH-ONE-DEN.
           IF DT-OPER(T) = SE-OPER THEN
               MOVE T TO TAB-HIT
           END-IF.

       WRITE-SIGNON-SECTION.
           MOVE "FAILED AND REFUSED SIGN-ONS BY OPERATOR ID"
               TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           IF ID-TOTAL = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE ID-COL-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
               PERFORM WRITE-ID-LINE
                   VARYING T FROM 1 BY 1
                   UNTIL T > ID-TOTAL
           END-IF
           PERFORM WRITE-BLANK.

       WRITE-ID-LINE.
           MOVE IT-ID(T) TO IL-ID
           MOVE IT-FAILED(T) TO IL-FAILED
           MOVE IT-REFUSED(T) TO IL-REFUSED
           MOVE IT-LOCKED(T) TO IL-LOCKED
           MOVE IT-FIRST(T) TO IL-FIRST
           MOVE IT-LAST(T) TO IL-LAST
           MOVE ID-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> A listing section: its heading (SC-TEXT, set by the caller)
      *> and column line, then one pass over the span writing the
      *> events SCAN-PASS selects.
       WRITE-EVENT-SECTION.
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE EVENT-COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM SCAN-ALL-LOGS
           IF SECTION-HITS = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

      *> The account acted on is SE-TARGET, or SE-OPER itself when
      *> the event was the operator's own (a lockout); anyone else
      *> named in SE-OPER is who did it.
       WRITE-EVENT-LINE.
           ADD 1 TO SECTION-HITS
           MOVE SE-DATE TO EL-DATE
           MOVE SE-TIME(1:6) TO EL-TIME
           MOVE SE-EVENT TO EL-EVENT
           MOVE SE-OUTCOME TO EL-OUTCOME
           IF SE-TARGET = SPACES THEN
               MOVE SE-OPER TO EL-TARGET
               MOVE SPACES TO EL-BY
           ELSE
               MOVE SE-TARGET TO EL-TARGET
               MOVE SE-OPER TO EL-BY
           END-IF
           MOVE SE-ORIGIN TO EL-ORIGIN
           MOVE SE-VOL TO EL-VOL
           MOVE SE-DETAIL TO EL-DETAIL
           MOVE EVENT-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-DENIED-SECTION.
           MOVE "REPEATED ERROR 05 REFUSALS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE 0 TO SECTION-HITS
           PERFORM COUNT-ONE-REPEATER
               VARYING T FROM 1 BY 1
               UNTIL T > DEN-TOTAL
           IF SECTION-HITS = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           ELSE
               MOVE DEN-COL-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
               PERFORM WRITE-DEN-LINE
                   VARYING T FROM 1 BY 1
                   UNTIL T > DEN-TOTAL
           END-IF
           PERFORM WRITE-BLANK.

       COUNT-ONE-REPEATER.
           IF DT-COUNT(T) >= REPEAT-MIN THEN
               ADD 1 TO SECTION-HITS
           END-IF.

       WRITE-DEN-LINE.
           IF DT-COUNT(T) >= REPEAT-MIN THEN
               MOVE DT-OPER(T) TO DL-OPER
               MOVE DT-COUNT(T) TO DL-COUNT
               MOVE DT-FIRST(T) TO DL-FIRST
               MOVE DT-LAST(T) TO DL-LAST
               MOVE DT-LAST-CMD(T) TO DL-CMD
               MOVE DEN-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF.

       WRITE-TOTALS-SECTION.
           MOVE "EVENT TOTALS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "SIGN-ONS FAILED (WRONG PASSWORD)" TO TL-TEXT
           MOVE ET-SIGNON-FAILED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "SIGN-ONS REFUSED (LOCKED, NOT ENROLLED)"
               TO TL-TEXT
           MOVE ET-SIGNON-REFUSED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ACCOUNTS LOCKED" TO TL-TEXT
           MOVE ET-LOCKOUT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "LOCKOUTS CLEARED" TO TL-TEXT
           MOVE ET-UNLOCK TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "PASSWORDS RESET" TO TL-TEXT
           MOVE ET-PWRESET TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "AUTHORITY GRANTED" TO TL-TEXT
           MOVE ET-AUTH-GRANTED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "AUTHORITY REVOKED" TO TL-TEXT
           MOVE ET-AUTH-REVOKED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "AUTHORITY RE-SET UNCHANGED" TO TL-TEXT
           MOVE ET-AUTH-OTHER TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ERROR 05 REFUSALS" TO TL-TEXT
           MOVE ET-DENIED TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "READ-ONLY OPENINGS" TO TL-TEXT
           MOVE ET-READONLY TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-BLANK
           MOVE "EVENTS IN ALL" TO TL-TEXT
           MOVE EVENT-READ TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "ARCHIVED MEMBERS READ" TO TL-TEXT
           MOVE MEMBERS-READ TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

      *> Every line goes through here so the page break is applied
      *> in one place: a full page forces a fresh heading with the
      *> span, run date and page number.
       WRITE-RPT-LINE.
           IF LINE-COUNT >= PAGE-LINES THEN
               ADD 1 TO PAGE-NO
               MOVE RANGE-LO TO HL-FROM
               MOVE RANGE-HI TO HL-TO
               MOVE TODAY-DATE TO HL-DATE
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
