      *> column. When the word index NDXBLD maintains (SOSNDX.DAT)
      *> is present, volumes whose indexed words cannot contain the
      *> search text are never opened at all - repeated searches
      *> stop re-reading every volume end to end. Files the access
      *> entries keep from this operator are not searched, on the
      *> mounted volume by the shell's access map and elsewhere by
      *> the entries read with the volume (FOREIGN-READ-CHECK).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NDX-FILE ASSIGN TO "SOSNDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NDX-STATUS.
           SELECT GROUP-FILE ASSIGN TO "SOSGROUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GROUP-STATUS.
           SELECT XG-DATA-FILE ASSIGN TO XGDATAFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 XG-REC-ECLASS PIC X(1).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

       FD  NDX-FILE.
       01  NDX-RECORD PIC X(25).

       FD  GROUP-FILE.
       01  GROUP-RECORD PIC X(17).

       WORKING-STORAGE SECTION.
       01 VOLCAT-STATUS PIC X(2) VALUE SPACES.
       01 NDX-STATUS PIC X(2) VALUE SPACES.
       01 XG-DATA-STATUS PIC X(2) VALUE SPACES.
       01 GROUP-STATUS PIC X(2) VALUE SPACES.
       01 XGDATAFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).

       01 VOLCAT-IN-LINE.
           05 VCAT-NAME PIC X(8).
           05 FILLER PIC X(45).
       78 MAX-VOLCAT-COUNT VALUE 20.
       01 VOL-TABLE.
           05 VOL-ROW OCCURS MAX-VOLCAT-COUNT TIMES.
       01 FSEG-TOTAL PIC 9(3).
       01 FSX PIC 9(3).

      * The foreign volume's access entries (record class 3, laid
      * out as ACLDEF.cpy's ACL-ENTRY) and the groups this operator
      * belongs to (SOSGROUP.DAT) - enough to work out read access
      * the way the shell's BUILD-ACCESS-MAP does for the mounted
      * volume. (Sized to match MAX-ACL-COUNT / MAX-GROUP-COUNT.)
       01 FACL-TABLE.
           05 FACL-ROW OCCURS 100 TIMES.
               10 FACL-EID PIC 9(3).
               10 FACL-KIND PIC X(1).
               10 FACL-WHO PIC X(8).
               10 FACL-RIGHTS PIC X(3).
       01 FACL-TOTAL PIC 9(3).
       01 FAX PIC 9(3).
       01 GROUP-IN-LINE.
           05 GF-GROUP PIC X(8).
           05 FILLER PIC X(1).
           05 GF-MEMBER PIC X(8).
       01 MY-GROUP-TABLE.
           05 MY-GROUP OCCURS 100 TIMES PIC X(8).
       01 MY-GROUP-TOTAL PIC 9(3) VALUE 0.
       01 MGX PIC 9(3).
       01 FA-APPLIES PIC 9(1).
       01 FA-READ PIC 9(1).
       01 FA-SOURCE PIC X(1). *> G granted, C governed, blank neither
       01 FA-WALK-IND PIC 9(3).
       01 FA-PREV-IND PIC 9(3).
       01 FA-TEMPLATE PIC 9(1).
       78 TEMPLATE-AREA-NAME VALUE ".TEMPLATES".

      * The substring scan - same shape GREP applies, case folded
      * when the caller's "-i" asks for it.
       01 SEARCH-FOLDED PIC X(32).
       01 FILE-HIT PIC 9(1).
       01 MATCH-COUNT PIC 9(4) VALUE 0.
       01 WITHHELD-COUNT PIC 9(4) VALUE 0.
       01 UNREADABLE-COUNT PIC 9(4) VALUE 0.
       01 CUR-VOL PIC X(8).

      * Trash test and path building over whichever table is in
       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY SEGMENTS.
       COPY ACCESSMAP.
       01 MOUNT-VOL-NAME PIC X(8).
       01 SEARCH-TEXT PIC X(32).
       01 GREP-MODE PIC 9(1).

       PROCEDURE DIVISION USING FILESYSTEM CONTENT-SEGMENTS
               MOUNT-VOL-NAME SEARCH-TEXT GREP-MODE CMD-STATUS
               OPERATOR-ID ACCESS-MAP.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO WITHHELD-COUNT
           MOVE 0 TO UNREADABLE-COUNT

           IF GREP-NOCASE THEN
               MOVE FUNCTION UPPER-CASE(SEARCH-TEXT)
           END-IF

           PERFORM LOAD-VOL-TABLE
           PERFORM LOAD-MY-GROUPS
           PERFORM CONSULT-WORD-INDEX

      *> The mounted volume first, from its live table.
               DISPLAY "(" WITHHELD-COUNT " CLASSIFIED FILE(S) "
                   "NOT SEARCHED)"
           END-IF
           IF UNREADABLE-COUNT > 0 THEN
               DISPLAY "(" UNREADABLE-COUNT " FILE(S) WITHOUT READ "
                   "ACCESS NOT SEARCHED)"
           END-IF
           IF MATCH-COUNT = 0 THEN
               DISPLAY "NO MATCHES"
               MOVE 1 TO CMD-STATUS
               MOVE 1 TO VOL-WANTED(VOL-TOTAL)
           END-IF.

      *> The groups naming this operator, from SOSGROUP.DAT; a
      *> missing file is simply no groups.
       LOAD-MY-GROUPS.
           MOVE 0 TO MY-GROUP-TOTAL
           OPEN INPUT GROUP-FILE
           IF GROUP-STATUS = "00" THEN
               PERFORM LOAD-ONE-GROUP-ROW
                   UNTIL GROUP-STATUS NOT = "00"
               CLOSE GROUP-FILE
           ELSE
               CLOSE GROUP-FILE
           END-IF.

       LOAD-ONE-GROUP-ROW.
           READ GROUP-FILE INTO GROUP-RECORD
           IF GROUP-STATUS = "00" THEN
               MOVE GROUP-RECORD TO GROUP-IN-LINE
               IF GF-MEMBER = OPERATOR-ID
                       AND MY-GROUP-TOTAL < 100 THEN
                   ADD 1 TO MY-GROUP-TOTAL
                   MOVE GF-GROUP TO MY-GROUP(MY-GROUP-TOTAL)
               END-IF
           END-IF.

      *> With an index on file, a volume stays closed unless one of
      *> its indexed words carries the search text (or its word set
      *> overflowed at build time). No index means every volume is
                   ADD 1 TO WITHHELD-COUNT
                   MOVE 1 TO TRASH-SKIP
               END-IF
      *> Nor is one its access entries keep from this operator.
               IF TRASH-SKIP = 0 AND ACC-READ(I) = 0 THEN
                   ADD 1 TO UNREADABLE-COUNT
                   MOVE 1 TO TRASH-SKIP
               END-IF
               IF TRASH-SKIP = 0 THEN
                   MOVE 0 TO FILE-HIT
                   MOVE ECONTENT(I) TO SCAN-TEXT

               MOVE 0 TO FT-TOTAL
               MOVE 0 TO FSEG-TOTAL
               MOVE 0 TO FACL-TOTAL
               OPEN INPUT XG-DATA-FILE
               IF XG-DATA-STATUS = "00" THEN
                   PERFORM LOAD-ONE-FOREIGN-RECORD
                       MOVE XG-REC-CONTENT TO FS-TEXT(FSEG-TOTAL)
                   END-IF
               ELSE
               IF XG-REC-RTYPE = 3 THEN
                   IF FACL-TOTAL < 100 THEN
                       ADD 1 TO FACL-TOTAL
                       MOVE XG-REC-EID TO FACL-EID(FACL-TOTAL)
                       MOVE XG-REC-ENAME(1:1) TO FACL-KIND(FACL-TOTAL)
                       MOVE XG-REC-ENAME(2:8) TO FACL-WHO(FACL-TOTAL)
                       MOVE XG-REC-ENAME(10:3)
                           TO FACL-RIGHTS(FACL-TOTAL)
                   END-IF
               ELSE
      *> Entity records only - a tag record (class 2) would load as
      *> a phantom file row and eat the table's 200-row cap.
                   IF XG-REC-RTYPE = 0 AND FT-TOTAL < 200 THEN
                       MOVE XG-REC-CONTENT TO FT-CONTENT(FT-TOTAL)
                   END-IF
               END-IF
               END-IF
           END-IF.

       SEARCH-FOREIGN-ROW.
                   ADD 1 TO WITHHELD-COUNT
                   MOVE 1 TO TRASH-SKIP
               END-IF
               IF TRASH-SKIP = 0 THEN
                   PERFORM FOREIGN-READ-CHECK
                   IF FA-READ = 0 THEN
                       ADD 1 TO UNREADABLE-COUNT
                       MOVE 1 TO TRASH-SKIP
                   END-IF
               END-IF
               IF TRASH-SKIP = 0 THEN
                   MOVE 0 TO FILE-HIT
                   MOVE FT-CONTENT(FX) TO SCAN-TEXT
               END-IF
           END-IF.

      *> FA-READ 1 when this operator may read foreign file FX: its
      *> owner, anyone an entry on it or an ancestor grants read
      *> (naming them or a group of theirs), anyone at all where no
      *> entry governs it, and anyone under the root's template
      *> area - the rule BUILD-ACCESS-MAP applies, which must stay
      *> in step.
       FOREIGN-READ-CHECK.
           MOVE 0 TO FA-READ
           MOVE SPACE TO FA-SOURCE
           MOVE 0 TO FA-TEMPLATE
           IF FT-OWNER(FX) = OPERATOR-ID THEN
               MOVE 1 TO FA-READ
           ELSE
               IF FACL-TOTAL > 0 THEN
                   MOVE FX TO FA-WALK-IND
                   MOVE 0 TO FA-PREV-IND
                   PERFORM FOREIGN-ACCESS-STEP
                       VARYING HOP FROM 1 BY 1
                       UNTIL HOP > 200 OR FA-WALK-IND = 0
               END-IF
               IF FA-SOURCE = SPACE OR FA-TEMPLATE = 1 THEN
                   MOVE 1 TO FA-READ
               END-IF
           END-IF.

       FOREIGN-ACCESS-STEP.
           PERFORM APPLY-ONE-FOREIGN-ACL
               VARYING FAX FROM 1 BY 1
               UNTIL FAX > FACL-TOTAL
           IF FT-EPARENT(FA-WALK-IND) = 0 THEN
               IF FT-NAME(FA-WALK-IND) = "/" AND FA-PREV-IND > 0
                       AND FT-ETYPE(FA-PREV-IND) = 1
                       AND FT-NAME(FA-PREV-IND) = TEMPLATE-AREA-NAME
                       THEN
                   MOVE 1 TO FA-TEMPLATE
               END-IF
               MOVE 0 TO FA-WALK-IND
           ELSE
               MOVE FT-EPARENT(FA-WALK-IND) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-FOREIGN-ROW
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > FT-TOTAL OR WALK-FOUND = 1
               IF WALK-FOUND = 1
                       AND WALK-MATCH-IND NOT = FA-WALK-IND THEN
                   MOVE FA-WALK-IND TO FA-PREV-IND
                   MOVE WALK-MATCH-IND TO FA-WALK-IND
               ELSE
                   MOVE 0 TO FA-WALK-IND
               END-IF
           END-IF.

       APPLY-ONE-FOREIGN-ACL.
           IF FACL-EID(FAX) = FT-EID(FA-WALK-IND) THEN
               MOVE 0 TO FA-APPLIES
               IF FACL-KIND(FAX) = "O" THEN
                   IF FACL-WHO(FAX) = OPERATOR-ID THEN
                       MOVE 1 TO FA-APPLIES
                   END-IF
               ELSE
                   PERFORM FIND-MY-GROUP
                       VARYING MGX FROM 1 BY 1
                       UNTIL MGX > MY-GROUP-TOTAL OR FA-APPLIES = 1
               END-IF
               IF FA-APPLIES = 1 THEN
                   MOVE "G" TO FA-SOURCE
                   IF FACL-RIGHTS(FAX)(1:1) = "R" THEN
                       MOVE 1 TO FA-READ
                   END-IF
               ELSE
                   IF FA-SOURCE = SPACE THEN
                       MOVE "C" TO FA-SOURCE
                   END-IF
               END-IF
           END-IF.

       FIND-MY-GROUP.
           IF MY-GROUP(MGX) = FACL-WHO(FAX) THEN
               MOVE 1 TO FA-APPLIES
           END-IF.

       SCAN-FOREIGN-SEG.
           IF FS-EID(FSX) = FT-EID(FX) THEN
               MOVE FS-TEXT(FSX) TO SCAN-TEXT
