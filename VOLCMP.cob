       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLCMP.

      *> Volume-to-volume comparison ("vcompare vol1 vol2 [path]").
      *> Two cataloged volumes - a TEST and its PROD mirror, or a
      *> volume just restored and the one it came from - are read
      *> whole, the mounted one from its live table and any other
      *> opened read-only in place the way DUPRPT and XGREP open
      *> them, and their live entities (trash excluded) matched by
      *> full path. The report lists the paths only on the first
      *> volume, the paths only on the second, and the paths on both
      *> whose type, size, owner, classification or ECHECKSUM
      *> differ, each section in path order, with the counts per
      *> category at the end. A path names a subtree to limit the
      *> run to that directory and everything below it. Pages are
      *> headed DIRRPT-style into SOSVCMP.RPT for the spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO "SOSVCMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT VOLCAT-FILE ASSIGN TO "SOSVOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLCAT-STATUS.
      *> A foreign volume's data file, opened read-only in place -
      *> the name arrives through the environment, the same
      *> ASSIGN-to-data-item pattern the shell's volume files use.
           SELECT CMP-DATA-FILE ASSIGN TO CMPDATAFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-REC-KEY
               FILE STATUS IS CMP-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-RECORD PIC X(132).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

      *> Image of FS-DATA-RECORD in sos.cob - must stay in step.
       FD  CMP-DATA-FILE.
       01  CMP-DATA-RECORD.
           05 CMP-REC-KEY.
               10 CMP-REC-EID PIC 9(3).
               10 CMP-REC-RTYPE PIC 9(1).
               10 CMP-REC-RSEQ PIC 9(3).
           05 CMP-REC-ETYPE PIC 9(1).
           05 CMP-REC-EPARENT PIC 9(3).
           05 CMP-REC-ENAME PIC X(32).
           05 CMP-REC-ESIZE PIC 9(4).
           05 CMP-REC-ECREATED PIC 9(8).
           05 CMP-REC-EMODIFIED PIC 9(8).
           05 CMP-REC-OWNER PIC X(8).
           05 CMP-REC-CONTENT PIC X(60).
           05 CMP-REC-CHECKSUM PIC 9(4).
           05 CMP-REC-TRASHPAR PIC 9(3).
           05 CMP-REC-TRASHDATE PIC 9(8).
           05 CMP-REC-ECLASS PIC X(1).

       WORKING-STORAGE SECTION.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       78 PAGE-LINES VALUE 60.
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 TODAY-DATE PIC 9(8).

       01 VOLCAT-STATUS PIC X(2) VALUE SPACES.
       01 CMP-DATA-STATUS PIC X(2) VALUE SPACES.
       01 CMPDATAFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).

      * Fixed-column view of one catalog row - must stay in step
      * with VOLCAT-IN-LINE in sos.cob.
       01 VOLCAT-IN-LINE.
           05 VCAT-NAME PIC X(8).
           05 FILLER PIC X(45).
       78 MAX-VOLCAT-COUNT VALUE 20.
       01 VOL-TABLE.
           05 VOL-NAME-ENT OCCURS MAX-VOLCAT-COUNT TIMES PIC X(8).
       01 VOL-TOTAL PIC 9(2) VALUE 0.
       01 VX PIC 9(2).
       01 VOL-FOUND PIC 9(1).
       01 MOUNT-NORM PIC X(8).

      * The two volumes, side 1 and side 2, and the subtree limit.
       01 SIDE-NAMES.
           05 SIDE-VOL OCCURS 2 TIMES PIC X(8).
       01 SN PIC 9(1).
       01 OTHER-SN PIC 9(1).
       01 SUBTREE-NORM PIC X(100).
       01 SUBTREE-LEN PIC 9(3).
       01 SUBTREE-HITS PIC 9(3).

      * One volume as read, before paths are built - the live table
      * or the foreign data file's entity records. (Sized to match
      * MAX-ENTITY-COUNT - parsed before the copybook below is in
      * scope.)
       01 RAW-TABLE.
           05 RT-ROW OCCURS 200 TIMES.
               10 RT-EID PIC 9(3).
               10 RT-ETYPE PIC 9(1).
               10 RT-EPARENT PIC 9(3).
               10 RT-NAME PIC X(32).
               10 RT-SIZE PIC 9(4).
               10 RT-OWNER PIC X(8).
               10 RT-CLASS PIC X(1).
               10 RT-CKSUM PIC 9(4).
       01 RT-TOTAL PIC 9(3) VALUE 0.
       01 RX PIC 9(3).

      * Each side's live entities by full path, sorted on the path.
       01 CMP-TABLE.
           05 CMP-SIDE OCCURS 2 TIMES.
               10 CS-TOTAL PIC 9(3).
               10 CS-ROW OCCURS 200 TIMES.
                   15 CS-PATH PIC X(100).
                   15 CS-ETYPE PIC 9(1).
                   15 CS-SIZE PIC 9(4).
                   15 CS-OWNER PIC X(8).
                   15 CS-CLASS PIC X(1).
                   15 CS-CKSUM PIC 9(4).
                   15 CS-MATCH PIC 9(3).
       01 CX PIC 9(3).
       01 CY PIC 9(3).
       01 CMP-HIT PIC 9(3).
       01 SWAP-ROW.
           05 SW-PATH PIC X(100).
           05 SW-ETYPE PIC 9(1).
           05 SW-SIZE PIC 9(4).
           05 SW-OWNER PIC X(8).
           05 SW-CLASS PIC X(1).
           05 SW-CKSUM PIC 9(4).
           05 SW-MATCH PIC 9(3).
       01 SORT-SWAPPED PIC 9(1).
       01 SORT-LIMIT PIC 9(3).

      * Trash test and path building over the raw table.
       78 TRASH-NAME VALUE ".TRASH".
       01 TRASH-SKIP PIC 9(1).
       01 TRASH-DONE PIC 9(1).
       01 TRASH-CUR PIC 9(3).
       01 HOP PIC 9(3).
       01 WALK-EID PIC 9(3).
       01 WALK-IND PIC 9(3).
       01 WALK-MATCH-IND PIC 9(3).
       01 WALK-FOUND PIC 9(1).
       01 PATH-STACK.
           05 PATH-ENTRY OCCURS 200 TIMES PIC X(32).
       01 PATH-DEPTH PIC 9(3).
       01 M PIC 9(3).
       01 SEGMENT-START PIC 9(3).
       01 PATH-WORK PIC X(100).
       01 PATH-PTR PIC 9(3).

      * Counts per category, and per attribute among the differing.
       01 ONLY-COUNTS.
           05 ONLY-COUNT OCCURS 2 TIMES PIC 9(4).
       01 DIFFER-COUNT PIC 9(4) VALUE 0.
       01 SAME-COUNT PIC 9(4) VALUE 0.
       01 TYPE-DIFFS PIC 9(4) VALUE 0.
       01 SIZE-DIFFS PIC 9(4) VALUE 0.
       01 OWNER-DIFFS PIC 9(4) VALUE 0.
       01 CLASS-DIFFS PIC 9(4) VALUE 0.
       01 CKSUM-DIFFS PIC 9(4) VALUE 0.
       01 DIFF-TEXT PIC X(30).
       01 DIFF-PTR PIC 9(2).

       01 HEAD-LINE.
           05 FILLER PIC X(20) VALUE "SOS VOLUME COMPARE  ".
           05 HL-VOL-1 PIC X(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HL-VOL-2 PIC X(8).
           05 FILLER PIC X(10) VALUE "  SUBTREE ".
           05 HL-SUBTREE PIC X(48).
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 HL-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  PAGE ".
           05 HL-PAGE PIC ZZ9.
           05 FILLER PIC X(9) VALUE SPACES.

       01 COL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(49) VALUE "PATH".
           05 FILLER PIC X(9) VALUE "VOLUME".
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(5) VALUE "SIZE".
           05 FILLER PIC X(9) VALUE "OWNER".
           05 FILLER PIC X(3) VALUE "CL".
           05 FILLER PIC X(7) VALUE "CKSUM".
           05 FILLER PIC X(43) VALUE "DIFFERS IN".

       01 SECTION-LINE.
           05 SC-TEXT PIC X(60).
           05 FILLER PIC X(72) VALUE SPACES.

       01 ENTRY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-PATH PIC X(48).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-TYPE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-SIZE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-OWNER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 EL-CLASS PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EL-CKSUM PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EL-DIFFS PIC X(30).
           05 FILLER PIC X(13) VALUE SPACES.

       01 NONE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "(NONE)".
           05 FILLER PIC X(124) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-LABEL PIC X(40).
           05 TL-COUNT PIC ZZZ9.
           05 FILLER PIC X(86) VALUE SPACES.

       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 RPT-HOLD-LINE PIC X(132).

       LINKAGE SECTION.
       COPY FILESYSTEM.
       01 MOUNT-VOL-NAME PIC X(8).
       01 CMP-VOL-1 PIC X(32).
       01 CMP-VOL-2 PIC X(32).
      *> subtree to limit the run to - spaces for the whole volume
       01 CMP-SUBTREE PIC X(60).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING FILESYSTEM MOUNT-VOL-NAME CMP-VOL-1
               CMP-VOL-2 CMP-SUBTREE CMD-STATUS.

           MOVE 0 TO CMD-STATUS
           MOVE 99 TO LINE-COUNT
           MOVE 0 TO PAGE-NO
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE MOUNT-VOL-NAME TO MOUNT-NORM
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MOUNT-NORM))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO MOUNT-NORM
           END-IF
           MOVE CMP-VOL-1 TO SIDE-VOL(1)
           MOVE CMP-VOL-2 TO SIDE-VOL(2)
           PERFORM NORMALIZE-SIDE-NAME
               VARYING SN FROM 1 BY 1
               UNTIL SN > 2
           PERFORM NORMALIZE-SUBTREE

           PERFORM LOAD-VOL-TABLE
           PERFORM CHECK-SIDE-CATALOGED
               VARYING SN FROM 1 BY 1
               UNTIL SN > 2 OR CMD-STATUS NOT = 0
           IF CMD-STATUS = 0 AND SIDE-VOL(1) = SIDE-VOL(2) THEN
               DISPLAY "ERROR: BOTH SIDES NAME VOLUME "
                   FUNCTION TRIM(SIDE-VOL(1))
               MOVE 1 TO CMD-STATUS
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM LOAD-ONE-SIDE
                   VARYING SN FROM 1 BY 1
                   UNTIL SN > 2 OR CMD-STATUS NOT = 0
           END-IF

           IF CMD-STATUS = 0 AND SUBTREE-NORM NOT = "/"
                   AND SUBTREE-HITS = 0 THEN
               DISPLAY "ERROR: " FUNCTION TRIM(SUBTREE-NORM)
                   " IS ON NEITHER VOLUME"
               MOVE 1 TO CMD-STATUS
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM SORT-ONE-SIDE
                   VARYING SN FROM 1 BY 1
                   UNTIL SN > 2
               PERFORM MATCH-SIDE-ONE-ROW
                   VARYING CX FROM 1 BY 1
                   UNTIL CX > CS-TOTAL(1)
               PERFORM WRITE-COMPARE-REPORT
               DISPLAY "VOLUME COMPARE WRITTEN TO SOSVCMP.RPT - "
                   "ONLY ON " FUNCTION TRIM(SIDE-VOL(1)) ": "
                   ONLY-COUNT(1)
                   "  ONLY ON " FUNCTION TRIM(SIDE-VOL(2)) ": "
                   ONLY-COUNT(2) "  DIFFERING: " DIFFER-COUNT
           END-IF

           EXIT PROGRAM.

       NORMALIZE-SIDE-NAME.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(SIDE-VOL(SN)))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO SIDE-VOL(SN)
           END-IF.

      *> The limit as an absolute path without a trailing slash; "/"
      *> (or nothing) means the whole volume.
       NORMALIZE-SUBTREE.
           MOVE SPACES TO SUBTREE-NORM
           IF CMP-SUBTREE = SPACES THEN
               MOVE "/" TO SUBTREE-NORM
           ELSE
               IF CMP-SUBTREE(1:1) = "/" THEN
                   MOVE CMP-SUBTREE TO SUBTREE-NORM
               ELSE
                   STRING "/" DELIMITED BY SIZE
                       FUNCTION TRIM(CMP-SUBTREE) DELIMITED BY SIZE
                       INTO SUBTREE-NORM
               END-IF
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SUBTREE-NORM))
               TO SUBTREE-LEN
           IF SUBTREE-LEN > 1
                   AND SUBTREE-NORM(SUBTREE-LEN:1) = "/" THEN
               MOVE SPACE TO SUBTREE-NORM(SUBTREE-LEN:1)
               SUBTRACT 1 FROM SUBTREE-LEN
           END-IF
           MOVE 0 TO SUBTREE-HITS.

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

      *> DEFAULT always exists; any other side must be on the
      *> catalog.
       CHECK-SIDE-CATALOGED.
           MOVE 0 TO VOL-FOUND
           IF SIDE-VOL(SN) = "DEFAULT" THEN
               MOVE 1 TO VOL-FOUND
           END-IF
           PERFORM FIND-CATALOG-ROW
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOL-TOTAL OR VOL-FOUND = 1
           IF VOL-FOUND = 0 THEN
               DISPLAY "ERROR: VOLUME " FUNCTION TRIM(SIDE-VOL(SN))
                   " NOT CATALOGED"
               MOVE 1 TO CMD-STATUS
           END-IF.

       FIND-CATALOG-ROW.
           IF VOL-NAME-ENT(VX) = SIDE-VOL(SN) THEN
               MOVE 1 TO VOL-FOUND
           END-IF.

      *> Side SN read into the raw table - from the live table when
      *> it is the mounted volume - then each live row in the
      *> subtree carried over with its full path.
       LOAD-ONE-SIDE.
           MOVE 0 TO RT-TOTAL
           MOVE 0 TO CS-TOTAL(SN)
           IF SIDE-VOL(SN) = MOUNT-NORM THEN
               PERFORM LOAD-ONE-LIVE-ROW
                   VARYING I FROM 1 BY 1
                   UNTIL I > MAX-ENTITY-COUNT
           ELSE
               IF SIDE-VOL(SN) = "DEFAULT" THEN
                   MOVE "SOSDATA.DAT" TO CMPDATAFN
               ELSE
                   MOVE SPACES TO CMPDATAFN
                   STRING "SOSDATA-" DELIMITED BY SIZE
                       FUNCTION TRIM(SIDE-VOL(SN))
                       DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO CMPDATAFN
               END-IF
               MOVE "CMPDATAFN" TO ENV-NAME-HOLD
               MOVE CMPDATAFN TO ENV-VALUE-HOLD
               DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
               DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE

               OPEN INPUT CMP-DATA-FILE
               IF CMP-DATA-STATUS = "00" THEN
                   PERFORM LOAD-ONE-FOREIGN-RECORD
                       UNTIL CMP-DATA-STATUS NOT = "00"
                   CLOSE CMP-DATA-FILE
               ELSE
                   CLOSE CMP-DATA-FILE
                   DISPLAY "ERROR: VOLUME "
                       FUNCTION TRIM(SIDE-VOL(SN))
                       " DATA FILE CANNOT BE READ"
                   MOVE 1 TO CMD-STATUS
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM KEEP-ONE-RAW-ROW
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > RT-TOTAL
           END-IF.

       LOAD-ONE-LIVE-ROW.
           IF EID(I) NOT = 0 THEN
               ADD 1 TO RT-TOTAL
               MOVE EID(I) TO RT-EID(RT-TOTAL)
               MOVE ETYPE(I) TO RT-ETYPE(RT-TOTAL)
               MOVE EPARENT(I) TO RT-EPARENT(RT-TOTAL)
               MOVE ENAME(I) TO RT-NAME(RT-TOTAL)
               MOVE ESIZE(I) TO RT-SIZE(RT-TOTAL)
               MOVE OWNER(I) TO RT-OWNER(RT-TOTAL)
               MOVE ECLASS(I) TO RT-CLASS(RT-TOTAL)
               MOVE ECHECKSUM(I) TO RT-CKSUM(RT-TOTAL)
           END-IF.

      *> Entity records only - segment, tag and access records share
      *> the file.
       LOAD-ONE-FOREIGN-RECORD.
           READ CMP-DATA-FILE NEXT RECORD
           IF CMP-DATA-STATUS = "00"
                   AND CMP-REC-RTYPE = 0
                   AND RT-TOTAL < 200 THEN
               ADD 1 TO RT-TOTAL
               MOVE CMP-REC-EID TO RT-EID(RT-TOTAL)
               MOVE CMP-REC-ETYPE TO RT-ETYPE(RT-TOTAL)
               MOVE CMP-REC-EPARENT TO RT-EPARENT(RT-TOTAL)
               MOVE CMP-REC-ENAME TO RT-NAME(RT-TOTAL)
               MOVE CMP-REC-ESIZE TO RT-SIZE(RT-TOTAL)
               MOVE CMP-REC-OWNER TO RT-OWNER(RT-TOTAL)
               MOVE CMP-REC-ECLASS TO RT-CLASS(RT-TOTAL)
               MOVE CMP-REC-CHECKSUM TO RT-CKSUM(RT-TOTAL)
           END-IF.

       KEEP-ONE-RAW-ROW.
           PERFORM CHECK-RAW-TRASH
           IF TRASH-SKIP = 0 THEN
               PERFORM BUILD-RAW-PATH
               IF SUBTREE-NORM = "/"
                       OR PATH-WORK = SUBTREE-NORM
                       OR (PATH-WORK(1:SUBTREE-LEN)
                       = SUBTREE-NORM(1:SUBTREE-LEN)
                       AND PATH-WORK(SUBTREE-LEN + 1:1) = "/") THEN
                   IF PATH-WORK = SUBTREE-NORM THEN
                       ADD 1 TO SUBTREE-HITS
                   END-IF
                   ADD 1 TO CS-TOTAL(SN)
                   MOVE CS-TOTAL(SN) TO CX
                   MOVE PATH-WORK TO CS-PATH(SN, CX)
                   MOVE RT-ETYPE(RX) TO CS-ETYPE(SN, CX)
                   MOVE RT-SIZE(RX) TO CS-SIZE(SN, CX)
                   MOVE RT-OWNER(RX) TO CS-OWNER(SN, CX)
                   MOVE RT-CLASS(RX) TO CS-CLASS(SN, CX)
                   MOVE RT-CKSUM(RX) TO CS-CKSUM(SN, CX)
                   MOVE 0 TO CS-MATCH(SN, CX)
               END-IF
           END-IF.

      *> Row RX is out if its chain of parents ends at the trash
      *> area's row.
       CHECK-RAW-TRASH.
           MOVE 0 TO TRASH-SKIP
           MOVE 0 TO TRASH-DONE
           MOVE RX TO TRASH-CUR
           PERFORM RAW-TRASH-STEP
               VARYING HOP FROM 1 BY 1
               UNTIL HOP > 200 OR TRASH-DONE = 1.

       RAW-TRASH-STEP.
           IF RT-EPARENT(TRASH-CUR) = 0 THEN
               IF RT-NAME(TRASH-CUR) = TRASH-NAME THEN
                   MOVE 1 TO TRASH-SKIP
               END-IF
               MOVE 1 TO TRASH-DONE
           ELSE
               MOVE RT-EPARENT(TRASH-CUR) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-RAW-ROW
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > RT-TOTAL OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE WALK-MATCH-IND TO TRASH-CUR
               ELSE
                   MOVE 1 TO TRASH-DONE
               END-IF
           END-IF.

       FIND-RAW-ROW.
           IF RT-EID(WALK-IND) = WALK-EID
                   AND RT-EID(WALK-IND) NOT = 0 THEN
               MOVE 1 TO WALK-FOUND
               MOVE WALK-IND TO WALK-MATCH-IND
           END-IF.

      *> Row RX's full path; the root row's own path is "/".
       BUILD-RAW-PATH.
           MOVE SPACES TO PATH-WORK
           IF RT-EPARENT(RX) = 0 THEN
               MOVE "/" TO PATH-WORK
           ELSE
               MOVE 0 TO PATH-DEPTH
               MOVE RT-EPARENT(RX) TO WALK-EID
               PERFORM COLLECT-RAW-ANCESTOR
                   VARYING HOP FROM 1 BY 1
                   UNTIL HOP > 200 OR WALK-EID = 0
               MOVE 1 TO PATH-PTR
               STRING "/" DELIMITED BY SIZE
                   INTO PATH-WORK
                   WITH POINTER PATH-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
               IF PATH-DEPTH > 1 THEN
                   COMPUTE SEGMENT-START = PATH-DEPTH - 1
                   PERFORM APPEND-PATH-SEGMENT
                       VARYING M FROM SEGMENT-START BY -1
                       UNTIL M < 1
               END-IF
               STRING FUNCTION TRIM(RT-NAME(RX)) DELIMITED BY SIZE
                   INTO PATH-WORK
                   WITH POINTER PATH-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       COLLECT-RAW-ANCESTOR.
           MOVE 0 TO WALK-FOUND
           PERFORM FIND-RAW-ROW
               VARYING WALK-IND FROM 1 BY 1
               UNTIL WALK-IND > RT-TOTAL OR WALK-FOUND = 1
           IF WALK-FOUND = 1 THEN
               ADD 1 TO PATH-DEPTH
               MOVE RT-NAME(WALK-MATCH-IND)
                   TO PATH-ENTRY(PATH-DEPTH)
               MOVE RT-EPARENT(WALK-MATCH-IND) TO WALK-EID
           ELSE
               MOVE 0 TO WALK-EID
           END-IF.

       APPEND-PATH-SEGMENT.
           STRING FUNCTION TRIM(PATH-ENTRY(M)) DELIMITED BY SIZE,
               "/" DELIMITED BY SIZE
               INTO PATH-WORK
               WITH POINTER PATH-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

      *> Exchange sort of side SN on the path - at most 200 rows.
       SORT-ONE-SIDE.
           MOVE 1 TO SORT-SWAPPED
           MOVE CS-TOTAL(SN) TO SORT-LIMIT
           PERFORM SORT-ONE-PASS
               UNTIL SORT-SWAPPED = 0 OR SORT-LIMIT < 2.

       SORT-ONE-PASS.
           MOVE 0 TO SORT-SWAPPED
           PERFORM SORT-ONE-PAIR
               VARYING CX FROM 1 BY 1
               UNTIL CX >= SORT-LIMIT
           SUBTRACT 1 FROM SORT-LIMIT.

       SORT-ONE-PAIR.
           COMPUTE CY = CX + 1
           IF CS-PATH(SN, CX) > CS-PATH(SN, CY) THEN
               MOVE CS-ROW(SN, CX) TO SWAP-ROW
               MOVE CS-ROW(SN, CY) TO CS-ROW(SN, CX)
               MOVE SWAP-ROW TO CS-ROW(SN, CY)
               MOVE 1 TO SORT-SWAPPED
           END-IF.

      *> Pairs side 1's row CX with side 2's row of the same path;
      *> CS-MATCH on each side points at its partner.
       MATCH-SIDE-ONE-ROW.
           MOVE 0 TO CMP-HIT
           PERFORM FIND-SIDE-TWO-ROW
               VARYING CY FROM 1 BY 1
               UNTIL CY > CS-TOTAL(2) OR CMP-HIT > 0
           IF CMP-HIT > 0 THEN
               MOVE CMP-HIT TO CS-MATCH(1, CX)
               MOVE CX TO CS-MATCH(2, CMP-HIT)
           END-IF.

       FIND-SIDE-TWO-ROW.
           IF CS-MATCH(2, CY) = 0
                   AND CS-PATH(2, CY) = CS-PATH(1, CX) THEN
               MOVE CY TO CMP-HIT
           END-IF.

       WRITE-COMPARE-REPORT.
           MOVE 0 TO ONLY-COUNT(1)
           MOVE 0 TO ONLY-COUNT(2)
           MOVE 0 TO DIFFER-COUNT
           MOVE 0 TO SAME-COUNT
           MOVE 0 TO TYPE-DIFFS
           MOVE 0 TO SIZE-DIFFS
           MOVE 0 TO OWNER-DIFFS
           MOVE 0 TO CLASS-DIFFS
           MOVE 0 TO CKSUM-DIFFS
           OPEN OUTPUT RPT-FILE

           MOVE 1 TO SN
           MOVE 2 TO OTHER-SN
           PERFORM WRITE-ONLY-SECTION
           MOVE 2 TO SN
           MOVE 1 TO OTHER-SN
           PERFORM WRITE-ONLY-SECTION
           PERFORM WRITE-DIFFER-SECTION
           PERFORM WRITE-TOTALS-SECTION

           CLOSE RPT-FILE.

       WRITE-ONLY-SECTION.
           MOVE SPACES TO SC-TEXT
           STRING "PATHS ONLY ON " DELIMITED BY SIZE
               FUNCTION TRIM(SIDE-VOL(SN)) DELIMITED BY SIZE
               " - NOT ON " DELIMITED BY SIZE
               FUNCTION TRIM(SIDE-VOL(OTHER-SN)) DELIMITED BY SIZE
               INTO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-ONE-ONLY-ROW
               VARYING CX FROM 1 BY 1
               UNTIL CX > CS-TOTAL(SN)
           IF ONLY-COUNT(SN) = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

       WRITE-ONE-ONLY-ROW.
           IF CS-MATCH(SN, CX) = 0 THEN
               ADD 1 TO ONLY-COUNT(SN)
               MOVE CX TO CY
               PERFORM FILL-ENTRY-LINE
               MOVE CS-PATH(SN, CX) TO EL-PATH
               MOVE SPACES TO EL-DIFFS
               MOVE ENTRY-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF.

      *> EL-VOL through EL-CKSUM from side SN's row CY.
       FILL-ENTRY-LINE.
           MOVE SIDE-VOL(SN) TO EL-VOL
           EVALUATE CS-ETYPE(SN, CY)
               WHEN 1
                   MOVE "DIR " TO EL-TYPE
               WHEN 2
                   MOVE "LINK" TO EL-TYPE
               WHEN 3
                   MOVE "STUB" TO EL-TYPE
               WHEN OTHER
                   MOVE "FILE" TO EL-TYPE
           END-EVALUATE
           MOVE CS-SIZE(SN, CY) TO EL-SIZE
           MOVE CS-OWNER(SN, CY) TO EL-OWNER
           MOVE CS-CLASS(SN, CY) TO EL-CLASS
           MOVE CS-CKSUM(SN, CY) TO EL-CKSUM.

       WRITE-DIFFER-SECTION.
           MOVE SPACES TO SC-TEXT
           STRING "PATHS ON BOTH THAT DIFFER" DELIMITED BY SIZE
               INTO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-ONE-DIFFER-PAIR
               VARYING CX FROM 1 BY 1
               UNTIL CX > CS-TOTAL(1)
           IF DIFFER-COUNT = 0 THEN
               MOVE NONE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           PERFORM WRITE-BLANK.

      *> A matched pair is reported on two lines, side 1 over side
      *> 2, the attributes that differ named on the first.
       WRITE-ONE-DIFFER-PAIR.
           IF CS-MATCH(1, CX) > 0 THEN
               MOVE CS-MATCH(1, CX) TO CMP-HIT
               MOVE SPACES TO DIFF-TEXT
               MOVE 1 TO DIFF-PTR
               IF CS-ETYPE(1, CX) NOT = CS-ETYPE(2, CMP-HIT) THEN
                   ADD 1 TO TYPE-DIFFS
                   STRING "TYPE " DELIMITED BY SIZE
                       INTO DIFF-TEXT WITH POINTER DIFF-PTR
               END-IF
               IF CS-SIZE(1, CX) NOT = CS-SIZE(2, CMP-HIT) THEN
                   ADD 1 TO SIZE-DIFFS
                   STRING "SIZE " DELIMITED BY SIZE
                       INTO DIFF-TEXT WITH POINTER DIFF-PTR
               END-IF
               IF CS-OWNER(1, CX) NOT = CS-OWNER(2, CMP-HIT) THEN
                   ADD 1 TO OWNER-DIFFS
                   STRING "OWNER " DELIMITED BY SIZE
                       INTO DIFF-TEXT WITH POINTER DIFF-PTR
               END-IF
               IF CS-CLASS(1, CX) NOT = CS-CLASS(2, CMP-HIT) THEN
                   ADD 1 TO CLASS-DIFFS
                   STRING "CLASS " DELIMITED BY SIZE
                       INTO DIFF-TEXT WITH POINTER DIFF-PTR
               END-IF
               IF CS-CKSUM(1, CX) NOT = CS-CKSUM(2, CMP-HIT) THEN
                   ADD 1 TO CKSUM-DIFFS
                   STRING "CKSUM" DELIMITED BY SIZE
                       INTO DIFF-TEXT WITH POINTER DIFF-PTR
               END-IF

               IF DIFF-TEXT = SPACES THEN
                   ADD 1 TO SAME-COUNT
               ELSE
                   ADD 1 TO DIFFER-COUNT
                   MOVE 1 TO SN
                   MOVE CX TO CY
                   PERFORM FILL-ENTRY-LINE
                   MOVE CS-PATH(1, CX) TO EL-PATH
                   MOVE DIFF-TEXT TO EL-DIFFS
                   MOVE ENTRY-LINE TO RPT-RECORD
                   PERFORM WRITE-RPT-LINE
                   MOVE 2 TO SN
                   MOVE CMP-HIT TO CY
                   PERFORM FILL-ENTRY-LINE
                   MOVE SPACES TO EL-PATH
                   MOVE SPACES TO EL-DIFFS
                   MOVE ENTRY-LINE TO RPT-RECORD
                   PERFORM WRITE-RPT-LINE
               END-IF
           END-IF.

       WRITE-TOTALS-SECTION.
           MOVE "COUNTS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE SPACES TO TL-LABEL
           STRING "ONLY ON " DELIMITED BY SIZE
               FUNCTION TRIM(SIDE-VOL(1)) DELIMITED BY SIZE
               INTO TL-LABEL
           MOVE ONLY-COUNT(1) TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE SPACES TO TL-LABEL
           STRING "ONLY ON " DELIMITED BY SIZE
               FUNCTION TRIM(SIDE-VOL(2)) DELIMITED BY SIZE
               INTO TL-LABEL
           MOVE ONLY-COUNT(2) TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "ON BOTH AND DIFFERING" TO TL-LABEL
           MOVE DIFFER-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "  IN TYPE" TO TL-LABEL
           MOVE TYPE-DIFFS TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "  IN SIZE" TO TL-LABEL
           MOVE SIZE-DIFFS TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "  IN OWNER" TO TL-LABEL
           MOVE OWNER-DIFFS TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "  IN CLASSIFICATION" TO TL-LABEL
           MOVE CLASS-DIFFS TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "  IN ECHECKSUM" TO TL-LABEL
           MOVE CKSUM-DIFFS TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "ON BOTH AND IDENTICAL" TO TL-LABEL
           MOVE SAME-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           IF LINE-COUNT >= PAGE-LINES THEN
               ADD 1 TO PAGE-NO
               MOVE SIDE-VOL(1) TO HL-VOL-1
               MOVE SIDE-VOL(2) TO HL-VOL-2
               MOVE SUBTREE-NORM TO HL-SUBTREE
               MOVE TODAY-DATE TO HL-DATE
               MOVE PAGE-NO TO HL-PAGE
               MOVE RPT-RECORD TO RPT-HOLD-LINE
               MOVE HEAD-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE COL-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE BLANK-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 3 TO LINE-COUNT
               MOVE RPT-HOLD-LINE TO RPT-RECORD
           END-IF

           WRITE RPT-RECORD
           ADD 1 TO LINE-COUNT.

       WRITE-BLANK.
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.
