       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGERPT.

      *> File aging analysis. Every live file (trash excluded) is
      *> bucketed by days since EMODIFIED - 0-30, 31-90, 91-180,
      *> 181-365 and over a year - with a file count and total ESIZE
      *> per bucket, broken down by owner and by top-level directory
      *> (a file directly in the root counts under "/"), and a total
      *> per volume. "aging" covers the mounted volume from its live
      *> table; "aging -a" walks every cataloged volume the way
      *> "df -a" does - the mounted one from the live table, the rest
      *> opened read-only in place - and closes with a page of volume
      *> totals. Pages are headed DIRRPT-style, each volume starting
      *> a fresh page, into SOSAGE.RPT for the spool.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO "SOSAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.
           SELECT VOLCAT-FILE ASSIGN TO "SOSVOLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOLCAT-STATUS.
      *> A foreign volume's data file, opened read-only in place -
      *> the name arrives through the environment, the same
      *> ASSIGN-to-data-item pattern the shell's volume files use.
           SELECT AGE-DATA-FILE ASSIGN TO AGEDATAFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-REC-KEY
               FILE STATUS IS AGE-DATA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-RECORD PIC X(132).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

      *> Image of FS-DATA-RECORD in sos.cob - must stay in step.
       FD  AGE-DATA-FILE.
       01  AGE-DATA-RECORD.
           05 AGE-REC-KEY.
               10 AGE-REC-EID PIC 9(3).
               10 AGE-REC-RTYPE PIC 9(1).
               10 AGE-REC-RSEQ PIC 9(3).
           05 AGE-REC-ETYPE PIC 9(1).
           05 AGE-REC-EPARENT PIC 9(3).
           05 AGE-REC-ENAME PIC X(32).
           05 AGE-REC-ESIZE PIC 9(4).
           05 AGE-REC-ECREATED PIC 9(8).
           05 AGE-REC-EMODIFIED PIC 9(8).
           05 AGE-REC-OWNER PIC X(8).
           05 AGE-REC-CONTENT PIC X(60).
           05 AGE-REC-CHECKSUM PIC 9(4).
           05 AGE-REC-TRASHPAR PIC 9(3).
           05 AGE-REC-TRASHDATE PIC 9(8).
           05 AGE-REC-ECLASS PIC X(1).

       WORKING-STORAGE SECTION.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       78 PAGE-LINES VALUE 60.
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 PAGE-NO PIC 9(3) VALUE 0.
       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC 9(7).
       01 FILE-DAYS PIC S9(7).
       01 PAGE-VOLUME PIC X(8).

       01 VOLCAT-STATUS PIC X(2) VALUE SPACES.
       01 AGE-DATA-STATUS PIC X(2) VALUE SPACES.
       01 AGEDATAFN PIC X(40).
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
       01 MOUNT-NORM PIC X(8).

      * The volume being aged, live or foreign, copied into one
      * shape so a single walk serves both. (Sized to match
      * MAX-ENTITY-COUNT in FILESYSTEM.cpy - parsed before the
      * copybook below is in scope.)
       01 AGE-TABLE.
           05 AT-ROW OCCURS 200 TIMES.
               10 AT-EID PIC 9(3).
               10 AT-ETYPE PIC 9(1).
               10 AT-EPARENT PIC 9(3).
               10 AT-NAME PIC X(32).
               10 AT-OWNER PIC X(8).
               10 AT-SIZE PIC 9(4).
               10 AT-MODIFIED PIC 9(8).
       01 AT-TOTAL PIC 9(3) VALUE 0.
       01 AX PIC 9(3).

      * Buckets 1-5 are the age bands, bucket 6 every band at once.
       78 AGE-BUCKETS VALUE 6.
       01 BUCKET PIC 9(1).
       01 BX PIC 9(1).

      * Per-volume breakdowns. An owner past the table's end is
      * counted on its last row, relabelled "(OTHERS)".
       78 MAX-AGE-OWNERS VALUE 30.
       01 OWNER-AGES.
           05 OA-ROW OCCURS MAX-AGE-OWNERS TIMES.
               10 OA-OWNER PIC X(32).
               10 OA-CELL OCCURS AGE-BUCKETS TIMES.
                   15 OA-COUNT PIC 9(5).
                   15 OA-SIZE PIC 9(8).
       01 OA-TOTAL PIC 9(2) VALUE 0.
       01 OX PIC 9(2).
       01 OWNER-HIT PIC 9(2).

       01 DIR-AGES.
           05 DA-ROW OCCURS 200 TIMES.
               10 DA-NAME PIC X(32).
               10 DA-CELL OCCURS AGE-BUCKETS TIMES.
                   15 DA-COUNT PIC 9(5).
                   15 DA-SIZE PIC 9(8).
       01 DA-TOTAL PIC 9(3) VALUE 0.
       01 DX PIC 9(3).
       01 DIR-HIT PIC 9(3).

       01 VOLUME-AGES.
           05 VA-CELL OCCURS AGE-BUCKETS TIMES.
               10 VA-COUNT PIC 9(5).
               10 VA-SIZE PIC 9(8).

      * One row per volume reported, for the closing summary page
      * of "aging -a".
       01 VOLSUM-TABLE.
           05 VS-ROW OCCURS MAX-VOLCAT-COUNT TIMES.
               10 VS-NAME PIC X(8).
               10 VS-OFFLINE PIC 9(1).
               10 VS-CELL OCCURS AGE-BUCKETS TIMES.
                   15 VS-COUNT PIC 9(5).
                   15 VS-SIZE PIC 9(8).
       01 VS-TOTAL PIC 9(2) VALUE 0.
       01 SX PIC 9(2).
       01 ALL-AGES.
           05 GA-CELL OCCURS AGE-BUCKETS TIMES.
               10 GA-COUNT PIC 9(5).
               10 GA-SIZE PIC 9(8).

      * Trash test and top-level directory over the table in hand.
       78 TRASH-NAME VALUE ".TRASH".
       01 TRASH-SKIP PIC 9(1).
       01 TOP-DONE PIC 9(1).
       01 TOP-CUR PIC 9(3).
       01 TOP-PREV PIC 9(3).
       01 TOP-LABEL PIC X(32).
       01 HOP PIC 9(3).
       01 WALK-EID PIC 9(3).
       01 WALK-IND PIC 9(3).
       01 WALK-MATCH-IND PIC 9(3).
       01 WALK-FOUND PIC 9(1).

       01 HEAD-LINE.
           05 FILLER PIC X(30)
               VALUE "SOS FILE AGING REPORT  VOLUME ".
           05 HL-VOLUME PIC X(8).
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 HL-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  PAGE ".
           05 HL-PAGE PIC ZZ9.
           05 FILLER PIC X(69) VALUE SPACES.

       01 COL-LINE-1.
           05 FILLER PIC X(34) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "       0-30 DAYS".
           05 FILLER PIC X(16) VALUE "      31-90 DAYS".
           05 FILLER PIC X(16) VALUE "     91-180 DAYS".
           05 FILLER PIC X(16) VALUE "    181-365 DAYS".
           05 FILLER PIC X(16) VALUE "     OVER 1 YEAR".
           05 FILLER PIC X(16) VALUE "       ALL FILES".
           05 FILLER PIC X(2) VALUE SPACES.

       01 COL-LINE-2.
           05 FILLER PIC X(34) VALUE SPACES.
           05 CL-CELL OCCURS AGE-BUCKETS TIMES PIC X(16)
               VALUE "  FILES     SIZE".
           05 FILLER PIC X(2) VALUE SPACES.

       01 SECTION-LINE.
           05 SC-TEXT PIC X(40).
           05 FILLER PIC X(92) VALUE SPACES.

       01 AGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-LABEL PIC X(32).
           05 AL-CELL OCCURS AGE-BUCKETS TIMES.
               10 FILLER PIC X(2).
               10 AL-COUNT PIC ZZZZ9.
               10 FILLER PIC X(1).
               10 AL-SIZE PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.

       01 OFFLINE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 OL-NAME PIC X(8).
           05 FILLER PIC X(30)
               VALUE "  OFFLINE - NO DATA FILE READ".
           05 FILLER PIC X(92) VALUE SPACES.

       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 RPT-HOLD-LINE PIC X(132).

       LINKAGE SECTION.
       COPY FILESYSTEM.
       01 MOUNT-VOL-NAME PIC X(8).
       01 AGE-MODE PIC 9(1).
           88 AGE-MOUNTED VALUE 0.
           88 AGE-ALL-VOLUMES VALUE 1. *> "-a"
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING FILESYSTEM MOUNT-VOL-NAME AGE-MODE
               CMD-STATUS.

           MOVE 0 TO CMD-STATUS
           MOVE 99 TO LINE-COUNT
           MOVE 0 TO PAGE-NO
           MOVE 0 TO VS-TOTAL
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(TODAY-DATE) TO TODAY-INT
           PERFORM CLEAR-ALL-CELL
               VARYING BX FROM 1 BY 1
               UNTIL BX > AGE-BUCKETS

           MOVE MOUNT-VOL-NAME TO MOUNT-NORM
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MOUNT-NORM))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO MOUNT-NORM
           END-IF

           OPEN OUTPUT RPT-FILE

           MOVE 0 TO VOL-TOTAL
           IF AGE-ALL-VOLUMES THEN
               PERFORM LOAD-VOL-TABLE
           END-IF
           IF VOL-TOTAL = 0 THEN
               MOVE 1 TO VOL-TOTAL
               MOVE MOUNT-NORM TO VOL-NAME-ENT(1)
           END-IF

           PERFORM AGE-ONE-VOLUME
               VARYING VX FROM 1 BY 1
               UNTIL VX > VOL-TOTAL

           IF AGE-ALL-VOLUMES THEN
               PERFORM WRITE-VOLUME-SUMMARY
           END-IF

           CLOSE RPT-FILE

           DISPLAY "AGING REPORT WRITTEN TO SOSAGE.RPT - PAGES: "
               PAGE-NO

           EXIT PROGRAM.

       LOAD-VOL-TABLE.
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

      *> One volume: its table taken in (the mounted one from the
      *> live table, any other from its data file), every live file
      *> bucketed, and its pages written.
       AGE-ONE-VOLUME.
           ADD 1 TO VS-TOTAL
           MOVE VOL-NAME-ENT(VX) TO VS-NAME(VS-TOTAL)
           MOVE 0 TO VS-OFFLINE(VS-TOTAL)
           MOVE 0 TO AT-TOTAL
           IF VOL-NAME-ENT(VX) = MOUNT-NORM THEN
               PERFORM COPY-ONE-LIVE-ROW
                   VARYING I FROM 1 BY 1
                   UNTIL I > MAX-ENTITY-COUNT
           ELSE
               PERFORM READ-FOREIGN-VOLUME
           END-IF

           MOVE 0 TO OA-TOTAL
           MOVE 0 TO DA-TOTAL
           PERFORM CLEAR-VOLUME-CELL
               VARYING BX FROM 1 BY 1
               UNTIL BX > AGE-BUCKETS

           IF VS-OFFLINE(VS-TOTAL) = 1 THEN
               DISPLAY VOL-NAME-ENT(VX) "  OFFLINE - NO DATA FILE"
           ELSE
               PERFORM AGE-ONE-ROW
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > AT-TOTAL
               PERFORM WRITE-VOLUME-PAGES
               PERFORM COPY-ONE-VOLSUM-CELL
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > AGE-BUCKETS
           END-IF.

       COPY-ONE-LIVE-ROW.
           IF EID(I) NOT = 0 THEN
               ADD 1 TO AT-TOTAL
               MOVE EID(I) TO AT-EID(AT-TOTAL)
               MOVE ETYPE(I) TO AT-ETYPE(AT-TOTAL)
               MOVE EPARENT(I) TO AT-EPARENT(AT-TOTAL)
               MOVE ENAME(I) TO AT-NAME(AT-TOTAL)
               MOVE OWNER(I) TO AT-OWNER(AT-TOTAL)
               MOVE ESIZE(I) TO AT-SIZE(AT-TOTAL)
               MOVE EMODIFIED(I) TO AT-MODIFIED(AT-TOTAL)
           END-IF.

       READ-FOREIGN-VOLUME.
           IF VOL-NAME-ENT(VX) = "DEFAULT " THEN
               MOVE "SOSDATA.DAT" TO AGEDATAFN
           ELSE
               MOVE SPACES TO AGEDATAFN
               STRING "SOSDATA-" DELIMITED BY SIZE
                   FUNCTION TRIM(VOL-NAME-ENT(VX))
                   DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO AGEDATAFN
           END-IF
           MOVE "AGEDATAFN" TO ENV-NAME-HOLD
           MOVE AGEDATAFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE

           OPEN INPUT AGE-DATA-FILE
           IF AGE-DATA-STATUS = "00" THEN
               PERFORM LOAD-ONE-FOREIGN-RECORD
                   UNTIL AGE-DATA-STATUS NOT = "00"
               CLOSE AGE-DATA-FILE
           ELSE
               CLOSE AGE-DATA-FILE
               MOVE 1 TO VS-OFFLINE(VS-TOTAL)
           END-IF.

       LOAD-ONE-FOREIGN-RECORD.
           READ AGE-DATA-FILE NEXT RECORD
           IF AGE-DATA-STATUS = "00"
                   AND AGE-REC-RTYPE = 0
                   AND AT-TOTAL < 200 THEN
               ADD 1 TO AT-TOTAL
               MOVE AGE-REC-EID TO AT-EID(AT-TOTAL)
               MOVE AGE-REC-ETYPE TO AT-ETYPE(AT-TOTAL)
               MOVE AGE-REC-EPARENT TO AT-EPARENT(AT-TOTAL)
               MOVE AGE-REC-ENAME TO AT-NAME(AT-TOTAL)
               MOVE AGE-REC-OWNER TO AT-OWNER(AT-TOTAL)
               MOVE AGE-REC-ESIZE TO AT-SIZE(AT-TOTAL)
               MOVE AGE-REC-EMODIFIED TO AT-MODIFIED(AT-TOTAL)
           END-IF.

      *> A file counts once in its owner's row, once in its top-
      *> level directory's row and once in the volume total - each
      *> in its age band and again under "all files".
       AGE-ONE-ROW.
           IF AT-ETYPE(AX) = 0 THEN
               PERFORM FIND-TOP-LEVEL
               IF TRASH-SKIP = 0 THEN
                   PERFORM PICK-BUCKET
                   PERFORM FIND-OWNER-ROW
                   PERFORM FIND-DIR-ROW
                   MOVE BUCKET TO BX
                   PERFORM ADD-TO-CELLS
                   MOVE AGE-BUCKETS TO BX
                   PERFORM ADD-TO-CELLS
               END-IF
           END-IF.

       ADD-TO-CELLS.
           ADD 1 TO OA-COUNT(OWNER-HIT, BX)
           ADD AT-SIZE(AX) TO OA-SIZE(OWNER-HIT, BX)
           ADD 1 TO DA-COUNT(DIR-HIT, BX)
           ADD AT-SIZE(AX) TO DA-SIZE(DIR-HIT, BX)
           ADD 1 TO VA-COUNT(BX)
           ADD AT-SIZE(AX) TO VA-SIZE(BX).

      *> A date that is missing or not a date at all ages as the
      *> oldest band; a date past today as the newest.
       PICK-BUCKET.
           IF AT-MODIFIED(AX) = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(AT-MODIFIED(AX))
                   NOT = 0 THEN
               MOVE 5 TO BUCKET
           ELSE
               COMPUTE FILE-DAYS = TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(AT-MODIFIED(AX))
               EVALUATE TRUE
                   WHEN FILE-DAYS <= 30
                       MOVE 1 TO BUCKET
                   WHEN FILE-DAYS <= 90
                       MOVE 2 TO BUCKET
                   WHEN FILE-DAYS <= 180
                       MOVE 3 TO BUCKET
                   WHEN FILE-DAYS <= 365
                       MOVE 4 TO BUCKET
                   WHEN OTHER
                       MOVE 5 TO BUCKET
               END-EVALUATE
           END-IF.

      *> Climbs from row AX to a parentless row: the root means the
      *> row just below it is the top-level entry (the file itself
      *> when it sits in the root, labelled "/"); the trash area, or
      *> a broken chain, means the file is not live.
       FIND-TOP-LEVEL.
           MOVE 0 TO TRASH-SKIP
           MOVE 0 TO TOP-DONE
           MOVE AX TO TOP-CUR
           MOVE 0 TO TOP-PREV
           PERFORM TOP-LEVEL-STEP
               VARYING HOP FROM 1 BY 1
               UNTIL HOP > 200 OR TOP-DONE = 1
           IF TOP-DONE = 0 OR TOP-PREV = 0 THEN
               MOVE 1 TO TRASH-SKIP
           END-IF
           IF TRASH-SKIP = 0 THEN
               IF AT-ETYPE(TOP-PREV) = 1 THEN
                   MOVE SPACES TO TOP-LABEL
                   STRING "/" DELIMITED BY SIZE,
                       FUNCTION TRIM(AT-NAME(TOP-PREV))
                       DELIMITED BY SIZE
                       INTO TOP-LABEL
                   END-STRING
               ELSE
                   MOVE "/" TO TOP-LABEL
               END-IF
           END-IF.

       TOP-LEVEL-STEP.
           IF AT-EPARENT(TOP-CUR) = 0 THEN
               IF AT-NAME(TOP-CUR) = TRASH-NAME THEN
                   MOVE 1 TO TRASH-SKIP
               END-IF
               MOVE 1 TO TOP-DONE
           ELSE
               MOVE AT-EPARENT(TOP-CUR) TO WALK-EID
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-AGE-ROW
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > AT-TOTAL OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE TOP-CUR TO TOP-PREV
                   MOVE WALK-MATCH-IND TO TOP-CUR
               ELSE
                   MOVE 1 TO TRASH-SKIP
                   MOVE 1 TO TOP-DONE
               END-IF
           END-IF.

       FIND-AGE-ROW.
           IF AT-EID(WALK-IND) = WALK-EID THEN
               MOVE 1 TO WALK-FOUND
               MOVE WALK-IND TO WALK-MATCH-IND
           END-IF.

       FIND-OWNER-ROW.
           MOVE 0 TO OWNER-HIT
           PERFORM MATCH-ONE-OWNER
               VARYING OX FROM 1 BY 1
               UNTIL OX > OA-TOTAL OR OWNER-HIT > 0
           IF OWNER-HIT = 0 THEN
               IF OA-TOTAL < MAX-AGE-OWNERS THEN
                   ADD 1 TO OA-TOTAL
                   MOVE OA-TOTAL TO OWNER-HIT
                   MOVE AT-OWNER(AX) TO OA-OWNER(OWNER-HIT)
                   PERFORM CLEAR-OWNER-CELL
                       VARYING BX FROM 1 BY 1
                       UNTIL BX > AGE-BUCKETS
               ELSE
                   MOVE OA-TOTAL TO OWNER-HIT
                   MOVE "(OTHERS)" TO OA-OWNER(OWNER-HIT)
               END-IF
           END-IF.

       MATCH-ONE-OWNER.
           IF OA-OWNER(OX) = AT-OWNER(AX) THEN
               MOVE OX TO OWNER-HIT
           END-IF.

       FIND-DIR-ROW.
           MOVE 0 TO DIR-HIT
           PERFORM MATCH-ONE-DIR
               VARYING DX FROM 1 BY 1
               UNTIL DX > DA-TOTAL OR DIR-HIT > 0
           IF DIR-HIT = 0 THEN
               ADD 1 TO DA-TOTAL
               MOVE DA-TOTAL TO DIR-HIT
               MOVE TOP-LABEL TO DA-NAME(DIR-HIT)
               PERFORM CLEAR-DIR-CELL
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > AGE-BUCKETS
           END-IF.

       MATCH-ONE-DIR.
           IF DA-NAME(DX) = TOP-LABEL THEN
               MOVE DX TO DIR-HIT
           END-IF.

       CLEAR-OWNER-CELL.
           MOVE 0 TO OA-COUNT(OWNER-HIT, BX)
           MOVE 0 TO OA-SIZE(OWNER-HIT, BX).

       CLEAR-DIR-CELL.
           MOVE 0 TO DA-COUNT(DIR-HIT, BX)
           MOVE 0 TO DA-SIZE(DIR-HIT, BX).

       CLEAR-VOLUME-CELL.
           MOVE 0 TO VA-COUNT(BX)
           MOVE 0 TO VA-SIZE(BX).

       CLEAR-ALL-CELL.
           MOVE 0 TO GA-COUNT(BX)
           MOVE 0 TO GA-SIZE(BX).

       COPY-ONE-VOLSUM-CELL.
           MOVE VA-COUNT(BX) TO VS-COUNT(VS-TOTAL, BX)
           MOVE VA-SIZE(BX) TO VS-SIZE(VS-TOTAL, BX)
           ADD VA-COUNT(BX) TO GA-COUNT(BX)
           ADD VA-SIZE(BX) TO GA-SIZE(BX).

      *> Each volume opens a fresh page under its own name.
       WRITE-VOLUME-PAGES.
           MOVE VOL-NAME-ENT(VX) TO PAGE-VOLUME
           MOVE 99 TO LINE-COUNT

           MOVE "BY OWNER" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-OWNER-LINE
               VARYING OX FROM 1 BY 1
               UNTIL OX > OA-TOTAL
           PERFORM WRITE-BLANK

           MOVE "BY TOP-LEVEL DIRECTORY" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-DIR-LINE
               VARYING DX FROM 1 BY 1
               UNTIL DX > DA-TOTAL
           PERFORM WRITE-BLANK

           MOVE SPACES TO AGE-LINE
           MOVE "VOLUME TOTAL" TO AL-LABEL
           PERFORM EDIT-VOLUME-CELL
               VARYING BX FROM 1 BY 1
               UNTIL BX > AGE-BUCKETS
           MOVE AGE-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-OWNER-LINE.
           MOVE SPACES TO AGE-LINE
           MOVE OA-OWNER(OX) TO AL-LABEL
           PERFORM EDIT-OWNER-CELL
               VARYING BX FROM 1 BY 1
               UNTIL BX > AGE-BUCKETS
           MOVE AGE-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-DIR-LINE.
           MOVE SPACES TO AGE-LINE
           MOVE DA-NAME(DX) TO AL-LABEL
           PERFORM EDIT-DIR-CELL
               VARYING BX FROM 1 BY 1
               UNTIL BX > AGE-BUCKETS
           MOVE AGE-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       EDIT-OWNER-CELL.
           MOVE OA-COUNT(OX, BX) TO AL-COUNT(BX)
           MOVE OA-SIZE(OX, BX) TO AL-SIZE(BX).

       EDIT-DIR-CELL.
           MOVE DA-COUNT(DX, BX) TO AL-COUNT(BX)
           MOVE DA-SIZE(DX, BX) TO AL-SIZE(BX).

       EDIT-VOLUME-CELL.
           MOVE VA-COUNT(BX) TO AL-COUNT(BX)
           MOVE VA-SIZE(BX) TO AL-SIZE(BX).

      *> "aging -a" closes with one line per volume and the total
      *> across all of them.
       WRITE-VOLUME-SUMMARY.
           MOVE "ALL" TO PAGE-VOLUME
           MOVE 99 TO LINE-COUNT
           MOVE "VOLUME TOTALS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-VOLSUM-LINE
               VARYING SX FROM 1 BY 1
               UNTIL SX > VS-TOTAL
           PERFORM WRITE-BLANK

           MOVE SPACES TO AGE-LINE
           MOVE "ALL VOLUMES" TO AL-LABEL
           PERFORM EDIT-ALL-CELL
               VARYING BX FROM 1 BY 1
               UNTIL BX > AGE-BUCKETS
           MOVE AGE-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-VOLSUM-LINE.
           IF VS-OFFLINE(SX) = 1 THEN
               MOVE VS-NAME(SX) TO OL-NAME
               MOVE OFFLINE-LINE TO RPT-RECORD
           ELSE
               MOVE SPACES TO AGE-LINE
               MOVE VS-NAME(SX) TO AL-LABEL
               PERFORM EDIT-VOLSUM-CELL
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > AGE-BUCKETS
               MOVE AGE-LINE TO RPT-RECORD
           END-IF
           PERFORM WRITE-RPT-LINE.

       EDIT-VOLSUM-CELL.
           MOVE VS-COUNT(SX, BX) TO AL-COUNT(BX)
           MOVE VS-SIZE(SX, BX) TO AL-SIZE(BX).

       EDIT-ALL-CELL.
           MOVE GA-COUNT(BX) TO AL-COUNT(BX)
           MOVE GA-SIZE(BX) TO AL-SIZE(BX).

      *> Every line goes through here so the page break is applied
      *> in one place: a full page forces a fresh heading with the
      *> volume name, run date and page number.
       WRITE-RPT-LINE.
           IF LINE-COUNT >= PAGE-LINES THEN
               ADD 1 TO PAGE-NO
               MOVE PAGE-VOLUME TO HL-VOLUME
               MOVE TODAY-DATE TO HL-DATE
               MOVE PAGE-NO TO HL-PAGE
               MOVE RPT-RECORD TO RPT-HOLD-LINE
               MOVE HEAD-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE COL-LINE-1 TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE COL-LINE-2 TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE BLANK-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 4 TO LINE-COUNT
               MOVE RPT-HOLD-LINE TO RPT-RECORD
           END-IF

           WRITE RPT-RECORD
           ADD 1 TO LINE-COUNT.

       WRITE-BLANK.
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.
