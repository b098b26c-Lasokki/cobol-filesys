       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRBUILD.

      *> Site rebuild from a disaster recovery bundle ("drbuild
      *> bundle dir"). Unpacks every member of a DRPACK bundle
      *> (DRBUNDLE.cpy) into the named directory, which must hold
      *> none of the bundle's files already - a rebuild never
      *> overwrites a site. Each volume's backup generation is also
      *> laid down as that volume's live control and data files, so
      *> the rebuilt site mounts every volume as it stood at its
      *> latest "backup". Then every member is read back from the
      *> directory and checked against its manifest row - record
      *> count and hash total - and the bundle against its trailer.
      *> SOSDRCHK.RPT, written where the command runs, lists each
      *> member's outcome: anything required that was missing at
      *> source, absent from the bundle, short, or unequal to its
      *> control total is a problem, and the run ends with the
      *> verdict - the site is usable only when there are none.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The bundle and every file written into the directory - the
      *> names arrive through the environment, the shell's
      *> ASSIGN-to-data-item pattern, under names of their own.
           SELECT BUNDLE-FILE ASSIGN TO BLDBNDFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUNDLE-STATUS.
           SELECT TEXT-FILE ASSIGN TO BLDTXTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-STATUS.
           SELECT GEN-FILE ASSIGN TO BLDGENFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT CTL-FILE ASSIGN TO BLDCTLFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT DAT-FILE ASSIGN TO BLDDATFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DAT-STATUS.
      *> A volume's live pair, as SET-VOLUME-FILENAMES names them.
           SELECT LIVE-CTL-FILE ASSIGN TO BLDLCTFN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LIVE-CTL-STATUS.
           SELECT LIVE-DATA-FILE ASSIGN TO BLDLDTFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD-REC-KEY
               FILE STATUS IS LIVE-DATA-STATUS.
           SELECT RPT-FILE ASSIGN TO "SOSDRCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUNDLE-FILE.
       01  BUNDLE-RECORD PIC X(220).

       FD  TEXT-FILE.
       01  TEXT-RECORD PIC X(210).

      *> Images of BK-GEN-RECORD, BK-CTL-RECORD, BK-DATA-RECORD,
      *> FS-CONTROL-RECORD and FS-DATA-RECORD in sos.cob - must stay
      *> as wide.
       FD  GEN-FILE.
       01  GEN-RECORD PIC X(4).

       FD  CTL-FILE.
       01  CTL-RECORD PIC X(17).

       FD  DAT-FILE.
       01  DAT-RECORD PIC X(147).

       FD  LIVE-CTL-FILE.
       01  LIVE-CTL-RECORD PIC X(3).

       FD  LIVE-DATA-FILE.
       01  LIVE-DATA-RECORD.
           05 LD-REC-KEY PIC X(7).
           05 FILLER PIC X(140).

       FD  RPT-FILE.
       01  RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 BUNDLE-STATUS PIC X(2) VALUE SPACES.
       01 TEXT-STATUS PIC X(2) VALUE SPACES.
       01 GEN-STATUS PIC X(2) VALUE SPACES.
       01 CTL-STATUS PIC X(2) VALUE SPACES.
       01 DAT-STATUS PIC X(2) VALUE SPACES.
       01 LIVE-CTL-STATUS PIC X(2) VALUE SPACES.
       01 LIVE-DATA-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 BLDBNDFN PIC X(80).
       01 BLDTXTFN PIC X(80).
       01 BLDGENFN PIC X(80).
       01 BLDCTLFN PIC X(80).
       01 BLDDATFN PIC X(80).
       01 BLDLCTFN PIC X(80).
       01 BLDLDTFN PIC X(80).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(80).
       COPY DRBUNDLE.

      * The manifest as read, with what the unpack and the read-back
      * found for each member.
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
      *>       data records the bundle carried, and whether every
      *>       one was in sequence and written
               10 MB-ROWS PIC 9(6).
               10 MB-ROWS-BAD PIC 9(1).
      *>       what reading the unpacked file back found
               10 MB-FOUND PIC 9(6).
               10 MB-FOUND-TOTAL PIC 9(15).
               10 MB-RESULT PIC X(32).
       01 MEMBER-TOTAL PIC 9(3) VALUE 0.
       01 MX PIC 9(3).
       01 CUR-MEMBER PIC 9(3).
       01 CUR-OPEN PIC 9(1).
       01 LIVE-OPEN PIC 9(1).

       01 BUNDLE-EOF PIC 9(1).
       01 HEADER-OK PIC 9(1).
       01 TRAILER-SEEN PIC 9(1).
       01 TRAILER-ROWS PIC 9(7).
       01 TRAILER-TOTAL PIC 9(15).
       01 TRAILER-MEMBERS PIC 9(3).
       01 DATA-ROWS PIC 9(7) VALUE 0.
       01 STRAY-ROWS PIC 9(7) VALUE 0.
       01 MANIFEST-SUM PIC 9(15) VALUE 0.

       01 PATH-NAME PIC X(80).
       01 PATH-PART PIC X(40).
       01 VOL-NAME PIC X(8).
       01 EXISTING-COUNT PIC 9(3) VALUE 0.
       01 PROBLEM-COUNT PIC 9(3) VALUE 0.
       01 OK-COUNT PIC 9(3) VALUE 0.
       01 ABSENT-COUNT PIC 9(3) VALUE 0.
       01 LIVE-PAIRS PIC 9(3) VALUE 0.
       01 LIVE-FOUND PIC 9(6).

      * A member read back: MEMBER-EOF once its last record is in,
      * HASH-BUF holding the record just read.
       01 MEMBER-OPEN PIC 9(1).
       01 MEMBER-EOF PIC 9(1).
       01 HASH-BUF PIC X(210).
       01 HASH-LEN PIC 9(3).
       01 HASH-K PIC 9(3).
       01 REC-HASH PIC 9(9).

       78 PAGE-LINES VALUE 60.
       01 LINE-COUNT PIC 9(2) VALUE 99.
       01 PAGE-NO PIC 9(3) VALUE 0.

       01 HEAD-LINE.
           05 FILLER PIC X(24) VALUE "SOS DR REBUILD  BUNDLE ".
           05 HL-BUNDLE PIC X(32).
           05 FILLER PIC X(8) VALUE " PACKED ".
           05 HL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL-TIME PIC X(6).
           05 FILLER PIC X(4) VALUE " BY ".
           05 HL-OPER PIC X(8).
           05 FILLER PIC X(9) VALUE "  TARGET ".
           05 HL-TARGET PIC X(16).
           05 FILLER PIC X(7) VALUE "  PAGE ".
           05 HL-PAGE PIC ZZ9.
           05 FILLER PIC X(6) VALUE SPACES.

       01 SECTION-LINE.
           05 SC-TEXT PIC X(60).
           05 FILLER PIC X(72) VALUE SPACES.

       01 COL-LINE.
           05 FILLER PIC X(50) VALUE
               "  NO  MEMBER                                    KI".
           05 FILLER PIC X(50) VALUE
               "ND  VOLUME    NEED  MANIFEST     FOUND  RESULT".
           05 FILLER PIC X(32) VALUE SPACES.

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
           05 ML-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ML-FOUND PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-RESULT PIC X(32).
           05 FILLER PIC X(11) VALUE SPACES.

       01 NOTE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NT-TEXT PIC X(100).
           05 FILLER PIC X(30) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TT-TEXT PIC X(40).
           05 TT-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(83) VALUE SPACES.

       01 BLANK-LINE PIC X(132) VALUE SPACES.
       01 RPT-HOLD-LINE PIC X(132).

       COPY ERRORDEF.

       LINKAGE SECTION.
       01 DR-BUNDLE PIC X(32).
      *> the directory to rebuild in - must hold none of the
      *> bundle's files
       01 DR-TARGET PIC X(32).
      *> returned: 1 once SOSDRCHK.RPT has been written
       01 DR-REPORTED PIC 9(1).
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING DR-BUNDLE DR-TARGET DR-REPORTED
               CMD-STATUS.

      *> Working storage survives between CALLs - the run's tables
      *> and totals start from nothing every time.
           MOVE 0 TO CMD-STATUS
           MOVE 0 TO DR-REPORTED
           MOVE 0 TO MEMBER-TOTAL
           MOVE 0 TO DATA-ROWS
           MOVE 0 TO STRAY-ROWS
           MOVE 0 TO MANIFEST-SUM
           MOVE 0 TO EXISTING-COUNT
           MOVE 0 TO PROBLEM-COUNT
           MOVE 0 TO OK-COUNT
           MOVE 0 TO ABSENT-COUNT
           MOVE 0 TO LIVE-PAIRS
           MOVE 0 TO TRAILER-SEEN
           MOVE 0 TO HEADER-OK
           MOVE 0 TO BUNDLE-EOF
           MOVE 99 TO LINE-COUNT
           MOVE 0 TO PAGE-NO

           IF DR-BUNDLE = SPACES OR DR-TARGET = SPACES THEN
               DISPLAY ERR-BAD-SYNTAX
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM READ-MANIFEST
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM CHECK-TARGET-EMPTY
                   VARYING MX FROM 1 BY 1
                   UNTIL MX > MEMBER-TOTAL
               OPEN OUTPUT RPT-FILE
               MOVE 1 TO DR-REPORTED
               IF EXISTING-COUNT > 0 THEN
                   PERFORM REPORT-TARGET-NOT-EMPTY
               ELSE
                   PERFORM UNPACK-BUNDLE
                   PERFORM CHECK-ONE-MEMBER
                       VARYING MX FROM 1 BY 1
                       UNTIL MX > MEMBER-TOTAL
                   PERFORM REPORT-REBUILD
               END-IF
               CLOSE RPT-FILE
           END-IF

           EXIT PROGRAM.

      *> The header must name a DRPACK bundle; the manifest rows
      *> follow it. The first record past them is left in
      *> BUNDLE-RECORD for the unpack.
       READ-MANIFEST.
           MOVE DR-BUNDLE TO BLDBNDFN
           MOVE "BLDBNDFN" TO ENV-NAME-HOLD
           MOVE BLDBNDFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           OPEN INPUT BUNDLE-FILE
           IF BUNDLE-STATUS NOT = "00" THEN
               CLOSE BUNDLE-FILE
               DISPLAY "ERROR: CANNOT READ BUNDLE "
                   FUNCTION TRIM(DR-BUNDLE)
               MOVE 1 TO CMD-STATUS
           ELSE
               PERFORM READ-BUNDLE-RECORD
               IF BUNDLE-EOF = 0 AND BUNDLE-RECORD(1:1) = "H" THEN
                   MOVE BUNDLE-RECORD TO DR-HEADER
                   IF DH-TAG = "SOSDR" THEN
                       MOVE 1 TO HEADER-OK
                   END-IF
               END-IF
               IF HEADER-OK = 0 THEN
                   CLOSE BUNDLE-FILE
                   DISPLAY "ERROR: " FUNCTION TRIM(DR-BUNDLE)
                       " IS NOT A DR BUNDLE"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   PERFORM READ-BUNDLE-RECORD
                   PERFORM LOAD-ONE-MANIFEST-ROW
                       UNTIL BUNDLE-EOF = 1
                       OR BUNDLE-RECORD(1:1) NOT = "M"
               END-IF
           END-IF.

       READ-BUNDLE-RECORD.
           MOVE SPACES TO BUNDLE-RECORD
           READ BUNDLE-FILE
           IF BUNDLE-STATUS NOT = "00" THEN
               MOVE 1 TO BUNDLE-EOF
           END-IF.

       LOAD-ONE-MANIFEST-ROW.
           MOVE BUNDLE-RECORD TO DR-MANIFEST
           IF MEMBER-TOTAL < MAX-MEMBER-COUNT THEN
               ADD 1 TO MEMBER-TOTAL
               MOVE DM-NAME TO MB-NAME(MEMBER-TOTAL)
               MOVE DM-KIND TO MB-KIND(MEMBER-TOTAL)
               MOVE DM-VOL TO MB-VOL(MEMBER-TOTAL)
               MOVE DM-NEED TO MB-NEED(MEMBER-TOTAL)
               MOVE DM-STATE TO MB-STATE(MEMBER-TOTAL)
               MOVE DM-RECLEN TO MB-RECLEN(MEMBER-TOTAL)
               MOVE DM-COUNT TO MB-COUNT(MEMBER-TOTAL)
               MOVE DM-TOTAL TO MB-TOTAL(MEMBER-TOTAL)
               MOVE 0 TO MB-ROWS(MEMBER-TOTAL)
               MOVE 0 TO MB-ROWS-BAD(MEMBER-TOTAL)
               MOVE 0 TO MB-FOUND(MEMBER-TOTAL)
               MOVE 0 TO MB-FOUND-TOTAL(MEMBER-TOTAL)
               MOVE SPACES TO MB-RESULT(MEMBER-TOTAL)
               IF DM-STATE = "P" THEN
                   COMPUTE MANIFEST-SUM = FUNCTION MOD(
                       MANIFEST-SUM + DM-TOTAL, 1000000000000000)
               END-IF
           END-IF
           PERFORM READ-BUNDLE-RECORD.

      *> Any packed member, or any live file a generation would be
      *> laid down as, already in the directory stops the rebuild
      *> before a byte is written.
       CHECK-TARGET-EMPTY.
           IF MB-STATE(MX) = "P" THEN
               MOVE MB-NAME(MX) TO PATH-PART
               PERFORM PROBE-TARGET-FILE
               IF MB-KIND(MX) = "C" OR MB-KIND(MX) = "D" THEN
                   MOVE MB-VOL(MX) TO VOL-NAME
                   PERFORM SET-LIVE-PART
                   PERFORM PROBE-TARGET-FILE
               END-IF
           END-IF.

       PROBE-TARGET-FILE.
           PERFORM BUILD-PATH
           MOVE PATH-NAME TO BLDTXTFN
           PERFORM SET-TEXT-FILENAME
           OPEN INPUT TEXT-FILE
           IF TEXT-STATUS = "00" THEN
               ADD 1 TO EXISTING-COUNT
               IF EXISTING-COUNT = 1 THEN
                   DISPLAY "ERROR: " FUNCTION TRIM(PATH-NAME)
                       " ALREADY EXISTS - TARGET IS NOT EMPTY"
               END-IF
           END-IF
           CLOSE TEXT-FILE.

      *> The live file a generation member becomes: the control
      *> file for a generation control, the data file for its data.
       SET-LIVE-PART.
           MOVE SPACES TO PATH-PART
           IF MB-KIND(MX) = "C" THEN
               IF VOL-NAME = "DEFAULT" THEN
                   MOVE "SOSCTL.DAT" TO PATH-PART
               ELSE
                   STRING "SOSCTL-" DELIMITED BY SIZE,
                       FUNCTION TRIM(VOL-NAME) DELIMITED BY SIZE,
                       ".DAT" DELIMITED BY SIZE
                       INTO PATH-PART
                   END-STRING
               END-IF
           ELSE
               IF VOL-NAME = "DEFAULT" THEN
                   MOVE "SOSDATA.DAT" TO PATH-PART
               ELSE
                   STRING "SOSDATA-" DELIMITED BY SIZE,
                       FUNCTION TRIM(VOL-NAME) DELIMITED BY SIZE,
                       ".DAT" DELIMITED BY SIZE
                       INTO PATH-PART
                   END-STRING
               END-IF
           END-IF.

       BUILD-PATH.
           MOVE SPACES TO PATH-NAME
           STRING FUNCTION TRIM(DR-TARGET) DELIMITED BY SIZE,
               "/" DELIMITED BY SIZE,
               FUNCTION TRIM(PATH-PART) DELIMITED BY SIZE
               INTO PATH-NAME
           END-STRING.

      *> The data records in bundle order, each member's file
      *> opened as its first record arrives. A member packed empty
      *> has no records and is created empty afterwards.
       UNPACK-BUNDLE.
           MOVE 0 TO CUR-MEMBER
           MOVE 0 TO CUR-OPEN
           MOVE 0 TO LIVE-OPEN
           PERFORM UNPACK-ONE-RECORD
               UNTIL BUNDLE-EOF = 1 OR TRAILER-SEEN = 1
           PERFORM CLOSE-CURRENT-MEMBER
           CLOSE BUNDLE-FILE
           PERFORM CREATE-EMPTY-MEMBER
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL.

       UNPACK-ONE-RECORD.
           EVALUATE BUNDLE-RECORD(1:1)
               WHEN "D"
                   ADD 1 TO DATA-ROWS
                   MOVE BUNDLE-RECORD TO DR-DATA
                   IF DD-MEMBER IS NOT NUMERIC THEN
                       ADD 1 TO STRAY-ROWS
                   ELSE
                       IF DD-MEMBER NOT = CUR-MEMBER THEN
                           PERFORM CLOSE-CURRENT-MEMBER
                           MOVE DD-MEMBER TO CUR-MEMBER
                           PERFORM OPEN-CURRENT-MEMBER
                       END-IF
                       IF CUR-OPEN = 1 THEN
                           PERFORM WRITE-CURRENT-RECORD
                       ELSE
                           ADD 1 TO STRAY-ROWS
                       END-IF
                   END-IF
               WHEN "T"
                   MOVE BUNDLE-RECORD TO DR-TRAILER
                   MOVE 1 TO TRAILER-SEEN
                   MOVE DT-RECORDS TO TRAILER-ROWS
                   MOVE DT-TOTAL TO TRAILER-TOTAL
                   MOVE DT-MEMBERS TO TRAILER-MEMBERS
               WHEN OTHER
                   ADD 1 TO STRAY-ROWS
           END-EVALUATE
           IF TRAILER-SEEN = 0 THEN
               PERFORM READ-BUNDLE-RECORD
           END-IF.

      *> Rows for a member the manifest does not list as packed, or
      *> for one whose records already went by, are strays.
       OPEN-CURRENT-MEMBER.
           MOVE 0 TO CUR-OPEN
           IF CUR-MEMBER >= 1 AND CUR-MEMBER <= MEMBER-TOTAL THEN
               MOVE CUR-MEMBER TO MX
               IF MB-STATE(MX) = "P" AND MB-ROWS(MX) = 0 THEN
                   PERFORM OPEN-MEMBER-OUTPUT
               END-IF
           END-IF.

       OPEN-MEMBER-OUTPUT.
           MOVE MB-NAME(MX) TO PATH-PART
           PERFORM BUILD-PATH
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   MOVE PATH-NAME TO BLDGENFN
                   PERFORM SET-GEN-FILENAME
                   OPEN OUTPUT GEN-FILE
                   IF GEN-STATUS = "00" THEN
                       MOVE 1 TO CUR-OPEN
                   END-IF
               WHEN "C"
                   MOVE PATH-NAME TO BLDCTLFN
                   PERFORM SET-CTL-FILENAME
                   OPEN OUTPUT CTL-FILE
                   IF CTL-STATUS = "00" THEN
                       MOVE 1 TO CUR-OPEN
                   END-IF
               WHEN "D"
                   MOVE PATH-NAME TO BLDDATFN
                   PERFORM SET-DAT-FILENAME
                   OPEN OUTPUT DAT-FILE
                   IF DAT-STATUS = "00" THEN
                       MOVE 1 TO CUR-OPEN
                   END-IF
               WHEN OTHER
                   MOVE PATH-NAME TO BLDTXTFN
                   PERFORM SET-TEXT-FILENAME
                   OPEN OUTPUT TEXT-FILE
                   IF TEXT-STATUS = "00" THEN
                       MOVE 1 TO CUR-OPEN
                   END-IF
           END-EVALUATE
           IF CUR-OPEN = 0 THEN
               MOVE "CANNOT BE WRITTEN" TO MB-RESULT(MX)
               MOVE 1 TO MB-ROWS-BAD(MX)
           ELSE
               IF MB-KIND(MX) = "C" OR MB-KIND(MX) = "D" THEN
                   PERFORM OPEN-LIVE-OUTPUT
               END-IF
           END-IF.

       OPEN-LIVE-OUTPUT.
           MOVE MB-VOL(MX) TO VOL-NAME
           PERFORM SET-LIVE-PART
           PERFORM BUILD-PATH
           MOVE 0 TO LIVE-OPEN
           IF MB-KIND(MX) = "C" THEN
               MOVE PATH-NAME TO BLDLCTFN
               PERFORM SET-LIVE-CTL-FILENAME
               OPEN OUTPUT LIVE-CTL-FILE
               IF LIVE-CTL-STATUS = "00" THEN
                   MOVE 1 TO LIVE-OPEN
               END-IF
           ELSE
               MOVE PATH-NAME TO BLDLDTFN
               PERFORM SET-LIVE-DATA-FILENAME
               OPEN OUTPUT LIVE-DATA-FILE
               IF LIVE-DATA-STATUS = "00" THEN
                   MOVE 1 TO LIVE-OPEN
               END-IF
           END-IF
           IF LIVE-OPEN = 0 THEN
               MOVE "LIVE FILE CANNOT BE WRITTEN" TO MB-RESULT(MX)
               MOVE 1 TO MB-ROWS-BAD(MX)
           END-IF.

      *> A record out of sequence means the bundle was damaged
      *> between pack and rebuild.
       WRITE-CURRENT-RECORD.
           ADD 1 TO MB-ROWS(MX)
           IF DD-SEQ NOT = MB-ROWS(MX) THEN
               MOVE 1 TO MB-ROWS-BAD(MX)
           END-IF
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   MOVE DD-TEXT TO GEN-RECORD
                   WRITE GEN-RECORD
               WHEN "C"
                   MOVE DD-TEXT TO CTL-RECORD
                   WRITE CTL-RECORD
                   IF LIVE-OPEN = 1 AND MB-ROWS(MX) = 1 THEN
                       MOVE DD-TEXT(1:3) TO LIVE-CTL-RECORD
                       WRITE LIVE-CTL-RECORD
                   END-IF
               WHEN "D"
                   MOVE DD-TEXT TO DAT-RECORD
                   WRITE DAT-RECORD
                   IF LIVE-OPEN = 1 THEN
                       MOVE DD-TEXT TO LIVE-DATA-RECORD
                       WRITE LIVE-DATA-RECORD
                       IF LIVE-DATA-STATUS NOT = "00" THEN
                           MOVE "LIVE FILE WRITE FAILED"
                               TO MB-RESULT(MX)
                           MOVE 1 TO MB-ROWS-BAD(MX)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE DD-TEXT TO TEXT-RECORD
                   WRITE TEXT-RECORD
           END-EVALUATE.

       CLOSE-CURRENT-MEMBER.
           IF CUR-OPEN = 1 THEN
               MOVE CUR-MEMBER TO MX
               EVALUATE MB-KIND(MX)
                   WHEN "N"
                       CLOSE GEN-FILE
                   WHEN "C"
                       CLOSE CTL-FILE
                   WHEN "D"
                       CLOSE DAT-FILE
                   WHEN OTHER
                       CLOSE TEXT-FILE
               END-EVALUATE
               IF LIVE-OPEN = 1 THEN
                   IF MB-KIND(MX) = "C" THEN
                       CLOSE LIVE-CTL-FILE
                   ELSE
                       CLOSE LIVE-DATA-FILE
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO CUR-OPEN
           MOVE 0 TO LIVE-OPEN.

       CREATE-EMPTY-MEMBER.
           IF MB-STATE(MX) = "P" AND MB-COUNT(MX) = 0
                   AND MB-ROWS(MX) = 0 THEN
               MOVE MX TO CUR-MEMBER
               PERFORM OPEN-MEMBER-OUTPUT
               PERFORM CLOSE-CURRENT-MEMBER
           END-IF.

      *> Member MX read back from the directory and judged against
      *> its manifest row.
       CHECK-ONE-MEMBER.
           EVALUATE TRUE
               WHEN MB-STATE(MX) = "X"
                   MOVE "MISSING AT SOURCE" TO MB-RESULT(MX)
                   ADD 1 TO PROBLEM-COUNT
               WHEN MB-STATE(MX) = "A"
                   MOVE "ABSENT AT SOURCE - OPTIONAL"
                       TO MB-RESULT(MX)
                   ADD 1 TO ABSENT-COUNT
               WHEN MB-RESULT(MX) NOT = SPACES
                   ADD 1 TO PROBLEM-COUNT
               WHEN OTHER
                   PERFORM READ-BACK-MEMBER
                   EVALUATE TRUE
                       WHEN MB-ROWS(MX) < MB-COUNT(MX)
                           MOVE "SHORT IN BUNDLE" TO MB-RESULT(MX)
                       WHEN MB-ROWS-BAD(MX) = 1
                           MOVE "OUT OF SEQUENCE IN BUNDLE"
                               TO MB-RESULT(MX)
                       WHEN MEMBER-OPEN = 0
                           MOVE "NOT IN TARGET" TO MB-RESULT(MX)
                       WHEN MB-FOUND(MX) NOT = MB-COUNT(MX)
                           MOVE "RECORD COUNT MISMATCH"
                               TO MB-RESULT(MX)
                       WHEN MB-FOUND-TOTAL(MX) NOT = MB-TOTAL(MX)
                           MOVE "CONTROL TOTAL MISMATCH"
                               TO MB-RESULT(MX)
                   END-EVALUATE
                   IF MB-RESULT(MX) = SPACES
                           AND MB-KIND(MX) = "D" THEN
                       PERFORM CHECK-LIVE-DATA
                   END-IF
                   IF MB-RESULT(MX) = SPACES THEN
                       MOVE "OK" TO MB-RESULT(MX)
                       ADD 1 TO OK-COUNT
                   ELSE
                       ADD 1 TO PROBLEM-COUNT
                   END-IF
           END-EVALUATE.

       READ-BACK-MEMBER.
           MOVE MB-NAME(MX) TO PATH-PART
           PERFORM BUILD-PATH
           MOVE 0 TO MEMBER-OPEN
           MOVE 0 TO MEMBER-EOF
           EVALUATE MB-KIND(MX)
               WHEN "N"
                   MOVE PATH-NAME TO BLDGENFN
                   PERFORM SET-GEN-FILENAME
                   OPEN INPUT GEN-FILE
                   IF GEN-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE GEN-FILE
                   END-IF
               WHEN "C"
                   MOVE PATH-NAME TO BLDCTLFN
                   PERFORM SET-CTL-FILENAME
                   OPEN INPUT CTL-FILE
                   IF CTL-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE CTL-FILE
                   END-IF
               WHEN "D"
                   MOVE PATH-NAME TO BLDDATFN
                   PERFORM SET-DAT-FILENAME
                   OPEN INPUT DAT-FILE
                   IF DAT-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE DAT-FILE
                   END-IF
               WHEN OTHER
                   MOVE PATH-NAME TO BLDTXTFN
                   PERFORM SET-TEXT-FILENAME
                   OPEN INPUT TEXT-FILE
                   IF TEXT-STATUS = "00" THEN
                       MOVE 1 TO MEMBER-OPEN
                   ELSE
                       CLOSE TEXT-FILE
                   END-IF
           END-EVALUATE
           IF MEMBER-OPEN = 1 THEN
               PERFORM READ-BACK-RECORD
               PERFORM TALLY-BACK-RECORD
                   UNTIL MEMBER-EOF = 1
               EVALUATE MB-KIND(MX)
                   WHEN "N"
                       CLOSE GEN-FILE
                   WHEN "C"
                       CLOSE CTL-FILE
                   WHEN "D"
                       CLOSE DAT-FILE
                   WHEN OTHER
                       CLOSE TEXT-FILE
               END-EVALUATE
           END-IF.

       READ-BACK-RECORD.
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

       TALLY-BACK-RECORD.
           ADD 1 TO MB-FOUND(MX)
           PERFORM HASH-RECORD
           COMPUTE MB-FOUND-TOTAL(MX) = FUNCTION MOD(
               MB-FOUND-TOTAL(MX) + REC-HASH, 1000000000000000)
           PERFORM READ-BACK-RECORD.

      *> Every byte's character code weighted by its offset - the
      *> same hash DRPACK put in the manifest.
       HASH-RECORD.
           MOVE 0 TO REC-HASH
           MOVE MB-RECLEN(MX) TO HASH-LEN
           PERFORM HASH-ONE-BYTE
               VARYING HASH-K FROM 1 BY 1
               UNTIL HASH-K > HASH-LEN.

       HASH-ONE-BYTE.
           COMPUTE REC-HASH = REC-HASH
               + FUNCTION ORD(HASH-BUF(HASH-K:1)) * HASH-K.

      *> The live data file laid down from a generation must hold
      *> every one of its records - a duplicate key would have been
      *> refused on the way in.
       CHECK-LIVE-DATA.
           ADD 1 TO LIVE-PAIRS
           MOVE MB-VOL(MX) TO VOL-NAME
           PERFORM SET-LIVE-PART
           PERFORM BUILD-PATH
           MOVE PATH-NAME TO BLDLDTFN
           PERFORM SET-LIVE-DATA-FILENAME
           MOVE 0 TO LIVE-FOUND
           OPEN INPUT LIVE-DATA-FILE
           IF LIVE-DATA-STATUS = "00" THEN
               PERFORM COUNT-ONE-LIVE-RECORD
                   UNTIL LIVE-DATA-STATUS NOT = "00"
               CLOSE LIVE-DATA-FILE
               IF LIVE-FOUND NOT = MB-COUNT(MX) THEN
                   MOVE "LIVE DATA FILE COUNT MISMATCH"
                       TO MB-RESULT(MX)
               END-IF
           ELSE
               CLOSE LIVE-DATA-FILE
               MOVE "LIVE DATA FILE NOT IN TARGET" TO MB-RESULT(MX)
           END-IF.

       COUNT-ONE-LIVE-RECORD.
           READ LIVE-DATA-FILE NEXT RECORD
           IF LIVE-DATA-STATUS = "00" THEN
               ADD 1 TO LIVE-FOUND
           END-IF.

       SET-TEXT-FILENAME.
           MOVE "BLDTXTFN" TO ENV-NAME-HOLD
           MOVE BLDTXTFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

       SET-GEN-FILENAME.
           MOVE "BLDGENFN" TO ENV-NAME-HOLD
           MOVE BLDGENFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

       SET-CTL-FILENAME.
           MOVE "BLDCTLFN" TO ENV-NAME-HOLD
           MOVE BLDCTLFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

       SET-DAT-FILENAME.
           MOVE "BLDDATFN" TO ENV-NAME-HOLD
           MOVE BLDDATFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

       SET-LIVE-CTL-FILENAME.
           MOVE "BLDLCTFN" TO ENV-NAME-HOLD
           MOVE BLDLCTFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

       SET-LIVE-DATA-FILENAME.
           MOVE "BLDLDTFN" TO ENV-NAME-HOLD
           MOVE BLDLDTFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

      *> Nothing was written: the listing names the files in the way.
       REPORT-TARGET-NOT-EMPTY.
           MOVE "TARGET DIRECTORY IS NOT EMPTY - NOTHING UNPACKED"
               TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "BUNDLE FILES ALREADY IN THE TARGET" TO TT-TEXT
           MOVE EXISTING-COUNT TO TT-COUNT
           MOVE TOTAL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           CLOSE BUNDLE-FILE
           DISPLAY "REBUILD REFUSED - " EXISTING-COUNT
               " BUNDLE FILES ALREADY IN "
               FUNCTION TRIM(DR-TARGET)
           MOVE 1 TO CMD-STATUS.

      *> The bundle as a whole, then each member, then the verdict.
       REPORT-REBUILD.
           MOVE "BUNDLE" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           IF TRAILER-SEEN = 0 THEN
               MOVE "NO TRAILER - THE BUNDLE IS TRUNCATED" TO NT-TEXT
               PERFORM WRITE-PROBLEM-NOTE
           ELSE
               IF TRAILER-ROWS NOT = DATA-ROWS THEN
                   MOVE "TRAILER RECORD COUNT DISAGREES WITH THE DATA"
                       TO NT-TEXT
                   PERFORM WRITE-PROBLEM-NOTE
               END-IF
               IF TRAILER-TOTAL NOT = MANIFEST-SUM THEN
                   MOVE "TRAILER HASH TOTAL DISAGREES WITH THE MANIFEST"
                       TO NT-TEXT
                   PERFORM WRITE-PROBLEM-NOTE
               END-IF
               IF TRAILER-MEMBERS NOT = MEMBER-TOTAL
                       OR DH-MEMBERS NOT = MEMBER-TOTAL THEN
                   MOVE "MANIFEST ROWS MISSING - MEMBER COUNT DISAGREES"
                       TO NT-TEXT
                   PERFORM WRITE-PROBLEM-NOTE
               END-IF
           END-IF
           IF STRAY-ROWS > 0 THEN
               MOVE "RECORDS FOR NO PACKED MEMBER - BUNDLE DAMAGED"
                   TO NT-TEXT
               PERFORM WRITE-PROBLEM-NOTE
           END-IF
           IF PROBLEM-COUNT = 0 THEN
               MOVE "HEADER, MANIFEST AND TRAILER AGREE" TO NT-TEXT
               MOVE NOTE-LINE TO RPT-RECORD
               PERFORM WRITE-RPT-LINE
           END-IF
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "MEMBERS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE COL-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           PERFORM WRITE-MEMBER-LINE
               VARYING MX FROM 1 BY 1
               UNTIL MX > MEMBER-TOTAL
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           MOVE "REBUILD TOTALS" TO SC-TEXT
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE
           MOVE "MEMBERS CHECKED OK" TO TT-TEXT
           MOVE OK-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "OPTIONAL MEMBERS ABSENT AT SOURCE" TO TT-TEXT
           MOVE ABSENT-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "VOLUMES LAID DOWN LIVE" TO TT-TEXT
           MOVE LIVE-PAIRS TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "PROBLEMS" TO TT-TEXT
           MOVE PROBLEM-COUNT TO TT-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE BLANK-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE

           IF PROBLEM-COUNT = 0 THEN
               MOVE "VERDICT: SITE USABLE" TO SC-TEXT
               DISPLAY "REBUILD OF " FUNCTION TRIM(DR-TARGET)
                   " CHECKED - " OK-COUNT " MEMBERS OK - SITE USABLE"
           ELSE
               MOVE "VERDICT: SITE NOT USABLE - SEE PROBLEMS ABOVE"
                   TO SC-TEXT
               DISPLAY "REBUILD OF " FUNCTION TRIM(DR-TARGET)
                   " CHECKED - " PROBLEM-COUNT
                   " PROBLEMS - SITE NOT USABLE"
               MOVE 1 TO CMD-STATUS
           END-IF
           MOVE SECTION-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

       WRITE-PROBLEM-NOTE.
           ADD 1 TO PROBLEM-COUNT
           MOVE NOTE-LINE TO RPT-RECORD
           PERFORM WRITE-RPT-LINE.

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
           MOVE MB-COUNT(MX) TO ML-COUNT
           MOVE MB-FOUND(MX) TO ML-FOUND
           MOVE MB-RESULT(MX) TO ML-RESULT
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
               MOVE DR-BUNDLE TO HL-BUNDLE
               MOVE DH-RUN-DATE TO HL-DATE
               MOVE DH-RUN-TIME TO HL-TIME
               MOVE DH-OPER TO HL-OPER
               MOVE DR-TARGET TO HL-TARGET
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
