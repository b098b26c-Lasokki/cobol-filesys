       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITOUT.

      *> Outbound interface transmission ("xmit delta", "xmit full").
      *> Writes the mounted volume's change feed, or its whole live
      *> table, as the fixed-length records of SOSXMIT.DAT (layouts
      *> in XMITREC.cpy) - a header naming source, volume, run date
      *> and transmission sequence number, the detail records, and a
      *> trailer carrying the record count and the ESIZE and
      *> ECHECKSUM hash totals. Selection, trash exclusion and
      *> content masking follow "export" and "delta" exactly; the
      *> delta is worked against a checkpoint of the interface's own
      *> (SOSXCKP.DAT, SOSXCKP-vol.DAT elsewhere), so the CSV feed
      *> and this one never swallow each other's changes. A full
      *> extract resets the checkpoint to what it sent.
      *>
      *> Sequence numbers run per volume, one past the highest the
      *> transmission log (SOSXMIT.LOG, XMITLOG.cpy) shows sent. A
      *> sequence number asked for by hand that the log already
      *> shows sent is a rerun, refused unless forced with "-f".
      *> Before each new transmission the outgoing checkpoint is
      *> kept as SOSXCKP.PRV, so a forced rerun of the latest delta
      *> is worked against the same starting point as the original
      *> and carries the same changes (plus any made since); an
      *> older sequence can only be re-run as a full extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMIT-FILE ASSIGN TO "SOSXMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-STATUS.
           SELECT XLOG-FILE ASSIGN TO "SOSXMIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XLOG-STATUS.
      *> The volume's interface checkpoint and the copy kept from
      *> before the latest transmission - names set per volume
      *> through the environment, the shell's ASSIGN-to-data-item
      *> pattern.
           SELECT XCKP-FILE ASSIGN TO XCKPFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XCKP-STATUS.
           SELECT XPRV-FILE ASSIGN TO XPRVFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XPRV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-FILE.
       01  XMIT-RECORD PIC X(150).

       FD  XLOG-FILE.
       01  XLOG-RECORD PIC X(94).

       FD  XCKP-FILE.
       01  XCKP-RECORD PIC X(54).

       FD  XPRV-FILE.
       01  XPRV-RECORD PIC X(54).

       WORKING-STORAGE SECTION.
       01 XMIT-STATUS PIC X(2) VALUE SPACES.
       01 XLOG-STATUS PIC X(2) VALUE SPACES.
       01 XCKP-STATUS PIC X(2) VALUE SPACES.
       01 XPRV-STATUS PIC X(2) VALUE SPACES.
       01 XCKPFN PIC X(40).
       01 XPRVFN PIC X(40).
       01 ENV-NAME-HOLD PIC X(20).
       01 ENV-VALUE-HOLD PIC X(60).

       COPY XMITREC.
       COPY XMITLOG.

      * One checkpoint row - the same columns as the "delta"
      * checkpoint in the shell; the table holds one row per entity
      * slot (MAX-ENTITY-COUNT, which FILESYSTEM.cpy only brings in
      * under LINKAGE).
       01 XCKP-IN-LINE.
           05 XK-EID PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XK-NAME PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XK-PARENT PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XK-MODIFIED PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XK-CHECKSUM PIC 9(4).
       01 XCKP-TABLE.
           05 XCKP-ROW OCCURS 200 TIMES.
               10 XC-EID PIC 9(3).
               10 XC-NAME PIC X(32).
               10 XC-PARENT PIC 9(3).
               10 XC-MODIFIED PIC 9(8).
               10 XC-CHECKSUM PIC 9(4).
               10 XC-SEEN PIC 9(1).
       01 XCKP-TOTAL PIC 9(3) VALUE 0.
       01 KX PIC 9(3).
       01 XCKP-HIT PIC 9(3).

       01 MOUNT-NORM PIC X(8).
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 RUN-SEQ PIC 9(6).
       01 LAST-SEQ PIC 9(6).
       01 NEXT-SEQ PIC 9(6).
       01 SENT-DATE PIC 9(8).
       01 RERUN-FLAG PIC 9(1).
       01 XMIT-ACTION PIC X(1).
       01 XMIT-COUNT PIC 9(7).
       01 HASH-SIZE PIC 9(11).
       01 HASH-CKSUM PIC 9(11).
       01 XMIT-ADDED PIC 9(4).
       01 XMIT-CHANGED PIC 9(4).
       01 XMIT-REMOVED PIC 9(4).
       01 XMIT-MASKED PIC 9(1).
       78 CONF-MASK VALUE "*CONFIDENTIAL*".
       78 NOREAD-MASK VALUE "*NO READ ACCESS*".

      * Trash test - the trash row and everything under it stay out,
      * as they stay out of export and delta.
       01 TRASH-SKIP PIC 9(1).
       01 HOP PIC 9(3).
       01 WALK-EID PIC 9(3).
       01 WALK-IND PIC 9(3).
       01 WALK-MATCH-IND PIC 9(3).
       01 WALK-FOUND PIC 9(1).
       01 SGX PIC 9(3).

       LINKAGE SECTION.
       COPY FILESYSTEM.
       COPY SEGMENTS.
       COPY ACCESSMAP.
       01 MOUNT-VOL-NAME PIC X(8).
       01 OPERATOR-ID PIC X(8).
       01 TRASH-EID PIC 9(3).
       01 XMIT-MODE PIC 9(1).
           88 XMIT-DELTA VALUE 0.
           88 XMIT-FULL VALUE 1.
      *> sequence number asked for by hand - spaces for the next
       01 XMIT-SEQ-ARG PIC X(32).
       01 XMIT-FORCE PIC 9(1). *> 1 "-f" given
       01 CMD-STATUS PIC 9(1).

       PROCEDURE DIVISION USING FILESYSTEM CONTENT-SEGMENTS
               ACCESS-MAP MOUNT-VOL-NAME OPERATOR-ID TRASH-EID
               XMIT-MODE XMIT-SEQ-ARG XMIT-FORCE CMD-STATUS.

           MOVE 0 TO CMD-STATUS
           MOVE 0 TO RERUN-FLAG
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           MOVE MOUNT-VOL-NAME TO MOUNT-NORM
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(MOUNT-NORM))
                   = "DEFAULT" THEN
               MOVE "DEFAULT" TO MOUNT-NORM
           END-IF
           PERFORM SET-CHECKPOINT-NAMES

           PERFORM CHOOSE-SEQUENCE
           IF CMD-STATUS = 0 THEN
               PERFORM BUILD-TRANSMISSION
               PERFORM APPEND-XMIT-LOG
               IF RERUN-FLAG = 1 THEN
                   DISPLAY "RERUN OF TRANSMISSION " RUN-SEQ
                       " FORCED - FIRST SENT " SENT-DATE
               END-IF
               IF XMIT-FULL THEN
                   DISPLAY "TRANSMISSION " RUN-SEQ " FULL: "
                       XMIT-ADDED " ENTITIES"
               ELSE
                   DISPLAY "TRANSMISSION " RUN-SEQ " DELTA: "
                       XMIT-ADDED " ADDED  " XMIT-CHANGED
                       " CHANGED  " XMIT-REMOVED " REMOVED"
               END-IF
               DISPLAY "SOSXMIT.DAT RECORDS " XMIT-COUNT
                   "  ESIZE HASH " HASH-SIZE
                   "  ECHECKSUM HASH " HASH-CKSUM
           END-IF

           EXIT PROGRAM.

       SET-CHECKPOINT-NAMES.
           IF MOUNT-NORM = "DEFAULT" THEN
               MOVE "SOSXCKP.DAT" TO XCKPFN
               MOVE "SOSXCKP.PRV" TO XPRVFN
           ELSE
               MOVE SPACES TO XCKPFN
               STRING "SOSXCKP-" DELIMITED BY SIZE
                   FUNCTION TRIM(MOUNT-NORM) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO XCKPFN
               MOVE SPACES TO XPRVFN
               STRING "SOSXCKP-" DELIMITED BY SIZE
                   FUNCTION TRIM(MOUNT-NORM) DELIMITED BY SIZE
                   ".PRV" DELIMITED BY SIZE
                   INTO XPRVFN
           END-IF
           MOVE "XCKPFN" TO ENV-NAME-HOLD
           MOVE XCKPFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE
           MOVE "XPRVFN" TO ENV-NAME-HOLD
           MOVE XPRVFN TO ENV-VALUE-HOLD
           DISPLAY ENV-NAME-HOLD UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE-HOLD UPON ENVIRONMENT-VALUE.

      *> The next sequence number, or the one asked for: a number
      *> past the next would leave a gap the receiver cannot tell
      *> from a lost transmission, and one already sent is a rerun.
       CHOOSE-SEQUENCE.
           MOVE 0 TO RUN-SEQ
           IF XMIT-SEQ-ARG NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(XMIT-SEQ-ARG) NOT = 0 THEN
                   DISPLAY "ERROR: SEQUENCE NUMBER MUST BE NUMERIC"
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF FUNCTION NUMVAL(XMIT-SEQ-ARG) < 1
                       OR FUNCTION NUMVAL(XMIT-SEQ-ARG) > 999999 THEN
                   DISPLAY "ERROR: SEQUENCE NUMBER MUST BE 1-999999"
                   MOVE 1 TO CMD-STATUS
               ELSE
                   MOVE FUNCTION NUMVAL(XMIT-SEQ-ARG) TO RUN-SEQ
               END-IF
               END-IF
           END-IF

           IF CMD-STATUS = 0 THEN
               PERFORM SCAN-XMIT-LOG
               COMPUTE NEXT-SEQ = LAST-SEQ + 1
               IF RUN-SEQ = 0 THEN
                   MOVE NEXT-SEQ TO RUN-SEQ
               END-IF
               IF RUN-SEQ > NEXT-SEQ THEN
                   DISPLAY "ERROR: SEQUENCE " RUN-SEQ
                       " OUT OF ORDER - NEXT FOR "
                       FUNCTION TRIM(MOUNT-NORM) " IS " NEXT-SEQ
                   MOVE 1 TO CMD-STATUS
               ELSE
               IF RUN-SEQ NOT > LAST-SEQ THEN
                   IF XMIT-FORCE = 0 THEN
                       DISPLAY "ERROR: TRANSMISSION " RUN-SEQ
                           " ALREADY SENT " SENT-DATE
                           " - RERUN REFUSED WITHOUT -f"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                   IF XMIT-DELTA AND RUN-SEQ NOT = LAST-SEQ THEN
                       DISPLAY "ERROR: ONLY TRANSMISSION " LAST-SEQ
                           " CAN BE RE-RUN AS A DELTA - USE full"
                       MOVE 1 TO CMD-STATUS
                   ELSE
                       MOVE 1 TO RERUN-FLAG
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> Highest sequence sent for this volume, and when RUN-SEQ
      *> (when asked for) first went.
       SCAN-XMIT-LOG.
           MOVE 0 TO LAST-SEQ
           MOVE 0 TO SENT-DATE
           OPEN INPUT XLOG-FILE
           IF XLOG-STATUS = "00" THEN
               PERFORM SCAN-ONE-XMIT-ROW
                   UNTIL XLOG-STATUS NOT = "00"
           END-IF
           CLOSE XLOG-FILE.

       SCAN-ONE-XMIT-ROW.
           READ XLOG-FILE
           IF XLOG-STATUS = "00" THEN
               MOVE XLOG-RECORD TO XMITLOG-LINE
               IF XL-VOL = MOUNT-NORM AND XL-EVENT = "SENT" THEN
                   IF XL-SEQ > LAST-SEQ THEN
                       MOVE XL-SEQ TO LAST-SEQ
                   END-IF
                   IF XL-SEQ = RUN-SEQ THEN
                       MOVE XL-DATE TO SENT-DATE
                   END-IF
               END-IF
           END-IF.

      *> Header, details, trailer. The checkpoint is loaded first -
      *> from the kept copy for a delta rerun - and rewritten from
      *> the live table once the file is out.
       BUILD-TRANSMISSION.
           MOVE 0 TO XMIT-COUNT
           MOVE 0 TO HASH-SIZE
           MOVE 0 TO HASH-CKSUM
           MOVE 0 TO XMIT-ADDED
           MOVE 0 TO XMIT-CHANGED
           MOVE 0 TO XMIT-REMOVED

           IF RERUN-FLAG = 0 THEN
               PERFORM LOAD-XCKP-TABLE
               PERFORM SAVE-PREVIOUS-CHECKPOINT
           ELSE
               IF XMIT-DELTA THEN
                   PERFORM LOAD-XPRV-TABLE
               END-IF
           END-IF
           IF XMIT-FULL THEN
               MOVE 0 TO XCKP-TOTAL
           END-IF

           OPEN OUTPUT XMIT-FILE
           MOVE MOUNT-NORM TO XH-VOL
           MOVE RUN-DATE TO XH-RUN-DATE
           MOVE RUN-TIME(1:6) TO XH-RUN-TIME
           MOVE RUN-SEQ TO XH-SEQ
           IF XMIT-FULL THEN
               MOVE "F" TO XH-MODE
           ELSE
               MOVE "D" TO XH-MODE
           END-IF
           IF RERUN-FLAG = 1 THEN
               MOVE "Y" TO XH-RERUN
           ELSE
               MOVE "N" TO XH-RERUN
           END-IF
           MOVE XMIT-HEADER TO XMIT-RECORD
           WRITE XMIT-RECORD

           PERFORM XMIT-ONE-LIVE-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > MAX-ENTITY-COUNT
           PERFORM XMIT-ONE-REMOVED-ROW
               VARYING KX FROM 1 BY 1
               UNTIL KX > XCKP-TOTAL

           MOVE RUN-SEQ TO XT-SEQ
           MOVE XMIT-COUNT TO XT-COUNT
           MOVE HASH-SIZE TO XT-HASH-SIZE
           MOVE HASH-CKSUM TO XT-HASH-CKSUM
           MOVE XMIT-TRAILER TO XMIT-RECORD
           WRITE XMIT-RECORD
           CLOSE XMIT-FILE

           PERFORM SAVE-XCKP-TABLE.

       XMIT-ONE-LIVE-ROW.
           IF EID(I) NOT = 0 THEN
               PERFORM CHECK-TRASHED
               IF TRASH-SKIP = 0 THEN
                   MOVE 0 TO XCKP-HIT
                   PERFORM FIND-XCKP-ROW
                       VARYING KX FROM 1 BY 1
                       UNTIL KX > XCKP-TOTAL OR XCKP-HIT > 0
                   IF XCKP-HIT = 0 THEN
                       MOVE "A" TO XMIT-ACTION
                       ADD 1 TO XMIT-ADDED
                       PERFORM WRITE-ENTITY-DETAIL
                   ELSE
                       MOVE 1 TO XC-SEEN(XCKP-HIT)
                       IF XC-NAME(XCKP-HIT) NOT = ENAME(I)
                               OR XC-PARENT(XCKP-HIT)
                               NOT = EPARENT(I)
                               OR XC-MODIFIED(XCKP-HIT)
                               NOT = EMODIFIED(I)
                               OR XC-CHECKSUM(XCKP-HIT)
                               NOT = ECHECKSUM(I) THEN
                           MOVE "C" TO XMIT-ACTION
                           ADD 1 TO XMIT-CHANGED
                           PERFORM WRITE-ENTITY-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-XCKP-ROW.
           IF XC-EID(KX) = EID(I) THEN
               MOVE KX TO XCKP-HIT
           END-IF.

      *> Row I as a D record, its extra lines as S records behind it
      *> - unless its content went out masked, when the lines stay
      *> home as they do from export.
       WRITE-ENTITY-DETAIL.
           MOVE XMIT-ACTION TO XD-ACTION
           MOVE EID(I) TO XD-EID
           EVALUATE TRUE
               WHEN EDIR(I)
                   MOVE "DIR " TO XD-ETYPE
               WHEN ELINK(I)
                   MOVE "LINK" TO XD-ETYPE
               WHEN OTHER
                   MOVE "FILE" TO XD-ETYPE
           END-EVALUATE
           MOVE EPARENT(I) TO XD-EPARENT
           MOVE ENAME(I) TO XD-ENAME
           MOVE ESIZE(I) TO XD-ESIZE
           MOVE ECREATED(I) TO XD-ECREATED
           MOVE EMODIFIED(I) TO XD-EMODIFIED
           MOVE OWNER(I) TO XD-OWNER
           MOVE ECHECKSUM(I) TO XD-ECHECKSUM

           MOVE 0 TO XMIT-MASKED
           IF EFILE(I) AND ECLASS(I) = "C"
                   AND OWNER(I) NOT = OPERATOR-ID THEN
               MOVE 1 TO XMIT-MASKED
               MOVE CONF-MASK TO XD-CONTENT
           ELSE
           IF EFILE(I) AND ACC-READ(I) = 0 THEN
               MOVE 1 TO XMIT-MASKED
               MOVE NOREAD-MASK TO XD-CONTENT
           ELSE
               MOVE ECONTENT(I) TO XD-CONTENT
           END-IF
           END-IF

           MOVE XMIT-DETAIL TO XMIT-RECORD
           WRITE XMIT-RECORD
           ADD 1 TO XMIT-COUNT
           ADD ESIZE(I) TO HASH-SIZE
           ADD ECHECKSUM(I) TO HASH-CKSUM

           IF EFILE(I) AND XMIT-MASKED = 0 THEN
               PERFORM WRITE-SEGMENT-DETAIL
                   VARYING SGX FROM 1 BY 1
                   UNTIL SGX > SEG-TOTAL
           END-IF.

       WRITE-SEGMENT-DETAIL.
           IF SEG-EID(SGX) = EID(I) THEN
               MOVE XMIT-ACTION TO XS-ACTION
               MOVE EID(I) TO XS-EID
               MOVE SEG-LINE(SGX) TO XS-LINE
               MOVE SEG-TEXT(SGX) TO XS-TEXT
               MOVE XMIT-SEGMENT TO XMIT-RECORD
               WRITE XMIT-RECORD
               ADD 1 TO XMIT-COUNT
           END-IF.

      *> A checkpoint row nothing live claimed is a removal, sent
      *> with its last-known name, parent, date and checksum; the
      *> checksum counts toward the hash total like any other.
       XMIT-ONE-REMOVED-ROW.
           IF XC-SEEN(KX) = 0 THEN
               ADD 1 TO XMIT-REMOVED
               MOVE "D" TO XD-ACTION
               MOVE XC-EID(KX) TO XD-EID
               MOVE SPACES TO XD-ETYPE
               MOVE XC-PARENT(KX) TO XD-EPARENT
               MOVE XC-NAME(KX) TO XD-ENAME
               MOVE 0 TO XD-ESIZE
               MOVE 0 TO XD-ECREATED
               MOVE XC-MODIFIED(KX) TO XD-EMODIFIED
               MOVE SPACES TO XD-OWNER
               MOVE XC-CHECKSUM(KX) TO XD-ECHECKSUM
               MOVE SPACES TO XD-CONTENT
               MOVE XMIT-DETAIL TO XMIT-RECORD
               WRITE XMIT-RECORD
               ADD 1 TO XMIT-COUNT
               ADD XC-CHECKSUM(KX) TO HASH-CKSUM
           END-IF.

      *> Row I is out of the extract if it is the trash area or any
      *> ancestor is.
       CHECK-TRASHED.
           MOVE 0 TO TRASH-SKIP
           IF TRASH-EID NOT = 0 THEN
               IF EID(I) = TRASH-EID THEN
                   MOVE 1 TO TRASH-SKIP
               ELSE
                   MOVE EPARENT(I) TO WALK-EID
                   PERFORM WALK-UP-ONE
                       VARYING HOP FROM 1 BY 1
                       UNTIL HOP > MAX-ENTITY-COUNT
                       OR WALK-EID = 0 OR TRASH-SKIP = 1
               END-IF
           END-IF.

       WALK-UP-ONE.
           IF WALK-EID = TRASH-EID THEN
               MOVE 1 TO TRASH-SKIP
           ELSE
               MOVE 0 TO WALK-FOUND
               PERFORM FIND-WALK-ROW
                   VARYING WALK-IND FROM 1 BY 1
                   UNTIL WALK-IND > MAX-ENTITY-COUNT
                   OR WALK-FOUND = 1
               IF WALK-FOUND = 1 THEN
                   MOVE EPARENT(WALK-MATCH-IND) TO WALK-EID
               ELSE
                   MOVE 0 TO WALK-EID
               END-IF
           END-IF.

       FIND-WALK-ROW.
           IF EID(WALK-IND) = WALK-EID THEN
               MOVE 1 TO WALK-FOUND
               MOVE WALK-IND TO WALK-MATCH-IND
           END-IF.

       LOAD-XCKP-TABLE.
           MOVE 0 TO XCKP-TOTAL
           OPEN INPUT XCKP-FILE
           IF XCKP-STATUS = "00" THEN
               PERFORM LOAD-ONE-XCKP-ROW
                   UNTIL XCKP-TOTAL NOT < MAX-ENTITY-COUNT
                   OR XCKP-STATUS NOT = "00"
           END-IF
           CLOSE XCKP-FILE.

       LOAD-ONE-XCKP-ROW.
           READ XCKP-FILE
           IF XCKP-STATUS = "00" THEN
               MOVE XCKP-RECORD TO XCKP-IN-LINE
               PERFORM ADD-XCKP-ROW
           END-IF.

       LOAD-XPRV-TABLE.
           MOVE 0 TO XCKP-TOTAL
           OPEN INPUT XPRV-FILE
           IF XPRV-STATUS = "00" THEN
               PERFORM LOAD-ONE-XPRV-ROW
                   UNTIL XCKP-TOTAL NOT < MAX-ENTITY-COUNT
                   OR XPRV-STATUS NOT = "00"
           END-IF
           CLOSE XPRV-FILE.

       LOAD-ONE-XPRV-ROW.
           READ XPRV-FILE
           IF XPRV-STATUS = "00" THEN
               MOVE XPRV-RECORD TO XCKP-IN-LINE
               PERFORM ADD-XCKP-ROW
           END-IF.

       ADD-XCKP-ROW.
           ADD 1 TO XCKP-TOTAL
           MOVE XK-EID TO XC-EID(XCKP-TOTAL)
           MOVE XK-NAME TO XC-NAME(XCKP-TOTAL)
           MOVE XK-PARENT TO XC-PARENT(XCKP-TOTAL)
           MOVE XK-MODIFIED TO XC-MODIFIED(XCKP-TOTAL)
           MOVE XK-CHECKSUM TO XC-CHECKSUM(XCKP-TOTAL)
           MOVE 0 TO XC-SEEN(XCKP-TOTAL).

      *> The checkpoint as it stood before this transmission, kept
      *> for a rerun of it. No checkpoint yet leaves the copy empty,
      *> which reruns a first delta as the full load it was.
       SAVE-PREVIOUS-CHECKPOINT.
           OPEN OUTPUT XPRV-FILE
           PERFORM SAVE-ONE-XPRV-ROW
               VARYING KX FROM 1 BY 1
               UNTIL KX > XCKP-TOTAL
           CLOSE XPRV-FILE.

       SAVE-ONE-XPRV-ROW.
           MOVE XC-EID(KX) TO XK-EID
           MOVE XC-NAME(KX) TO XK-NAME
           MOVE XC-PARENT(KX) TO XK-PARENT
           MOVE XC-MODIFIED(KX) TO XK-MODIFIED
           MOVE XC-CHECKSUM(KX) TO XK-CHECKSUM
           MOVE XCKP-IN-LINE TO XPRV-RECORD
           WRITE XPRV-RECORD.

      *> The checkpoint becomes what was just sent.
       SAVE-XCKP-TABLE.
           OPEN OUTPUT XCKP-FILE
           PERFORM SAVE-ONE-XCKP-ROW
               VARYING I FROM 1 BY 1
               UNTIL I > MAX-ENTITY-COUNT
           CLOSE XCKP-FILE.

       SAVE-ONE-XCKP-ROW.
           IF EID(I) NOT = 0 THEN
               PERFORM CHECK-TRASHED
               IF TRASH-SKIP = 0 THEN
                   MOVE EID(I) TO XK-EID
                   MOVE ENAME(I) TO XK-NAME
                   MOVE EPARENT(I) TO XK-PARENT
                   MOVE EMODIFIED(I) TO XK-MODIFIED
                   MOVE ECHECKSUM(I) TO XK-CHECKSUM
                   MOVE XCKP-IN-LINE TO XCKP-RECORD
                   WRITE XCKP-RECORD
               END-IF
           END-IF.

       APPEND-XMIT-LOG.
           MOVE RUN-DATE TO XL-DATE
           MOVE RUN-TIME(1:6) TO XL-TIME
           IF RERUN-FLAG = 1 THEN
               MOVE "RERUN" TO XL-EVENT
           ELSE
               MOVE "SENT" TO XL-EVENT
           END-IF
           MOVE MOUNT-NORM TO XL-VOL
           MOVE RUN-SEQ TO XL-SEQ
           IF XMIT-FULL THEN
               MOVE "FULL" TO XL-MODE
           ELSE
               MOVE "DELTA" TO XL-MODE
           END-IF
           MOVE XMIT-COUNT TO XL-COUNT
           MOVE HASH-SIZE TO XL-HASH-SIZE
           MOVE HASH-CKSUM TO XL-HASH-CKSUM
           MOVE SPACES TO XL-RESULT
           MOVE OPERATOR-ID TO XL-OPER

           OPEN EXTEND XLOG-FILE
           IF XLOG-STATUS NOT = "00" THEN
               OPEN OUTPUT XLOG-FILE
           END-IF
           MOVE XMITLOG-LINE TO XLOG-RECORD
           WRITE XLOG-RECORD
           CLOSE XLOG-FILE.
