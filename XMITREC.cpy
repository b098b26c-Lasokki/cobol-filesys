      * Outbound interface file, SOSXMIT.DAT - fixed 150-byte records
      * written by XMITOUT for the downstream systems in place of the
      * export and delta CSVs. One transmission is a header, the
      * detail records (an entity's D record followed by S records
      * for a file's lines 2 upward), and a trailer. The trailer's
      * count is the D and S records between header and trailer; the
      * hash totals are ESIZE and ECHECKSUM summed over the D
      * records. Numeric fields are zoned and zero-filled, alpha
      * fields left-justified and space-filled.
       01 XMIT-HEADER.
           05 XH-REC-TYPE PIC X(1) VALUE "H".
           05 XH-SOURCE PIC X(8) VALUE "SOS".
           05 XH-VOL PIC X(8).
           05 XH-RUN-DATE PIC 9(8).
           05 XH-RUN-TIME PIC 9(6).
           05 XH-SEQ PIC 9(6).
      *> D delta, F full extract
           05 XH-MODE PIC X(1).
      *> Y when this sequence number was sent before and re-run
           05 XH-RERUN PIC X(1).
           05 FILLER PIC X(111) VALUE SPACES.

       01 XMIT-DETAIL.
           05 XD-REC-TYPE PIC X(1) VALUE "D".
      *> A added, C changed, D removed - every row of a full
      *> extract is A
           05 XD-ACTION PIC X(1).
           05 XD-EID PIC 9(3).
      *> FILE, DIR or LINK - blank on a removal
           05 XD-ETYPE PIC X(4).
           05 XD-EPARENT PIC 9(3).
           05 XD-ENAME PIC X(32).
           05 XD-ESIZE PIC 9(4).
           05 XD-ECREATED PIC 9(8).
           05 XD-EMODIFIED PIC 9(8).
           05 XD-OWNER PIC X(8).
           05 XD-ECHECKSUM PIC 9(4).
      *> line 1, or the marking of a masked file
           05 XD-CONTENT PIC X(60).
           05 FILLER PIC X(14) VALUE SPACES.

       01 XMIT-SEGMENT.
           05 XS-REC-TYPE PIC X(1) VALUE "S".
           05 XS-ACTION PIC X(1).
           05 XS-EID PIC 9(3).
           05 XS-LINE PIC 9(3).
           05 XS-TEXT PIC X(60).
           05 FILLER PIC X(82) VALUE SPACES.

       01 XMIT-TRAILER.
           05 XT-REC-TYPE PIC X(1) VALUE "T".
           05 XT-SEQ PIC 9(6).
           05 XT-COUNT PIC 9(7).
           05 XT-HASH-SIZE PIC 9(11).
           05 XT-HASH-CKSUM PIC 9(11).
           05 FILLER PIC X(114) VALUE SPACES.
