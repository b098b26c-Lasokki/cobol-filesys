      * Disaster recovery bundle, SOSDR-yyyymmddhhmm.DAT - fixed
      * 220-byte records written by DRPACK ("drpack") and unpacked by
      * DRBUILD ("drbuild"). One bundle is a header, the manifest (one
      * M record per member, in member order), the data records of
      * every packed member in the same order, and a trailer. A
      * member is one file of the installation's set: a text file
      * carried line for line, or one of a volume's latest backup
      * generation files (counter, control, data) carried record for
      * record. Each member's control total is the record count and
      * a hash total - every byte's character code weighted by its
      * offset in the record, summed over all its records, the same
      * weighting COMPUTE-CHECKSUM uses for content. The trailer
      * carries the data record count and the member totals summed.
      * Numeric fields are zoned and zero-filled, alpha fields
      * left-justified and space-filled.
       01 DR-HEADER.
           05 DH-REC-TYPE PIC X(1) VALUE "H".
           05 DH-TAG PIC X(8) VALUE "SOSDR".
           05 DH-RUN-DATE PIC 9(8).
           05 DH-RUN-TIME PIC 9(6).
           05 DH-OPER PIC X(8).
           05 DH-MEMBERS PIC 9(3).
           05 DH-VOLUMES PIC 9(3).
           05 FILLER PIC X(183) VALUE SPACES.

       01 DR-MANIFEST.
           05 DM-REC-TYPE PIC X(1) VALUE "M".
           05 DM-MEMBER PIC 9(3).
           05 DM-NAME PIC X(40).
      *> T text file, N generation counter, C generation control,
      *> D generation data
           05 DM-KIND PIC X(1).
      *> the volume a generation member belongs to, else blank
           05 DM-VOL PIC X(8).
      *> R the site cannot run without it, O optional
           05 DM-NEED PIC X(1).
      *> P packed, A absent at source (optional), X missing at
      *> source (required)
           05 DM-STATE PIC X(1).
           05 DM-RECLEN PIC 9(3).
           05 DM-COUNT PIC 9(6).
           05 DM-TOTAL PIC 9(15).
           05 DM-NOTE PIC X(30).
           05 FILLER PIC X(111) VALUE SPACES.

       01 DR-DATA.
           05 DD-REC-TYPE PIC X(1) VALUE "D".
           05 DD-MEMBER PIC 9(3).
           05 DD-SEQ PIC 9(6).
           05 DD-TEXT PIC X(210).

       01 DR-TRAILER.
           05 DT-REC-TYPE PIC X(1) VALUE "T".
           05 DT-MEMBERS PIC 9(3).
           05 DT-RECORDS PIC 9(7).
           05 DT-TOTAL PIC 9(15).
           05 FILLER PIC X(194) VALUE SPACES.
