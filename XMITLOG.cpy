      * One row of the transmission log, SOSXMIT.LOG. XMITOUT appends
      * a SENT row for every transmission it writes (RERUN when the
      * sequence number had gone before), carrying the trailer's
      * control totals; XMITACK appends an ACK row for every control
      * total the receiver returns, carrying the receiver's figures
      * and whether they reconciled. The next sequence number for a
      * volume is one past the highest SENT on the log, so the log
      * is never rotated.
       01 XMITLOG-LINE.
           05 XL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      *> SENT, RERUN or ACK
           05 XL-EVENT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
      *> DELTA or FULL - blank on an ACK row
           05 XL-MODE PIC X(5) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-COUNT PIC 9(7).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-HASH-SIZE PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-HASH-CKSUM PIC 9(11).
           05 FILLER PIC X(1) VALUE SPACE.
      *> ACK rows only: OK, MISMATCH, or UNKNOWN for a sequence
      *> never sent
           05 XL-RESULT PIC X(8) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 XL-OPER PIC X(8).

      * One control-total row returned by the receiver in SOSXACK.DAT,
      * fixed columns, one row per transmission it took in: what it
      * counted and hashed from the D and S records it received.
       01 XMITACK-LINE.
           05 XA-SOURCE PIC X(8).
           05 XA-VOL PIC X(8).
           05 XA-SEQ PIC 9(6).
           05 XA-COUNT PIC 9(7).
           05 XA-HASH-SIZE PIC 9(11).
           05 XA-HASH-CKSUM PIC 9(11).
           05 FILLER PIC X(29).
