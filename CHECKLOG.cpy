      * One row of the integrity check log, SOSCHECK.LOG. Whenever
      * "verify", "verify -d" or "auditchk" finds something wrong -
      * the moment it raises DRIFT - the shell appends a row naming
      * the check, who ran it, the volume it ran on and the drift
      * notice's text, so the finding outlives the mailboxes it was
      * sent to. A clean run leaves no row. HANDOVER lists the rows
      * inside its window for the incoming shift.
       01 CHECKLOG-LINE.
           05 CK-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CK-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CK-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CK-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      *> verify or auditchk
           05 CK-CHECK PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CK-TEXT PIC X(80).
