      * One row of the log rotation register, SOSROTATE.DAT. Every
      * time "rotate" closes a log out into a dated archive member
      * it appends a row naming the member and the span of dates
      * its records cover, oldest rotation first. LOGROTAT writes
      * the rows; AUDITCHK walks the audit members in this order
      * ahead of the live log, and the reports that take a date
      * range (AUDITRPT, USAGERPT, CHARGRPT, SECRPT, SCHEDHST) read
      * the members whose span overlaps it.
       01 ROTREG-LINE.
      *> AUDIT, ACCT, SCHED, SEC or JRNLA
           05 RG-LOG PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      *> volume of a journal archive, blank for the others
           05 RG-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RG-DATE PIC X(8). *> day of the rotation
           05 FILLER PIC X(1) VALUE SPACE.
           05 RG-FROM PIC X(8). *> first record's date in the member
           05 FILLER PIC X(1) VALUE SPACE.
           05 RG-TO PIC X(8). *> last record's date in the member
           05 FILLER PIC X(1) VALUE SPACE.
           05 RG-COUNT PIC 9(6). *> records moved into the member
           05 FILLER PIC X(1) VALUE SPACE.
           05 RG-MEMBER PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RG-OPER PIC X(8). *> supervisor who ran the rotation
