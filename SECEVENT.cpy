      * One row of the security event log, SOSSEC.LOG. The shell
      * appends a row for every sign-on refused or failed, every
      * lockout, every password reset and lockout cleared, every
      * authority level set with "profile auth", every command
      * refused with ERROR 05 and every session let onto a volume
      * read-only under another operator's lock. SECRPT reads the
      * rows back for the security exceptions report.
       01 SECEVT-LINE.
           05 SE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SE-TIME PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
      *> the session operator - for a sign-on, the ID tried
           05 SE-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      *> TERM interactive, BATCH a SOSBATCH.DAT run, SCHED a job
      *> the scheduler started
           05 SE-ORIGIN PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
      *> SIGNON, LOCKOUT, PWRESET, UNLOCK, AUTH, DENIED or READONLY
           05 SE-EVENT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      *> FAILED, LOCKED, REFUSED, GRANTED, REVOKED or DONE
           05 SE-OUTCOME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
      *> the account acted on - blank when it is SE-OPER's own
           05 SE-TARGET PIC X(8) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SE-VOL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SE-DETAIL PIC X(40) VALUE SPACES.
