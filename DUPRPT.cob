           05 DUP-REC-ECLASS PIC X(1).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

       WORKING-STORAGE SECTION.
       01 VOLCAT-STATUS PIC X(2) VALUE SPACES.
           05 VCAT-OPER PIC X(8).
           05 FILLER PIC X(1).
           05 VCAT-MIRROR PIC X(8).
           05 FILLER PIC X(1).
           05 VCAT-ARCHIVE PIC X(8).
       78 MAX-VOLCAT-COUNT VALUE 20.
       01 VOL-TABLE.
           05 VOL-NAME-ENT OCCURS MAX-VOLCAT-COUNT TIMES PIC X(8).
