           05 NDX-REC-ECLASS PIC X(1).

       FD  VOLCAT-FILE.
       01  VOLCAT-RECORD PIC X(53).

       FD  NDX-FILE.
       01  NDX-RECORD PIC X(25).

       01 VOLCAT-IN-LINE.
           05 VCAT-NAME PIC X(8).
           05 FILLER PIC X(45).
       78 MAX-VOLCAT-COUNT VALUE 20.
       01 VOL-TABLE.
           05 VOL-NAME-ENT OCCURS MAX-VOLCAT-COUNT TIMES PIC X(8).
