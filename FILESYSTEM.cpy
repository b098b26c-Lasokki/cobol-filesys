       01 FILESYSTEM.
           05 ENTITY OCCURS MAX-ENTITY-COUNT TIMES INDEXED BY I.
               10 EID PIC 9(3) VALUE 0. *> 0 for unassigned, 1-200 for other
               10 ETYPE PIC 9(1). *> 0 file, 1 dir, 2 link, 3 stub
                   88 EFILE VALUE 0.
                   88 EDIR VALUE 1.
                   88 ELINK VALUE 2. *> ECONTENT holds the target path
      *> A file whose body "migrate" moved to the archive volume:
      *> ECONTENT holds "VOLUME:/path" of the archived copy, which
      *> cat, write and cp fetch back before they run.
                   88 EMIGR VALUE 3.
               10 EPARENT PIC 9(3).
               10 ENAME PIC X(32).
               10 ESIZE PIC 9(4).
