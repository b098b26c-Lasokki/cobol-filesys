      * Access entries for SOS entities. An entry grants one group
      * (SOSGROUP.DAT) or one operator some of read, write and
      * delete on an entity - and, through it, on everything below
      * it, since entries inherit down the tree. "acl grant/revoke"
      * maintain them (the entity's owner or a supervisor); "acl
      * list" shows them. Entries persist in the volume data file
      * as records of their own (FS-REC-RTYPE 3) keyed by the
      * entity's EID and a per-entity sequence, the way tags do,
      * and ride along with the entity through mv (same EID),
      * backup/restore, recover, reorg and archive/extract. Rows
      * whose EID no longer exists are swept with the orphan tags.
       78 MAX-ACL-COUNT VALUE 100.
       01 ENTITY-ACLS.
           05 ACL-TOTAL PIC 9(3) VALUE 0.
           05 ACL-ROW OCCURS MAX-ACL-COUNT TIMES.
               10 ACL-EID PIC 9(3). *> entity the entry sits on
               10 ACL-SEQ PIC 9(3). *> per-entity sequence, 1 up
               10 ACL-ENTRY.
                   15 ACL-KIND PIC X(1). *> G group, O operator
                   15 ACL-WHO PIC X(8).
                   15 ACL-RIGHTS PIC X(3). *> any of R W D
