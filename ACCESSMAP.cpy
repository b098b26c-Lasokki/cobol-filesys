      * The signed-on operator's effective access to every entity
      * slot, worked out by the shell ahead of each command from
      * ownership and the access entries (ACLDEF.cpy) inherited down
      * the tree. The owner holds all three rights; anyone else
      * holds what the entries on the entity and its ancestors grant
      * them or one of their groups. Reads stay open on an entity no
      * entry governs at all. Passed to the subprograms that create,
      * change, remove or read entities, which honor it alongside
      * plain ownership. ACC-HOLD carries the legal holds
      * (SOSHOLD.DAT) on the mounted volume, which no right
      * overrides: nothing under a hold may be removed, rewritten or
      * purged, and nothing holding one below it may be removed.
      * (Slot-for-slot with the ENTITY table.)
       01 ACCESS-MAP.
           05 ACC-ROW OCCURS MAX-ENTITY-COUNT TIMES.
               10 ACC-READ PIC 9(1). *> 1 may read
               10 ACC-WRITE PIC 9(1). *> 1 may write / create into
               10 ACC-DELETE PIC 9(1). *> 1 may remove
      *> O owner, G granted by an entry, C governed by entries that
      *> grant this operator nothing, blank governed by none
               10 ACC-SOURCE PIC X(1).
      *> 1 under a hold (the held entity or below it), 2 holds a
      *> held entity somewhere below it, 0 neither
               10 ACC-HOLD PIC 9(1).
