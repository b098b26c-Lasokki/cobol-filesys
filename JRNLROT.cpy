      * The journal archives "rotate" is to close out, one row per
      * cataloged volume, built by the shell (which knows each
      * volume's file names, its lock and its backup generations)
      * and worked through by LOGROTAT. An archive entry stamped
      * after RJ-KEEP-AFTER - the stamp of the volume's oldest
      * retained backup generation - may still be replayed by
      * "recover" and stays in the live archive; only older ones
      * move to the dated member. A volume held by another session
      * is passed over, as its next save appends to the archive.
       78 MAX-ROTJ-COUNT VALUE 21.
       01 ROTJ-LIST.
           05 ROTJ-TOTAL PIC 9(2) VALUE 0.
           05 ROTJ-ROW OCCURS MAX-ROTJ-COUNT TIMES.
               10 RJ-VOL PIC X(8).
               10 RJ-FN PIC X(40). *> the volume's journal archive
               10 RJ-KEEP-AFTER PIC 9(14).
               10 RJ-STATE PIC X(1). *> R rotate, B busy elsewhere
