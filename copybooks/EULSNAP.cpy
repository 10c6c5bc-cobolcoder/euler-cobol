      ******************************************************************
      * Copybook: EULSNAP
      * Purpose: Snapshot-set manifest record, written by
      * EULER-SNAPSHOT as the last act of taking a pre-batch set, so
      * a manifest on file means the whole set is there.  The
      * manifest is dated like the backups it lists (SNAPSET- plus
      * the set's business date): an 'H' header with the set date,
      * timestamp and operator, then one 'F' row per live file with
      * the dated backup file it was copied to, whether the live file
      * was on hand at all, and the record count copied - the counts
      * EULER-ROLLBACK verifies a restore against.
      ******************************************************************
           05 WS-SNAP-RECORD-TYPE      PIC X(01).
              88 WS-SNAP-IS-HEADER     VALUE 'H'.
              88 WS-SNAP-IS-FILE       VALUE 'F'.
           05 WS-SNAP-SET-DATE         PIC 9(08).
           05 WS-SNAP-TIMESTAMP        PIC 9(14).
           05 WS-SNAP-OPERATOR-ID      PIC X(08).
           05 WS-SNAP-FILE-NAME        PIC X(12).
           05 WS-SNAP-BACKUP-NAME      PIC X(20).
           05 WS-SNAP-PRESENT-SW       PIC X(01).
              88 WS-SNAP-WAS-PRESENT   VALUE 'Y'.
           05 WS-SNAP-RECORD-COUNT     PIC 9(09).
