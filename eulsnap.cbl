      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Pre-batch snapshot subprogram for the nightly shared
      * files (see copybook EULSNPC for the control area).  The
      * restart-from-failed-step support in EULER-DRIVER carries a
      * broken night forward, but nothing could put the files back
      * the way they were before the run began; this module is the
      * before-image.  In snapshot mode, CALLed by EULER-DRIVER ahead
      * of the first step, it copies HISTFILE, HISTMAST, SUMMAST,
      * FACTFILE, FIBFILE, FACTCACHE, RUNCTL, RUNSTAT, SUSPFILE and
      * CKPTFILE to a backup set dated for the business date, the
      * same dated-generation naming EULER-PURGE uses for its
      * archives (HISTSNAP-YYYYMMDD and so on).  The keyed masters
      * are unloaded in key order to sequential backups.  Each
      * file's record count goes to the set's manifest (copybook
      * EULSNAP), written last, so a manifest on file means the whole
      * set is there.  A set already on file for the date is kept,
      * not overwritten - the first snapshot of a night is its true
      * before-image, however many times the night is resubmitted.
      * A file another run holds (copybook EULLOCK) refuses the
      * snapshot, since the copy would catch it mid-change.
      * In restore mode, CALLed by EULER-ROLLBACK, the set is put
      * back as one unit: the manifest and every backup are checked
      * against the manifest counts before a single live file is
      * touched, then each live file is rewritten from its backup (a
      * file that was not on hand when the set was taken is put back
      * empty).  Count mode counts the live files so the caller can
      * verify the restore.
      * Build to a module the dynamic loader can resolve:
      *     cobc -m -o EULER-SNAPSHOT.so eulsnap.cbl
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FILE-STATUS.
           SELECT SNAP-FILE ASSIGN TO WS-BKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT MANF-FILE ASSIGN TO WS-MANF-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANF-FILE-STATUS.
           SELECT HMST-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-HMST-RECORD-KEY
               FILE STATUS IS WS-HMST-FILE-STATUS.
           SELECT SMST-FILE ASSIGN TO "SUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SMST-RECORD-KEY
               FILE STATUS IS WS-SMST-FILE-STATUS.
           SELECT FCSH-FILE ASSIGN TO "FACTCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CSH-RECORD-KEY
               FILE STATUS IS WS-FCSH-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVE-FILE.
       01  LIVE-FILE-RECORD            PIC X(132).
       FD  SNAP-FILE.
       01  SNAP-FILE-RECORD            PIC X(132).
       FD  MANF-FILE.
       01  MANF-FILE-RECORD.
           COPY EULSNAP.
       FD  HMST-FILE.
       01  HMST-FILE-RECORD.
           COPY EULHMST.
       FD  SMST-FILE.
       01  SMST-FILE-RECORD.
           COPY EULSMST.
       FD  FCSH-FILE.
       01  FCSH-FILE-RECORD.
           COPY EULFCSH.
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.

       WORKING-STORAGE SECTION.
           01 WS-LIVE-FILE-STATUS      PIC X(02).
           01 WS-SNAP-FILE-STATUS      PIC X(02).
           01 WS-MANF-FILE-STATUS      PIC X(02).
           01 WS-HMST-FILE-STATUS      PIC X(02).
           01 WS-SMST-FILE-STATUS      PIC X(02).
           01 WS-FCSH-FILE-STATUS      PIC X(02).
           01 WS-LOCK-FILE-STATUS      PIC X(02).

           01 WS-LIVE-FILE-NAME        PIC X(20).
           01 WS-BKUP-FILE-NAME        PIC X(20).
           01 WS-MANF-FILE-NAME        PIC X(20).

      * The set, in the order it is taken and put back: the logical
      * name, the prefix its dated backup is named with, and how it
      * is copied - a sequential file line for line, a keyed master
      * through its own file definition.
           01 WS-SET-TABLE.
              05 WS-SET-ENTRY OCCURS 10 TIMES.
                 10 WS-SET-PREFIX         PIC X(04).
                 10 WS-SET-KIND           PIC X(01).
                    88 WS-SET-IS-SEQUENTIAL VALUE 'S'.
                    88 WS-SET-IS-HISTMAST   VALUE 'H'.
                    88 WS-SET-IS-SUMMAST    VALUE 'M'.
                    88 WS-SET-IS-FACTCACHE  VALUE 'C'.
           01 WS-SET-IDX               PIC 9(02) COMP.
           01 WS-SCAN-IDX              PIC 9(02) COMP.

           01 WS-COPY-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-COPY-AT-EOF        VALUE 'Y'.
           01 WS-MANF-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-MANF-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-ROW-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-ROW-WAS-FOUND      VALUE 'Y'.
           01 WS-ROWS-MATCHED          PIC 9(02) VALUE 0.
           01 WS-RECORD-COUNT          PIC 9(09) VALUE 0.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).

       LINKAGE SECTION.
       01  SNPC-CONTROL-AREA.
           COPY EULSNPC.

       PROCEDURE DIVISION USING SNPC-CONTROL-AREA.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE 'Y'    TO WS-SNPC-RESULT.
           MOVE SPACES TO WS-SNPC-MESSAGE.
           IF WS-SNPC-SET-DATE = 0
               MOVE WS-CURRENT-DATE TO WS-SNPC-SET-DATE
           END-IF.
           PERFORM LOAD-SET-TABLE.

           IF WS-SNPC-MODE-SNAPSHOT
               PERFORM TAKE-SNAPSHOT
           ELSE
               IF WS-SNPC-MODE-RESTORE
                   PERFORM RESTORE-SNAPSHOT
               ELSE
                   IF WS-SNPC-MODE-COUNT
                       PERFORM COUNT-LIVE-FILES
                   ELSE
                       MOVE 'N' TO WS-SNPC-RESULT
                       MOVE "UNRECOGNIZED SNAPSHOT MODE"
                           TO WS-SNPC-MESSAGE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * LOAD-SET-TABLE - the ten files in the set, with the dated
      * backup name each goes to and the manifest name for the set.
      ******************************************************************
       LOAD-SET-TABLE.
           MOVE 10 TO WS-SNPC-FILE-COUNT.
           MOVE "HISTFILE"  TO WS-SNPC-FILE-NAME (1).
           MOVE "HIST"      TO WS-SET-PREFIX (1).
           MOVE 'S'         TO WS-SET-KIND (1).
           MOVE "HISTMAST"  TO WS-SNPC-FILE-NAME (2).
           MOVE "HMST"      TO WS-SET-PREFIX (2).
           MOVE 'H'         TO WS-SET-KIND (2).
           MOVE "SUMMAST"   TO WS-SNPC-FILE-NAME (3).
           MOVE "SMST"      TO WS-SET-PREFIX (3).
           MOVE 'M'         TO WS-SET-KIND (3).
           MOVE "FACTFILE"  TO WS-SNPC-FILE-NAME (4).
           MOVE "FACT"      TO WS-SET-PREFIX (4).
           MOVE 'S'         TO WS-SET-KIND (4).
           MOVE "FIBFILE"   TO WS-SNPC-FILE-NAME (5).
           MOVE "FIB"       TO WS-SET-PREFIX (5).
           MOVE 'S'         TO WS-SET-KIND (5).
           MOVE "FACTCACHE" TO WS-SNPC-FILE-NAME (6).
           MOVE "FCSH"      TO WS-SET-PREFIX (6).
           MOVE 'C'         TO WS-SET-KIND (6).
           MOVE "RUNCTL"    TO WS-SNPC-FILE-NAME (7).
           MOVE "RCTL"      TO WS-SET-PREFIX (7).
           MOVE 'S'         TO WS-SET-KIND (7).
           MOVE "RUNSTAT"   TO WS-SNPC-FILE-NAME (8).
           MOVE "RSTA"      TO WS-SET-PREFIX (8).
           MOVE 'S'         TO WS-SET-KIND (8).
           MOVE "SUSPFILE"  TO WS-SNPC-FILE-NAME (9).
           MOVE "SUSP"      TO WS-SET-PREFIX (9).
           MOVE 'S'         TO WS-SET-KIND (9).
           MOVE "CKPTFILE"  TO WS-SNPC-FILE-NAME (10).
           MOVE "CKPT"      TO WS-SET-PREFIX (10).
           MOVE 'S'         TO WS-SET-KIND (10).
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
               MOVE SPACES TO WS-SNPC-BACKUP-NAME (WS-SET-IDX)
               STRING WS-SET-PREFIX (WS-SET-IDX) DELIMITED BY SPACE
                   "SNAP-" WS-SNPC-SET-DATE DELIMITED BY SIZE
                   INTO WS-SNPC-BACKUP-NAME (WS-SET-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-MANF-FILE-NAME.
           STRING "SNAPSET-" WS-SNPC-SET-DATE
               DELIMITED BY SIZE INTO WS-MANF-FILE-NAME.

      ******************************************************************
      * TAKE-SNAPSHOT - copy every file in the set to its dated
      * backup, then write the manifest.  A set already on file for
      * the date is kept; a file held by another run stops the
      * snapshot before anything is copied.
      ******************************************************************
       TAKE-SNAPSHOT.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME (1:6)
               DELIMITED BY SIZE INTO WS-SNPC-TIMESTAMP.
           OPEN INPUT MANF-FILE.
           IF WS-MANF-FILE-STATUS = "00"
               CLOSE MANF-FILE
               MOVE 'K' TO WS-SNPC-RESULT
               STRING "SET " WS-SNPC-SET-DATE
                   " ALREADY TAKEN - KEPT AS THE NIGHT'S BEFORE-IMAGE"
                   DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
           ELSE
               PERFORM CHECK-SET-LOCKS
           END-IF.
           IF WS-SNPC-WAS-DONE
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
                           OR WS-SNPC-HAS-FAILED
                   PERFORM SNAPSHOT-ONE-FILE
               END-PERFORM
           END-IF.
           IF WS-SNPC-WAS-DONE
               PERFORM WRITE-MANIFEST
           END-IF.

       SNAPSHOT-ONE-FILE.
           MOVE 0   TO WS-SNPC-COPY-COUNT (WS-SET-IDX).
           MOVE 'Y' TO WS-SNPC-PRESENT-SW (WS-SET-IDX).
           MOVE WS-SNPC-FILE-NAME (WS-SET-IDX)   TO WS-LIVE-FILE-NAME.
           MOVE WS-SNPC-BACKUP-NAME (WS-SET-IDX) TO WS-BKUP-FILE-NAME.
           MOVE 'N' TO WS-COPY-EOF-SW.
           IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
               OPEN INPUT LIVE-FILE
           END-IF.
           IF WS-SET-IS-HISTMAST (WS-SET-IDX)
               OPEN INPUT HMST-FILE
               MOVE WS-HMST-FILE-STATUS TO WS-LIVE-FILE-STATUS
           END-IF.
           IF WS-SET-IS-SUMMAST (WS-SET-IDX)
               OPEN INPUT SMST-FILE
               MOVE WS-SMST-FILE-STATUS TO WS-LIVE-FILE-STATUS
           END-IF.
           IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
               OPEN INPUT FCSH-FILE
               MOVE WS-FCSH-FILE-STATUS TO WS-LIVE-FILE-STATUS
           END-IF.

           IF WS-LIVE-FILE-STATUS = "35"
               MOVE 'N' TO WS-SNPC-PRESENT-SW (WS-SET-IDX)
           ELSE
               IF WS-LIVE-FILE-STATUS NOT = "00"
                   MOVE 'N' TO WS-SNPC-RESULT
                   STRING "CANNOT READ " WS-LIVE-FILE-NAME
                       " - STATUS " WS-LIVE-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
               ELSE
                   OPEN OUTPUT SNAP-FILE
                   IF WS-SNAP-FILE-STATUS NOT = "00"
                       MOVE 'N' TO WS-SNPC-RESULT
                       STRING "CANNOT WRITE " WS-BKUP-FILE-NAME
                           " - STATUS " WS-SNAP-FILE-STATUS
                           DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   END-IF
                   PERFORM COPY-ONE-TO-BACKUP UNTIL WS-COPY-AT-EOF
                   PERFORM CLOSE-LIVE-SIDE
                   IF WS-SNPC-WAS-DONE
                       CLOSE SNAP-FILE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-SNPC-COPY-COUNT (WS-SET-IDX)
               TO WS-SNPC-SET-COUNT (WS-SET-IDX).

       COPY-ONE-TO-BACKUP.
           IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       WRITE SNAP-FILE-RECORD FROM LIVE-FILE-RECORD
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.
           IF WS-SET-IS-HISTMAST (WS-SET-IDX)
               READ HMST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       MOVE SPACES TO SNAP-FILE-RECORD
                       MOVE HMST-FILE-RECORD TO SNAP-FILE-RECORD
                       WRITE SNAP-FILE-RECORD
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.
           IF WS-SET-IS-SUMMAST (WS-SET-IDX)
               READ SMST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       MOVE SPACES TO SNAP-FILE-RECORD
                       MOVE SMST-FILE-RECORD TO SNAP-FILE-RECORD
                       WRITE SNAP-FILE-RECORD
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.
           IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
               READ FCSH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       MOVE SPACES TO SNAP-FILE-RECORD
                       MOVE FCSH-FILE-RECORD TO SNAP-FILE-RECORD
                       WRITE SNAP-FILE-RECORD
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.

       CLOSE-LIVE-SIDE.
           IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
               CLOSE LIVE-FILE
           END-IF.
           IF WS-SET-IS-HISTMAST (WS-SET-IDX)
               CLOSE HMST-FILE
           END-IF.
           IF WS-SET-IS-SUMMAST (WS-SET-IDX)
               CLOSE SMST-FILE
           END-IF.
           IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
               CLOSE FCSH-FILE
           END-IF.

       WRITE-MANIFEST.
           OPEN OUTPUT MANF-FILE.
           IF WS-MANF-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-SNPC-RESULT
               STRING "CANNOT WRITE " WS-MANF-FILE-NAME
                   " - STATUS " WS-MANF-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
           ELSE
               MOVE SPACES            TO MANF-FILE-RECORD
               MOVE 'H'               TO WS-SNAP-RECORD-TYPE
               MOVE WS-SNPC-SET-DATE  TO WS-SNAP-SET-DATE
               MOVE WS-SNPC-TIMESTAMP TO WS-SNAP-TIMESTAMP
               MOVE WS-OPERATOR-ID    TO WS-SNAP-OPERATOR-ID
               MOVE "SNAPSHOT"        TO WS-SNAP-FILE-NAME
               MOVE WS-MANF-FILE-NAME TO WS-SNAP-BACKUP-NAME
               MOVE 'Y'               TO WS-SNAP-PRESENT-SW
               MOVE WS-SNPC-FILE-COUNT TO WS-SNAP-RECORD-COUNT
               WRITE MANF-FILE-RECORD
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
                   MOVE 'F' TO WS-SNAP-RECORD-TYPE
                   MOVE WS-SNPC-FILE-NAME (WS-SET-IDX)
                       TO WS-SNAP-FILE-NAME
                   MOVE WS-SNPC-BACKUP-NAME (WS-SET-IDX)
                       TO WS-SNAP-BACKUP-NAME
                   MOVE WS-SNPC-PRESENT-SW (WS-SET-IDX)
                       TO WS-SNAP-PRESENT-SW
                   MOVE WS-SNPC-SET-COUNT (WS-SET-IDX)
                       TO WS-SNAP-RECORD-COUNT
                   WRITE MANF-FILE-RECORD
               END-PERFORM
               CLOSE MANF-FILE
               STRING "SET " WS-SNPC-SET-DATE " TAKEN - MANIFEST "
                   WS-MANF-FILE-NAME
                   DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
           END-IF.

      ******************************************************************
      * CHECK-SET-LOCKS - a file in the set held by another run
      * (copybook EULLOCK) would be copied mid-change, so the
      * snapshot is refused.
      ******************************************************************
       CHECK-SET-LOCKS.
           MOVE 'N' TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOCK-EOF-SW
           END-IF.
           PERFORM CHECK-ONE-SET-LOCK UNTIL WS-LOCK-AT-EOF.
           IF WS-LOCK-FILE-STATUS = "10"
               CLOSE LOCK-FILE
           END-IF.

       CHECK-ONE-SET-LOCK.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > WS-SNPC-FILE-COUNT
                       IF WS-LOCK-RESOURCE =
                               WS-SNPC-FILE-NAME (WS-SCAN-IDX)
                           MOVE 'L' TO WS-SNPC-RESULT
                           MOVE SPACES TO WS-SNPC-MESSAGE
                           STRING WS-LOCK-RESOURCE " HELD BY JOB "
                               WS-LOCK-JOB-NAME " SINCE "
                               WS-LOCK-TIMESTAMP
                               DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * RESTORE-SNAPSHOT - put the set back as one unit.  The manifest
      * must list every file, and every backup must be on hand with
      * the count the manifest recorded, before any live file is
      * rewritten - a set that fails the check leaves the live files
      * exactly as they are.
      ******************************************************************
       RESTORE-SNAPSHOT.
           PERFORM READ-MANIFEST.
           IF WS-SNPC-WAS-DONE
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
                           OR WS-SNPC-HAS-FAILED
                   PERFORM PROVE-ONE-BACKUP
               END-PERFORM
           END-IF.
           IF WS-SNPC-WAS-DONE
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
                   PERFORM RESTORE-ONE-FILE
               END-PERFORM
               STRING "SET " WS-SNPC-SET-DATE " RESTORED"
                   DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
           END-IF.

       READ-MANIFEST.
           MOVE 0 TO WS-ROWS-MATCHED.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
               MOVE 'N' TO WS-SNPC-PRESENT-SW (WS-SET-IDX)
               MOVE 0   TO WS-SNPC-SET-COUNT (WS-SET-IDX)
               MOVE 0   TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
           END-PERFORM.
           MOVE 'N' TO WS-MANF-EOF-SW.
           OPEN INPUT MANF-FILE.
           IF WS-MANF-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-SNPC-RESULT
               STRING "NO SNAPSHOT SET ON FILE FOR " WS-SNPC-SET-DATE
                   " - " WS-MANF-FILE-NAME " NOT FOUND"
                   DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
           ELSE
               PERFORM READ-ONE-MANIFEST-ROW UNTIL WS-MANF-AT-EOF
               CLOSE MANF-FILE
               IF WS-ROWS-MATCHED NOT = WS-SNPC-FILE-COUNT
                   MOVE 'N' TO WS-SNPC-RESULT
                   STRING "MANIFEST " WS-MANF-FILE-NAME
                       " INCOMPLETE - SET NOT RESTORED"
                       DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
               END-IF
           END-IF.

       READ-ONE-MANIFEST-ROW.
           READ MANF-FILE
               AT END
                   MOVE 'Y' TO WS-MANF-EOF-SW
               NOT AT END
                   IF WS-SNAP-IS-HEADER
                       MOVE WS-SNAP-TIMESTAMP TO WS-SNPC-TIMESTAMP
                   ELSE
                       PERFORM MATCH-MANIFEST-ROW
                   END-IF
           END-READ.

       MATCH-MANIFEST-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SNPC-FILE-COUNT
                       OR WS-ROW-WAS-FOUND
               IF WS-SNPC-FILE-NAME (WS-SCAN-IDX) = WS-SNAP-FILE-NAME
                   MOVE 'Y' TO WS-ROW-FOUND-SW
                   ADD 1 TO WS-ROWS-MATCHED
                   MOVE WS-SNAP-PRESENT-SW
                       TO WS-SNPC-PRESENT-SW (WS-SCAN-IDX)
                   MOVE WS-SNAP-RECORD-COUNT
                       TO WS-SNPC-SET-COUNT (WS-SCAN-IDX)
               END-IF
           END-PERFORM.

       PROVE-ONE-BACKUP.
           IF WS-SNPC-WAS-PRESENT (WS-SET-IDX)
               MOVE WS-SNPC-BACKUP-NAME (WS-SET-IDX)
                   TO WS-BKUP-FILE-NAME
               MOVE 0   TO WS-RECORD-COUNT
               MOVE 'N' TO WS-COPY-EOF-SW
               OPEN INPUT SNAP-FILE
               IF WS-SNAP-FILE-STATUS NOT = "00"
                   MOVE 'N' TO WS-SNPC-RESULT
                   STRING "BACKUP " WS-BKUP-FILE-NAME
                       " NOT ON HAND - STATUS " WS-SNAP-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
               ELSE
                   PERFORM COUNT-ONE-BACKUP-RECORD
                       UNTIL WS-COPY-AT-EOF
                   CLOSE SNAP-FILE
                   IF WS-RECORD-COUNT NOT =
                           WS-SNPC-SET-COUNT (WS-SET-IDX)
                       MOVE 'N' TO WS-SNPC-RESULT
                       STRING "BACKUP " WS-BKUP-FILE-NAME
                           " HOLDS " WS-RECORD-COUNT
                           " RECORD(S) - MANIFEST SAYS "
                           WS-SNPC-SET-COUNT (WS-SET-IDX)
                           DELIMITED BY SIZE INTO WS-SNPC-MESSAGE
                   END-IF
               END-IF
           END-IF.

       COUNT-ONE-BACKUP-RECORD.
           READ SNAP-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.

      ******************************************************************
      * RESTORE-ONE-FILE - rewrite a live file from its backup; a
      * keyed master is reloaded in the key order it was unloaded
      * in.  A file the set found missing is put back empty.
      ******************************************************************
       RESTORE-ONE-FILE.
           MOVE 0 TO WS-SNPC-COPY-COUNT (WS-SET-IDX).
           MOVE WS-SNPC-FILE-NAME (WS-SET-IDX)   TO WS-LIVE-FILE-NAME.
           MOVE WS-SNPC-BACKUP-NAME (WS-SET-IDX) TO WS-BKUP-FILE-NAME.
           IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
               OPEN OUTPUT LIVE-FILE
           END-IF.
           IF WS-SET-IS-HISTMAST (WS-SET-IDX)
               OPEN OUTPUT HMST-FILE
           END-IF.
           IF WS-SET-IS-SUMMAST (WS-SET-IDX)
               OPEN OUTPUT SMST-FILE
           END-IF.
           IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
               OPEN OUTPUT FCSH-FILE
           END-IF.
           IF WS-SNPC-WAS-PRESENT (WS-SET-IDX)
               MOVE 'N' TO WS-COPY-EOF-SW
               OPEN INPUT SNAP-FILE
               PERFORM COPY-ONE-FROM-BACKUP UNTIL WS-COPY-AT-EOF
               CLOSE SNAP-FILE
           END-IF.
           PERFORM CLOSE-LIVE-SIDE.

       COPY-ONE-FROM-BACKUP.
           READ SNAP-FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
                   IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
                       WRITE LIVE-FILE-RECORD FROM SNAP-FILE-RECORD
                   END-IF
                   IF WS-SET-IS-HISTMAST (WS-SET-IDX)
                       MOVE SNAP-FILE-RECORD TO HMST-FILE-RECORD
                       WRITE HMST-FILE-RECORD
                           INVALID KEY
                               SUBTRACT 1
                                   FROM WS-SNPC-COPY-COUNT (WS-SET-IDX)
                       END-WRITE
                   END-IF
                   IF WS-SET-IS-SUMMAST (WS-SET-IDX)
                       MOVE SNAP-FILE-RECORD TO SMST-FILE-RECORD
                       WRITE SMST-FILE-RECORD
                           INVALID KEY
                               SUBTRACT 1
                                   FROM WS-SNPC-COPY-COUNT (WS-SET-IDX)
                       END-WRITE
                   END-IF
                   IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
                       MOVE SNAP-FILE-RECORD TO FCSH-FILE-RECORD
                       WRITE FCSH-FILE-RECORD
                           INVALID KEY
                               SUBTRACT 1
                                   FROM WS-SNPC-COPY-COUNT (WS-SET-IDX)
                       END-WRITE
                   END-IF
           END-READ.

      ******************************************************************
      * COUNT-LIVE-FILES - the record count on each live file, for
      * the caller to hold against the set's counts.  A file not on
      * hand counts zero.
      ******************************************************************
       COUNT-LIVE-FILES.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
               PERFORM COUNT-ONE-LIVE-FILE
           END-PERFORM.

       COUNT-ONE-LIVE-FILE.
           MOVE 0   TO WS-SNPC-COPY-COUNT (WS-SET-IDX).
           MOVE 'N' TO WS-COPY-EOF-SW.
           MOVE WS-SNPC-FILE-NAME (WS-SET-IDX) TO WS-LIVE-FILE-NAME.
           IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
               OPEN INPUT LIVE-FILE
           END-IF.
           IF WS-SET-IS-HISTMAST (WS-SET-IDX)
               OPEN INPUT HMST-FILE
               MOVE WS-HMST-FILE-STATUS TO WS-LIVE-FILE-STATUS
           END-IF.
           IF WS-SET-IS-SUMMAST (WS-SET-IDX)
               OPEN INPUT SMST-FILE
               MOVE WS-SMST-FILE-STATUS TO WS-LIVE-FILE-STATUS
           END-IF.
           IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
               OPEN INPUT FCSH-FILE
               MOVE WS-FCSH-FILE-STATUS TO WS-LIVE-FILE-STATUS
           END-IF.
           IF WS-LIVE-FILE-STATUS = "00"
               PERFORM COUNT-ONE-LIVE-RECORD UNTIL WS-COPY-AT-EOF
               PERFORM CLOSE-LIVE-SIDE
           END-IF.

       COUNT-ONE-LIVE-RECORD.
           IF WS-SET-IS-SEQUENTIAL (WS-SET-IDX)
               READ LIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.
           IF WS-SET-IS-HISTMAST (WS-SET-IDX)
               READ HMST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.
           IF WS-SET-IS-SUMMAST (WS-SET-IDX)
               READ SMST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.
           IF WS-SET-IS-FACTCACHE (WS-SET-IDX)
               READ FCSH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SNPC-COPY-COUNT (WS-SET-IDX)
               END-READ
           END-IF.

       END PROGRAM EULER-SNAPSHOT.
