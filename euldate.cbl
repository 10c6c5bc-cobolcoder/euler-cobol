      * override and duplicate-run protection already govern that
      * case.  A missing calendar file passes the date through
      * unvalidated with a no-calendar result, so the shop keeps
      * running while the calendar is stood up.  A calendar that
      * EULER-CALBUILD holds (copybook EULLOCK) is mid-rewrite and is
      * not read at all: the date is rejected with that reason, and
      * the job is resubmitted once the build has finished.
      * Build to a module the dynamic loader can resolve:
      *     cobc -m -o EULER-DATECTL.so euldate.cbl
      * Tectonics: cobc
           SELECT RCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       FD  RCTL-FILE.
       01  RCTL-FILE-RECORD.
           COPY EULRCTL.
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.

       WORKING-STORAGE SECTION.
           01 WS-CAL-FILE-STATUS       PIC X(02).
              88 WS-CAL-AT-EOF         VALUE 'Y'.
           01 WS-RCTL-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-RCTL-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-CONFLICT-SW      PIC X(01) VALUE 'N'.
              88 WS-LOCK-CONFLICT      VALUE 'Y'.

           01 WS-MACHINE-DATE          PIC 9(08) VALUE 0.
           01 WS-LAST-COMPLETE         PIC 9(08) VALUE 0.
           MOVE 'N' TO WS-CAL-EOF-SW.
           MOVE 'N' TO WS-RCTL-EOF-SW.

           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               MOVE 'R' TO WS-DCTL-RESULT
               MOVE WS-DCTL-SUPPLIED-DATE TO WS-DCTL-RESOLVED-DATE
               MOVE "PROCESSING CALENDAR HELD BY ANOTHER RUN - RETRY"
                   TO WS-DCTL-MESSAGE
               GOBACK
           END-IF.

           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-DCTL-RESULT
           END-IF.
           GOBACK.

      ******************************************************************
      * SCAN-LOCK-CONFLICTS - look for a lock on the calendar; the
      * calendar is only read here, so nothing is held.
      ******************************************************************
       SCAN-LOCK-CONFLICTS.
           MOVE 'N' TO WS-LOCK-CONFLICT-SW.
           MOVE 'N' TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOCK-EOF-SW
           END-IF.
           PERFORM CHECK-ONE-LOCK UNTIL WS-LOCK-AT-EOF.
           IF WS-LOCK-FILE-STATUS = "10"
               CLOSE LOCK-FILE
           END-IF.

       CHECK-ONE-LOCK.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF WS-LOCK-RESOURCE = "CALFILE"
                       SET WS-LOCK-CONFLICT TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * LOAD-LAST-COMPLETION - the latest business date the CALLING
      * job completed under, from the run-control file - per job, so
