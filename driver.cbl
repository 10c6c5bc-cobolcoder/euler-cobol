      * twice.  The driver parameter card (copybook EULDPRM) forces a
      * FULL from-the-top run or LISTs the current run status for the
      * operator without running anything.
      * No step runs while another job holds (copybook EULLOCK) one
      * of the cards or parameter files the steps read - an intake
      * or a certification run mid-way through its work - or the
      * certificate file the step gate reads: the batch is refused
      * with code 12 before the date control, and resubmitted once
      * that job has finished.
      * A from-the-top run first snapshots the shared files the
      * night changes - HISTFILE, HISTMAST, SUMMAST, FACTFILE,
      * FIBFILE, FACTCACHE, RUNCTL, RUNSTAT, SUSPFILE and CKPTFILE -
      * to a backup set dated for the business date (EULER-SNAPSHOT,
      * copybook EULSNPC), ahead of the run-status file being
      * truncated, so EULER-ROLLBACK can put the night back the way
      * it was before the run began.  A resume keeps the set the
      * night's first submission took.  A set that cannot be taken
      * (a file held by another run, or a copy that fails) stops the
      * batch before any step runs.
      * A program on the program-change register (copybook EULPCHG)
      * or the certificate file (copybook EULCERT) only runs as a
      * step while its latest certificate from EULER-CERTIFY is a
      * pass dated on or after its last change; otherwise the step
      * is refused with code 12, recorded on the run-status file so
      * a resume tries it again once the program is re-certified.
      * Programs on neither file run as before.
      * The CALL literals below are resolved by the dynamic loader
      * against a module file named for the PROGRAM-ID being called,
      * so each step must be built to a like-named module before this
      *     cobc -m -o EULER-VERIFY.so eulverif.cbl
      *     cobc -m -o EULER-SPOOL.so eulspool.cbl
      *     cobc -m -o EULER-DATECTL.so euldate.cbl
      *     cobc -m -o EULER-SNAPSHOT.so eulsnap.cbl
      *     cobc -x -o driver driver.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SDEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDEF-FILE-STATUS.
           SELECT PCHG-FILE ASSIGN TO "PGMCHANGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DPRM-FILE.
       FD  SDEF-FILE.
       01  SDEF-FILE-RECORD.
           COPY EULSDEF.
       FD  PCHG-FILE.
       01  PCHG-FILE-RECORD.
           COPY EULPCHG.
       FD  CERT-FILE.
       01  CERT-FILE-RECORD.
           COPY EULCERT.
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.

       WORKING-STORAGE SECTION.
      * WS-STEP-RC gates the next step (the prior step's code, and
           01 WS-SDEF-FILE-STATUS      PIC X(02).
           01 WS-SDEF-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SDEF-AT-EOF        VALUE 'Y'.
           01 WS-PCHG-FILE-STATUS      PIC X(02).
           01 WS-PCHG-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PCHG-AT-EOF        VALUE 'Y'.
           01 WS-CERT-FILE-STATUS      PIC X(02).
           01 WS-CERT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-CERT-AT-EOF        VALUE 'Y'.
           01 WS-CHANGE-DATE           PIC 9(08).
           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-CONFLICT-SW      PIC X(01) VALUE 'N'.
              88 WS-LOCK-CONFLICT      VALUE 'Y'.
           01 WS-ENQ-COUNT             PIC 9(02) VALUE 0.
           01 WS-ENQ-IDX               PIC 9(02) COMP.
           01 WS-ENQ-TABLE.
              05 WS-ENQ-RESOURCE       OCCURS 8 TIMES
                                       PIC X(12).

           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE             PIC 9(08) VALUE 0.
           01 WS-SNAPSHOT-CONTROL.
              COPY EULSNPC.
           01 WS-SNAP-IX               PIC 9(02) COMP.

           01 WS-RUN-MODE-SW           PIC X(01) VALUE 'N'.
              88 WS-MODE-IS-NORMAL     VALUE 'N'.
                    88 WS-STEP-WAS-CLEAN   VALUE 'Y'.
                 10 WS-STEP-LAST-TYPE      PIC X(01).
                 10 WS-STEP-LAST-CODE      PIC 9(04).
                 10 WS-STEP-CHANGE-DATE    PIC 9(08).
                 10 WS-STEP-CERT-DATE      PIC 9(08).
                 10 WS-STEP-CERT-RESULT    PIC X(01).
                    88 WS-STEP-CERT-PASSED VALUE 'P'.
                    88 WS-STEP-NOT-CERTIFIED VALUE SPACE.

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
               STOP RUN
           END-IF.

           PERFORM CHECK-FILE-LOCKS.
           PERFORM CONTROL-BUSINESS-DATE.
           PERFORM LOAD-CERTIFICATION-STATUS.
           PERFORM DECIDE-RUN-SCOPE.
           PERFORM TAKE-PRE-BATCH-SNAPSHOT.
           PERFORM OPEN-RUN-STATUS.

      * Each step runs under its definition's gating; on a resume, a
      * step that already ended cleanly is skipped instead of re-run.
               MOVE 'N'    TO WS-STEP-CLEAN-SW (WS-STEP-IX)
               MOVE SPACE  TO WS-STEP-LAST-TYPE (WS-STEP-IX)
               MOVE 0      TO WS-STEP-LAST-CODE (WS-STEP-IX)
               MOVE 0      TO WS-STEP-CHANGE-DATE (WS-STEP-IX)
               MOVE 0      TO WS-STEP-CERT-DATE (WS-STEP-IX)
               MOVE SPACE  TO WS-STEP-CERT-RESULT (WS-STEP-IX)
           END-PERFORM.

       LOAD-STEP-DEFINITION.
      ******************************************************************
      * LOAD-DEFAULT-STEPS - the classic nightly batch: the four
      * problem jobs and the integrity check gated stop-on-failure,
      * and the report consolidation always run.  PROBLEM-3 follows
      * PROBLEM-4 so a RESULTS target-source card (copybook EULP3PM)
      * finds every published result of the day already on file.
      ******************************************************************
       LOAD-DEFAULT-STEPS.
           MOVE 6 TO WS-STEP-COUNT.
           MOVE 020            TO WS-STEP-NUMBER (2).
           MOVE "PROBLEM-2"    TO WS-STEP-PROGRAM (2).
           MOVE 030            TO WS-STEP-NUMBER (3).
           MOVE "PROBLEM-4"    TO WS-STEP-PROGRAM (3).
           MOVE 040            TO WS-STEP-NUMBER (4).
           MOVE "PROBLEM-3"    TO WS-STEP-PROGRAM (4).
           MOVE 050            TO WS-STEP-NUMBER (5).
           MOVE "EULER-VERIFY" TO WS-STEP-PROGRAM (5).
           MOVE 060            TO WS-STEP-NUMBER (6).
                   "DATE " WS-DCTL-RESOLVED-DATE
           END-IF.

      ******************************************************************
      * CHECK-FILE-LOCKS - the driver and its steps only read the
      * control card, the parameter cards, the parameter schedule,
      * the transaction file and the certificate file, so nothing is
      * held here; the batch just refuses to start while a writer
      * (EULER-INTAKE, EULER-PARMSCH, EULER-CERTIFY) holds any of
      * them.  A step run on its own outside the driver does not
      * make this check.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 8 TO WS-ENQ-COUNT.
           MOVE "CTLCARD"    TO WS-ENQ-RESOURCE (1).
           MOVE "PARMFILE"   TO WS-ENQ-RESOURCE (2).
           MOVE "PARM2FILE"  TO WS-ENQ-RESOURCE (3).
           MOVE "PARM3FILE"  TO WS-ENQ-RESOURCE (4).
           MOVE "PARM4FILE"  TO WS-ENQ-RESOURCE (5).
           MOVE "TRANFILE"   TO WS-ENQ-RESOURCE (6).
           MOVE "PARMSCHED"  TO WS-ENQ-RESOURCE (7).
           MOVE "CERTFILE"   TO WS-ENQ-RESOURCE (8).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-DRIVER: SHARED FILE HELD BY ANOTHER "
                   "RUN - BATCH NOT STARTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                   PERFORM VARYING WS-ENQ-IDX FROM 1 BY 1
                           UNTIL WS-ENQ-IDX > WS-ENQ-COUNT
                       IF WS-LOCK-RESOURCE =
                               WS-ENQ-RESOURCE (WS-ENQ-IDX)
                           SET WS-LOCK-CONFLICT TO TRUE
                           DISPLAY "EULER-DRIVER: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * LOAD-RUN-STATUS - replay the run-status file into the step
      * table: a start record marks its step dirty until the matching
      ******************************************************************
      * DECIDE-RUN-SCOPE - a FULL card, an empty status file, or a
      * prior run that finished every step cleanly all mean a fresh
      * from-the-top run (the status file is truncated when it is
      * opened); anything else is a resume, appending to the status
      * already on file.
      ******************************************************************
       DECIDE-RUN-SCOPE.
           IF WS-MODE-IS-FULL
               END-IF
           END-IF.

      ******************************************************************
      * TAKE-PRE-BATCH-SNAPSHOT - before a from-the-top run touches
      * anything, copy the night's shared files to the backup set
      * dated for the business date, with their record counts.  A
      * resume carries on from the set the night's first submission
      * took, and a set already on file for the date is kept as the
      * night's true before-image.  A file held by another run stops
      * the batch (return code 12), as does a set that cannot be
      * written (return code 16) - a night that cannot be put back
      * is not started.  A missing snapshot module is reported and
      * the batch runs without a set, as with the date control.
      ******************************************************************
       TAKE-PRE-BATCH-SNAPSHOT.
           IF WS-RUN-IS-RESUME
               DISPLAY "EULER-DRIVER: RESUME - PRE-BATCH SNAPSHOT "
                   "FROM THE FIRST SUBMISSION KEPT"
           ELSE
               MOVE 'S'    TO WS-SNPC-MODE
               MOVE WS-DCTL-RESOLVED-DATE TO WS-SNPC-SET-DATE
               MOVE 'Y'    TO WS-SNPC-RESULT
               MOVE SPACES TO WS-SNPC-MESSAGE
               CALL "EULER-SNAPSHOT" USING WS-SNAPSHOT-CONTROL
                   ON EXCEPTION
                       MOVE 'X' TO WS-SNPC-RESULT
                       DISPLAY "EULER-DRIVER: SNAPSHOT MODULE NOT "
                           "AVAILABLE - NO PRE-BATCH SNAPSHOT TAKEN"
               END-CALL
               IF WS-SNPC-WAS-LOCKED
                   DISPLAY "EULER-DRIVER: PRE-BATCH SNAPSHOT REFUSED - "
                       WS-SNPC-MESSAGE
                   DISPLAY "EULER-DRIVER: NOTHING RUN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SNPC-HAS-FAILED
                   DISPLAY "EULER-DRIVER: PRE-BATCH SNAPSHOT FAILED - "
                       WS-SNPC-MESSAGE
                   DISPLAY "EULER-DRIVER: NOTHING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SNPC-WAS-KEPT
                   DISPLAY "EULER-DRIVER: PRE-BATCH " WS-SNPC-MESSAGE
               END-IF
               IF WS-SNPC-WAS-DONE
                   DISPLAY "EULER-DRIVER: PRE-BATCH " WS-SNPC-MESSAGE
                   PERFORM VARYING WS-SNAP-IX FROM 1 BY 1
                           UNTIL WS-SNAP-IX > WS-SNPC-FILE-COUNT
                       DISPLAY "EULER-DRIVER:   "
                           WS-SNPC-FILE-NAME (WS-SNAP-IX) " -> "
                           WS-SNPC-BACKUP-NAME (WS-SNAP-IX) " "
                           WS-SNPC-SET-COUNT (WS-SNAP-IX)
                           " RECORD(S)"
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-CERTIFICATION-STATUS - pick up each step program's last
      * change date off the program-change register (the latest
      * date on any of its rows) and its latest certificate off the
      * certificate file (the last record for it, since EULER-CERTIFY
      * appends).  A register row with an unusable date is reported
      * and passed over.
      ******************************************************************
       LOAD-CERTIFICATION-STATUS.
           OPEN INPUT PCHG-FILE.
           IF WS-PCHG-FILE-STATUS = "00"
               PERFORM APPLY-CHANGE-ROW UNTIL WS-PCHG-AT-EOF
               CLOSE PCHG-FILE
           END-IF.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-FILE-STATUS = "00"
               PERFORM APPLY-CERTIFICATE UNTIL WS-CERT-AT-EOF
               CLOSE CERT-FILE
           END-IF.

       APPLY-CHANGE-ROW.
           READ PCHG-FILE
               AT END
                   MOVE 'Y' TO WS-PCHG-EOF-SW
               NOT AT END
                   IF WS-PCHG-CHANGE-DATE-X IS NUMERIC
                       MOVE WS-PCHG-CHANGE-DATE-X TO WS-CHANGE-DATE
                       PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                               UNTIL WS-SCAN-IX > WS-STEP-COUNT
                           IF WS-STEP-PROGRAM (WS-SCAN-IX) =
                                   WS-PCHG-PROGRAM
                               AND WS-CHANGE-DATE >
                                   WS-STEP-CHANGE-DATE (WS-SCAN-IX)
                               MOVE WS-CHANGE-DATE
                                   TO WS-STEP-CHANGE-DATE (WS-SCAN-IX)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY "EULER-DRIVER: CHANGE REGISTER ROW "
                           "SKIPPED - UNUSABLE DATE: " WS-PCHG-PROGRAM
                           " " WS-PCHG-CHANGE-DATE-X
                   END-IF
           END-READ.

       APPLY-CERTIFICATE.
           READ CERT-FILE
               AT END
                   MOVE 'Y' TO WS-CERT-EOF-SW
               NOT AT END
                   PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                           UNTIL WS-SCAN-IX > WS-STEP-COUNT
                       IF WS-STEP-PROGRAM (WS-SCAN-IX) =
                               WS-CERT-PROGRAM
                           MOVE WS-CERT-DATE
                               TO WS-STEP-CERT-DATE (WS-SCAN-IX)
                           MOVE WS-CERT-RESULT
                               TO WS-STEP-CERT-RESULT (WS-SCAN-IX)
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * OPEN-RUN-STATUS - append to the status on file for a resume;
      * a from-the-top run starts the file afresh.
      ******************************************************************
       OPEN-RUN-STATUS.
           IF WS-RUN-IS-RESUME
               OPEN EXTEND STAT-FILE
           ELSE
           ELSE
               IF WS-STEP-ALWAYS-RUNS (WS-STEP-IX)
                   MOVE WS-STEP-RC TO WS-GATE-RC-SAVE
                   PERFORM RUN-CERTIFIED-STEP
                   IF WS-GATE-RC-SAVE > WS-STEP-RC
                       MOVE WS-GATE-RC-SAVE TO WS-STEP-RC
                   END-IF
               ELSE
                   IF WS-STEP-RC <= WS-STEP-MAX-PRIOR (WS-STEP-IX)
                       PERFORM RUN-CERTIFIED-STEP
                   ELSE
                       DISPLAY "EULER-DRIVER: SKIPPING STEP "
                           WS-STEP-NUMBER (WS-STEP-IX)
               END-IF
           END-IF.

      ******************************************************************
      * RUN-CERTIFIED-STEP - a step whose program is under
      * certification runs only on a passing certificate dated on or
      * after the program's last change; anything else is refused.
      ******************************************************************
       RUN-CERTIFIED-STEP.
           IF WS-STEP-CHANGE-DATE (WS-STEP-IX) = 0
                   AND WS-STEP-NOT-CERTIFIED (WS-STEP-IX)
               PERFORM EXECUTE-STEP
           ELSE
               IF WS-STEP-CERT-PASSED (WS-STEP-IX)
                       AND WS-STEP-CERT-DATE (WS-STEP-IX) >=
                           WS-STEP-CHANGE-DATE (WS-STEP-IX)
                   PERFORM EXECUTE-STEP
               ELSE
                   PERFORM REFUSE-STEP
               END-IF
           END-IF.

      ******************************************************************
      * REFUSE-STEP - report why the program is not certified and
      * record the step as started and ended with code 12, so the
      * batch returns it and a resume runs the step once the program
      * has been re-certified.
      ******************************************************************
       REFUSE-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-NOT-CERTIFIED (WS-STEP-IX)
                   DISPLAY "EULER-DRIVER: STEP "
                       WS-STEP-NUMBER (WS-STEP-IX) " REFUSED - "
                       WS-STEP-PROGRAM (WS-STEP-IX)
                       " HAS NO CERTIFICATE"
               WHEN NOT WS-STEP-CERT-PASSED (WS-STEP-IX)
                   DISPLAY "EULER-DRIVER: STEP "
                       WS-STEP-NUMBER (WS-STEP-IX) " REFUSED - "
                       WS-STEP-PROGRAM (WS-STEP-IX)
                       " FAILED CERTIFICATION ON "
                       WS-STEP-CERT-DATE (WS-STEP-IX)
               WHEN OTHER
                   DISPLAY "EULER-DRIVER: STEP "
                       WS-STEP-NUMBER (WS-STEP-IX) " REFUSED - "
                       WS-STEP-PROGRAM (WS-STEP-IX)
                       " CHANGED " WS-STEP-CHANGE-DATE (WS-STEP-IX)
                       " SINCE ITS CERTIFICATE OF "
                       WS-STEP-CERT-DATE (WS-STEP-IX)
           END-EVALUATE.
           MOVE 'S' TO WS-STAT-RECORD-TYPE.
           MOVE 0   TO WS-STAT-COMPLETION-CODE.
           PERFORM WRITE-STATUS-RECORD.

           MOVE 12 TO WS-STEP-RC.
           IF WS-STEP-RC > WS-BATCH-RC
               MOVE WS-STEP-RC TO WS-BATCH-RC
           END-IF.

           MOVE 'E'        TO WS-STAT-RECORD-TYPE.
           MOVE WS-STEP-RC TO WS-STAT-COMPLETION-CODE.
           PERFORM WRITE-STATUS-RECORD.

      ******************************************************************
      * EXECUTE-STEP - write the start status record, call the step's
      * program with a clean completion code, and write the end
