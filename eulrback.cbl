      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Roll the nightly shared files back to a pre-batch
      * snapshot set.  EULER-DRIVER takes the set (EULER-SNAPSHOT,
      * copybooks EULSNPC and EULSNAP) before the first step of a
      * night; when the night goes wrong partway through, this
      * utility puts HISTFILE, HISTMAST, SUMMAST, FACTFILE, FIBFILE,
      * FACTCACHE, RUNCTL, RUNSTAT, SUSPFILE and CKPTFILE back the
      * way they were before the run began, as one unit.  The
      * rollback card (copybook EULRBCD) names the set by its
      * business date; there is no default.
      * Putting a night back is a privileged action: the operator
      * must hold the ROLLBACK grant on the authorization file
      * (copybook EULAUTH), and a refused attempt is logged to the
      * shared audit trail as a 'V' violation record.  The rollback
      * refuses to start while the lock file (copybook EULLOCK) shows
      * any job holding a file in the set, listing the holders, and
      * holds the whole set itself while the files are rewritten.
      * EULER-SNAPSHOT checks every backup against the set's
      * manifest before a live file is touched; after the restore
      * each live file is recounted and held against the count taken
      * with the set.  The rollback report lists every file with its
      * set and restored counts, and the outcome goes to the audit
      * trail as a 'B' rollback record.
      * Return code 12 when the operator is refused, a file in the
      * set is held, or a restored count does not verify; 16 when
      * the card is missing or the set cannot be restored (nothing
      * is changed).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-ROLLBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBCD-FILE ASSIGN TO "ROLLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBCD-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-ROLLBACK-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RBCD-FILE.
       01  RBCD-FILE-RECORD.
           COPY EULRBCD.
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD.
           COPY EULAUTH.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-RBCD-FILE-STATUS      PIC X(02).
           01 WS-AUTH-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-SNAPSHOT-CONTROL.
              COPY EULSNPC.

           01 WS-AUTH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-AUTH-AT-EOF        VALUE 'Y'.
           01 WS-AUTH-GRANTED-SW       PIC X(01) VALUE 'N'.
              88 WS-AUTH-IS-GRANTED    VALUE 'Y'.
           01 WS-AUTH-FUNCTION         PIC X(08) VALUE SPACES.
           01 WS-ROLLBACK-REFUSED-SW   PIC X(01) VALUE 'N'.
              88 WS-ROLLBACK-IS-REFUSED VALUE 'Y'.
           01 WS-RESTORE-DONE-SW       PIC X(01) VALUE 'N'.
              88 WS-RESTORE-IS-DONE    VALUE 'Y'.

           01 WS-SET-DATE              PIC 9(08) VALUE 0.
           01 WS-SET-IDX               PIC 9(02) COMP.
           01 WS-FILES-VERIFIED        PIC 9(02) VALUE 0.
           01 WS-FILES-MISMATCHED      PIC 9(02) VALUE 0.
           01 WS-VERIFY-TEXT           PIC X(30).
           01 WS-EDIT-SET-COUNT        PIC Z(8)9.
           01 WS-EDIT-LIVE-COUNT       PIC Z(8)9.
           01 WS-ROLLBACK-RC           PIC 9(04) VALUE 0.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-ROLLBACK-TIMESTAMP    PIC 9(14).
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).

           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-LKWK-FILE-STATUS      PIC X(02).
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-CONFLICT-SW      PIC X(01) VALUE 'N'.
              88 WS-LOCK-CONFLICT      VALUE 'Y'.
           01 WS-LOCKS-HELD-SW         PIC X(01) VALUE 'N'.
              88 WS-LOCKS-ARE-HELD     VALUE 'Y'.
           01 WS-ENQ-COUNT             PIC 9(02) VALUE 0.
           01 WS-ENQ-IDX               PIC 9(02) COMP.
           01 WS-ENQ-TABLE.
              05 WS-ENQ-RESOURCE       OCCURS 10 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-ROLLBACK-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           PERFORM READ-ROLLBACK-CARD.
           PERFORM OPEN-REPORT.
           PERFORM CHECK-ROLLBACK-AUTHORITY.

           IF WS-ROLLBACK-IS-REFUSED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTHING RESTORED - OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR ROLLBACK"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM ENQUEUE-FILE-LOCKS
               IF WS-LOCK-CONFLICT
                   MOVE 12 TO WS-ROLLBACK-RC
               ELSE
                   PERFORM RESTORE-SNAPSHOT-SET
                   IF WS-RESTORE-IS-DONE
                       PERFORM VERIFY-RESTORED-COUNTS
                       PERFORM PRINT-ROLLBACK-DETAIL
                   END-IF
                   PERFORM RELEASE-FILE-LOCKS
               END-IF
               PERFORM WRITE-ROLLBACK-AUDIT
           END-IF.

           PERFORM CLOSE-REPORT.
           IF NOT WS-ROLLBACK-IS-REFUSED
               MOVE WS-ROLLBACK-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-ROLLBACK-CARD - the business date of the set to put
      * back.  A missing card or a date that is not numeric stops
      * the run before anything is looked at (return code 16).
      ******************************************************************
       READ-ROLLBACK-CARD.
           OPEN INPUT RBCD-FILE.
           IF WS-RBCD-FILE-STATUS = "00"
               READ RBCD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RBCD-SET-DATE-X IS NUMERIC
                           MOVE WS-RBCD-SET-DATE-X TO WS-SET-DATE
                       END-IF
               END-READ
               CLOSE RBCD-FILE
           END-IF.
           IF WS-SET-DATE = 0
               DISPLAY "EULER-ROLLBACK: NO VALID SET DATE ON THE "
                   "ROLLBACK CARD - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * CHECK-ROLLBACK-AUTHORITY - a rollback overwrites every file in
      * the set, so the operator must hold the ROLLBACK grant on the
      * authorization file before anything is touched.  A refusal
      * goes to the shared audit trail as a 'V' violation record and
      * the run stops with return code 12 and nothing restored.
      ******************************************************************
       CHECK-ROLLBACK-AUTHORITY.
           MOVE "ROLLBACK" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-OPERATOR-AUTH.
           IF NOT WS-AUTH-IS-GRANTED
               DISPLAY "EULER-ROLLBACK: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR ROLLBACK - NOTHING RESTORED"
               SET WS-ROLLBACK-IS-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE 'V'                   TO WS-AUDT-RECORD-TYPE.
           MOVE "EULRBACK"            TO WS-AUDT-JOB-NAME.
           MOVE WS-OPERATOR-ID        TO WS-AUDT-OPERATOR-ID.
           MOVE WS-ROLLBACK-TIMESTAMP TO WS-AUDT-TIMESTAMP.
           MOVE 12                    TO WS-AUDT-COMPLETION-CODE.
           WRITE AUDIT-FILE-RECORD.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * CHECK-OPERATOR-AUTH - does this operator hold the grant for
      * the privileged function in WS-AUTH-FUNCTION?  The
      * authorization file is scanned for the operator's entry; no
      * file, no entry, and no grant all refuse - a privileged
      * action never defaults open.
      ******************************************************************
       CHECK-OPERATOR-AUTH.
           MOVE 'N' TO WS-AUTH-GRANTED-SW.
           MOVE 'N' TO WS-AUTH-EOF-SW.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-AUTH-EOF-SW
           END-IF.
           PERFORM SCAN-OPERATOR-AUTH UNTIL WS-AUTH-AT-EOF.
           IF WS-AUTH-FILE-STATUS = "10"
               CLOSE AUTH-FILE
           END-IF.

       SCAN-OPERATOR-AUTH.
           READ AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-AUTH-EOF-SW
               NOT AT END
                   IF WS-AUTH-OPERATOR-ID = WS-OPERATOR-ID
                       PERFORM APPLY-AUTH-GRANTS
                   END-IF
           END-READ.

       APPLY-AUTH-GRANTS.
           EVALUATE WS-AUTH-FUNCTION
               WHEN "FORCE"
                   IF WS-AUTH-FORCE-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "REPROC"
                   IF WS-AUTH-REPROC-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "PURGE"
                   IF WS-AUTH-PURGE-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "MAINT"
                   IF WS-AUTH-MAINT-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "ROLLBACK"
                   IF WS-AUTH-ROLLBACK-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * RESTORE-SNAPSHOT-SET - have EULER-SNAPSHOT put the dated set
      * back.  A set that is not on file, or that fails its own
      * manifest check, is refused there with the live files left
      * exactly as they were (return code 16).
      ******************************************************************
       RESTORE-SNAPSHOT-SET.
           MOVE 'R'         TO WS-SNPC-MODE.
           MOVE WS-SET-DATE TO WS-SNPC-SET-DATE.
           MOVE 'N'         TO WS-SNPC-RESULT.
           MOVE "SNAPSHOT MODULE NOT AVAILABLE" TO WS-SNPC-MESSAGE.
           CALL "EULER-SNAPSHOT" USING WS-SNAPSHOT-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-ROLLBACK: SNAPSHOT MODULE NOT "
                       "AVAILABLE - NOTHING RESTORED"
           END-CALL.
           IF WS-SNPC-WAS-DONE
               SET WS-RESTORE-IS-DONE TO TRUE
               DISPLAY "EULER-ROLLBACK: " WS-SNPC-MESSAGE
           ELSE
               DISPLAY "EULER-ROLLBACK: SET " WS-SET-DATE
                   " NOT RESTORED - " WS-SNPC-MESSAGE
               MOVE 16 TO WS-ROLLBACK-RC
               MOVE SPACES TO WS-RPT-LINE
               STRING "SET " WS-SET-DATE " NOT RESTORED - "
                   WS-SNPC-MESSAGE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "LIVE FILES NOT CHANGED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * VERIFY-RESTORED-COUNTS - recount every live file and hold it
      * against the count taken with the set.  A file that was not
      * on hand when the set was taken must come back empty.  Any
      * difference is a return code 12 the operator must look at.
      ******************************************************************
       VERIFY-RESTORED-COUNTS.
           MOVE 'C' TO WS-SNPC-MODE.
           CALL "EULER-SNAPSHOT" USING WS-SNAPSHOT-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-ROLLBACK: SNAPSHOT MODULE NOT "
                       "AVAILABLE - COUNTS NOT VERIFIED"
           END-CALL.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
               IF WS-SNPC-COPY-COUNT (WS-SET-IDX) =
                       WS-SNPC-SET-COUNT (WS-SET-IDX)
                   ADD 1 TO WS-FILES-VERIFIED
               ELSE
                   ADD 1 TO WS-FILES-MISMATCHED
               END-IF
           END-PERFORM.
           IF WS-FILES-MISMATCHED > 0
               MOVE 12 TO WS-ROLLBACK-RC
               DISPLAY "EULER-ROLLBACK: SET " WS-SET-DATE
                   " RESTORED - " WS-FILES-MISMATCHED
                   " FILE(S) DID NOT VERIFY"
           ELSE
               DISPLAY "EULER-ROLLBACK: SET " WS-SET-DATE
                   " RESTORED - ALL " WS-FILES-VERIFIED
                   " FILES VERIFIED"
           END-IF.

      ******************************************************************
      * PRINT-ROLLBACK-DETAIL - one line per file in the set: the
      * backup it came from, the count taken with the set, the count
      * now on the live file, and whether the two agree.
      ******************************************************************
       PRINT-ROLLBACK-DETAIL.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SET " WS-SET-DATE
               "   TAKEN AT: " WS-SNPC-TIMESTAMP
               "   RESTORED AT: " WS-ROLLBACK-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILE          BACKUP                "
               " SET COUNT   RESTORED   VERIFICATION"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SNPC-FILE-COUNT
               MOVE WS-SNPC-SET-COUNT (WS-SET-IDX)
                   TO WS-EDIT-SET-COUNT
               MOVE WS-SNPC-COPY-COUNT (WS-SET-IDX)
                   TO WS-EDIT-LIVE-COUNT
               IF WS-SNPC-COPY-COUNT (WS-SET-IDX) =
                       WS-SNPC-SET-COUNT (WS-SET-IDX)
                   IF WS-SNPC-WAS-PRESENT (WS-SET-IDX)
                       MOVE "VERIFIED" TO WS-VERIFY-TEXT
                   ELSE
                       MOVE "VERIFIED - NOT ON HAND AT SET"
                           TO WS-VERIFY-TEXT
                   END-IF
               ELSE
                   MOVE "*** MISMATCH ***" TO WS-VERIFY-TEXT
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-SNPC-FILE-NAME (WS-SET-IDX) "  "
                   WS-SNPC-BACKUP-NAME (WS-SET-IDX) "  "
                   WS-EDIT-SET-COUNT "  " WS-EDIT-LIVE-COUNT "   "
                   WS-VERIFY-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILES VERIFIED: " WS-FILES-VERIFIED
               "   FILES NOT VERIFIED: " WS-FILES-MISMATCHED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ROLLED BACK BY: " WS-OPERATOR-ID
               "      TIMESTAMP: " WS-ROLLBACK-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * WRITE-ROLLBACK-AUDIT - every rollback attempt that got past
      * the authorization check goes to the shared audit trail as a
      * 'B' record carrying its completion code.
      ******************************************************************
       WRITE-ROLLBACK-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE 'B'                   TO WS-AUDT-RECORD-TYPE.
           MOVE "EULRBACK"            TO WS-AUDT-JOB-NAME.
           MOVE WS-OPERATOR-ID        TO WS-AUDT-OPERATOR-ID.
           MOVE WS-ROLLBACK-TIMESTAMP TO WS-AUDT-TIMESTAMP.
           MOVE WS-ROLLBACK-RC        TO WS-AUDT-COMPLETION-CODE.
           WRITE AUDIT-FILE-RECORD.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-ROLLBACK - ROLLBACK TO PRE-BATCH SNAPSHOT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   SET DATE: " WS-SET-DATE
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-ROLLBACK REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - the rollback will not start while any
      * job holds a file in the set (copybook EULLOCK); every holder
      * is listed on the console and the report.  Otherwise the
      * whole set is held for the length of the restore.
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 10 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "HISTMAST"   TO WS-ENQ-RESOURCE (2).
           MOVE "SUMMAST"    TO WS-ENQ-RESOURCE (3).
           MOVE "FACTFILE"   TO WS-ENQ-RESOURCE (4).
           MOVE "FIBFILE"    TO WS-ENQ-RESOURCE (5).
           MOVE "FACTCACHE"  TO WS-ENQ-RESOURCE (6).
           MOVE "RUNCTL"     TO WS-ENQ-RESOURCE (7).
           MOVE "RUNSTAT"    TO WS-ENQ-RESOURCE (8).
           MOVE "SUSPFILE"   TO WS-ENQ-RESOURCE (9).
           MOVE "CKPTFILE"   TO WS-ENQ-RESOURCE (10).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-ROLLBACK: SHARED FILE HELD BY "
                   "ANOTHER RUN - NOTHING RESTORED"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTHING RESTORED - FILES IN THE SET ARE HELD "
                   "BY ANOTHER RUN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               OPEN EXTEND LOCK-FILE
               IF WS-LOCK-FILE-STATUS = "35"
                   OPEN OUTPUT LOCK-FILE
               END-IF
               PERFORM VARYING WS-ENQ-IDX FROM 1 BY 1
                       UNTIL WS-ENQ-IDX > WS-ENQ-COUNT
                   MOVE WS-ENQ-RESOURCE (WS-ENQ-IDX)
                       TO WS-LOCK-RESOURCE
                   MOVE "EULRBACK" TO WS-LOCK-JOB-NAME
                   MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
                   MOVE WS-ROLLBACK-TIMESTAMP TO WS-LOCK-TIMESTAMP
                   WRITE LOCK-FILE-RECORD
               END-PERFORM
               CLOSE LOCK-FILE
               SET WS-LOCKS-ARE-HELD TO TRUE
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
                           DISPLAY "EULER-ROLLBACK: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                           MOVE SPACES TO WS-RPT-LINE
                           STRING WS-LOCK-RESOURCE " HELD BY JOB "
                               WS-LOCK-JOB-NAME " OPERATOR "
                               WS-LOCK-OPERATOR-ID " SINCE "
                               WS-LOCK-TIMESTAMP
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * RELEASE-FILE-LOCKS - drop this run's lock records, the lock
      * file being rewritten through a work file.  Locks belonging to
      * other runs pass through untouched.
      ******************************************************************
       RELEASE-FILE-LOCKS.
           IF WS-LOCKS-ARE-HELD
               MOVE 'N' TO WS-LOCK-EOF-SW
               OPEN INPUT LOCK-FILE
               OPEN OUTPUT LOCK-WORK-FILE
               PERFORM DROP-MY-LOCKS UNTIL WS-LOCK-AT-EOF
               CLOSE LOCK-FILE
               CLOSE LOCK-WORK-FILE
               PERFORM REWRITE-LOCK-FILE
           END-IF.

       DROP-MY-LOCKS.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF WS-LOCK-JOB-NAME NOT = "EULRBACK"
                       WRITE LOCK-WORK-RECORD FROM LOCK-FILE-RECORD
                   END-IF
           END-READ.

       REWRITE-LOCK-FILE.
           MOVE 'N' TO WS-LOCK-EOF-SW.
           OPEN INPUT LOCK-WORK-FILE.
           OPEN OUTPUT LOCK-FILE.
           PERFORM COPY-LOCKS-BACK UNTIL WS-LOCK-AT-EOF.
           CLOSE LOCK-WORK-FILE.
           CLOSE LOCK-FILE.

       COPY-LOCKS-BACK.
           READ LOCK-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   WRITE LOCK-FILE-RECORD FROM LOCK-WORK-RECORD
           END-READ.

       END PROGRAM EULER-ROLLBACK.
