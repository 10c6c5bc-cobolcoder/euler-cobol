      * (page someone), 4 when anything at all fired, 0 on a quiet
      * night.  The business date comes off the optional run-control
      * card; a missing card digests against the machine clock.
      * Every severity-1 alert also opens an incident on the keyed
      * incident file (copybook EULINCD) for the follow-up, unless
      * its job and alert code already have one open, or already had
      * one opened for this business date (so a rerun of the digest
      * opens nothing twice); each one opened is logged to the
      * incident history log (copybook EULILOG) and worked through
      * EULER-INCIDENT.  An incident file held by another run opens
      * nothing, with a message - the digest reruns to catch up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-ALERT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCD-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-INCD-INCIDENT-NO
               FILE STATUS IS WS-INCD-FILE-STATUS.
           SELECT ILOG-FILE ASSIGN TO "INCDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ILOG-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           COPY EULAFED.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  INCD-FILE.
       01  INCD-FILE-RECORD.
           COPY EULINCD.
       FD  ILOG-FILE.
       01  ILOG-FILE-RECORD.
           COPY EULILOG.
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-ALERTS-IN-DATE        PIC 9(05) VALUE 0.
           01 WS-CRITICAL-COUNT        PIC 9(05) VALUE 0.

           01 WS-INCD-FILE-STATUS      PIC X(02).
           01 WS-ILOG-FILE-STATUS      PIC X(02).
           01 WS-INCD-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-INCD-AT-EOF        VALUE 'Y'.
           01 WS-INCD-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-INCD-FILE-OPEN     VALUE 'Y'.
           01 WS-ILOG-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-ILOG-FILE-OPEN     VALUE 'Y'.
           01 WS-HIGHEST-INCIDENT-NO   PIC 9(06) VALUE 0.
           01 WS-NEXT-INCIDENT-NO      PIC 9(06) VALUE 0.
           01 WS-EXISTING-NO           PIC 9(06) VALUE 0.
           01 WS-INCIDENTS-OPENED      PIC 9(05) VALUE 0.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-RUN-TIMESTAMP         PIC 9(14).
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
           01 WS-BUSINESS-DATE         PIC 9(08).
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
              05 WS-ENQ-RESOURCE       OCCURS 1 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM OPEN-REPORT.
           PERFORM DIGEST-ALERT-FILE.
           PERFORM WRITE-ALERT-FEED.
           IF WS-CRITICAL-COUNT > 0
               PERFORM OPEN-CRITICAL-INCIDENTS
           END-IF.
           PERFORM CLOSE-REPORT.

           IF WS-CRITICAL-COUNT > 0
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * OPEN-CRITICAL-INCIDENTS - each severity-1 alert on the feed
      * gets an incident for the follow-up, opened unassigned with
      * the alert text as its first note.  None is opened for a job
      * and alert code that already have an incident open (the
      * follow-up carries on under that one), nor for one that had
      * an incident opened for this business date already, so a
      * rerun of the digest - or a repeat of the alert with a
      * different text - does not open a second.
      ******************************************************************
       OPEN-CRITICAL-INCIDENTS.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS FOR SEVERITY-1 ALERTS (INCIDENTS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           PERFORM ENQUEUE-FILE-LOCKS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-ALERTDG: INCIDENT FILE HELD BY "
                   "ANOTHER RUN - NO INCIDENTS OPENED"
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** INCIDENT FILE HELD BY ANOTHER RUN - "
                   "NO INCIDENTS OPENED - RERUN THE DIGEST ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM OPEN-INCIDENT-FILE
               IF WS-INCD-FILE-OPEN
                   PERFORM FIND-HIGHEST-INCIDENT
                   PERFORM VARYING WS-DIGEST-IDX FROM 1 BY 1
                           UNTIL WS-DIGEST-IDX > WS-DIGEST-COUNT
                       IF WS-DIG-SEVERITY (WS-DIGEST-IDX) = 1
                           PERFORM OPEN-ONE-INCIDENT
                       END-IF
                   END-PERFORM
                   CLOSE INCD-FILE
               END-IF
               IF WS-ILOG-FILE-OPEN
                   CLOSE ILOG-FILE
               END-IF
               PERFORM RELEASE-FILE-LOCKS
           END-IF.

       OPEN-INCIDENT-FILE.
           OPEN I-O INCD-FILE.
           IF WS-INCD-FILE-STATUS = "35"
               OPEN OUTPUT INCD-FILE
               IF WS-INCD-FILE-STATUS = "00"
                   CLOSE INCD-FILE
                   OPEN I-O INCD-FILE
               END-IF
           END-IF.
           IF WS-INCD-FILE-STATUS = "00"
               SET WS-INCD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-ALERTDG: INCIDENT FILE UNAVAILABLE - "
                   "STATUS " WS-INCD-FILE-STATUS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** INCIDENT FILE NOT AVAILABLE - STATUS "
                   WS-INCD-FILE-STATUS " - NO INCIDENTS OPENED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       FIND-HIGHEST-INCIDENT.
           MOVE 'N' TO WS-INCD-EOF-SW.
           MOVE 0 TO WS-INCD-INCIDENT-NO.
           START INCD-FILE KEY IS NOT LESS THAN WS-INCD-INCIDENT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-INCD-EOF-SW
           END-START.
           PERFORM NOTE-HIGHEST-INCIDENT UNTIL WS-INCD-AT-EOF.
           COMPUTE WS-NEXT-INCIDENT-NO = WS-HIGHEST-INCIDENT-NO + 1.

       NOTE-HIGHEST-INCIDENT.
           READ INCD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-SW
               NOT AT END
                   IF WS-INCD-INCIDENT-NO > WS-HIGHEST-INCIDENT-NO
                       MOVE WS-INCD-INCIDENT-NO
                           TO WS-HIGHEST-INCIDENT-NO
                   END-IF
           END-READ.

       OPEN-ONE-INCIDENT.
           MOVE 0 TO WS-EXISTING-NO.
           MOVE 'N' TO WS-INCD-EOF-SW.
           MOVE 0 TO WS-INCD-INCIDENT-NO.
           START INCD-FILE KEY IS NOT LESS THAN WS-INCD-INCIDENT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-INCD-EOF-SW
           END-START.
           PERFORM MATCH-EXISTING-INCIDENT UNTIL WS-INCD-AT-EOF.

           IF WS-EXISTING-NO > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-DIG-JOB-NAME (WS-DIGEST-IDX)
                   "  " WS-DIG-ALERT-CODE (WS-DIGEST-IDX)
                   "  FOLLOWED UP UNDER INCIDENT " WS-EXISTING-NO
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM WRITE-NEW-INCIDENT
           END-IF.

       MATCH-EXISTING-INCIDENT.
           READ INCD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-SW
               NOT AT END
                   IF WS-INCD-JOB-NAME = WS-DIG-JOB-NAME (WS-DIGEST-IDX)
                           AND WS-INCD-ALERT-CODE
                               = WS-DIG-ALERT-CODE (WS-DIGEST-IDX)
                           AND (WS-INCD-IS-OPEN
                               OR WS-INCD-BUSINESS-DATE
                                   = WS-BUSINESS-DATE)
                       MOVE WS-INCD-INCIDENT-NO TO WS-EXISTING-NO
                       MOVE 'Y' TO WS-INCD-EOF-SW
                   END-IF
           END-READ.

       WRITE-NEW-INCIDENT.
           MOVE SPACES TO INCD-FILE-RECORD.
           MOVE WS-NEXT-INCIDENT-NO TO WS-INCD-INCIDENT-NO.
           MOVE 'O'                 TO WS-INCD-STATUS.
           MOVE 'A'                 TO WS-INCD-ORIGIN.
           MOVE 1                   TO WS-INCD-SEVERITY.
           MOVE WS-DIG-ALERT-CODE (WS-DIGEST-IDX)
               TO WS-INCD-ALERT-CODE.
           MOVE WS-DIG-JOB-NAME (WS-DIGEST-IDX)
               TO WS-INCD-JOB-NAME.
           MOVE WS-BUSINESS-DATE    TO WS-INCD-BUSINESS-DATE.
           MOVE WS-OPERATOR-ID      TO WS-INCD-OPENED-BY.
           MOVE WS-RUN-TIMESTAMP    TO WS-INCD-OPENED-TS.
           MOVE WS-OPERATOR-ID      TO WS-INCD-UPDATED-BY.
           MOVE WS-RUN-TIMESTAMP    TO WS-INCD-UPDATED-TS.
           MOVE 0                   TO WS-INCD-CLOSED-TS.
           MOVE WS-DIG-SHORT-TEXT (WS-DIGEST-IDX)
               TO WS-INCD-NOTES.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE INCD-FILE-RECORD
               INVALID KEY
                   DISPLAY "EULER-ALERTDG: INCIDENT "
                       WS-NEXT-INCIDENT-NO " ALREADY ON FILE"
                   STRING "  " WS-DIG-JOB-NAME (WS-DIGEST-IDX)
                       "  " WS-DIG-ALERT-CODE (WS-DIGEST-IDX)
                       "  *** INCIDENT " WS-NEXT-INCIDENT-NO
                       " ALREADY ON FILE - NOT OPENED ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               NOT INVALID KEY
                   STRING "  " WS-DIG-JOB-NAME (WS-DIGEST-IDX)
                       "  " WS-DIG-ALERT-CODE (WS-DIGEST-IDX)
                       "  INCIDENT " WS-NEXT-INCIDENT-NO " OPENED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   ADD 1 TO WS-INCIDENTS-OPENED
                   PERFORM WRITE-INCIDENT-LOG
                   ADD 1 TO WS-NEXT-INCIDENT-NO
           END-WRITE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-INCIDENT-LOG.
           IF NOT WS-ILOG-FILE-OPEN
               OPEN EXTEND ILOG-FILE
               IF WS-ILOG-FILE-STATUS = "35"
                   OPEN OUTPUT ILOG-FILE
               END-IF
               SET WS-ILOG-FILE-OPEN TO TRUE
           END-IF.
           MOVE WS-NEXT-INCIDENT-NO TO WS-ILOG-INCIDENT-NO.
           MOVE "AUTOOPEN"          TO WS-ILOG-ACTION.
           MOVE SPACE               TO WS-ILOG-PRIOR-STATUS.
           MOVE 'O'                 TO WS-ILOG-NEW-STATUS.
           MOVE WS-OPERATOR-ID      TO WS-ILOG-CHANGED-BY.
           MOVE WS-RUN-TIMESTAMP    TO WS-ILOG-TIMESTAMP.
           MOVE SPACES              TO WS-ILOG-ASSIGNED-TO.
           MOVE WS-DIG-SHORT-TEXT (WS-DIGEST-IDX) TO WS-ILOG-NOTE.
           WRITE ILOG-FILE-RECORD.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS OPENED:   " WS-INCIDENTS-OPENED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-ALERTDG REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the incident file (copybook
      * EULLOCK) while incidents are opened, so they never land in
      * the middle of an EULER-INCIDENT run.  Unlike the writers that
      * stop on a held file, the digest and feed are already out by
      * now; a held file only skips the incidents (the caller
      * reports it).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "INCIDENTS"  TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF NOT WS-LOCK-CONFLICT
               OPEN EXTEND LOCK-FILE
               IF WS-LOCK-FILE-STATUS = "35"
                   OPEN OUTPUT LOCK-FILE
               END-IF
               PERFORM VARYING WS-ENQ-IDX FROM 1 BY 1
                       UNTIL WS-ENQ-IDX > WS-ENQ-COUNT
                   MOVE WS-ENQ-RESOURCE (WS-ENQ-IDX)
                       TO WS-LOCK-RESOURCE
                   MOVE "EULALERT" TO WS-LOCK-JOB-NAME
                   MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
                   MOVE WS-RUN-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-ALERTDG: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
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
                   IF WS-LOCK-JOB-NAME NOT = "EULALERT"
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

       END PROGRAM EULER-ALERTDG.
