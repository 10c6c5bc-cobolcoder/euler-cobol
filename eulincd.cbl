      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Incident maintenance - the follow-up on an alert,
      * kept on the keyed incident file (copybook EULINCD) in place
      * of the paper shift log, so nothing is lost at shift change.
      * EULER-ALERTDG opens an incident by itself for every new
      * severity-1 alert; this program reads maintenance cards
      * (copybook EULINTX) and OPENs an incident by hand (alert
      * code, job and business date required, severity 2 unless the
      * card says 1), UPDATEs one (assigns it to an operator, which
      * moves it from open to working, and/or replaces its note), or
      * CLOSEs one (a closing note is required).  A second incident
      * is not opened for a job and alert code that already has one
      * open, and a closed incident is not changed.  Every change
      * applied is stamped with the operator and the time and goes
      * to the incident history log (copybook EULILOG).  The report
      * closes with every incident still open, how old it is, and
      * who has it.
      * Return code 8 when any card is rejected, 12 when the
      * incident file is held by another run, 16 when it cannot be
      * opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-INCIDENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTX-FILE ASSIGN TO "INCDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTX-FILE-STATUS.
           SELECT INCD-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-INCD-INCIDENT-NO
               FILE STATUS IS WS-INCD-FILE-STATUS.
           SELECT ILOG-FILE ASSIGN TO "INCDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ILOG-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-INCIDENT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INTX-FILE.
       01  INTX-FILE-RECORD.
           COPY EULINTX.
       FD  INCD-FILE.
       01  INCD-FILE-RECORD.
           COPY EULINCD.
       FD  ILOG-FILE.
       01  ILOG-FILE-RECORD.
           COPY EULILOG.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-INTX-FILE-STATUS      PIC X(02).
           01 WS-INCD-FILE-STATUS      PIC X(02).
           01 WS-ILOG-FILE-STATUS      PIC X(02).

           01 WS-INTX-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-INTX-AT-EOF        VALUE 'Y'.
           01 WS-INCD-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-INCD-AT-EOF        VALUE 'Y'.
           01 WS-INCD-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-INCD-FILE-OPEN     VALUE 'Y'.
           01 WS-ILOG-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-ILOG-FILE-OPEN     VALUE 'Y'.
           01 WS-INCIDENT-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-INCIDENT-WAS-FOUND VALUE 'Y'.
           01 WS-REJECT-TEXT           PIC X(50).
           01 WS-PRIOR-STATUS          PIC X(01).
           01 WS-LOG-ACTION            PIC X(08).
           01 WS-DUPLICATE-NO          PIC 9(06).

           01 WS-HIGHEST-INCIDENT-NO   PIC 9(06) VALUE 0.
           01 WS-NEXT-INCIDENT-NO      PIC 9(06) VALUE 0.
           01 WS-OPENED-DATE           PIC 9(08).
           01 WS-AGE-DAYS              PIC 9(05).

           01 WS-CARDS-READ            PIC 9(04) VALUE 0.
           01 WS-CARDS-REJECTED        PIC 9(04) VALUE 0.
           01 WS-INCIDENTS-OPENED      PIC 9(04) VALUE 0.
           01 WS-INCIDENTS-UPDATED     PIC 9(04) VALUE 0.
           01 WS-INCIDENTS-CLOSED      PIC 9(04) VALUE 0.
           01 WS-STILL-OPEN-COUNT      PIC 9(06) VALUE 0.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-CHANGE-TIMESTAMP      PIC 9(14).
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
              05 WS-ENQ-RESOURCE       OCCURS 1 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-CHANGE-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           PERFORM OPEN-REPORT.
           PERFORM ENQUEUE-FILE-LOCKS.
           PERFORM OPEN-INCIDENT-FILE.
           IF WS-INCD-FILE-OPEN
               PERFORM FIND-HIGHEST-INCIDENT
               PERFORM APPLY-INCIDENT-CARDS
               PERFORM LIST-OPEN-INCIDENTS
           END-IF.
           PERFORM CLOSE-INCIDENT-FILES.
           PERFORM RELEASE-FILE-LOCKS.
           PERFORM CLOSE-REPORT.

           IF WS-CARDS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * OPEN-INCIDENT-FILE - the incident file is created empty the
      * first time, the same as the other keyed files a program
      * writes into; one that still will not open stops the run with
      * nothing applied.
      ******************************************************************
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
               MOVE SPACES TO WS-RPT-LINE
               STRING "INCIDENT FILE NOT AVAILABLE - STATUS "
                   WS-INCD-FILE-STATUS " - NOTHING APPLIED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

       CLOSE-INCIDENT-FILES.
           IF WS-INCD-FILE-OPEN
               CLOSE INCD-FILE
           END-IF.
           IF WS-ILOG-FILE-OPEN
               CLOSE ILOG-FILE
           END-IF.

      ******************************************************************
      * FIND-HIGHEST-INCIDENT - incidents are numbered one up from
      * the highest number on file, whoever opened it.
      ******************************************************************
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

      ******************************************************************
      * APPLY-INCIDENT-CARDS - each card is edited, its incident
      * looked up (or, for an OPEN, checked for one already open for
      * the same job and alert code), and the change applied and
      * logged - or the card is reported and skipped, never
      * half-applied.
      ******************************************************************
       APPLY-INCIDENT-CARDS.
           OPEN INPUT INTX-FILE.
           IF WS-INTX-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO INCIDENT CARDS - STATUS "
                   WS-INTX-FILE-STATUS " - LISTING ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 'Y' TO WS-INTX-EOF-SW
           END-IF.
           PERFORM APPLY-ONE-CARD UNTIL WS-INTX-AT-EOF.
           IF WS-INTX-FILE-STATUS = "10"
               CLOSE INTX-FILE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       APPLY-ONE-CARD.
           READ INTX-FILE
               AT END
                   MOVE 'Y' TO WS-INTX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   MOVE SPACES TO WS-REJECT-TEXT
                   PERFORM EDIT-INCIDENT-CARD
                   IF WS-REJECT-TEXT = SPACES
                       IF WS-INTX-IS-OPEN
                           PERFORM CHECK-ALREADY-OPEN
                       ELSE
                           PERFORM FIND-INCIDENT-RECORD
                       END-IF
                   END-IF
                   IF WS-REJECT-TEXT = SPACES
                       EVALUATE TRUE
                           WHEN WS-INTX-IS-OPEN
                               PERFORM OPEN-NEW-INCIDENT
                           WHEN WS-INTX-IS-UPDATE
                               PERFORM UPDATE-INCIDENT
                           WHEN OTHER
                               PERFORM CLOSE-INCIDENT
                       END-EVALUATE
                   END-IF
                   IF WS-REJECT-TEXT NOT = SPACES
                       ADD 1 TO WS-CARDS-REJECTED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "CARD " WS-CARDS-READ
                           " REJECTED - " WS-REJECT-TEXT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   END-IF
           END-READ.

       EDIT-INCIDENT-CARD.
           EVALUATE TRUE
               WHEN WS-INTX-IS-OPEN
                   IF WS-INTX-ALERT-CODE = SPACES
                           OR WS-INTX-JOB-NAME = SPACES
                           OR WS-INTX-BUSINESS-DATE-X IS NOT NUMERIC
                           OR WS-INTX-BUSINESS-DATE-X = "00000000"
                       MOVE "ALERT CODE, JOB AND BUSINESS DATE NEEDED"
                           TO WS-REJECT-TEXT
                   ELSE
                       IF WS-INTX-SEVERITY-X NOT = SPACE
                               AND WS-INTX-SEVERITY-X NOT = "1"
                               AND WS-INTX-SEVERITY-X NOT = "2"
                           MOVE "SEVERITY MUST BE 1 OR 2"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               WHEN WS-INTX-IS-UPDATE
                   IF WS-INTX-INCIDENT-NO-X IS NOT NUMERIC
                       MOVE "INCIDENT NUMBER NOT USABLE"
                           TO WS-REJECT-TEXT
                   ELSE
                       IF WS-INTX-OPERATOR-ID = SPACES
                               AND WS-INTX-NOTE = SPACES
                           MOVE "NO OPERATOR OR NOTE TO UPDATE"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               WHEN WS-INTX-IS-CLOSE
                   IF WS-INTX-INCIDENT-NO-X IS NOT NUMERIC
                       MOVE "INCIDENT NUMBER NOT USABLE"
                           TO WS-REJECT-TEXT
                   ELSE
                       IF WS-INTX-NOTE = SPACES
                           MOVE "CLOSING NOTE REQUIRED"
                               TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               WHEN OTHER
                   STRING "UNRECOGNIZED ACTION: " WS-INTX-ACTION-X
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-EVALUATE.

      ******************************************************************
      * CHECK-ALREADY-OPEN - one incident at a time per job and alert
      * code: while one is open, a repeat of the alert is followed up
      * on that incident, not on a new one.
      ******************************************************************
       CHECK-ALREADY-OPEN.
           MOVE 0 TO WS-DUPLICATE-NO.
           MOVE 'N' TO WS-INCD-EOF-SW.
           MOVE 0 TO WS-INCD-INCIDENT-NO.
           START INCD-FILE KEY IS NOT LESS THAN WS-INCD-INCIDENT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-INCD-EOF-SW
           END-START.
           PERFORM MATCH-OPEN-INCIDENT UNTIL WS-INCD-AT-EOF.
           IF WS-DUPLICATE-NO > 0
               STRING "INCIDENT " WS-DUPLICATE-NO
                   " ALREADY OPEN FOR THIS JOB AND CODE"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

       MATCH-OPEN-INCIDENT.
           READ INCD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-SW
               NOT AT END
                   IF WS-INCD-IS-OPEN
                           AND WS-INCD-JOB-NAME = WS-INTX-JOB-NAME
                           AND WS-INCD-ALERT-CODE = WS-INTX-ALERT-CODE
                       MOVE WS-INCD-INCIDENT-NO TO WS-DUPLICATE-NO
                       MOVE 'Y' TO WS-INCD-EOF-SW
                   END-IF
           END-READ.

       FIND-INCIDENT-RECORD.
           MOVE 'N' TO WS-INCIDENT-FOUND-SW.
           MOVE WS-INTX-INCIDENT-NO-X TO WS-INCD-INCIDENT-NO.
           READ INCD-FILE
               INVALID KEY
                   MOVE "NO SUCH INCIDENT" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   SET WS-INCIDENT-WAS-FOUND TO TRUE
           END-READ.
           IF WS-INCIDENT-WAS-FOUND AND WS-INCD-IS-CLOSED
               STRING "INCIDENT ALREADY CLOSED " WS-INCD-CLOSED-TS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.

      ******************************************************************
      * OPEN-NEW-INCIDENT - a hand-opened incident takes the next
      * number; one opened with an operator on the card starts out
      * assigned (working) rather than open.
      ******************************************************************
       OPEN-NEW-INCIDENT.
           MOVE SPACES TO INCD-FILE-RECORD.
           MOVE WS-NEXT-INCIDENT-NO     TO WS-INCD-INCIDENT-NO.
           MOVE 'M'                     TO WS-INCD-ORIGIN.
           IF WS-INTX-SEVERITY-X = "1"
               MOVE 1 TO WS-INCD-SEVERITY
           ELSE
               MOVE 2 TO WS-INCD-SEVERITY
           END-IF.
           MOVE WS-INTX-ALERT-CODE      TO WS-INCD-ALERT-CODE.
           MOVE WS-INTX-JOB-NAME        TO WS-INCD-JOB-NAME.
           MOVE WS-INTX-BUSINESS-DATE-X TO WS-INCD-BUSINESS-DATE.
           MOVE WS-INTX-OPERATOR-ID     TO WS-INCD-ASSIGNED-TO.
           IF WS-INTX-OPERATOR-ID = SPACES
               MOVE 'O' TO WS-INCD-STATUS
           ELSE
               MOVE 'W' TO WS-INCD-STATUS
           END-IF.
           MOVE WS-OPERATOR-ID          TO WS-INCD-OPENED-BY.
           MOVE WS-CHANGE-TIMESTAMP     TO WS-INCD-OPENED-TS.
           MOVE WS-OPERATOR-ID          TO WS-INCD-UPDATED-BY.
           MOVE WS-CHANGE-TIMESTAMP     TO WS-INCD-UPDATED-TS.
           MOVE 0                       TO WS-INCD-CLOSED-TS.
           MOVE WS-INTX-NOTE            TO WS-INCD-NOTES.
           WRITE INCD-FILE-RECORD
               INVALID KEY
                   MOVE "INCIDENT NUMBER ALREADY ON FILE"
                       TO WS-REJECT-TEXT
           END-WRITE.
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-NEXT-INCIDENT-NO
               ADD 1 TO WS-INCIDENTS-OPENED
               MOVE SPACE  TO WS-PRIOR-STATUS
               MOVE "OPEN" TO WS-LOG-ACTION
               PERFORM WRITE-INCIDENT-LOG
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       UPDATE-INCIDENT.
           MOVE WS-INCD-STATUS TO WS-PRIOR-STATUS.
           IF WS-INTX-OPERATOR-ID NOT = SPACES
               MOVE WS-INTX-OPERATOR-ID TO WS-INCD-ASSIGNED-TO
               MOVE 'W' TO WS-INCD-STATUS
           END-IF.
           IF WS-INTX-NOTE NOT = SPACES
               MOVE WS-INTX-NOTE TO WS-INCD-NOTES
           END-IF.
           MOVE WS-OPERATOR-ID      TO WS-INCD-UPDATED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO WS-INCD-UPDATED-TS.
           REWRITE INCD-FILE-RECORD
               INVALID KEY
                   MOVE "INCIDENT COULD NOT BE REWRITTEN"
                       TO WS-REJECT-TEXT
           END-REWRITE.
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-INCIDENTS-UPDATED
               MOVE "UPDATE" TO WS-LOG-ACTION
               PERFORM WRITE-INCIDENT-LOG
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       CLOSE-INCIDENT.
           MOVE WS-INCD-STATUS TO WS-PRIOR-STATUS.
           IF WS-INTX-OPERATOR-ID NOT = SPACES
               MOVE WS-INTX-OPERATOR-ID TO WS-INCD-ASSIGNED-TO
           END-IF.
           MOVE 'C'                 TO WS-INCD-STATUS.
           MOVE WS-INTX-NOTE        TO WS-INCD-NOTES.
           MOVE WS-OPERATOR-ID      TO WS-INCD-UPDATED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO WS-INCD-UPDATED-TS.
           MOVE WS-OPERATOR-ID      TO WS-INCD-CLOSED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO WS-INCD-CLOSED-TS.
           REWRITE INCD-FILE-RECORD
               INVALID KEY
                   MOVE "INCIDENT COULD NOT BE REWRITTEN"
                       TO WS-REJECT-TEXT
           END-REWRITE.
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-INCIDENTS-CLOSED
               MOVE "CLOSE" TO WS-LOG-ACTION
               PERFORM WRITE-INCIDENT-LOG
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       WRITE-INCIDENT-LOG.
           IF NOT WS-ILOG-FILE-OPEN
               OPEN EXTEND ILOG-FILE
               IF WS-ILOG-FILE-STATUS = "35"
                   OPEN OUTPUT ILOG-FILE
               END-IF
               SET WS-ILOG-FILE-OPEN TO TRUE
           END-IF.
           MOVE WS-INCD-INCIDENT-NO TO WS-ILOG-INCIDENT-NO.
           MOVE WS-LOG-ACTION       TO WS-ILOG-ACTION.
           MOVE WS-PRIOR-STATUS     TO WS-ILOG-PRIOR-STATUS.
           MOVE WS-INCD-STATUS      TO WS-ILOG-NEW-STATUS.
           MOVE WS-OPERATOR-ID      TO WS-ILOG-CHANGED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO WS-ILOG-TIMESTAMP.
           MOVE WS-INCD-ASSIGNED-TO TO WS-ILOG-ASSIGNED-TO.
           MOVE WS-INTX-NOTE        TO WS-ILOG-NOTE.
           WRITE ILOG-FILE-RECORD.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENT " WS-INCD-INCIDENT-NO
               " " WS-LOG-ACTION
               " (WAS " WS-PRIOR-STATUS ", NOW " WS-INCD-STATUS
               ")  JOB " WS-INCD-JOB-NAME
               "  CODE " WS-INCD-ALERT-CODE
               "  DATE " WS-INCD-BUSINESS-DATE
               "  ASSIGNED TO " WS-INCD-ASSIGNED-TO
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * LIST-OPEN-INCIDENTS - every incident not yet closed, in
      * number order, with its age in days since it was opened, so
      * the shift coming on sees what it inherits.
      ******************************************************************
       LIST-OPEN-INCIDENTS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS STILL OPEN (O = UNASSIGNED, W = WORKING)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE 'N' TO WS-INCD-EOF-SW.
           MOVE 0 TO WS-INCD-INCIDENT-NO.
           START INCD-FILE KEY IS NOT LESS THAN WS-INCD-INCIDENT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-INCD-EOF-SW
           END-START.
           PERFORM LIST-ONE-OPEN UNTIL WS-INCD-AT-EOF.

           IF WS-STILL-OPEN-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NONE - EVERY INCIDENT ON FILE IS CLOSED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       LIST-ONE-OPEN.
           READ INCD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-SW
               NOT AT END
                   IF WS-INCD-IS-OPEN
                       ADD 1 TO WS-STILL-OPEN-COUNT
                       PERFORM COMPUTE-INCIDENT-AGE
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " WS-INCD-STATUS
                           "  " WS-INCD-INCIDENT-NO
                           "  JOB " WS-INCD-JOB-NAME
                           "  CODE " WS-INCD-ALERT-CODE
                           "  DATE " WS-INCD-BUSINESS-DATE
                           "  OPENED " WS-OPENED-DATE
                           "  AGE " WS-AGE-DAYS " DAYS"
                           "  ASSIGNED TO " WS-INCD-ASSIGNED-TO
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   END-IF
           END-READ.

       COMPUTE-INCIDENT-AGE.
           MOVE WS-INCD-OPENED-TS (1:8) TO WS-OPENED-DATE.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-OPENED-DATE > 16010101
                   AND WS-OPENED-DATE < WS-CURRENT-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-OPENED-DATE)
           END-IF.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-INCIDENT - INCIDENT MAINTENANCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARDS READ:        " WS-CARDS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARDS REJECTED:    " WS-CARDS-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS OPENED:  " WS-INCIDENTS-OPENED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS UPDATED: " WS-INCIDENTS-UPDATED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS CLOSED:  " WS-INCIDENTS-CLOSED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-INCIDENT REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the incident file (copybook
      * EULLOCK) before updating it, so a hand change never lands
      * while EULER-ALERTDG is opening incidents for the night's
      * alerts.  A file already held by another run refuses this one
      * on the spot (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "INCIDENTS"  TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-INCIDENT: SHARED FILE HELD BY "
                   "ANOTHER RUN - NOT STARTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "35"
               OPEN OUTPUT LOCK-FILE
           END-IF.
           PERFORM VARYING WS-ENQ-IDX FROM 1 BY 1
                   UNTIL WS-ENQ-IDX > WS-ENQ-COUNT
               MOVE WS-ENQ-RESOURCE (WS-ENQ-IDX)
                   TO WS-LOCK-RESOURCE
               MOVE "EULINCD" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-CHANGE-TIMESTAMP TO WS-LOCK-TIMESTAMP
               WRITE LOCK-FILE-RECORD
           END-PERFORM.
           CLOSE LOCK-FILE.
           SET WS-LOCKS-ARE-HELD TO TRUE.

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
                           DISPLAY "EULER-INCIDENT: " WS-LOCK-RESOURCE
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
                   IF WS-LOCK-JOB-NAME NOT = "EULINCD"
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

       END PROGRAM EULER-INCIDENT.
