      * file (jobs marked complete for the business date), the shared
      * audit log (start records with no matching end), the PROBLEM-2
      * checkpoint (a standing checkpoint means a restart is pending),
      * the suspense file (open item count), and the parameter
      * schedule (any scheduled parameter change that takes effect on
      * the next business day, so the desk hears of it the morning
      * before, not the morning after), and the processing calendar
      * (how many business days it still covers, so it is extended
      * by EULER-CALBUILD before EULER-DATECTL runs out of dates),
      * and the incident file (every incident not yet closed, how
      * many days old it is and who has it, so the follow-up carries
      * over from one shift to the next), all printed as a single
      * report the desk reads first.  The overall condition code is
      * the scheduler's hook: 8 when a step failed or never ended or
      * a run abended, 4 when a checkpoint is standing, suspense
      * items are open, fewer than 30 business days are left on the
      * calendar, or an open incident has nobody assigned, 0 on a
      * clean night.  The business date comes off the optional
      * run-control card; a missing card reports against the machine
      * clock.
      * Runs right after EULER-DRIVER so the night's records are all
      * on file, and becomes the first page of the spool package.
      * Tectonics: cobc
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PSCH-FILE ASSIGN TO "PARMSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSCH-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT INCD-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-INCD-INCIDENT-NO
               FILE STATUS IS WS-INCD-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-MORNING-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  SUSP-FILE.
       01  SUSP-FILE-RECORD.
           COPY EULSUSP.
       FD  PSCH-FILE.
       01  PSCH-FILE-RECORD.
           COPY EULPSCH.
       FD  CAL-FILE.
       01  CAL-FILE-RECORD.
           COPY EULCAL.
       FD  INCD-FILE.
       01  INCD-FILE-RECORD.
           COPY EULINCD.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).

           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-CKPT-FILE-STATUS      PIC X(02).
           01 WS-SUSP-FILE-STATUS      PIC X(02).
           01 WS-PSCH-FILE-STATUS      PIC X(02).
           01 WS-CAL-FILE-STATUS       PIC X(02).
           01 WS-INCD-FILE-STATUS      PIC X(02).

           01 WS-STAT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-STAT-AT-EOF        VALUE 'Y'.
              88 WS-AUDIT-AT-EOF       VALUE 'Y'.
           01 WS-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SUSP-AT-EOF        VALUE 'Y'.
           01 WS-PSCH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PSCH-AT-EOF        VALUE 'Y'.
           01 WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-CAL-AT-EOF         VALUE 'Y'.
           01 WS-INCD-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-INCD-AT-EOF        VALUE 'Y'.

           01 WS-STEP-COUNT            PIC 9(02) VALUE 0.
           01 WS-STEP-IDX              PIC 9(02) COMP.
           01 WS-CKPT-STANDING-SW      PIC X(01) VALUE 'N'.
              88 WS-CKPT-IS-STANDING   VALUE 'Y'.

           01 WS-NEXT-BUS-DATE         PIC 9(08) VALUE 0.
           01 WS-CAL-DAYS-LEFT         PIC 9(05) VALUE 0.
           01 WS-CAL-LAST-BUS-DATE     PIC 9(08) VALUE 0.
           01 WS-CAL-RUNWAY-MINIMUM    PIC 9(05) VALUE 30.
           01 WS-CHANGE-COUNT          PIC 9(02) VALUE 0.
           01 WS-CHANGE-IDX            PIC 9(02) COMP.
           01 WS-CHANGE-FOUND-SW       PIC X(01) VALUE 'N'.
              88 WS-CHANGE-WAS-FOUND   VALUE 'Y'.
           01 WS-CHANGE-TABLE.
              05 WS-CHANGE-ENTRY OCCURS 10 TIMES.
                 10 WS-CHANGE-PROBLEM-ID  PIC X(02).
                 10 WS-CHANGE-EFFECTIVE   PIC 9(08).
                 10 WS-CHANGE-ENTERED-BY  PIC X(08).
                 10 WS-CHANGE-PARM-IMAGE  PIC X(48).

           01 WS-OPEN-INCIDENT-COUNT   PIC 9(05) VALUE 0.
           01 WS-UNASSIGNED-COUNT      PIC 9(05) VALUE 0.
           01 WS-OPENED-DATE           PIC 9(08).
           01 WS-INCIDENT-AGE          PIC 9(05).
           01 WS-ASSIGNED-TEXT         PIC X(10).

           01 WS-HEALTH-CODE           PIC 9(04) VALUE 0.
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM OPEN-REPORT.
           PERFORM REPORT-ORPHAN-RUNS.
           PERFORM REPORT-CHECKPOINT-STATE.
           PERFORM REPORT-SUSPENSE-COUNT.
           PERFORM REPORT-PARAMETER-CHANGES.
           PERFORM REPORT-CALENDAR-RUNWAY.
           PERFORM REPORT-OPEN-INCIDENTS.
           PERFORM CLOSE-REPORT.

           MOVE WS-HEALTH-CODE TO RETURN-CODE.
                   END-IF
           END-READ.

      ******************************************************************
      * REPORT-PARAMETER-CHANGES - any scheduled parameter version
      * (copybook EULPSCH) that takes effect after today's business
      * date and on or before the next business day on the processing
      * calendar - tonight's change, and any that falls on a weekend
      * or holiday in between.  Only the version that will actually
      * be in force for a problem is flagged; one later corrected by
      * another entry for the same date is not.  No calendar on hand
      * looks one calendar day ahead.  A flag is advance notice, not a
      * fault, so it leaves the overall condition alone.
      ******************************************************************
       REPORT-PARAMETER-CHANGES.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM FIND-NEXT-BUSINESS-DAY.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "PARAMETER CHANGES EFFECTIVE NEXT BUSINESS DAY "
               WS-NEXT-BUS-DATE " (PARMSCHED)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           OPEN INPUT PSCH-FILE.
           IF WS-PSCH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PSCH-EOF-SW
           END-IF.
           PERFORM SCAN-SCHEDULE-RECORD UNTIL WS-PSCH-AT-EOF.
           IF WS-PSCH-FILE-STATUS = "10"
               CLOSE PSCH-FILE
           END-IF.

           IF WS-CHANGE-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO SCHEDULED PARAMETER CHANGES"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** PROBLEM "
                   WS-CHANGE-PROBLEM-ID (WS-CHANGE-IDX)
                   " NEW PARAMETERS EFFECTIVE "
                   WS-CHANGE-EFFECTIVE (WS-CHANGE-IDX)
                   " ENTERED BY "
                   WS-CHANGE-ENTERED-BY (WS-CHANGE-IDX)
                   " [" WS-CHANGE-PARM-IMAGE (WS-CHANGE-IDX) "] ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

      ******************************************************************
      * REPORT-CALENDAR-RUNWAY - how many business days the
      * processing calendar still holds after today's business date
      * (counted by FIND-NEXT-BUSINESS-DAY).  Under 30 is a warning:
      * EULER-DATECTL refuses the night once the calendar runs out,
      * so the next year wants building with EULER-CALBUILD first.
      ******************************************************************
       REPORT-CALENDAR-RUNWAY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROCESSING CALENDAR (CALFILE)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-CAL-DAYS-LEFT = 0
               STRING "  BUSINESS DAYS REMAINING ON CALENDAR: NONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  BUSINESS DAYS REMAINING ON CALENDAR: "
                   WS-CAL-DAYS-LEFT " (THROUGH "
                   WS-CAL-LAST-BUS-DATE ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-CAL-DAYS-LEFT < WS-CAL-RUNWAY-MINIMUM
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** FEWER THAN " WS-CAL-RUNWAY-MINIMUM
                   " BUSINESS DAYS LEFT - RUN EULER-CALBUILD FOR "
                   "THE NEXT YEAR ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               PERFORM RAISE-WARNING
           END-IF.

      ******************************************************************
      * REPORT-OPEN-INCIDENTS - every incident on the incident file
      * not yet closed, oldest number first, with its age in days
      * since it was opened and who has it.  One with nobody
      * assigned is a warning: the alert behind it has no owner.
      * A missing incident file is simply no incidents.
      ******************************************************************
       REPORT-OPEN-INCIDENTS.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OPEN INCIDENTS (INCIDENTS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           OPEN INPUT INCD-FILE.
           IF WS-INCD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-INCD-EOF-SW
           END-IF.
           PERFORM SCAN-INCIDENT-RECORD UNTIL WS-INCD-AT-EOF.
           IF WS-INCD-FILE-STATUS = "10"
               CLOSE INCD-FILE
           END-IF.

           IF WS-OPEN-INCIDENT-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO OPEN INCIDENTS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           IF WS-UNASSIGNED-COUNT > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** " WS-UNASSIGNED-COUNT
                   " OPEN INCIDENT(S) WITH NOBODY ASSIGNED - ASSIGN "
                   "THROUGH EULER-INCIDENT ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               PERFORM RAISE-WARNING
           END-IF.

       SCAN-INCIDENT-RECORD.
           READ INCD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-SW
               NOT AT END
                   IF WS-INCD-IS-OPEN
                       PERFORM WRITE-INCIDENT-LINE
                   END-IF
           END-READ.

       WRITE-INCIDENT-LINE.
           ADD 1 TO WS-OPEN-INCIDENT-COUNT.
           MOVE WS-INCD-OPENED-TS (1:8) TO WS-OPENED-DATE.
           MOVE 0 TO WS-INCIDENT-AGE.
           IF WS-OPENED-DATE > 16010101
                   AND WS-OPENED-DATE < WS-CURRENT-DATE
               COMPUTE WS-INCIDENT-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-OPENED-DATE)
           END-IF.
           IF WS-INCD-ASSIGNED-TO = SPACES
               MOVE "NOBODY" TO WS-ASSIGNED-TEXT
           ELSE
               MOVE WS-INCD-ASSIGNED-TO TO WS-ASSIGNED-TEXT
           END-IF.
           IF WS-INCD-IS-UNASSIGNED
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  INCIDENT " WS-INCD-INCIDENT-NO
               "  " WS-INCD-STATUS
               "  JOB " WS-INCD-JOB-NAME
               "  CODE " WS-INCD-ALERT-CODE
               "  DATE " WS-INCD-BUSINESS-DATE
               "  AGE " WS-INCIDENT-AGE " DAYS"
               "  OWNER " WS-ASSIGNED-TEXT
               "  " WS-INCD-NOTES (1:30)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * FIND-NEXT-BUSINESS-DAY - the earliest business day on the
      * processing calendar after today's business date, the same
      * search EULER-DATECTL makes; the next calendar day when the
      * calendar is not on hand or runs out.  The same pass counts
      * the business days left after today for the calendar runway.
      ******************************************************************
       FIND-NEXT-BUSINESS-DAY.
           MOVE 0 TO WS-NEXT-BUS-DATE.
           MOVE 0 TO WS-CAL-DAYS-LEFT.
           MOVE 0 TO WS-CAL-LAST-BUS-DATE.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-CAL-EOF-SW
           END-IF.
           PERFORM SCAN-CALENDAR-DAY UNTIL WS-CAL-AT-EOF.
           IF WS-CAL-FILE-STATUS = "10"
               CLOSE CAL-FILE
           END-IF.
           IF WS-NEXT-BUS-DATE = 0
               COMPUTE WS-NEXT-BUS-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 1)
           END-IF.

       SCAN-CALENDAR-DAY.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
               NOT AT END
                   IF WS-CAL-IS-BUSINESS
                           AND WS-CAL-DATE > WS-BUSINESS-DATE
                       ADD 1 TO WS-CAL-DAYS-LEFT
                       IF WS-CAL-DATE > WS-CAL-LAST-BUS-DATE
                           MOVE WS-CAL-DATE TO WS-CAL-LAST-BUS-DATE
                       END-IF
                       IF WS-NEXT-BUS-DATE = 0
                               OR WS-CAL-DATE < WS-NEXT-BUS-DATE
                           MOVE WS-CAL-DATE TO WS-NEXT-BUS-DATE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * SCAN-SCHEDULE-RECORD - keep, per problem, the latest version
      * in the window; the schedule is append-only, so a later record
      * with the same effective date is the correction and wins.
      ******************************************************************
       SCAN-SCHEDULE-RECORD.
           READ PSCH-FILE
               AT END
                   MOVE 'Y' TO WS-PSCH-EOF-SW
               NOT AT END
                   IF WS-PSCH-EFFECTIVE-DATE IS NUMERIC
                           AND WS-PSCH-EFFECTIVE-DATE
                               > WS-BUSINESS-DATE
                           AND WS-PSCH-EFFECTIVE-DATE
                               NOT > WS-NEXT-BUS-DATE
                       PERFORM HOLD-PARAMETER-CHANGE
                   END-IF
           END-READ.

       HOLD-PARAMETER-CHANGE.
           MOVE 'N' TO WS-CHANGE-FOUND-SW.
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                   UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                       OR WS-CHANGE-WAS-FOUND
               IF WS-CHANGE-PROBLEM-ID (WS-CHANGE-IDX)
                       = WS-PSCH-PROBLEM-ID
                   MOVE 'Y' TO WS-CHANGE-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CHANGE-WAS-FOUND
               SUBTRACT 1 FROM WS-CHANGE-IDX
               IF WS-PSCH-EFFECTIVE-DATE NOT <
                       WS-CHANGE-EFFECTIVE (WS-CHANGE-IDX)
                   PERFORM KEEP-PARAMETER-CHANGE
               END-IF
           ELSE
               IF WS-CHANGE-COUNT < 10
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-CHANGE-COUNT TO WS-CHANGE-IDX
                   PERFORM KEEP-PARAMETER-CHANGE
               END-IF
           END-IF.

       KEEP-PARAMETER-CHANGE.
           MOVE WS-PSCH-PROBLEM-ID
               TO WS-CHANGE-PROBLEM-ID (WS-CHANGE-IDX).
           MOVE WS-PSCH-EFFECTIVE-DATE
               TO WS-CHANGE-EFFECTIVE (WS-CHANGE-IDX).
           MOVE WS-PSCH-ENTERED-BY
               TO WS-CHANGE-ENTERED-BY (WS-CHANGE-IDX).
           MOVE WS-PSCH-PARM-IMAGE
               TO WS-CHANGE-PARM-IMAGE (WS-CHANGE-IDX).

      ******************************************************************
      * Report-line builders.
      ******************************************************************
