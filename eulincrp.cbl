      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Weekly incident report - how the week's alert
      * follow-up went, by job and alert code, off the incident file
      * (copybook EULINCD) that EULER-ALERTDG and EULER-INCIDENT
      * keep.  The week is the seven days ending on the business
      * date.  For each job and alert code it shows the incidents
      * opened in the week, those closed in the week, those still
      * open, and the mean and longest time to close in hours over
      * the ones closed in the week (from the opened and closed
      * timestamps, carried across midnight and month end), with
      * grand totals at the foot.  The business date comes off the
      * optional run-control card through EULER-DATECTL; a missing
      * card reports the week ending on the machine clock.
      * Return code 12 when the incident file is held by another
      * run, 16 when there is no incident file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-INCDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT INCD-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-INCD-INCIDENT-NO
               FILE STATUS IS WS-INCD-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-INCDRPT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "EULSORT-WORK".
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  INCD-FILE.
       01  INCD-FILE-RECORD.
           COPY EULINCD.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-JOB-NAME              PIC X(08).
           05 SW-ALERT-CODE            PIC X(08).
           05 SW-INCIDENT-NO           PIC 9(06).
           05 SW-OPENED-SW             PIC X(01).
              88 SW-OPENED-IN-WEEK     VALUE 'Y'.
           05 SW-CLOSED-SW             PIC X(01).
              88 SW-CLOSED-IN-WEEK     VALUE 'Y'.
           05 SW-STILL-OPEN-SW         PIC X(01).
              88 SW-IS-STILL-OPEN      VALUE 'Y'.
           05 SW-CLOSE-MINUTES         PIC 9(09).

       WORKING-STORAGE SECTION.
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.
           01 WS-INCD-FILE-STATUS      PIC X(02).

           01 WS-INCD-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-INCD-AT-EOF        VALUE 'Y'.
           01 WS-INCD-ON-HAND-SW       PIC X(01) VALUE 'N'.
              88 WS-INCD-IS-ON-HAND    VALUE 'Y'.
           01 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SORT-AT-EOF        VALUE 'Y'.

           01 WS-WEEK-START            PIC 9(08).
           01 WS-WEEK-END              PIC 9(08).
           01 WS-OPENED-DATE           PIC 9(08).
           01 WS-CLOSED-DATE           PIC 9(08).

      * Time to close, minute resolution - the timestamps carry
      * seconds, but nobody closes an incident by the second.
           01 WS-OPENED-TS-WORK.
              05 WS-OTW-DATE           PIC 9(08).
              05 WS-OTW-HH             PIC 9(02).
              05 WS-OTW-MM             PIC 9(02).
              05 WS-OTW-SS             PIC 9(02).
           01 WS-CLOSED-TS-WORK.
              05 WS-CTW-DATE           PIC 9(08).
              05 WS-CTW-HH             PIC 9(02).
              05 WS-CTW-MM             PIC 9(02).
              05 WS-CTW-SS             PIC 9(02).
           01 WS-CLOSE-MINUTES         PIC S9(09) VALUE 0.

           01 WS-INCIDENTS-READ        PIC 9(06) VALUE 0.
           01 WS-INCIDENTS-SELECTED    PIC 9(06) VALUE 0.
           01 WS-GROUP-COUNT           PIC 9(05) VALUE 0.

      * Control break on job and alert code.
           01 WS-PRIOR-JOB-NAME        PIC X(08).
           01 WS-PRIOR-ALERT-CODE      PIC X(08).
           01 WS-FIRST-GROUP-SW        PIC X(01) VALUE 'Y'.
              88 WS-IS-FIRST-GROUP     VALUE 'Y'.
           01 WS-GROUP-TOTALS.
              05 WS-GRP-OPENED         PIC 9(05).
              05 WS-GRP-CLOSED         PIC 9(05).
              05 WS-GRP-STILL-OPEN     PIC 9(05).
              05 WS-GRP-MINUTES        PIC 9(11).
              05 WS-GRP-LONGEST        PIC 9(09).
           01 WS-GRAND-TOTALS.
              05 WS-GRAND-OPENED       PIC 9(05).
              05 WS-GRAND-CLOSED       PIC 9(05).
              05 WS-GRAND-STILL-OPEN   PIC 9(05).
              05 WS-GRAND-MINUTES      PIC 9(11).
              05 WS-GRAND-LONGEST      PIC 9(09).

           01 WS-MEAN-HOURS            PIC 9(07)V9.
           01 WS-LONGEST-HOURS         PIC 9(07)V9.
           01 WS-COUNT-EDIT            PIC Z(04)9.
           01 WS-HOURS-EDIT            PIC Z(06)9.9.

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).

           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-CONFLICT-SW      PIC X(01) VALUE 'N'.
              88 WS-LOCK-CONFLICT      VALUE 'Y'.
           01 WS-ENQ-COUNT             PIC 9(02) VALUE 0.
           01 WS-ENQ-IDX               PIC 9(02) COMP.
           01 WS-ENQ-TABLE.
              05 WS-ENQ-RESOURCE       OCCURS 1 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-WEEK-END.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WEEK-END) - 6).
           PERFORM CHECK-FILE-LOCKS.
           INITIALIZE WS-GRAND-TOTALS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-JOB-NAME SW-ALERT-CODE
                                SW-INCIDENT-NO
               INPUT PROCEDURE IS SELECT-WEEK-INCIDENTS
               OUTPUT PROCEDURE IS PRODUCE-WEEKLY-REPORT.

           IF NOT WS-INCD-IS-ON-HAND
               DISPLAY "EULER-INCDRPT: NO INCIDENT FILE ON HAND - "
                   "NOTHING TO REPORT"
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; a
      * business date replaces the machine clock as the last day of
      * the week reported.
      ******************************************************************
       READ-CONTROL-CARD.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-FILE-STATUS = "00"
               READ CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CARD-BUS-DATE-X IS NUMERIC
                               AND WS-CARD-BUS-DATE-X NOT = "00000000"
                           MOVE WS-CARD-BUS-DATE-X TO WS-BUSINESS-DATE
                           SET WS-CARD-DATE-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE CARD-FILE
           END-IF.

      ******************************************************************
      * RESOLVE-BUSINESS-DATE - route the business date through the
      * shared EULER-DATECTL control (copybook EULDCTL) in inquiry
      * mode.  A missing date-control module reports under the raw
      * date with a message.
      ******************************************************************
       RESOLVE-BUSINESS-DATE.
           MOVE 'I' TO WS-DCTL-MODE.
           MOVE SPACES TO WS-DCTL-JOB-NAME.
           IF WS-CARD-DATE-GIVEN
               MOVE WS-BUSINESS-DATE TO WS-DCTL-SUPPLIED-DATE
           ELSE
               MOVE 0 TO WS-DCTL-SUPPLIED-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DCTL-RESOLVED-DATE.
           MOVE 'N'             TO WS-DCTL-RESULT.
           MOVE SPACES          TO WS-DCTL-MESSAGE.
           CALL "EULER-DATECTL" USING WS-DATE-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-INCDRPT: DATE CONTROL MODULE NOT "
                       "AVAILABLE - REPORTING UNDER THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-INCDRPT: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * SELECT-WEEK-INCIDENTS - sort input procedure: every incident
      * opened or closed in the week, or still open, goes to the sort
      * with what it counts toward; an incident closed in the week
      * carries its time to close.
      ******************************************************************
       SELECT-WEEK-INCIDENTS.
           OPEN INPUT INCD-FILE.
           IF WS-INCD-FILE-STATUS = "00"
               SET WS-INCD-IS-ON-HAND TO TRUE
           ELSE
               MOVE 'Y' TO WS-INCD-EOF-SW
           END-IF.
           PERFORM SELECT-ONE-INCIDENT UNTIL WS-INCD-AT-EOF.
           IF WS-INCD-IS-ON-HAND
               CLOSE INCD-FILE
           END-IF.

       SELECT-ONE-INCIDENT.
           READ INCD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-INCIDENTS-READ
                   PERFORM CLASSIFY-INCIDENT
                   IF SW-OPENED-IN-WEEK OR SW-CLOSED-IN-WEEK
                           OR SW-IS-STILL-OPEN
                       ADD 1 TO WS-INCIDENTS-SELECTED
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       CLASSIFY-INCIDENT.
           MOVE WS-INCD-JOB-NAME    TO SW-JOB-NAME.
           MOVE WS-INCD-ALERT-CODE  TO SW-ALERT-CODE.
           MOVE WS-INCD-INCIDENT-NO TO SW-INCIDENT-NO.
           MOVE 'N' TO SW-OPENED-SW.
           MOVE 'N' TO SW-CLOSED-SW.
           MOVE 'N' TO SW-STILL-OPEN-SW.
           MOVE 0   TO SW-CLOSE-MINUTES.
           MOVE WS-INCD-OPENED-TS (1:8) TO WS-OPENED-DATE.
           MOVE WS-INCD-CLOSED-TS (1:8) TO WS-CLOSED-DATE.
           IF WS-OPENED-DATE NOT < WS-WEEK-START
                   AND WS-OPENED-DATE NOT > WS-WEEK-END
               MOVE 'Y' TO SW-OPENED-SW
           END-IF.
           IF WS-INCD-IS-OPEN
               MOVE 'Y' TO SW-STILL-OPEN-SW
           END-IF.
           IF WS-INCD-IS-CLOSED
                   AND WS-CLOSED-DATE NOT < WS-WEEK-START
                   AND WS-CLOSED-DATE NOT > WS-WEEK-END
               MOVE 'Y' TO SW-CLOSED-SW
               PERFORM COMPUTE-TIME-TO-CLOSE
               MOVE WS-CLOSE-MINUTES TO SW-CLOSE-MINUTES
           END-IF.

      ******************************************************************
      * COMPUTE-TIME-TO-CLOSE - closed less opened in minutes,
      * carrying the calendar-day difference; an opened date that is
      * not a real date counts as closed the moment it was opened.
      ******************************************************************
       COMPUTE-TIME-TO-CLOSE.
           MOVE WS-INCD-OPENED-TS TO WS-OPENED-TS-WORK.
           MOVE WS-INCD-CLOSED-TS TO WS-CLOSED-TS-WORK.
           MOVE 0 TO WS-CLOSE-MINUTES.
           IF WS-OTW-DATE > 16010101
                   AND WS-OTW-DATE NOT > WS-CTW-DATE
               COMPUTE WS-CLOSE-MINUTES =
                   ((FUNCTION INTEGER-OF-DATE (WS-CTW-DATE)
                     - FUNCTION INTEGER-OF-DATE (WS-OTW-DATE)) * 1440)
                   + (WS-CTW-HH * 60) + WS-CTW-MM
                   - (WS-OTW-HH * 60) - WS-OTW-MM
           END-IF.
           IF WS-CLOSE-MINUTES < 0
               MOVE 0 TO WS-CLOSE-MINUTES
           END-IF.

      ******************************************************************
      * PRODUCE-WEEKLY-REPORT - sort output procedure: control break
      * on job and alert code, one line per pair, then the totals.
      ******************************************************************
       PRODUCE-WEEKLY-REPORT.
           OPEN OUTPUT RPT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM RETURN-SORT-RECORD.

           PERFORM UNTIL WS-SORT-AT-EOF
               IF WS-IS-FIRST-GROUP
                       OR SW-JOB-NAME NOT = WS-PRIOR-JOB-NAME
                       OR SW-ALERT-CODE NOT = WS-PRIOR-ALERT-CODE
                   IF NOT WS-IS-FIRST-GROUP
                       PERFORM WRITE-GROUP-LINE
                   END-IF
                   MOVE SW-JOB-NAME   TO WS-PRIOR-JOB-NAME
                   MOVE SW-ALERT-CODE TO WS-PRIOR-ALERT-CODE
                   MOVE 'N'           TO WS-FIRST-GROUP-SW
                   INITIALIZE WS-GROUP-TOTALS
               END-IF
               PERFORM ADD-INCIDENT-TO-TOTALS
               PERFORM RETURN-SORT-RECORD
           END-PERFORM.

           IF NOT WS-IS-FIRST-GROUP
               PERFORM WRITE-GROUP-LINE
           END-IF.

           PERFORM WRITE-REPORT-TRAILER.
           CLOSE RPT-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       ADD-INCIDENT-TO-TOTALS.
           IF SW-OPENED-IN-WEEK
               ADD 1 TO WS-GRP-OPENED
           END-IF.
           IF SW-IS-STILL-OPEN
               ADD 1 TO WS-GRP-STILL-OPEN
           END-IF.
           IF SW-CLOSED-IN-WEEK
               ADD 1 TO WS-GRP-CLOSED
               ADD SW-CLOSE-MINUTES TO WS-GRP-MINUTES
               IF SW-CLOSE-MINUTES > WS-GRP-LONGEST
                   MOVE SW-CLOSE-MINUTES TO WS-GRP-LONGEST
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-GROUP-LINE - one line per job and alert code, rolled
      * into the grand totals.  Mean and longest are in hours to one
      * place; with nothing closed in the week they are left blank.
      ******************************************************************
       WRITE-GROUP-LINE.
           ADD 1 TO WS-GROUP-COUNT.
           ADD WS-GRP-OPENED     TO WS-GRAND-OPENED.
           ADD WS-GRP-CLOSED     TO WS-GRAND-CLOSED.
           ADD WS-GRP-STILL-OPEN TO WS-GRAND-STILL-OPEN.
           ADD WS-GRP-MINUTES    TO WS-GRAND-MINUTES.
           IF WS-GRP-LONGEST > WS-GRAND-LONGEST
               MOVE WS-GRP-LONGEST TO WS-GRAND-LONGEST
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-GRP-OPENED TO WS-COUNT-EDIT.
           STRING "  " WS-PRIOR-JOB-NAME "  " WS-PRIOR-ALERT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (24:5).
           MOVE WS-GRP-CLOSED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (32:5).
           MOVE WS-GRP-STILL-OPEN TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (40:5).
           IF WS-GRP-CLOSED > 0
               COMPUTE WS-MEAN-HOURS ROUNDED =
                   WS-GRP-MINUTES / WS-GRP-CLOSED / 60
               COMPUTE WS-LONGEST-HOURS ROUNDED =
                   WS-GRP-LONGEST / 60
               MOVE WS-MEAN-HOURS TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT TO WS-RPT-LINE (49:9)
               MOVE WS-LONGEST-HOURS TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT TO WS-RPT-LINE (59:9)
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-INCDRPT - WEEKLY INCIDENT REPORT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "WEEK: " WS-WEEK-START " THROUGH " WS-WEEK-END
               "  RUN DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "  JOB       ALERT     OPENED  CLOSED   STILL "
               "  MEAN HOURS   LONGEST"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "            CODE                        OPEN "
               "    TO CLOSE     HOURS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           IF NOT WS-INCD-IS-ON-HAND
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** NO INCIDENT FILE ON HAND ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               IF WS-GROUP-COUNT = 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  NO INCIDENTS OPENED, CLOSED OR OPEN "
                       "IN THE WEEK"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-GRAND-OPENED TO WS-COUNT-EDIT.
           STRING "  ALL JOBS AND CODES"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (24:5).
           MOVE WS-GRAND-CLOSED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (32:5).
           MOVE WS-GRAND-STILL-OPEN TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (40:5).
           IF WS-GRAND-CLOSED > 0
               COMPUTE WS-MEAN-HOURS ROUNDED =
                   WS-GRAND-MINUTES / WS-GRAND-CLOSED / 60
               COMPUTE WS-LONGEST-HOURS ROUNDED =
                   WS-GRAND-LONGEST / 60
               MOVE WS-MEAN-HOURS TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT TO WS-RPT-LINE (49:9)
               MOVE WS-LONGEST-HOURS TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT TO WS-RPT-LINE (59:9)
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS ON FILE:     " WS-INCIDENTS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INCIDENTS IN THE WEEK: " WS-INCIDENTS-SELECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-INCDRPT REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * CHECK-FILE-LOCKS - a reader, not a writer: refuse to start
      * while EULER-ALERTDG or EULER-INCIDENT holds the incident file
      * (copybook EULLOCK), so the week is never read half-updated.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "INCIDENTS"  TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-INCDRPT: SHARED FILE HELD BY "
                   "ANOTHER RUN - NOT STARTED"
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
                           DISPLAY "EULER-INCDRPT: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

       END PROGRAM EULER-INCDRPT.
