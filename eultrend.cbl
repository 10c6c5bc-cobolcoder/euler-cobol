      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Capacity trend report over the work-unit metrics file
      * (copybook EULMTRC) and the shared AUDITFILE.  The audit trail
      * says how long each run took; the metrics record says how much
      * work it did.  Each metrics record is paired with its run's
      * elapsed time by job name and start timestamp (the 'S' audit
      * record carries the same timestamp), then the last fourteen
      * business days are split into this week and the prior week per
      * job to show work units per second, the week-over-week change
      * in throughput and in volume, and the factor-cache hit ratio
      * for PROBLEM-3.  The next run of each job is projected from its
      * latest volume grown at this week's rate of growth and timed at
      * this week's throughput, against the job's elapsed-time limit on
      * the threshold card (copybook EULTHRS); the projected runs are
      * then laid end to end from the latest night's first start to
      * give a projected batch-window finish time against the finish
      * the limits allow.  Simulation runs and runs that failed on a
      * lock or an authority check are left out - they say nothing
      * about production volume.  A projection over its limit raises
      * a review alert and return code 4; no metrics file at all is
      * return code 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTRC-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRC-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT THRS-FILE ASSIGN TO "THRSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-TREND-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MTRC-FILE.
       01  MTRC-FILE-RECORD.
           COPY EULMTRC.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  THRS-FILE.
       01  THRS-FILE-RECORD.
           COPY EULTHRS.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD.
           COPY EULALRT.

       WORKING-STORAGE SECTION.
           01 WS-MTRC-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.
           01 WS-THRS-FILE-STATUS      PIC X(02).
           01 WS-ALERT-FILE-STATUS     PIC X(02).

           01 WS-MTRC-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-MTRC-AT-EOF        VALUE 'Y'.
           01 WS-MTRC-MISSING-SW       PIC X(01) VALUE 'N'.
              88 WS-MTRC-FILE-MISSING  VALUE 'Y'.
           01 WS-AUDIT-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-AUDIT-FILE-OPEN    VALUE 'Y'.
           01 WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-AUDIT-AT-EOF       VALUE 'Y'.

      * Metrics records inside the two-week trend window.
           01 WS-MT-COUNT              PIC 9(04) VALUE 0.
           01 WS-MT-IDX                PIC 9(04) COMP.
           01 WS-MT-FOUND-SW           PIC X(01) VALUE 'N'.
              88 WS-MT-WAS-FOUND       VALUE 'Y'.
           01 WS-MT-TABLE.
              05 WS-MT-ENTRY OCCURS 500 TIMES.
                 10 WS-MT-JOB-NAME        PIC X(08).
                 10 WS-MT-START-TS        PIC 9(14).
                 10 WS-MT-RUN-DATE        PIC 9(08).
                 10 WS-MT-AGE-DAYS        PIC 9(04).
                 10 WS-MT-UNIT-NAME       PIC X(12).
                 10 WS-MT-WORK-UNITS      PIC 9(12).
                 10 WS-MT-CACHE-HITS      PIC 9(09).
                 10 WS-MT-CACHE-MISSES    PIC 9(09).
                 10 WS-MT-ELAPSED-SECS    PIC 9(09).
                 10 WS-MT-PAIRED-SW       PIC X(01).
                    88 WS-MT-IS-PAIRED    VALUE 'Y'.

      * Start records held open for pairing - only starts that have a
      * metrics record in the window are held.
           01 WS-PAIR-COUNT            PIC 9(04) VALUE 0.
           01 WS-PAIR-IDX              PIC 9(04) COMP.
           01 WS-PAIR-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-PAIR-WAS-FOUND     VALUE 'Y'.
           01 WS-PAIR-TABLE.
              05 WS-PAIR-ENTRY OCCURS 500 TIMES.
                 10 WS-PAIR-JOB-NAME      PIC X(08).
                 10 WS-PAIR-START-TS      PIC 9(14).
                 10 WS-PAIR-MT-IDX        PIC 9(04).
                 10 WS-PAIR-MATCHED-SW    PIC X(01).
                    88 WS-PAIR-IS-MATCHED VALUE 'Y'.

      * Per-job weekly totals built from the paired metrics records.
           01 WS-JT-COUNT              PIC 9(02) VALUE 0.
           01 WS-JT-IDX                PIC 9(02) COMP.
           01 WS-JT-FOUND-SW           PIC X(01) VALUE 'N'.
              88 WS-JT-WAS-FOUND       VALUE 'Y'.
           01 WS-JT-TABLE.
              05 WS-JT-ENTRY OCCURS 10 TIMES.
                 10 WS-JT-JOB-NAME        PIC X(08).
                 10 WS-JT-UNIT-NAME       PIC X(12).
                 10 WS-JT-TW-RUNS         PIC 9(04).
                 10 WS-JT-TW-UNITS        PIC 9(15).
                 10 WS-JT-TW-SECS         PIC 9(09).
                 10 WS-JT-TW-HITS         PIC 9(11).
                 10 WS-JT-TW-MISSES       PIC 9(11).
                 10 WS-JT-PW-RUNS         PIC 9(04).
                 10 WS-JT-PW-UNITS        PIC 9(15).
                 10 WS-JT-PW-SECS         PIC 9(09).
                 10 WS-JT-LAST-START-TS   PIC 9(14).
                 10 WS-JT-LAST-UNITS      PIC 9(12).
                 10 WS-JT-PROJ-SECS       PIC 9(09).

           01 WS-THRS-COUNT            PIC 9(02) VALUE 0.
           01 WS-THRS-IDX              PIC 9(02) COMP.
           01 WS-THRS-TABLE-WS.
              05 WS-THRS-ENTRY OCCURS 10 TIMES.
                 10 WS-THRS-JOB-NAME      PIC X(08).
                 10 WS-THRS-LIMIT-SECS    PIC 9(06).
           01 WS-THRS-LIMIT-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-THRS-LIMIT-FOUND   VALUE 'Y'.
           01 WS-THRS-LIMIT            PIC 9(06) VALUE 0.
           01 WS-THRS-SEARCH-JOB       PIC X(08).

           01 WS-START-TS-WORK.
              05 WS-STW-DATE           PIC 9(08).
              05 WS-STW-HH             PIC 9(02).
              05 WS-STW-MM             PIC 9(02).
              05 WS-STW-SS             PIC 9(02).
           01 WS-END-TS-WORK.
              05 WS-ETW-DATE           PIC 9(08).
              05 WS-ETW-HH             PIC 9(02).
              05 WS-ETW-MM             PIC 9(02).
              05 WS-ETW-SS             PIC 9(02).
           01 WS-ELAPSED-SECONDS       PIC S9(09) VALUE 0.
           01 WS-AGE-WORK              PIC S9(09) VALUE 0.

      * Trend arithmetic for the job being printed.
           01 WS-TW-RATE               PIC 9(12)V99 VALUE 0.
           01 WS-PW-RATE               PIC 9(12)V99 VALUE 0.
           01 WS-TW-AVG-UNITS          PIC 9(12)V99 VALUE 0.
           01 WS-PW-AVG-UNITS          PIC 9(12)V99 VALUE 0.
           01 WS-RATE-CHANGE-PCT       PIC S9(07)V9 VALUE 0.
           01 WS-VOLUME-CHANGE-PCT     PIC S9(07)V9 VALUE 0.
           01 WS-GROWTH-FACTOR         PIC 9(05)V9(04) VALUE 0.
           01 WS-PROJ-UNITS            PIC 9(12) VALUE 0.
           01 WS-PROJ-SECS             PIC 9(09) VALUE 0.
           01 WS-WEEK-PROJ-SECS        PIC 9(12) VALUE 0.
           01 WS-WEEKS-OUT             PIC 9(03) VALUE 0.
           01 WS-WEEKS-TO-BREACH       PIC 9(03) VALUE 0.
           01 WS-HIT-RATIO-PCT         PIC 9(03)V9 VALUE 0.
           01 WS-CACHE-LOOKUPS         PIC 9(12) VALUE 0.
           01 WS-SECS-DIVISOR          PIC 9(09) VALUE 0.

      * Batch-window projection.
           01 WS-LAST-NIGHT-DATE       PIC 9(08) VALUE 0.
           01 WS-WINDOW-START-TS       PIC 9(14) VALUE 0.
           01 WS-WINDOW-START-SECS     PIC 9(09) VALUE 0.
           01 WS-WINDOW-PROJ-SECS      PIC 9(09) VALUE 0.
           01 WS-WINDOW-LIMIT-SECS     PIC 9(09) VALUE 0.
           01 WS-WINDOW-LIMITED-JOBS   PIC 9(02) VALUE 0.
           01 WS-WINDOW-OVERRUN-SW     PIC X(01) VALUE 'N'.
              88 WS-WINDOW-OVERRUNS    VALUE 'Y'.
           01 WS-CLOCK-SECS            PIC 9(09) VALUE 0.
           01 WS-CLOCK-REMAINDER       PIC 9(09) VALUE 0.
           01 WS-CLOCK-DAYS            PIC 9(03) VALUE 0.
           01 WS-CLOCK-TIME.
              05 WS-CLOCK-HH           PIC 9(02).
              05 FILLER                PIC X(01) VALUE ':'.
              05 WS-CLOCK-MM           PIC 9(02).
              05 FILLER                PIC X(01) VALUE ':'.
              05 WS-CLOCK-SS           PIC 9(02).
           01 WS-CLOCK-TEXT            PIC X(20).
           01 WS-PROJ-FINISH-TEXT      PIC X(20).
           01 WS-LIMIT-FINISH-TEXT     PIC X(20).

           01 WS-MTRC-READ             PIC 9(06) VALUE 0.
           01 WS-MTRC-IN-WINDOW        PIC 9(04) VALUE 0.
           01 WS-MTRC-SIMULATIONS      PIC 9(06) VALUE 0.
           01 WS-MTRC-FAILED-RUNS      PIC 9(06) VALUE 0.
           01 WS-MTRC-OUT-OF-WINDOW    PIC 9(06) VALUE 0.
           01 WS-MTRC-INVALID          PIC 9(06) VALUE 0.
           01 WS-MTRC-UNPAIRED         PIC 9(04) VALUE 0.
           01 WS-JOBS-OVER-LIMIT       PIC 9(02) VALUE 0.

           01 WS-UNITS-EDIT            PIC Z(14)9.
           01 WS-SECS-EDIT             PIC Z(08)9.
           01 WS-RATE-EDIT             PIC Z(11)9.99.
           01 WS-PCT-EDIT              PIC -(7)9.9.
           01 WS-RUNS-EDIT             PIC Z(03)9.
           01 WS-LIMIT-EDIT            PIC Z(05)9.
           01 WS-WEEKS-EDIT            PIC Z(02)9.
           01 WS-RATIO-EDIT            PIC ZZ9.9.

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM LOAD-THRESHOLD-CARD.
           PERFORM OPEN-REPORT.
           PERFORM LOAD-METRICS-FILE.
           IF WS-MTRC-FILE-MISSING
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** METRICS FILE NOT FOUND - STATUS "
                   WS-MTRC-FILE-STATUS " - NO TREND PRODUCED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               PERFORM CLOSE-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-AUDIT-FILE.
           PERFORM BUILD-JOB-TRENDS.
           PERFORM PRINT-JOB-TRENDS.
           PERFORM PROJECT-BATCH-WINDOW.
           PERFORM CLOSE-REPORT.

           IF WS-JOBS-OVER-LIMIT > 0 OR WS-WINDOW-OVERRUNS
               MOVE 4 TO RETURN-CODE
               MOVE 2 TO WS-ALRT-SEVERITY
               MOVE "CAPLIMIT" TO WS-ALRT-ALERT-CODE
               MOVE SPACES TO WS-ALRT-SHORT-TEXT
               IF WS-JOBS-OVER-LIMIT > 0
                   STRING WS-JOBS-OVER-LIMIT
                       " JOB(S) PROJECTED OVER THE ELAPSED LIMIT"
                       DELIMITED BY SIZE INTO WS-ALRT-SHORT-TEXT
               ELSE
                   STRING "BATCH WINDOW PROJECTED TO FINISH AFTER "
                       "ITS LIMIT"
                       DELIMITED BY SIZE INTO WS-ALRT-SHORT-TEXT
               END-IF
               PERFORM WRITE-ALERT-RECORD
           END-IF.

           STOP RUN.


      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; a
      * business date replaces the machine clock so the trend weeks
      * end on last night's business date even after midnight.
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
                           MOVE WS-CARD-BUS-DATE-X TO WS-CURRENT-DATE
                           SET WS-CARD-DATE-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE CARD-FILE
           END-IF.

      ******************************************************************
      * RESOLVE-BUSINESS-DATE - route the reporting date through the
      * shared EULER-DATECTL control (copybook EULDCTL) in inquiry
      * mode.  A missing date-control module reports under the raw
      * date with a message.
      ******************************************************************
       RESOLVE-BUSINESS-DATE.
           MOVE 'I' TO WS-DCTL-MODE.
           MOVE SPACES TO WS-DCTL-JOB-NAME.
           IF WS-CARD-DATE-GIVEN
               MOVE WS-CURRENT-DATE TO WS-DCTL-SUPPLIED-DATE
           ELSE
               MOVE 0 TO WS-DCTL-SUPPLIED-DATE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-DCTL-RESOLVED-DATE.
           MOVE 'N'             TO WS-DCTL-RESULT.
           MOVE SPACES          TO WS-DCTL-MESSAGE.
           CALL "EULER-DATECTL" USING WS-DATE-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-TREND: DATE CONTROL MODULE NOT "
                       "AVAILABLE - REPORTING UNDER THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-TREND: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-CURRENT-DATE.

      ******************************************************************
      * LOAD-THRESHOLD-CARD - the same per-job elapsed-time limits
      * EULER-AUDIT polices.  A missing or empty card just means no
      * projection is held against a limit.
      ******************************************************************
       LOAD-THRESHOLD-CARD.
           OPEN INPUT THRS-FILE.
           IF WS-THRS-FILE-STATUS = "00"
               READ THRS-FILE
                   AT END
                       DISPLAY "EULER-TREND: THRESHOLD CARD IS EMPTY - "
                           "NO RUNTIME LIMITS APPLIED"
               END-READ
               IF WS-THRS-FILE-STATUS = "00"
                   PERFORM LOAD-THRESHOLD-TABLE
               END-IF
               CLOSE THRS-FILE
           ELSE
               DISPLAY "EULER-TREND: THRESHOLD CARD NOT FOUND - "
                   "NO RUNTIME LIMITS APPLIED - STATUS "
                   WS-THRS-FILE-STATUS
           END-IF.

       LOAD-THRESHOLD-TABLE.
           IF WS-THRS-ENTRY-COUNT-X IS NUMERIC
               MOVE WS-THRS-ENTRY-COUNT-X TO WS-THRS-COUNT
           ELSE
               DISPLAY "EULER-TREND: INVALID THRESHOLD ENTRY COUNT - "
                   "NO RUNTIME LIMITS APPLIED"
               MOVE 0 TO WS-THRS-COUNT
           END-IF.
           IF WS-THRS-COUNT > 10
               DISPLAY "EULER-TREND: THRESHOLD ENTRY COUNT OVER 10 - "
                   "EXCESS ENTRIES IGNORED"
               MOVE 10 TO WS-THRS-COUNT
           END-IF.
           PERFORM VARYING WS-THRS-IDX FROM 1 BY 1
                   UNTIL WS-THRS-IDX > WS-THRS-COUNT
               MOVE WS-THRS-JOB-NAME-X (WS-THRS-IDX)
                   TO WS-THRS-JOB-NAME (WS-THRS-IDX)
               IF WS-THRS-LIMIT-SECS-X (WS-THRS-IDX) IS NUMERIC
                   MOVE WS-THRS-LIMIT-SECS-X (WS-THRS-IDX)
                       TO WS-THRS-LIMIT-SECS (WS-THRS-IDX)
               ELSE
                   DISPLAY "EULER-TREND: INVALID THRESHOLD ENTRY "
                       WS-THRS-IDX " - LIMIT NOT NUMERIC - "
                       "ENTRY IGNORED"
                   MOVE 0 TO WS-THRS-LIMIT-SECS (WS-THRS-IDX)
               END-IF
           END-PERFORM.

       FIND-JOB-THRESHOLD.
           MOVE 'N' TO WS-THRS-LIMIT-FOUND-SW.
           MOVE 0   TO WS-THRS-LIMIT.
           PERFORM VARYING WS-THRS-IDX FROM 1 BY 1
                   UNTIL WS-THRS-IDX > WS-THRS-COUNT
                       OR WS-THRS-LIMIT-FOUND
               IF WS-THRS-JOB-NAME (WS-THRS-IDX) = WS-THRS-SEARCH-JOB
                       AND WS-THRS-LIMIT-SECS (WS-THRS-IDX) > 0
                   MOVE 'Y' TO WS-THRS-LIMIT-FOUND-SW
                   MOVE WS-THRS-LIMIT-SECS (WS-THRS-IDX)
                       TO WS-THRS-LIMIT
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOAD-METRICS-FILE - keep the production runs of the last
      * fourteen days (age 0 is the business date itself).  Simulation
      * runs and runs that ended on a lock, authority or missing-input
      * code (12 and up) did no representative work and are counted
      * but left out.
      ******************************************************************
       LOAD-METRICS-FILE.
           OPEN INPUT MTRC-FILE.
           IF WS-MTRC-FILE-STATUS NOT = "00"
               DISPLAY "EULER-TREND: METRICS FILE NOT FOUND - STATUS "
                   WS-MTRC-FILE-STATUS
               SET WS-MTRC-FILE-MISSING TO TRUE
               MOVE 'Y' TO WS-MTRC-EOF-SW
           END-IF.

           PERFORM UNTIL WS-MTRC-AT-EOF
               READ MTRC-FILE
                   AT END
                       MOVE 'Y' TO WS-MTRC-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MTRC-READ
                       PERFORM KEEP-METRICS-RECORD
               END-READ
           END-PERFORM.

           IF NOT WS-MTRC-FILE-MISSING
               CLOSE MTRC-FILE
           END-IF.

       KEEP-METRICS-RECORD.
           IF WS-MTRC-RUN-DATE IS NOT NUMERIC
                   OR WS-MTRC-START-TIMESTAMP IS NOT NUMERIC
                   OR WS-MTRC-WORK-UNITS IS NOT NUMERIC
                   OR WS-MTRC-CACHE-HITS IS NOT NUMERIC
                   OR WS-MTRC-CACHE-MISSES IS NOT NUMERIC
                   OR WS-MTRC-COMPLETION-CODE IS NOT NUMERIC
                   OR WS-MTRC-RUN-DATE = 0
               ADD 1 TO WS-MTRC-INVALID
           ELSE
               IF WS-MTRC-MODE-SIMULATE
                   ADD 1 TO WS-MTRC-SIMULATIONS
               ELSE
                   IF WS-MTRC-COMPLETION-CODE >= 12
                       ADD 1 TO WS-MTRC-FAILED-RUNS
                   ELSE
                       COMPUTE WS-AGE-WORK =
                           FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-MTRC-RUN-DATE)
                       IF WS-AGE-WORK < 0 OR WS-AGE-WORK > 13
                           ADD 1 TO WS-MTRC-OUT-OF-WINDOW
                       ELSE
                           PERFORM HOLD-METRICS-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       HOLD-METRICS-RECORD.
           IF WS-MT-COUNT >= 500
               DISPLAY "EULER-TREND: MORE THAN 500 RUNS IN THE TREND "
                   "WINDOW - LATER RUNS NOT TRACKED"
           ELSE
               ADD 1 TO WS-MT-COUNT
               ADD 1 TO WS-MTRC-IN-WINDOW
               MOVE WS-MTRC-JOB-NAME        TO
                   WS-MT-JOB-NAME (WS-MT-COUNT)
               MOVE WS-MTRC-START-TIMESTAMP TO
                   WS-MT-START-TS (WS-MT-COUNT)
               MOVE WS-MTRC-RUN-DATE        TO
                   WS-MT-RUN-DATE (WS-MT-COUNT)
               MOVE WS-AGE-WORK             TO
                   WS-MT-AGE-DAYS (WS-MT-COUNT)
               MOVE WS-MTRC-UNIT-NAME       TO
                   WS-MT-UNIT-NAME (WS-MT-COUNT)
               MOVE WS-MTRC-WORK-UNITS      TO
                   WS-MT-WORK-UNITS (WS-MT-COUNT)
               MOVE WS-MTRC-CACHE-HITS      TO
                   WS-MT-CACHE-HITS (WS-MT-COUNT)
               MOVE WS-MTRC-CACHE-MISSES    TO
                   WS-MT-CACHE-MISSES (WS-MT-COUNT)
               MOVE 0                       TO
                   WS-MT-ELAPSED-SECS (WS-MT-COUNT)
               MOVE 'N'                     TO
                   WS-MT-PAIRED-SW (WS-MT-COUNT)
           END-IF.

      ******************************************************************
      * SCAN-AUDIT-FILE - read the audit trail in run order, pairing
      * start and end records the way EULER-AUDIT does (the most
      * recent unmatched start of the same job).  Only starts with a
      * metrics record in the window are held; a paired run's elapsed
      * seconds are posted to its metrics entry.
      ******************************************************************
       SCAN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "00"
               SET WS-AUDIT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-TREND: AUDIT FILE NOT FOUND - STATUS "
                   WS-AUDIT-FILE-STATUS " - NO ELAPSED TIMES"
               MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-IF.

           PERFORM READ-AUDIT-RECORD.
           PERFORM UNTIL WS-AUDIT-AT-EOF
               IF WS-AUDT-IS-START
                   PERFORM HOLD-START-RECORD
               ELSE
                   IF WS-AUDT-IS-END
                       PERFORM MATCH-END-RECORD
                   END-IF
               END-IF
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.

           IF WS-AUDIT-FILE-OPEN
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           IF WS-AUDIT-FILE-OPEN
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
               END-READ
           END-IF.

       HOLD-START-RECORD.
           MOVE 'N' TO WS-MT-FOUND-SW.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-MT-WAS-FOUND
               IF WS-MT-JOB-NAME (WS-MT-IDX) = WS-AUDT-JOB-NAME
                       AND WS-MT-START-TS (WS-MT-IDX) =
                           WS-AUDT-TIMESTAMP
                   MOVE 'Y' TO WS-MT-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-MT-WAS-FOUND AND WS-PAIR-COUNT < 500
               SUBTRACT 1 FROM WS-MT-IDX
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-AUDT-JOB-NAME  TO
                   WS-PAIR-JOB-NAME (WS-PAIR-COUNT)
               MOVE WS-AUDT-TIMESTAMP TO
                   WS-PAIR-START-TS (WS-PAIR-COUNT)
               MOVE WS-MT-IDX         TO
                   WS-PAIR-MT-IDX (WS-PAIR-COUNT)
               MOVE 'N'               TO
                   WS-PAIR-MATCHED-SW (WS-PAIR-COUNT)
           END-IF.

       MATCH-END-RECORD.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           IF WS-PAIR-COUNT > 0
               PERFORM VARYING WS-PAIR-IDX FROM WS-PAIR-COUNT BY -1
                       UNTIL WS-PAIR-IDX < 1 OR WS-PAIR-WAS-FOUND
                   IF WS-PAIR-JOB-NAME (WS-PAIR-IDX) =
                           WS-AUDT-JOB-NAME
                           AND NOT WS-PAIR-IS-MATCHED (WS-PAIR-IDX)
                       MOVE 'Y' TO WS-PAIR-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PAIR-WAS-FOUND
               ADD 1 TO WS-PAIR-IDX
               MOVE 'Y' TO WS-PAIR-MATCHED-SW (WS-PAIR-IDX)
               PERFORM COMPUTE-ELAPSED-TIME
               MOVE WS-PAIR-MT-IDX (WS-PAIR-IDX) TO WS-MT-IDX
               MOVE WS-ELAPSED-SECONDS TO WS-MT-ELAPSED-SECS (WS-MT-IDX)
               MOVE 'Y' TO WS-MT-PAIRED-SW (WS-MT-IDX)
           END-IF.

      ******************************************************************
      * COMPUTE-ELAPSED-TIME - difference of the paired timestamps in
      * seconds, carrying the calendar-day difference so a run that
      * crosses midnight still measures correctly.
      ******************************************************************
       COMPUTE-ELAPSED-TIME.
           MOVE WS-PAIR-START-TS (WS-PAIR-IDX) TO WS-START-TS-WORK.
           MOVE WS-AUDT-TIMESTAMP              TO WS-END-TS-WORK.
           COMPUTE WS-ELAPSED-SECONDS =
               ((FUNCTION INTEGER-OF-DATE (WS-ETW-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-STW-DATE)) * 86400)
               + (WS-ETW-HH * 3600) + (WS-ETW-MM * 60) + WS-ETW-SS
               - (WS-STW-HH * 3600) - (WS-STW-MM * 60) - WS-STW-SS.
           IF WS-ELAPSED-SECONDS < 0
               MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF.

      ******************************************************************
      * BUILD-JOB-TRENDS - fold the paired runs into this week (age 0
      * to 6 days) and the prior week (7 to 13) per job, and note the
      * latest run of this week as the base for the projection.  Runs
      * with no audit pair have no elapsed time and are only counted.
      ******************************************************************
       BUILD-JOB-TRENDS.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-IS-PAIRED (WS-MT-IDX)
                   PERFORM FIND-JOB-TREND-ENTRY
                   IF WS-JT-WAS-FOUND
                       PERFORM ADD-RUN-TO-JOB-TREND
                   END-IF
               ELSE
                   ADD 1 TO WS-MTRC-UNPAIRED
               END-IF
           END-PERFORM.

       FIND-JOB-TREND-ENTRY.
           MOVE 'N' TO WS-JT-FOUND-SW.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT OR WS-JT-WAS-FOUND
               IF WS-JT-JOB-NAME (WS-JT-IDX) =
                       WS-MT-JOB-NAME (WS-MT-IDX)
                   MOVE 'Y' TO WS-JT-FOUND-SW
               END-IF
           END-PERFORM.

           IF WS-JT-WAS-FOUND
               SUBTRACT 1 FROM WS-JT-IDX
           ELSE
               IF WS-JT-COUNT >= 10
                   DISPLAY "EULER-TREND: MORE THAN 10 JOBS ON THE "
                       "METRICS FILE - " WS-MT-JOB-NAME (WS-MT-IDX)
                       " NOT TRENDED"
               ELSE
                   ADD 1 TO WS-JT-COUNT
                   MOVE WS-JT-COUNT TO WS-JT-IDX
                   INITIALIZE WS-JT-ENTRY (WS-JT-IDX)
                   MOVE WS-MT-JOB-NAME (WS-MT-IDX)
                       TO WS-JT-JOB-NAME (WS-JT-IDX)
                   MOVE WS-MT-UNIT-NAME (WS-MT-IDX)
                       TO WS-JT-UNIT-NAME (WS-JT-IDX)
                   MOVE 'Y' TO WS-JT-FOUND-SW
               END-IF
           END-IF.

       ADD-RUN-TO-JOB-TREND.
           IF WS-MT-AGE-DAYS (WS-MT-IDX) < 7
               ADD 1 TO WS-JT-TW-RUNS (WS-JT-IDX)
               ADD WS-MT-WORK-UNITS (WS-MT-IDX)
                   TO WS-JT-TW-UNITS (WS-JT-IDX)
               ADD WS-MT-ELAPSED-SECS (WS-MT-IDX)
                   TO WS-JT-TW-SECS (WS-JT-IDX)
               ADD WS-MT-CACHE-HITS (WS-MT-IDX)
                   TO WS-JT-TW-HITS (WS-JT-IDX)
               ADD WS-MT-CACHE-MISSES (WS-MT-IDX)
                   TO WS-JT-TW-MISSES (WS-JT-IDX)
               IF WS-MT-START-TS (WS-MT-IDX) >
                       WS-JT-LAST-START-TS (WS-JT-IDX)
                   MOVE WS-MT-START-TS (WS-MT-IDX)
                       TO WS-JT-LAST-START-TS (WS-JT-IDX)
                   MOVE WS-MT-WORK-UNITS (WS-MT-IDX)
                       TO WS-JT-LAST-UNITS (WS-JT-IDX)
               END-IF
               IF WS-MT-RUN-DATE (WS-MT-IDX) > WS-LAST-NIGHT-DATE
                   MOVE WS-MT-RUN-DATE (WS-MT-IDX)
                       TO WS-LAST-NIGHT-DATE
               END-IF
           ELSE
               ADD 1 TO WS-JT-PW-RUNS (WS-JT-IDX)
               ADD WS-MT-WORK-UNITS (WS-MT-IDX)
                   TO WS-JT-PW-UNITS (WS-JT-IDX)
               ADD WS-MT-ELAPSED-SECS (WS-MT-IDX)
                   TO WS-JT-PW-SECS (WS-JT-IDX)
           END-IF.

      ******************************************************************
      * PRINT-JOB-TRENDS - one block per job: each week's volume and
      * throughput, the week-over-week change, the cache hit ratio
      * where the job has a cache, and the next-run projection held
      * against the job's elapsed-time limit.
      ******************************************************************
       PRINT-JOB-TRENDS.
           IF WS-JT-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO PAIRED PRODUCTION RUNS IN THE LAST 14 DAYS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               PERFORM COMPUTE-JOB-RATES
               PERFORM PRINT-JOB-WEEKS
               PERFORM PRINT-JOB-CHANGE
               IF WS-JT-TW-HITS (WS-JT-IDX) > 0
                       OR WS-JT-TW-MISSES (WS-JT-IDX) > 0
                   PERFORM PRINT-JOB-CACHE-RATIO
               END-IF
               PERFORM PROJECT-NEXT-RUN
               MOVE SPACES TO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

      ******************************************************************
      * COMPUTE-JOB-RATES - units per second and units per run for
      * each week.  A run that finished inside the same second counts
      * as one second so a tiny night still has a rate.
      ******************************************************************
       COMPUTE-JOB-RATES.
           MOVE 0 TO WS-TW-RATE WS-PW-RATE
                     WS-TW-AVG-UNITS WS-PW-AVG-UNITS.
           IF WS-JT-TW-RUNS (WS-JT-IDX) > 0
               MOVE WS-JT-TW-SECS (WS-JT-IDX) TO WS-SECS-DIVISOR
               IF WS-SECS-DIVISOR = 0
                   MOVE 1 TO WS-SECS-DIVISOR
               END-IF
               COMPUTE WS-TW-RATE ROUNDED =
                   WS-JT-TW-UNITS (WS-JT-IDX) / WS-SECS-DIVISOR
               COMPUTE WS-TW-AVG-UNITS ROUNDED =
                   WS-JT-TW-UNITS (WS-JT-IDX)
                   / WS-JT-TW-RUNS (WS-JT-IDX)
           END-IF.
           IF WS-JT-PW-RUNS (WS-JT-IDX) > 0
               MOVE WS-JT-PW-SECS (WS-JT-IDX) TO WS-SECS-DIVISOR
               IF WS-SECS-DIVISOR = 0
                   MOVE 1 TO WS-SECS-DIVISOR
               END-IF
               COMPUTE WS-PW-RATE ROUNDED =
                   WS-JT-PW-UNITS (WS-JT-IDX) / WS-SECS-DIVISOR
               COMPUTE WS-PW-AVG-UNITS ROUNDED =
                   WS-JT-PW-UNITS (WS-JT-IDX)
                   / WS-JT-PW-RUNS (WS-JT-IDX)
           END-IF.

       PRINT-JOB-WEEKS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOB " WS-JT-JOB-NAME (WS-JT-IDX)
               "  WORK UNIT " WS-JT-UNIT-NAME (WS-JT-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE WS-JT-TW-RUNS (WS-JT-IDX)  TO WS-RUNS-EDIT.
           MOVE WS-JT-TW-UNITS (WS-JT-IDX) TO WS-UNITS-EDIT.
           MOVE WS-JT-TW-SECS (WS-JT-IDX)  TO WS-SECS-EDIT.
           MOVE WS-TW-RATE                 TO WS-RATE-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  THIS WEEK   RUNS " WS-RUNS-EDIT
               "  UNITS " WS-UNITS-EDIT
               "  SECONDS " WS-SECS-EDIT
               "  UNITS/SEC " WS-RATE-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE WS-JT-PW-RUNS (WS-JT-IDX)  TO WS-RUNS-EDIT.
           MOVE WS-JT-PW-UNITS (WS-JT-IDX) TO WS-UNITS-EDIT.
           MOVE WS-JT-PW-SECS (WS-JT-IDX)  TO WS-SECS-EDIT.
           MOVE WS-PW-RATE                 TO WS-RATE-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PRIOR WEEK  RUNS " WS-RUNS-EDIT
               "  UNITS " WS-UNITS-EDIT
               "  SECONDS " WS-SECS-EDIT
               "  UNITS/SEC " WS-RATE-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * PRINT-JOB-CHANGE - week-over-week change in throughput (units
      * per second - the machine) and in volume (units per run - the
      * input).  A slow night with flat volume is the machine; a slow
      * night with rising volume is the input.
      ******************************************************************
       PRINT-JOB-CHANGE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-JT-TW-RUNS (WS-JT-IDX) = 0
                   OR WS-JT-PW-RUNS (WS-JT-IDX) = 0
                   OR WS-PW-RATE = 0 OR WS-PW-AVG-UNITS = 0
               STRING "  WEEK OVER WEEK  NOT AVAILABLE - "
                   "NEEDS PRODUCTION RUNS IN BOTH WEEKS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               COMPUTE WS-RATE-CHANGE-PCT ROUNDED =
                   ((WS-TW-RATE - WS-PW-RATE) * 100) / WS-PW-RATE
               COMPUTE WS-VOLUME-CHANGE-PCT ROUNDED =
                   ((WS-TW-AVG-UNITS - WS-PW-AVG-UNITS) * 100)
                   / WS-PW-AVG-UNITS
               MOVE WS-RATE-CHANGE-PCT TO WS-PCT-EDIT
               STRING "  WEEK OVER WEEK  UNITS/SEC " WS-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               MOVE WS-VOLUME-CHANGE-PCT TO WS-PCT-EDIT
               STRING "  UNITS/RUN " WS-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE (42:)
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       PRINT-JOB-CACHE-RATIO.
           COMPUTE WS-CACHE-LOOKUPS =
               WS-JT-TW-HITS (WS-JT-IDX) + WS-JT-TW-MISSES (WS-JT-IDX).
           COMPUTE WS-HIT-RATIO-PCT ROUNDED =
               (WS-JT-TW-HITS (WS-JT-IDX) * 100) / WS-CACHE-LOOKUPS.
           MOVE WS-HIT-RATIO-PCT TO WS-RATIO-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-JT-TW-HITS (WS-JT-IDX) TO WS-UNITS-EDIT.
           STRING "  THIS WEEK   CACHE HITS " WS-UNITS-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-JT-TW-MISSES (WS-JT-IDX) TO WS-UNITS-EDIT.
           STRING "  MISSES " WS-UNITS-EDIT
               "  HIT RATIO " WS-RATIO-EDIT "%"
               DELIMITED BY SIZE INTO WS-RPT-LINE (41:).
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * PROJECT-NEXT-RUN - the latest run's volume grown by this
      * week's volume growth, timed at this week's throughput.  When
      * the job is inside its limit but growing, step the growth
      * forward a week at a time (up to a year) to say when the limit
      * will be reached.
      ******************************************************************
       PROJECT-NEXT-RUN.
           MOVE 0 TO WS-PROJ-SECS WS-PROJ-UNITS.
           MOVE 1 TO WS-GROWTH-FACTOR.
           IF WS-JT-TW-RUNS (WS-JT-IDX) = 0
               MOVE 0 TO WS-JT-PROJ-SECS (WS-JT-IDX)
               MOVE SPACES TO WS-RPT-LINE
               STRING "  PROJECTION  NOT AVAILABLE - "
                   "NO PRODUCTION RUNS THIS WEEK"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               IF WS-JT-PW-RUNS (WS-JT-IDX) > 0
                       AND WS-PW-AVG-UNITS > 0
                   COMPUTE WS-GROWTH-FACTOR ROUNDED =
                       WS-TW-AVG-UNITS / WS-PW-AVG-UNITS
               END-IF
               COMPUTE WS-PROJ-UNITS ROUNDED =
                   WS-JT-LAST-UNITS (WS-JT-IDX) * WS-GROWTH-FACTOR
               IF WS-TW-RATE > 0
                   COMPUTE WS-PROJ-SECS ROUNDED =
                       WS-PROJ-UNITS / WS-TW-RATE
               ELSE
                   COMPUTE WS-PROJ-SECS ROUNDED =
                       WS-JT-TW-SECS (WS-JT-IDX)
                       / WS-JT-TW-RUNS (WS-JT-IDX)
               END-IF
               MOVE WS-PROJ-SECS TO WS-JT-PROJ-SECS (WS-JT-IDX)
               MOVE WS-JT-JOB-NAME (WS-JT-IDX) TO WS-THRS-SEARCH-JOB
               PERFORM FIND-JOB-THRESHOLD
               PERFORM PRINT-JOB-PROJECTION
           END-IF.

       PRINT-JOB-PROJECTION.
           MOVE WS-PROJ-UNITS TO WS-UNITS-EDIT.
           MOVE WS-PROJ-SECS  TO WS-SECS-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NEXT RUN    UNITS " WS-UNITS-EDIT
               "  SECONDS " WS-SECS-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF NOT WS-THRS-LIMIT-FOUND
               STRING "  NO ELAPSED LIMIT ON THE THRESHOLD CARD"
                   DELIMITED BY SIZE INTO WS-RPT-LINE (56:)
           ELSE
               MOVE WS-THRS-LIMIT TO WS-LIMIT-EDIT
               IF WS-PROJ-SECS > WS-THRS-LIMIT
                   ADD 1 TO WS-JOBS-OVER-LIMIT
                   STRING "  LIMIT " WS-LIMIT-EDIT
                       "  ** PROJECTED OVER LIMIT **"
                       DELIMITED BY SIZE INTO WS-RPT-LINE (56:)
               ELSE
                   PERFORM PROJECT-WEEKS-TO-BREACH
                   IF WS-WEEKS-TO-BREACH > 0
                       MOVE WS-WEEKS-TO-BREACH TO WS-WEEKS-EDIT
                       STRING "  LIMIT " WS-LIMIT-EDIT
                           "  REACHED IN " WS-WEEKS-EDIT
                           " WEEK(S) AT THIS GROWTH"
                           DELIMITED BY SIZE INTO WS-RPT-LINE (56:)
                   ELSE
                       STRING "  LIMIT " WS-LIMIT-EDIT
                           "  WITHIN LIMIT FOR THE NEXT 52 WEEKS"
                           DELIMITED BY SIZE INTO WS-RPT-LINE (56:)
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       PROJECT-WEEKS-TO-BREACH.
           MOVE 0 TO WS-WEEKS-TO-BREACH.
           IF WS-GROWTH-FACTOR > 1
               MOVE WS-PROJ-SECS TO WS-WEEK-PROJ-SECS
               PERFORM VARYING WS-WEEKS-OUT FROM 1 BY 1
                       UNTIL WS-WEEKS-OUT > 52
                           OR WS-WEEKS-TO-BREACH > 0
                   COMPUTE WS-WEEK-PROJ-SECS ROUNDED =
                       WS-WEEK-PROJ-SECS * WS-GROWTH-FACTOR
                   IF WS-WEEK-PROJ-SECS > WS-THRS-LIMIT
                       MOVE WS-WEEKS-OUT TO WS-WEEKS-TO-BREACH
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * PROJECT-BATCH-WINDOW - lay every job's projected next run end
      * to end from the first start of the latest night, the way the
      * driver runs them, and set the finish against the finish the
      * per-job limits allow.  A job with no limit is allowed its own
      * projection.
      ******************************************************************
       PROJECT-BATCH-WINDOW.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCH WINDOW PROJECTION"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-LAST-NIGHT-DATE = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NOT AVAILABLE - NO PAIRED PRODUCTION RUNS "
                   "THIS WEEK"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM FIND-WINDOW-START
               PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                       UNTIL WS-JT-IDX > WS-JT-COUNT
                   ADD WS-JT-PROJ-SECS (WS-JT-IDX)
                       TO WS-WINDOW-PROJ-SECS
                   MOVE WS-JT-JOB-NAME (WS-JT-IDX)
                       TO WS-THRS-SEARCH-JOB
                   PERFORM FIND-JOB-THRESHOLD
                   IF WS-THRS-LIMIT-FOUND
                       ADD 1 TO WS-WINDOW-LIMITED-JOBS
                       ADD WS-THRS-LIMIT TO WS-WINDOW-LIMIT-SECS
                   ELSE
                       ADD WS-JT-PROJ-SECS (WS-JT-IDX)
                           TO WS-WINDOW-LIMIT-SECS
                   END-IF
               END-PERFORM
               PERFORM PRINT-BATCH-WINDOW
           END-IF.

       FIND-WINDOW-START.
           MOVE 99999999999999 TO WS-WINDOW-START-TS.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-IS-PAIRED (WS-MT-IDX)
                       AND WS-MT-RUN-DATE (WS-MT-IDX) =
                           WS-LAST-NIGHT-DATE
                       AND WS-MT-START-TS (WS-MT-IDX) <
                           WS-WINDOW-START-TS
                   MOVE WS-MT-START-TS (WS-MT-IDX)
                       TO WS-WINDOW-START-TS
               END-IF
           END-PERFORM.
           MOVE WS-WINDOW-START-TS TO WS-START-TS-WORK.
           COMPUTE WS-WINDOW-START-SECS =
               (WS-STW-HH * 3600) + (WS-STW-MM * 60) + WS-STW-SS.

       PRINT-BATCH-WINDOW.
           MOVE WS-WINDOW-START-SECS TO WS-CLOCK-SECS.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  LATEST NIGHT " WS-LAST-NIGHT-DATE
               "  FIRST START " WS-STW-DATE " " WS-CLOCK-TIME
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           COMPUTE WS-CLOCK-SECS =
               WS-WINDOW-START-SECS + WS-WINDOW-PROJ-SECS.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE WS-CLOCK-TEXT TO WS-PROJ-FINISH-TEXT.
           MOVE WS-WINDOW-PROJ-SECS TO WS-SECS-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PROJECTED RUN SECONDS " WS-SECS-EDIT
               "  PROJECTED FINISH " WS-PROJ-FINISH-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-WINDOW-LIMITED-JOBS = 0
               STRING "  NO JOB HAS AN ELAPSED LIMIT ON THE THRESHOLD "
                   "CARD - NO WINDOW LIMIT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               COMPUTE WS-CLOCK-SECS =
                   WS-WINDOW-START-SECS + WS-WINDOW-LIMIT-SECS
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-CLOCK-TEXT TO WS-LIMIT-FINISH-TEXT
               MOVE WS-WINDOW-LIMIT-SECS TO WS-SECS-EDIT
               IF WS-WINDOW-PROJ-SECS > WS-WINDOW-LIMIT-SECS
                   SET WS-WINDOW-OVERRUNS TO TRUE
                   STRING "  LIMIT RUN SECONDS     " WS-SECS-EDIT
                       "  LIMIT FINISH     " WS-LIMIT-FINISH-TEXT
                       "  ** WINDOW PROJECTED TO OVERRUN **"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  LIMIT RUN SECONDS     " WS-SECS-EDIT
                       "  LIMIT FINISH     " WS-LIMIT-FINISH-TEXT
                       "  WITHIN WINDOW"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * FORMAT-CLOCK-TIME - seconds past the window's midnight as a
      * wall-clock time, with a day count when the window runs past
      * the next midnight.
      ******************************************************************
       FORMAT-CLOCK-TIME.
           DIVIDE WS-CLOCK-SECS BY 86400
               GIVING WS-CLOCK-DAYS REMAINDER WS-CLOCK-REMAINDER.
           DIVIDE WS-CLOCK-REMAINDER BY 3600
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-REMAINDER.
           DIVIDE WS-CLOCK-REMAINDER BY 60
               GIVING WS-CLOCK-MM REMAINDER WS-CLOCK-SS.
           MOVE SPACES TO WS-CLOCK-TEXT.
           IF WS-CLOCK-DAYS > 0
               STRING WS-CLOCK-TIME " +" WS-CLOCK-DAYS " DAY"
                   DELIMITED BY SIZE INTO WS-CLOCK-TEXT
           ELSE
               MOVE WS-CLOCK-TIME TO WS-CLOCK-TEXT
           END-IF.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-TREND - WORK-UNIT THROUGHPUT AND CAPACITY "
               "TREND"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "  THIS WEEK = LAST 7 BUSINESS-DATE DAYS, PRIOR WEEK "
               "= THE 7 BEFORE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "METRICS RECORDS READ:       " WS-MTRC-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "IN THE 14-DAY WINDOW:       " WS-MTRC-IN-WINDOW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "OUTSIDE THE WINDOW:         " WS-MTRC-OUT-OF-WINDOW
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "SIMULATION RUNS SKIPPED:    " WS-MTRC-SIMULATIONS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "FAILED RUNS SKIPPED:        " WS-MTRC-FAILED-RUNS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVALID RECORDS SKIPPED:    " WS-MTRC-INVALID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS WITH NO AUDIT PAIR:    " WS-MTRC-UNPAIRED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "JOBS PROJECTED OVER LIMIT:  " WS-JOBS-OVER-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-TREND REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * WRITE-ALERT-RECORD - one fixed-format alert to the shared
      * alert file (copybook EULALRT).  The caller fills the severity,
      * alert code, and short text before performing this.
      ******************************************************************
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE "EULTREND" TO WS-ALRT-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-ALRT-BUSINESS-DATE.
           WRITE ALERT-FILE-RECORD.
           CLOSE ALERT-FILE.

       END PROGRAM EULER-TREND.
