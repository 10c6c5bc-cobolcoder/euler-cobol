      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Field-level data-quality scan of the shared
      * sequential files.  The control trailers prove the record
      * counts balance; this scan proves the records themselves are
      * clean.  Every record of SUSPFILE, AUDITFILE, RUNCTL, RUNSTAT,
      * LOCKFILE, CKPTFILE, CALFILE, EXTRLOG and GENCAT is edited
      * field by field against its copybook:
      *     - PIC 9 fields must be numeric;
      *     - code fields must hold one of their level-88 values
      *       (WS-AUDT-RECORD-TYPE, WS-GCAT-STATUS and the rest);
      *     - key names (job, resource, reason, class) must not be
      *       blank;
      *     - business dates must be real dates on the processing
      *       calendar (CALFILE, copybook EULCAL);
      *     - timestamps must be real dates and times and not later
      *       than the scan's own clock.
      * CALFILE itself is edited for real dates in strict ascending
      * order and a valid day type; only its good rows are used to
      * check the other files' dates.  A missing file is listed as
      * not on hand - LOCKFILE and CKPTFILE are legitimately absent
      * on a quiet night - and is not a defect.
      * The report lists each defect (record number, field, defect,
      * and the value found) up to the detail limit per file, then
      * the defect counts by file and field.  A file whose defects
      * exceed its limit on the parameter card (copybook EULDQPM)
      * raises one alert on the shared alert file (copybook EULALRT).
      * Return code 4 when defects are found, 8 when any file is
      * over its limit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-DQSCAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT STAT-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT XLOG-FILE ASSIGN TO "EXTRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-FILE-STATUS.
           SELECT GCAT-FILE ASSIGN TO "GENCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCAT-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT DQPM-FILE ASSIGN TO "DQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQPM-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-DQSCAN-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-FILE.
       01  SUSP-FILE-RECORD.
           COPY EULSUSP.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  RCTL-FILE.
       01  RCTL-FILE-RECORD.
           COPY EULRCTL.
       FD  STAT-FILE.
       01  STAT-FILE-RECORD.
           COPY EULSTAT.
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  CKPT-FILE.
       01  CKPT-FILE-RECORD.
           COPY EULCKPT.
       FD  CAL-FILE.
       01  CAL-FILE-RECORD.
           COPY EULCAL.
       FD  XLOG-FILE.
       01  XLOG-FILE-RECORD.
           COPY EULXLOG.
       FD  GCAT-FILE.
       01  GCAT-FILE-RECORD.
           COPY EULGCAT.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  DQPM-FILE.
       01  DQPM-FILE-RECORD.
           COPY EULDQPM.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD.
           COPY EULALRT.

       WORKING-STORAGE SECTION.
           01 WS-SUSP-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-RCTL-FILE-STATUS      PIC X(02).
           01 WS-STAT-FILE-STATUS      PIC X(02).
           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-CKPT-FILE-STATUS      PIC X(02).
           01 WS-CAL-FILE-STATUS       PIC X(02).
           01 WS-XLOG-FILE-STATUS      PIC X(02).
           01 WS-GCAT-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-DQPM-FILE-STATUS      PIC X(02).
           01 WS-ALERT-FILE-STATUS     PIC X(02).

           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SCAN-AT-EOF        VALUE 'Y'.

      * Limits off the parameter card.
           01 WS-DEFAULT-LIMIT         PIC 9(05) VALUE 0.
           01 WS-DETAIL-LIMIT          PIC 9(03) VALUE 50.
           01 WS-LIMIT-COUNT           PIC 9(02) VALUE 0.
           01 WS-LIMIT-IDX             PIC 9(02) COMP.
           01 WS-LIMIT-TABLE.
              05 WS-LIMIT-ENTRY OCCURS 9 TIMES.
                 10 WS-LIMIT-FILE-NAME PIC X(12).
                 10 WS-LIMIT-DEFECTS   PIC 9(05).

      * The good CALFILE dates, ascending, for the date edits.
           01 WS-CALT-COUNT            PIC 9(04) VALUE 0.
           01 WS-CALT-LOW              PIC 9(04) COMP.
           01 WS-CALT-HIGH             PIC 9(04) COMP.
           01 WS-CALT-MID              PIC 9(04) COMP.
           01 WS-CALT-TABLE.
              05 WS-CALT-DATE OCCURS 4000 TIMES PIC 9(08).
           01 WS-CALT-FULL-SW          PIC X(01) VALUE 'N'.
              88 WS-CALT-IS-FULL       VALUE 'Y'.
           01 WS-CALT-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-CALT-DATE-FOUND    VALUE 'Y'.
           01 WS-CAL-ON-HAND-SW        PIC X(01) VALUE 'N'.
              88 WS-CAL-IS-ON-HAND     VALUE 'Y'.
           01 WS-PRIOR-CAL-DATE        PIC 9(08) VALUE 0.

      * The file being scanned.
           01 WS-DQ-FILE-NAME          PIC X(12).
           01 WS-DQ-RECORD-NO          PIC 9(07).
           01 WS-DQ-FILE-DEFECTS       PIC 9(07).
           01 WS-DQ-DETAIL-COUNT       PIC 9(03).
           01 WS-DQ-FILE-LIMIT         PIC 9(05).
           01 WS-DQ-FIELD-NAME         PIC X(24).
           01 WS-DQ-DEFECT             PIC X(22).
           01 WS-DQ-VALUE              PIC X(24).
           01 WS-DQ-NUMERIC-X          PIC X(18).
           01 WS-DQ-NUMERIC-LENGTH     PIC 9(02).

      * Date and timestamp edit work areas.
           01 WS-DQ-DATE-X             PIC X(08).
           01 WS-DQ-TS-X               PIC X(14).
           01 WS-DQ-TS-WORK.
              05 WS-DQ-TS-DATE         PIC 9(08).
              05 WS-DQ-TS-HH           PIC 9(02).
              05 WS-DQ-TS-MM           PIC 9(02).
              05 WS-DQ-TS-SS           PIC 9(02).
           01 WS-DQ-TIMESTAMP REDEFINES WS-DQ-TS-WORK PIC 9(14).
           01 WS-DQ-DATE-WORK.
              05 WS-DQ-YYYY            PIC 9(04).
              05 WS-DQ-MM              PIC 9(02).
              05 WS-DQ-DD              PIC 9(02).
           01 WS-DQ-DATE REDEFINES WS-DQ-DATE-WORK PIC 9(08).
           01 WS-DATE-VALID-SW         PIC X(01) VALUE 'N'.
              88 WS-DATE-IS-VALID      VALUE 'Y'.
           01 WS-MONTH-DAYS-VALUES     PIC X(24)
              VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
              05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
           01 WS-MONTH-LIMIT           PIC 9(02).
           01 WS-LEAP-QUOTIENT         PIC 9(04).
           01 WS-LEAP-REMAINDER        PIC 9(04).
           01 WS-XLOG-FROM-GOOD-SW     PIC X(01) VALUE 'N'.
              88 WS-XLOG-FROM-IS-GOOD  VALUE 'Y'.

      * Defect counts by file and field, for the summary.
           01 WS-DF-COUNT              PIC 9(03) VALUE 0.
           01 WS-DF-IDX                PIC 9(03) COMP.
           01 WS-DF-FOUND-SW           PIC X(01) VALUE 'N'.
              88 WS-DF-WAS-FOUND       VALUE 'Y'.
           01 WS-DF-OVERFLOW           PIC 9(07) VALUE 0.
           01 WS-DF-TABLE.
              05 WS-DF-ENTRY OCCURS 150 TIMES.
                 10 WS-DF-FILE-NAME    PIC X(12).
                 10 WS-DF-FIELD-NAME   PIC X(24).
                 10 WS-DF-DEFECT       PIC X(22).
                 10 WS-DF-DEFECTS      PIC 9(07).

      * One line per scanned file, for the summary.
           01 WS-FS-COUNT              PIC 9(02) VALUE 0.
           01 WS-FS-IDX                PIC 9(02) COMP.
           01 WS-FS-TABLE.
              05 WS-FS-ENTRY OCCURS 9 TIMES.
                 10 WS-FS-FILE-NAME    PIC X(12).
                 10 WS-FS-ON-HAND-SW   PIC X(01).
                    88 WS-FS-IS-ON-HAND VALUE 'Y'.
                 10 WS-FS-RECORDS      PIC 9(07).
                 10 WS-FS-DEFECTS      PIC 9(07).
                 10 WS-FS-LIMIT        PIC 9(05).

           01 WS-TOTAL-DEFECTS         PIC 9(07) VALUE 0.
           01 WS-FILES-OVER-LIMIT      PIC 9(02) VALUE 0.

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
           01 WS-NOW-TIMESTAMP         PIC 9(14).
           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).
           01 WS-EDIT-COUNT            PIC Z(06)9.
           01 WS-EDIT-LIMIT            PIC Z(04)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-NOW-TIMESTAMP.
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM LOAD-SCAN-PARAMETERS.
           PERFORM OPEN-REPORT.

           PERFORM SCAN-CALENDAR-FILE.
           PERFORM SCAN-SUSPENSE-FILE.
           PERFORM SCAN-AUDIT-FILE.
           PERFORM SCAN-RUN-CONTROL-FILE.
           PERFORM SCAN-RUN-STATUS-FILE.
           PERFORM SCAN-LOCK-FILE.
           PERFORM SCAN-CHECKPOINT-FILE.
           PERFORM SCAN-EXTRACT-LOG.
           PERFORM SCAN-GENERATION-CATALOG.

           PERFORM PRINT-FIELD-SUMMARY.
           PERFORM PRINT-FILE-SUMMARY.
           PERFORM CLOSE-REPORT.

           IF WS-FILES-OVER-LIMIT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-DEFECTS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; its
      * business date heads the report and dates the alerts.
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
      * RESOLVE-BUSINESS-DATE - route the reporting date through the
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
           MOVE 'N'              TO WS-DCTL-RESULT.
           MOVE SPACES           TO WS-DCTL-MESSAGE.
           CALL "EULER-DATECTL" USING WS-DATE-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-DQSCAN: DATE CONTROL MODULE NOT "
                       "AVAILABLE - REPORTING UNDER THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-DQSCAN: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * LOAD-SCAN-PARAMETERS - the defect limits and the detail limit
      * off the parameter card (copybook EULDQPM).  A missing card or
      * an unusable field keeps the default: any defect is over the
      * limit, 50 detail lines per file.
      ******************************************************************
       LOAD-SCAN-PARAMETERS.
           OPEN INPUT DQPM-FILE.
           IF WS-DQPM-FILE-STATUS = "00"
               READ DQPM-FILE
                   AT END
                       DISPLAY "EULER-DQSCAN: PARAMETER CARD IS EMPTY "
                           "- DEFAULT LIMITS APPLIED"
                   NOT AT END
                       PERFORM LOAD-SCAN-LIMITS
               END-READ
               CLOSE DQPM-FILE
           ELSE
               DISPLAY "EULER-DQSCAN: PARAMETER CARD NOT FOUND - "
                   "DEFAULT LIMITS APPLIED"
           END-IF.

       LOAD-SCAN-LIMITS.
           IF WS-DQPM-DEFAULT-LIMIT-X IS NUMERIC
               MOVE WS-DQPM-DEFAULT-LIMIT-X TO WS-DEFAULT-LIMIT
           ELSE
               DISPLAY "EULER-DQSCAN: DEFAULT LIMIT NOT NUMERIC - "
                   "ZERO APPLIED"
           END-IF.
           IF WS-DQPM-DETAIL-LIMIT-X IS NUMERIC
               MOVE WS-DQPM-DETAIL-LIMIT-X TO WS-DETAIL-LIMIT
           END-IF.
           IF WS-DQPM-ENTRY-COUNT-X IS NUMERIC
               MOVE WS-DQPM-ENTRY-COUNT-X TO WS-LIMIT-COUNT
           END-IF.
           IF WS-LIMIT-COUNT > 9
               DISPLAY "EULER-DQSCAN: FILE LIMIT COUNT OVER 9 - "
                   "EXCESS ENTRIES IGNORED"
               MOVE 9 TO WS-LIMIT-COUNT
           END-IF.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               MOVE WS-DQPM-FILE-NAME-X (WS-LIMIT-IDX)
                   TO WS-LIMIT-FILE-NAME (WS-LIMIT-IDX)
               IF WS-DQPM-LIMIT-X (WS-LIMIT-IDX) IS NUMERIC
                   MOVE WS-DQPM-LIMIT-X (WS-LIMIT-IDX)
                       TO WS-LIMIT-DEFECTS (WS-LIMIT-IDX)
               ELSE
                   DISPLAY "EULER-DQSCAN: LIMIT FOR "
                       WS-DQPM-FILE-NAME-X (WS-LIMIT-IDX)
                       " NOT NUMERIC - DEFAULT APPLIED"
                   MOVE WS-DEFAULT-LIMIT
                       TO WS-LIMIT-DEFECTS (WS-LIMIT-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      * SCAN-CALENDAR-FILE - CALFILE first, since its good rows are
      * what the other files' business dates are checked against.  A
      * row must carry a real date, later than the row before it, and
      * a day type of B, W or H, and a source of blank (keyed by
      * hand) or G (generated).  Rows with a good date in sequence
      * are kept even when the day type is bad - the day still exists.
      ******************************************************************
       SCAN-CALENDAR-FILE.
           MOVE "CALFILE" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
               DISPLAY "EULER-DQSCAN: NO PROCESSING CALENDAR - "
                   "BUSINESS DATES NOT CHECKED AGAINST IT"
           ELSE
               SET WS-CAL-IS-ON-HAND TO TRUE
           END-IF.
           PERFORM EDIT-CALENDAR-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-CAL-FILE-STATUS = "10"
               CLOSE CAL-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-CALENDAR-RECORD.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   MOVE "WS-CAL-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-CAL-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-REAL-DATE
                   IF WS-DATE-IS-VALID
                       IF WS-DQ-DATE NOT > WS-PRIOR-CAL-DATE
                           MOVE "OUT OF SEQUENCE" TO WS-DQ-DEFECT
                           MOVE WS-DQ-DATE-X TO WS-DQ-VALUE
                           PERFORM RECORD-DEFECT
                       ELSE
                           MOVE WS-DQ-DATE TO WS-PRIOR-CAL-DATE
                           PERFORM KEEP-CALENDAR-DATE
                       END-IF
                   END-IF
                   IF NOT WS-CAL-IS-BUSINESS
                           AND NOT WS-CAL-IS-HOLIDAY
                           AND NOT WS-CAL-IS-WEEKEND
                       MOVE "WS-CAL-DAY-TYPE" TO WS-DQ-FIELD-NAME
                       MOVE WS-CAL-DAY-TYPE TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
                   IF NOT WS-CAL-WAS-GENERATED
                           AND NOT WS-CAL-WAS-HAND-KEYED
                       MOVE "WS-CAL-SOURCE" TO WS-DQ-FIELD-NAME
                       MOVE WS-CAL-SOURCE TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
           END-READ.

       KEEP-CALENDAR-DATE.
           IF WS-CALT-COUNT < 4000
               ADD 1 TO WS-CALT-COUNT
               MOVE WS-DQ-DATE TO WS-CALT-DATE (WS-CALT-COUNT)
           ELSE
               IF NOT WS-CALT-IS-FULL
                   SET WS-CALT-IS-FULL TO TRUE
                   DISPLAY "EULER-DQSCAN: CALENDAR OVER 4000 DAYS - "
                       "LATER DAYS NOT USED FOR THE DATE CHECKS"
               END-IF
           END-IF.

      ******************************************************************
      * SCAN-SUSPENSE-FILE - status O or R, the rejecting job and the
      * reason code present, and a run date on the calendar.
      ******************************************************************
       SCAN-SUSPENSE-FILE.
           MOVE "SUSPFILE" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-SUSPENSE-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-SUSP-FILE-STATUS = "10"
               CLOSE SUSP-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-SUSPENSE-RECORD.
           READ SUSP-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   IF NOT WS-SUSP-IS-OPEN AND NOT WS-SUSP-IS-RESOLVED
                       MOVE "WS-SUSP-STATUS-FLAG" TO WS-DQ-FIELD-NAME
                       MOVE WS-SUSP-STATUS-FLAG TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
                   IF WS-SUSP-SOURCE-JOB = SPACES
                       MOVE "WS-SUSP-SOURCE-JOB" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   IF WS-SUSP-REASON-CODE = SPACES
                       MOVE "WS-SUSP-REASON-CODE" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   MOVE "WS-SUSP-RUN-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-SUSP-RUN-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-BUSINESS-DATE
           END-READ.

      ******************************************************************
      * SCAN-AUDIT-FILE - record type S, E, V or B, the job named, a
      * numeric completion code and a real, past timestamp.
      ******************************************************************
       SCAN-AUDIT-FILE.
           MOVE "AUDITFILE" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-AUDIT-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-AUDIT-FILE-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   IF NOT WS-AUDT-IS-START AND NOT WS-AUDT-IS-END
                           AND NOT WS-AUDT-IS-VIOLATION
                           AND NOT WS-AUDT-IS-ROLLBACK
                       MOVE "WS-AUDT-RECORD-TYPE" TO WS-DQ-FIELD-NAME
                       MOVE WS-AUDT-RECORD-TYPE TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
                   IF WS-AUDT-JOB-NAME = SPACES
                       MOVE "WS-AUDT-JOB-NAME" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   MOVE "WS-AUDT-TIMESTAMP" TO WS-DQ-FIELD-NAME
                   MOVE WS-AUDT-TIMESTAMP (1:14) TO WS-DQ-TS-X
                   PERFORM CHECK-TIMESTAMP
                   MOVE "WS-AUDT-COMPLETION-CODE" TO WS-DQ-FIELD-NAME
                   MOVE WS-AUDT-COMPLETION-CODE (1:4)
                       TO WS-DQ-NUMERIC-X
                   MOVE 4 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
           END-READ.

      ******************************************************************
      * SCAN-RUN-CONTROL-FILE - the job named, a run date on the
      * calendar and the complete status.
      ******************************************************************
       SCAN-RUN-CONTROL-FILE.
           MOVE "RUNCTL" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT RCTL-FILE.
           IF WS-RCTL-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-RUN-CONTROL-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-RCTL-FILE-STATUS = "10"
               CLOSE RCTL-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-RUN-CONTROL-RECORD.
           READ RCTL-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   IF WS-RCTL-JOB-NAME = SPACES
                       MOVE "WS-RCTL-JOB-NAME" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   MOVE "WS-RCTL-RUN-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-RCTL-RUN-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-BUSINESS-DATE
                   IF NOT WS-RCTL-IS-COMPLETE
                       MOVE "WS-RCTL-STATUS" TO WS-DQ-FIELD-NAME
                       MOVE WS-RCTL-STATUS TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
           END-READ.

      ******************************************************************
      * SCAN-RUN-STATUS-FILE - a numeric step number and completion
      * code, record type S or E, and a real, past timestamp.
      ******************************************************************
       SCAN-RUN-STATUS-FILE.
           MOVE "RUNSTAT" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-RUN-STATUS-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-STAT-FILE-STATUS = "10"
               CLOSE STAT-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-RUN-STATUS-RECORD.
           READ STAT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   MOVE "WS-STAT-STEP-NUMBER" TO WS-DQ-FIELD-NAME
                   MOVE WS-STAT-STEP-NUMBER (1:3) TO WS-DQ-NUMERIC-X
                   MOVE 3 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
                   IF NOT WS-STAT-IS-START AND NOT WS-STAT-IS-END
                       MOVE "WS-STAT-RECORD-TYPE" TO WS-DQ-FIELD-NAME
                       MOVE WS-STAT-RECORD-TYPE TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
                   MOVE "WS-STAT-COMPLETION-CODE" TO WS-DQ-FIELD-NAME
                   MOVE WS-STAT-COMPLETION-CODE (1:4)
                       TO WS-DQ-NUMERIC-X
                   MOVE 4 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE "WS-STAT-TIMESTAMP" TO WS-DQ-FIELD-NAME
                   MOVE WS-STAT-TIMESTAMP (1:14) TO WS-DQ-TS-X
                   PERFORM CHECK-TIMESTAMP
           END-READ.

      ******************************************************************
      * SCAN-LOCK-FILE - the resource and holding job named and a
      * real, past timestamp.
      ******************************************************************
       SCAN-LOCK-FILE.
           MOVE "LOCKFILE" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-LOCK-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-LOCK-FILE-STATUS = "10"
               CLOSE LOCK-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-LOCK-RECORD.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   IF WS-LOCK-RESOURCE = SPACES
                       MOVE "WS-LOCK-RESOURCE" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   IF WS-LOCK-JOB-NAME = SPACES
                       MOVE "WS-LOCK-JOB-NAME" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   MOVE "WS-LOCK-TIMESTAMP" TO WS-DQ-FIELD-NAME
                   MOVE WS-LOCK-TIMESTAMP (1:14) TO WS-DQ-TS-X
                   PERFORM CHECK-TIMESTAMP
           END-READ.

      ******************************************************************
      * SCAN-CHECKPOINT-FILE - every checkpoint field is a count or a
      * Fibonacci term and must be numeric.
      ******************************************************************
       SCAN-CHECKPOINT-FILE.
           MOVE "CKPTFILE" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-CHECKPOINT-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-CKPT-FILE-STATUS = "10"
               CLOSE CKPT-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-CHECKPOINT-RECORD.
           READ CKPT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   MOVE "WS-CKPT-TERM-NUMBER" TO WS-DQ-FIELD-NAME
                   MOVE WS-CKPT-TERM-NUMBER (1:7) TO WS-DQ-NUMERIC-X
                   MOVE 7 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE 18 TO WS-DQ-NUMERIC-LENGTH
                   MOVE "WS-CKPT-TERM-1" TO WS-DQ-FIELD-NAME
                   MOVE WS-CKPT-TERM-1 (1:18) TO WS-DQ-NUMERIC-X
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE "WS-CKPT-TERM-2" TO WS-DQ-FIELD-NAME
                   MOVE WS-CKPT-TERM-2 (1:18) TO WS-DQ-NUMERIC-X
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE "WS-CKPT-SUM-EVEN" TO WS-DQ-FIELD-NAME
                   MOVE WS-CKPT-SUM-EVEN (1:18) TO WS-DQ-NUMERIC-X
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE "WS-CKPT-MAX-TERM" TO WS-DQ-FIELD-NAME
                   MOVE WS-CKPT-MAX-TERM (1:18) TO WS-DQ-NUMERIC-X
                   PERFORM CHECK-NUMERIC-FIELD
           END-READ.

      ******************************************************************
      * SCAN-EXTRACT-LOG - an extract date on the calendar, a real
      * from and to date in order (the range is the requester's and
      * may lie outside the calendar), numeric count and hash, and a
      * real, past timestamp.
      ******************************************************************
       SCAN-EXTRACT-LOG.
           MOVE "EXTRLOG" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT XLOG-FILE.
           IF WS-XLOG-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-EXTRACT-LOG-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-XLOG-FILE-STATUS = "10"
               CLOSE XLOG-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-EXTRACT-LOG-RECORD.
           READ XLOG-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   MOVE "WS-XLOG-EXTRACT-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-XLOG-EXTRACT-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-BUSINESS-DATE
                   MOVE "WS-XLOG-FROM-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-XLOG-FROM-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-REAL-DATE
                   MOVE WS-DATE-VALID-SW TO WS-XLOG-FROM-GOOD-SW
                   MOVE "WS-XLOG-TO-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-XLOG-TO-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-REAL-DATE
                   IF WS-DATE-IS-VALID AND WS-XLOG-FROM-IS-GOOD
                           AND WS-XLOG-FROM-DATE > WS-XLOG-TO-DATE
                       MOVE "AFTER THE TO DATE" TO WS-DQ-DEFECT
                       MOVE "WS-XLOG-FROM-DATE" TO WS-DQ-FIELD-NAME
                       MOVE WS-XLOG-FROM-DATE (1:8) TO WS-DQ-VALUE
                       PERFORM RECORD-DEFECT
                   END-IF
                   MOVE "WS-XLOG-RECORD-COUNT" TO WS-DQ-FIELD-NAME
                   MOVE WS-XLOG-RECORD-COUNT (1:9) TO WS-DQ-NUMERIC-X
                   MOVE 9 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE "WS-XLOG-HASH-TOTAL" TO WS-DQ-FIELD-NAME
                   MOVE WS-XLOG-HASH-TOTAL (1:14) TO WS-DQ-NUMERIC-X
                   MOVE 14 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
                   MOVE "WS-XLOG-TIMESTAMP" TO WS-DQ-FIELD-NAME
                   MOVE WS-XLOG-TIMESTAMP (1:14) TO WS-DQ-TS-X
                   PERFORM CHECK-TIMESTAMP
           END-READ.

      ******************************************************************
      * SCAN-GENERATION-CATALOG - the file class and generation
      * named, a business date on the calendar, a numeric record
      * count and status A or S.
      ******************************************************************
       SCAN-GENERATION-CATALOG.
           MOVE "GENCAT" TO WS-DQ-FILE-NAME.
           PERFORM START-FILE-SCAN.
           OPEN INPUT GCAT-FILE.
           IF WS-GCAT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SCAN-EOF-SW
           END-IF.
           PERFORM EDIT-CATALOG-RECORD UNTIL WS-SCAN-AT-EOF.
           IF WS-GCAT-FILE-STATUS = "10"
               CLOSE GCAT-FILE
           END-IF.
           PERFORM END-FILE-SCAN.

       EDIT-CATALOG-RECORD.
           READ GCAT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DQ-RECORD-NO
                   IF WS-GCAT-FILE-CLASS = SPACES
                       MOVE "WS-GCAT-FILE-CLASS" TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   MOVE "WS-GCAT-BUSINESS-DATE" TO WS-DQ-FIELD-NAME
                   MOVE WS-GCAT-BUSINESS-DATE (1:8) TO WS-DQ-DATE-X
                   PERFORM CHECK-BUSINESS-DATE
                   IF WS-GCAT-GENERATION-NAME = SPACES
                       MOVE "WS-GCAT-GENERATION-NAME"
                           TO WS-DQ-FIELD-NAME
                       PERFORM RECORD-BLANK-FIELD
                   END-IF
                   MOVE "WS-GCAT-RECORD-COUNT" TO WS-DQ-FIELD-NAME
                   MOVE WS-GCAT-RECORD-COUNT (1:9) TO WS-DQ-NUMERIC-X
                   MOVE 9 TO WS-DQ-NUMERIC-LENGTH
                   PERFORM CHECK-NUMERIC-FIELD
                   IF NOT WS-GCAT-IS-ACTIVE
                           AND NOT WS-GCAT-IS-SCRATCHED
                       MOVE "WS-GCAT-STATUS" TO WS-DQ-FIELD-NAME
                       MOVE WS-GCAT-STATUS TO WS-DQ-VALUE
                       PERFORM RECORD-INVALID-CODE
                   END-IF
           END-READ.

      ******************************************************************
      * Field edits shared by every file.  The caller names the field
      * in WS-DQ-FIELD-NAME and moves its raw bytes to the edit's
      * work area first.
      ******************************************************************
       CHECK-NUMERIC-FIELD.
           IF WS-DQ-NUMERIC-X (1:WS-DQ-NUMERIC-LENGTH) IS NOT NUMERIC
               MOVE "NOT NUMERIC" TO WS-DQ-DEFECT
               MOVE WS-DQ-NUMERIC-X (1:WS-DQ-NUMERIC-LENGTH)
                   TO WS-DQ-VALUE
               PERFORM RECORD-DEFECT
           END-IF.

      * A business date must be a real date and, when there is a
      * calendar, a day on it.
       CHECK-BUSINESS-DATE.
           PERFORM CHECK-REAL-DATE.
           IF WS-DATE-IS-VALID AND WS-CAL-IS-ON-HAND
               PERFORM FIND-CALENDAR-DATE
               IF NOT WS-CALT-DATE-FOUND
                   MOVE "NOT ON CALFILE" TO WS-DQ-DEFECT
                   MOVE WS-DQ-DATE-X TO WS-DQ-VALUE
                   PERFORM RECORD-DEFECT
               END-IF
           END-IF.

       CHECK-REAL-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-DQ-DATE-X IS NOT NUMERIC
               MOVE "NOT NUMERIC" TO WS-DQ-DEFECT
               MOVE WS-DQ-DATE-X TO WS-DQ-VALUE
               PERFORM RECORD-DEFECT
           ELSE
               MOVE WS-DQ-DATE-X TO WS-DQ-DATE-WORK
               PERFORM VALIDATE-DATE-WORK
               IF NOT WS-DATE-IS-VALID
                   MOVE "NOT A REAL DATE" TO WS-DQ-DEFECT
                   MOVE WS-DQ-DATE-X TO WS-DQ-VALUE
                   PERFORM RECORD-DEFECT
               END-IF
           END-IF.

       VALIDATE-DATE-WORK.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-DQ-YYYY > 0 AND WS-DQ-MM >= 1 AND WS-DQ-MM <= 12
               MOVE WS-MONTH-DAYS (WS-DQ-MM) TO WS-MONTH-LIMIT
               IF WS-DQ-MM = 2
                   DIVIDE WS-DQ-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-LIMIT
                       DIVIDE WS-DQ-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-MONTH-LIMIT
                           DIVIDE WS-DQ-YYYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-MONTH-LIMIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-DQ-DD >= 1 AND WS-DQ-DD <= WS-MONTH-LIMIT
                   SET WS-DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

      * The calendar table is ascending, so a binary chop finds a day.
       FIND-CALENDAR-DATE.
           MOVE 'N' TO WS-CALT-FOUND-SW.
           MOVE 1 TO WS-CALT-LOW.
           MOVE WS-CALT-COUNT TO WS-CALT-HIGH.
           PERFORM UNTIL WS-CALT-LOW > WS-CALT-HIGH
                   OR WS-CALT-DATE-FOUND
               COMPUTE WS-CALT-MID = (WS-CALT-LOW + WS-CALT-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-CALT-DATE (WS-CALT-MID) = WS-DQ-DATE
                       SET WS-CALT-DATE-FOUND TO TRUE
                   WHEN WS-CALT-DATE (WS-CALT-MID) < WS-DQ-DATE
                       COMPUTE WS-CALT-LOW = WS-CALT-MID + 1
                   WHEN OTHER
                       IF WS-CALT-MID = 1
                           MOVE 0 TO WS-CALT-HIGH
                       ELSE
                           COMPUTE WS-CALT-HIGH = WS-CALT-MID - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * A timestamp must be a real date and time of day, and no later
      * than this scan's own clock.
       CHECK-TIMESTAMP.
           IF WS-DQ-TS-X IS NOT NUMERIC
               MOVE "NOT NUMERIC" TO WS-DQ-DEFECT
               MOVE WS-DQ-TS-X TO WS-DQ-VALUE
               PERFORM RECORD-DEFECT
           ELSE
               MOVE WS-DQ-TS-X TO WS-DQ-TS-WORK
               MOVE WS-DQ-TS-DATE TO WS-DQ-DATE
               PERFORM VALIDATE-DATE-WORK
               IF NOT WS-DATE-IS-VALID
                       OR WS-DQ-TS-HH > 23 OR WS-DQ-TS-MM > 59
                       OR WS-DQ-TS-SS > 59
                   MOVE "NOT A REAL TIMESTAMP" TO WS-DQ-DEFECT
                   MOVE WS-DQ-TS-X TO WS-DQ-VALUE
                   PERFORM RECORD-DEFECT
               ELSE
                   IF WS-DQ-TIMESTAMP > WS-NOW-TIMESTAMP
                       MOVE "IN THE FUTURE" TO WS-DQ-DEFECT
                       MOVE WS-DQ-TS-X TO WS-DQ-VALUE
                       PERFORM RECORD-DEFECT
                   END-IF
               END-IF
           END-IF.

       RECORD-BLANK-FIELD.
           MOVE "BLANK" TO WS-DQ-DEFECT.
           MOVE SPACES TO WS-DQ-VALUE.
           PERFORM RECORD-DEFECT.

       RECORD-INVALID-CODE.
           MOVE "NOT A VALID CODE" TO WS-DQ-DEFECT.
           PERFORM RECORD-DEFECT.

      ******************************************************************
      * RECORD-DEFECT - count the defect against its file and field,
      * and list it while the file is under its detail limit.
      ******************************************************************
       RECORD-DEFECT.
           ADD 1 TO WS-DQ-FILE-DEFECTS.
           ADD 1 TO WS-TOTAL-DEFECTS.
           IF WS-DQ-DETAIL-COUNT < WS-DETAIL-LIMIT
               ADD 1 TO WS-DQ-DETAIL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-DQ-FILE-NAME " " WS-DQ-RECORD-NO "  "
                   WS-DQ-FIELD-NAME " " WS-DQ-DEFECT " "
                   WS-DQ-VALUE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE 'N' TO WS-DF-FOUND-SW.
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > WS-DF-COUNT OR WS-DF-WAS-FOUND
               IF WS-DF-FILE-NAME (WS-DF-IDX) = WS-DQ-FILE-NAME
                       AND WS-DF-FIELD-NAME (WS-DF-IDX) =
                           WS-DQ-FIELD-NAME
                       AND WS-DF-DEFECT (WS-DF-IDX) = WS-DQ-DEFECT
                   SET WS-DF-WAS-FOUND TO TRUE
                   ADD 1 TO WS-DF-DEFECTS (WS-DF-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-DF-WAS-FOUND
               IF WS-DF-COUNT < 150
                   ADD 1 TO WS-DF-COUNT
                   MOVE WS-DQ-FILE-NAME
                       TO WS-DF-FILE-NAME (WS-DF-COUNT)
                   MOVE WS-DQ-FIELD-NAME
                       TO WS-DF-FIELD-NAME (WS-DF-COUNT)
                   MOVE WS-DQ-DEFECT TO WS-DF-DEFECT (WS-DF-COUNT)
                   MOVE 1 TO WS-DF-DEFECTS (WS-DF-COUNT)
               ELSE
                   ADD 1 TO WS-DF-OVERFLOW
               END-IF
           END-IF.

      ******************************************************************
      * START-FILE-SCAN / END-FILE-SCAN - open and close each file's
      * section of the report: the file's counts are kept for the
      * summary, its limit looked up, and an alert raised when its
      * defects are over the limit.
      ******************************************************************
       START-FILE-SCAN.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           MOVE 0   TO WS-DQ-RECORD-NO.
           MOVE 0   TO WS-DQ-FILE-DEFECTS.
           MOVE 0   TO WS-DQ-DETAIL-COUNT.
           MOVE WS-DEFAULT-LIMIT TO WS-DQ-FILE-LIMIT.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
               IF WS-LIMIT-FILE-NAME (WS-LIMIT-IDX) = WS-DQ-FILE-NAME
                   MOVE WS-LIMIT-DEFECTS (WS-LIMIT-IDX)
                       TO WS-DQ-FILE-LIMIT
               END-IF
           END-PERFORM.

       END-FILE-SCAN.
           ADD 1 TO WS-FS-COUNT.
           MOVE WS-FS-COUNT TO WS-FS-IDX.
           MOVE WS-DQ-FILE-NAME    TO WS-FS-FILE-NAME (WS-FS-IDX).
           MOVE WS-DQ-RECORD-NO    TO WS-FS-RECORDS (WS-FS-IDX).
           MOVE WS-DQ-FILE-DEFECTS TO WS-FS-DEFECTS (WS-FS-IDX).
           MOVE WS-DQ-FILE-LIMIT   TO WS-FS-LIMIT (WS-FS-IDX).
           IF WS-SCAN-AT-EOF AND WS-DQ-RECORD-NO = 0
               MOVE 'N' TO WS-FS-ON-HAND-SW (WS-FS-IDX)
           ELSE
               MOVE 'Y' TO WS-FS-ON-HAND-SW (WS-FS-IDX)
           END-IF.
           IF WS-DQ-DETAIL-COUNT < WS-DQ-FILE-DEFECTS
               MOVE WS-DQ-FILE-DEFECTS TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-DQ-FILE-NAME " ... DETAIL LIMIT REACHED - "
                   WS-EDIT-COUNT " DEFECTS IN ALL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           IF WS-DQ-FILE-DEFECTS > WS-DQ-FILE-LIMIT
               ADD 1 TO WS-FILES-OVER-LIMIT
               MOVE 2 TO WS-ALRT-SEVERITY
               MOVE "DQLIMIT" TO WS-ALRT-ALERT-CODE
               MOVE WS-DQ-FILE-DEFECTS TO WS-EDIT-COUNT
               MOVE WS-DQ-FILE-LIMIT TO WS-EDIT-LIMIT
               MOVE SPACES TO WS-ALRT-SHORT-TEXT
               STRING WS-DQ-FILE-NAME WS-EDIT-COUNT
                   " FIELD DEFECTS - LIMIT " WS-EDIT-LIMIT
                   DELIMITED BY SIZE INTO WS-ALRT-SHORT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.

      ******************************************************************
      * PRINT-FIELD-SUMMARY - defect counts by file, field and defect.
      ******************************************************************
       PRINT-FIELD-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEFECTS BY FILE AND FIELD"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILE         FIELD                    "
               "DEFECT                  COUNT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           IF WS-DF-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO FIELD DEFECTS FOUND"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > WS-DF-COUNT
               MOVE WS-DF-DEFECTS (WS-DF-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-DF-FILE-NAME (WS-DF-IDX) " "
                   WS-DF-FIELD-NAME (WS-DF-IDX) " "
                   WS-DF-DEFECT (WS-DF-IDX) " " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.
           IF WS-DF-OVERFLOW > 0
               MOVE WS-DF-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "OTHER FIELD AND DEFECT COMBINATIONS  "
                   "                  " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * PRINT-FILE-SUMMARY - records and defects per file against the
      * file's limit.
      ******************************************************************
       PRINT-FILE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILE         RECORDS  DEFECTS  LIMIT  RESULT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
                   UNTIL WS-FS-IDX > WS-FS-COUNT
               MOVE WS-FS-DEFECTS (WS-FS-IDX) TO WS-EDIT-COUNT
               MOVE WS-FS-LIMIT (WS-FS-IDX) TO WS-EDIT-LIMIT
               MOVE SPACES TO WS-RPT-LINE
               EVALUATE TRUE
                   WHEN NOT WS-FS-IS-ON-HAND (WS-FS-IDX)
                       STRING WS-FS-FILE-NAME (WS-FS-IDX)
                           " NOT ON HAND OR EMPTY - NOT SCANNED"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN WS-FS-DEFECTS (WS-FS-IDX) >
                           WS-FS-LIMIT (WS-FS-IDX)
                       STRING WS-FS-FILE-NAME (WS-FS-IDX) " "
                           WS-FS-RECORDS (WS-FS-IDX) " "
                           WS-EDIT-COUNT " " WS-EDIT-LIMIT
                           "  *** OVER LIMIT - ALERT RAISED ***"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN WS-FS-DEFECTS (WS-FS-IDX) > 0
                       STRING WS-FS-FILE-NAME (WS-FS-IDX) " "
                           WS-FS-RECORDS (WS-FS-IDX) " "
                           WS-EDIT-COUNT " " WS-EDIT-LIMIT
                           "  DEFECTS WITHIN LIMIT"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN OTHER
                       STRING WS-FS-FILE-NAME (WS-FS-IDX) " "
                           WS-FS-RECORDS (WS-FS-IDX) " "
                           WS-EDIT-COUNT " " WS-EDIT-LIMIT
                           "  CLEAN"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
               END-EVALUATE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-DQSCAN - FIELD-LEVEL DATA-QUALITY SCAN"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUSINESS DATE: " WS-BUSINESS-DATE
               "   SCANNED AT: " WS-NOW-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILE         RECORD#  FIELD                    "
               "DEFECT                 VALUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE WS-TOTAL-DEFECTS TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL DEFECTS:        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FILES OVER LIMIT:     " WS-FILES-OVER-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-DQSCAN REPORT ***"
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
           MOVE "EULDQSC" TO WS-ALRT-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO WS-ALRT-BUSINESS-DATE.
           WRITE ALERT-FILE-RECORD.
           CLOSE ALERT-FILE.

       END PROGRAM EULER-DQSCAN.
