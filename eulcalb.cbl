      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Build a year of the processing calendar (CALFILE,
      * copybook EULCAL) from the holiday rules (HOLRULES, copybook
      * EULHRUL), in place of keying it a day at a time.  Every date
      * of the year on the build card (copybook EULCBPM) gets a row:
      * Saturday and Sunday are weekend days ('W'), Monday to Friday
      * business days ('B'), and a weekday a rule lands on is a
      * holiday ('H') - fixed dates (with the Friday or Monday taken
      * in lieu when the rule says so), "nth weekday of the month"
      * rules, and one-off closures.
      * The new rows are merged into the existing calendar in date
      * order.  A day keyed by hand (blank source) is never
      * overwritten - where the rules would mark it differently the
      * difference is listed and the hand-keyed day stands; a day a
      * previous build generated (source 'G') is replaced, so a
      * corrected rules file can simply be rebuilt.  Days outside the
      * year pass through untouched.  The calendar is held (copybook
      * EULLOCK) while it is rewritten through a work file.
      * The listing is a year at a glance for sign-off: a month grid
      * with holidays and hand-keyed days flagged, each month's
      * business-day count and holidays, the rules as applied, and
      * the merge counts.
      * The build does not go through EULER-DATECTL: it is the job
      * that extends a calendar which may already have run out.
      * Return code 4 when a rule is rejected, 12 when the calendar
      * is held by another run, 16 when there is no rules file or the
      * calendar on file cannot be read or rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-CALBUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRUL-FILE ASSIGN TO "HOLRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRUL-FILE-STATUS.
           SELECT CBPM-FILE ASSIGN TO "CALBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CBPM-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT CAL-WORK-FILE ASSIGN TO "EULCAL-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLWK-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-CALBUILD-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HRUL-FILE.
       01  HRUL-FILE-RECORD.
           COPY EULHRUL.
       FD  CBPM-FILE.
       01  CBPM-FILE-RECORD.
           COPY EULCBPM.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  CAL-FILE.
       01  CAL-FILE-RECORD.
           COPY EULCAL.
       FD  CAL-WORK-FILE.
       01  CAL-WORK-RECORD             PIC X(10).
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-HRUL-FILE-STATUS      PIC X(02).
           01 WS-CBPM-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-CAL-FILE-STATUS       PIC X(02).
           01 WS-CLWK-FILE-STATUS      PIC X(02).

           01 WS-HRUL-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-HRUL-AT-EOF        VALUE 'Y'.
           01 WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-CAL-AT-EOF         VALUE 'Y'.
           01 WS-CLWK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-CLWK-AT-EOF        VALUE 'Y'.
           01 WS-REWRITE-FAILED-SW     PIC X(01) VALUE 'N'.
              88 WS-REWRITE-HAS-FAILED VALUE 'Y'.

      * The year being built, one entry per day.
           01 WS-BUILD-YEAR            PIC 9(04) VALUE 0.
           01 WS-JAN1-DATE             PIC 9(08).
           01 WS-JAN1-INT              PIC 9(07).
           01 WS-YEAR-DAYS             PIC 9(03).
           01 WS-YR-IDX                PIC 9(03) COMP.
           01 WS-YR-TABLE.
              05 WS-YR-ENTRY OCCURS 366 TIMES.
                 10 WS-YR-DATE         PIC 9(08).
                 10 WS-YR-WEEKDAY      PIC 9(01).
                 10 WS-YR-DAY-TYPE     PIC X(01).
                 10 WS-YR-SOURCE       PIC X(01).
                 10 WS-YR-NOTE         PIC X(30).

      * Date arithmetic.
           01 WS-DAY-INT               PIC 9(07).
           01 WS-TARGET-INT            PIC 9(07).
           01 WS-FIRST-INT             PIC 9(07).
           01 WS-NEXT-FIRST-INT        PIC 9(07).
           01 WS-LAST-INT              PIC 9(07).
           01 WS-WORK-DATE             PIC 9(08).
           01 WS-WEEKDAY               PIC 9(01).
           01 WS-FIRST-WEEKDAY         PIC 9(01).
           01 WS-WEEKDAY-QUOTIENT      PIC 9(07).
           01 WS-WEEKDAY-REMAINDER     PIC 9(01).
           01 WS-DAY-OFFSET            PIC S9(03).
           01 WS-YEAR-INDEX            PIC S9(05).

      * The rule in hand.
           01 WS-RULE-MONTH            PIC 9(02).
           01 WS-RULE-DAY              PIC 9(02).
           01 WS-RULE-WEEKDAY          PIC 9(01).
           01 WS-RULE-NTH              PIC 9(01).
           01 WS-RULE-DATE             PIC 9(08).
           01 WS-RULE-REJECT           PIC X(30).
           01 WS-RULE-NOTE             PIC X(30).
           01 WS-RULE-RESULT           PIC X(64).
           01 WS-RULE-RESULT-HOLD      PIC X(64).
           01 WS-ADJ-YEAR              PIC 9(04).
           01 WS-DATE-WORK.
              05 WS-DW-YYYY            PIC 9(04).
              05 WS-DW-MM              PIC 9(02).
              05 WS-DW-DD              PIC 9(02).
           01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).
           01 WS-DATE-VALID-SW         PIC X(01) VALUE 'N'.
              88 WS-DATE-IS-VALID      VALUE 'Y'.
           01 WS-MONTH-DAYS-VALUES     PIC X(24)
              VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
              05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
           01 WS-MONTH-LIMIT           PIC 9(02).
           01 WS-LEAP-QUOTIENT         PIC 9(04).
           01 WS-LEAP-REMAINDER        PIC 9(04).

      * Listing work areas.
           01 WS-MONTH-NAME-VALUES.
              05 FILLER PIC X(36) VALUE
                 "JANUARY  FEBRUARY MARCH    APRIL    ".
              05 FILLER PIC X(36) VALUE
                 "MAY      JUNE     JULY     AUGUST   ".
              05 FILLER PIC X(36) VALUE
                 "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
           01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAME-VALUES.
              05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(09).
           01 WS-LIST-MONTH            PIC 9(02).
           01 WS-LIST-COLUMN           PIC 9(01).
           01 WS-MONTH-BUS-DAYS        PIC 9(02).
           01 WS-WEEK-LINE.
              05 WS-WEEK-CELL OCCURS 7 TIMES.
                 10 FILLER             PIC X(01).
                 10 WS-CELL-DAY        PIC Z9.
                 10 WS-CELL-TYPE       PIC X(01).
                 10 WS-CELL-HAND       PIC X(01).
                 10 FILLER             PIC X(01).
           01 WS-EDIT-DAY              PIC Z9.

      * Merge counts.
           01 WS-ROWS-ADDED            PIC 9(05) VALUE 0.
           01 WS-ROWS-REPLACED         PIC 9(05) VALUE 0.
           01 WS-ROWS-UNCHANGED        PIC 9(05) VALUE 0.
           01 WS-ROWS-HAND-KEPT        PIC 9(05) VALUE 0.
           01 WS-ROWS-CONFLICTS        PIC 9(05) VALUE 0.
           01 WS-ROWS-PASSED           PIC 9(05) VALUE 0.
           01 WS-ROWS-WRITTEN          PIC 9(05) VALUE 0.
           01 WS-ROWS-COPIED-BACK      PIC 9(05) VALUE 0.
           01 WS-RULES-READ            PIC 9(03) VALUE 0.
           01 WS-RULES-REJECTED        PIC 9(03) VALUE 0.
           01 WS-YEAR-BUS-DAYS         PIC 9(03) VALUE 0.
           01 WS-YEAR-HOLIDAYS         PIC 9(03) VALUE 0.
           01 WS-YEAR-WEEKEND-DAYS     PIC 9(03) VALUE 0.

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
              05 WS-ENQ-RESOURCE       OCCURS 2 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.

           PERFORM READ-CONTROL-CARD.
           PERFORM READ-BUILD-CARD.

           OPEN INPUT HRUL-FILE.
           IF WS-HRUL-FILE-STATUS NOT = "00"
               DISPLAY "EULER-CALBUILD: NO HOLIDAY RULES FILE - "
                   "STATUS " WS-HRUL-FILE-STATUS
                   " - CALENDAR NOT BUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ENQUEUE-FILE-LOCKS.
           PERFORM OPEN-REPORT.
           PERFORM GENERATE-YEAR.
           PERFORM APPLY-HOLIDAY-RULES.
           CLOSE HRUL-FILE.
           PERFORM MERGE-CALENDAR.
           IF NOT WS-REWRITE-HAS-FAILED
               PERFORM REWRITE-CALENDAR
           END-IF.
           PERFORM PRINT-YEAR-AT-A-GLANCE.
           PERFORM CLOSE-REPORT.
           PERFORM RELEASE-FILE-LOCKS.

           IF WS-REWRITE-HAS-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RULES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - the run-control card's business date is
      * only the default for the build year; it is taken as read,
      * since the calendar it would be checked against may be the
      * one being extended.
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
                       END-IF
               END-READ
               CLOSE CARD-FILE
           END-IF.

      ******************************************************************
      * READ-BUILD-CARD - the year to build (copybook EULCBPM); the
      * business date's year when the card is missing or unusable.
      ******************************************************************
       READ-BUILD-CARD.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-BUILD-YEAR.
           OPEN INPUT CBPM-FILE.
           IF WS-CBPM-FILE-STATUS = "00"
               READ CBPM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CBPM-YEAR-X IS NUMERIC
                               AND WS-CBPM-YEAR-X > "1600"
                           MOVE WS-CBPM-YEAR-X TO WS-BUILD-YEAR
                       ELSE
                           DISPLAY "EULER-CALBUILD: BUILD YEAR "
                               WS-CBPM-YEAR-X " UNUSABLE - BUILDING "
                               WS-BUILD-YEAR
                       END-IF
               END-READ
               CLOSE CBPM-FILE
           END-IF.
           DISPLAY "EULER-CALBUILD: BUILDING CALENDAR YEAR "
               WS-BUILD-YEAR.

      ******************************************************************
      * GENERATE-YEAR - one entry per day of the build year, weekend
      * or business day by its day of the week.
      ******************************************************************
       GENERATE-YEAR.
           COMPUTE WS-JAN1-DATE = WS-BUILD-YEAR * 10000 + 0101.
           COMPUTE WS-JAN1-INT =
               FUNCTION INTEGER-OF-DATE (WS-JAN1-DATE).
           COMPUTE WS-WORK-DATE = (WS-BUILD-YEAR + 1) * 10000 + 0101.
           COMPUTE WS-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - WS-JAN1-INT.
           PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                   UNTIL WS-YR-IDX > WS-YEAR-DAYS
               COMPUTE WS-DAY-INT = WS-JAN1-INT + WS-YR-IDX - 1
               COMPUTE WS-YR-DATE (WS-YR-IDX) =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
               PERFORM FIND-WEEKDAY
               MOVE WS-WEEKDAY TO WS-YR-WEEKDAY (WS-YR-IDX)
               IF WS-WEEKDAY > 5
                   MOVE 'W' TO WS-YR-DAY-TYPE (WS-YR-IDX)
               ELSE
                   MOVE 'B' TO WS-YR-DAY-TYPE (WS-YR-IDX)
               END-IF
               MOVE 'G'    TO WS-YR-SOURCE (WS-YR-IDX)
               MOVE SPACES TO WS-YR-NOTE (WS-YR-IDX)
           END-PERFORM.

      * Day 1 of the integer calendar (1 January 1601) was a Monday,
      * so the day of the week is 1 (Monday) to 7 (Sunday).
       FIND-WEEKDAY.
           COMPUTE WS-WEEKDAY-QUOTIENT = WS-DAY-INT - 1.
           DIVIDE WS-WEEKDAY-QUOTIENT BY 7
               GIVING WS-WEEKDAY-QUOTIENT
               REMAINDER WS-WEEKDAY-REMAINDER.
           COMPUTE WS-WEEKDAY = WS-WEEKDAY-REMAINDER + 1.

      ******************************************************************
      * APPLY-HOLIDAY-RULES - each rule is edited, resolved to its
      * date in the build year, and applied to the year; the rules
      * section of the listing shows where every rule landed.  A
      * rule that fails its edits is listed with the reason and
      * skipped.
      ******************************************************************
       APPLY-HOLIDAY-RULES.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "HOLIDAY RULES APPLIED TO " WS-BUILD-YEAR
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM APPLY-ONE-RULE UNTIL WS-HRUL-AT-EOF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       APPLY-ONE-RULE.
           READ HRUL-FILE
               AT END
                   MOVE 'Y' TO WS-HRUL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RULES-READ
                   MOVE SPACES TO WS-RULE-REJECT
                   MOVE SPACES TO WS-RULE-RESULT
                   MOVE WS-HRUL-DESCRIPTION TO WS-RULE-NOTE
                   EVALUATE TRUE
                       WHEN WS-HRUL-IS-FIXED
                           PERFORM APPLY-FIXED-RULE
                       WHEN WS-HRUL-IS-NTH-WEEKDAY
                           PERFORM APPLY-NTH-WEEKDAY-RULE
                       WHEN WS-HRUL-IS-CLOSURE
                           PERFORM APPLY-CLOSURE-RULE
                       WHEN OTHER
                           MOVE "UNKNOWN RULE TYPE" TO WS-RULE-REJECT
                   END-EVALUATE
                   PERFORM PRINT-RULE-LINE
           END-READ.

      * A fixed date, taken in lieu on the Friday before or Monday
      * after when it falls on a weekend and the rule says so.  The
      * same date in the years either side is resolved as well, so a
      * day taken in lieu across the year end (New Year's Day on a
      * Saturday gives the Friday before) is marked in this year.
       APPLY-FIXED-RULE.
           IF WS-HRUL-MONTH-X IS NOT NUMERIC
                   OR WS-HRUL-DAY-X IS NOT NUMERIC
               MOVE "MONTH OR DAY NOT NUMERIC" TO WS-RULE-REJECT
           ELSE
               MOVE WS-BUILD-YEAR   TO WS-DW-YYYY
               MOVE WS-HRUL-MONTH-X TO WS-DW-MM
               MOVE WS-HRUL-DAY-X   TO WS-DW-DD
               PERFORM VALIDATE-DATE-WORK
               IF NOT WS-DATE-IS-VALID
                   IF WS-DW-MM = 2 AND WS-DW-DD = 29
                       MOVE "NO 29 FEBRUARY THIS YEAR"
                           TO WS-RULE-RESULT
                   ELSE
                       MOVE "NOT A REAL MONTH AND DAY"
                           TO WS-RULE-REJECT
                   END-IF
               ELSE
                   MOVE WS-DATE-WORK-N TO WS-RULE-DATE
                   COMPUTE WS-TARGET-INT =
                       FUNCTION INTEGER-OF-DATE (WS-RULE-DATE)
                   MOVE WS-TARGET-INT TO WS-DAY-INT
                   PERFORM FIND-WEEKDAY
                   IF WS-WEEKDAY > 5 AND WS-HRUL-OBSERVE-WEEKEND
                       IF WS-WEEKDAY = 6
                           SUBTRACT 1 FROM WS-TARGET-INT
                       ELSE
                           ADD 1 TO WS-TARGET-INT
                       END-IF
                       COMPUTE WS-WORK-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-TARGET-INT)
                       STRING WS-RULE-DATE " OBSERVED " WS-WORK-DATE
                           DELIMITED BY SIZE INTO WS-RULE-RESULT
                       PERFORM MARK-HOLIDAY
                   ELSE
                       MOVE WS-RULE-DATE TO WS-WORK-DATE
                       PERFORM MARK-HOLIDAY
                   END-IF
               END-IF
           END-IF.
           IF WS-RULE-REJECT = SPACES AND WS-HRUL-OBSERVE-WEEKEND
               COMPUTE WS-ADJ-YEAR = WS-BUILD-YEAR - 1
               PERFORM OBSERVE-ADJACENT-YEAR
               COMPUTE WS-ADJ-YEAR = WS-BUILD-YEAR + 1
               PERFORM OBSERVE-ADJACENT-YEAR
           END-IF.

      * The rule's date in WS-ADJ-YEAR; only a weekend date whose day
      * in lieu crosses into the build year is marked, and it is
      * added to the rule's result for the listing.
       OBSERVE-ADJACENT-YEAR.
           MOVE WS-ADJ-YEAR     TO WS-DW-YYYY.
           MOVE WS-HRUL-MONTH-X TO WS-DW-MM.
           MOVE WS-HRUL-DAY-X   TO WS-DW-DD.
           PERFORM VALIDATE-DATE-WORK.
           IF WS-DATE-IS-VALID
               COMPUTE WS-TARGET-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N)
               MOVE WS-TARGET-INT TO WS-DAY-INT
               PERFORM FIND-WEEKDAY
               IF WS-WEEKDAY > 5
                   IF WS-WEEKDAY = 6
                       SUBTRACT 1 FROM WS-TARGET-INT
                   ELSE
                       ADD 1 TO WS-TARGET-INT
                   END-IF
                   COMPUTE WS-YEAR-INDEX =
                       WS-TARGET-INT - WS-JAN1-INT + 1
                   IF WS-YEAR-INDEX >= 1
                           AND WS-YEAR-INDEX <= WS-YEAR-DAYS
                       COMPUTE WS-WORK-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-TARGET-INT)
                       MOVE WS-RULE-RESULT TO WS-RULE-RESULT-HOLD
                       MOVE SPACES TO WS-RULE-RESULT
                       STRING WS-RULE-RESULT-HOLD DELIMITED BY "  "
                           "; " WS-DATE-WORK-N " OBSERVED "
                           WS-WORK-DATE
                           DELIMITED BY SIZE INTO WS-RULE-RESULT
                       PERFORM MARK-HOLIDAY
                   END-IF
               END-IF
           END-IF.

      * The nth given weekday of a month, or the last one (nth 5).
       APPLY-NTH-WEEKDAY-RULE.
           IF WS-HRUL-MONTH-X IS NOT NUMERIC
                   OR WS-HRUL-WEEKDAY-X IS NOT NUMERIC
                   OR WS-HRUL-NTH-X IS NOT NUMERIC
               MOVE "MONTH, WEEKDAY OR NTH NOT NUMERIC"
                   TO WS-RULE-REJECT
           ELSE
               MOVE WS-HRUL-MONTH-X   TO WS-RULE-MONTH
               MOVE WS-HRUL-WEEKDAY-X TO WS-RULE-WEEKDAY
               MOVE WS-HRUL-NTH-X     TO WS-RULE-NTH
               IF WS-RULE-MONTH < 1 OR WS-RULE-MONTH > 12
                       OR WS-RULE-WEEKDAY < 1 OR WS-RULE-WEEKDAY > 7
                       OR WS-RULE-NTH < 1 OR WS-RULE-NTH > 5
                   MOVE "MONTH, WEEKDAY OR NTH OUT OF RANGE"
                       TO WS-RULE-REJECT
               ELSE
                   PERFORM RESOLVE-NTH-WEEKDAY
                   PERFORM MARK-HOLIDAY
               END-IF
           END-IF.

       RESOLVE-NTH-WEEKDAY.
           COMPUTE WS-WORK-DATE =
               WS-BUILD-YEAR * 10000 + WS-RULE-MONTH * 100 + 1.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE).
           IF WS-RULE-NTH < 5
               MOVE WS-FIRST-INT TO WS-DAY-INT
               PERFORM FIND-WEEKDAY
               COMPUTE WS-DAY-OFFSET = WS-RULE-WEEKDAY - WS-WEEKDAY
               IF WS-DAY-OFFSET < 0
                   ADD 7 TO WS-DAY-OFFSET
               END-IF
               COMPUTE WS-TARGET-INT = WS-FIRST-INT + WS-DAY-OFFSET
                   + (WS-RULE-NTH - 1) * 7
           ELSE
               IF WS-RULE-MONTH = 12
                   COMPUTE WS-WORK-DATE =
                       (WS-BUILD-YEAR + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-WORK-DATE = WS-BUILD-YEAR * 10000
                       + (WS-RULE-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
               MOVE WS-LAST-INT TO WS-DAY-INT
               PERFORM FIND-WEEKDAY
               COMPUTE WS-DAY-OFFSET = WS-WEEKDAY - WS-RULE-WEEKDAY
               IF WS-DAY-OFFSET < 0
                   ADD 7 TO WS-DAY-OFFSET
               END-IF
               COMPUTE WS-TARGET-INT = WS-LAST-INT - WS-DAY-OFFSET
           END-IF.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TARGET-INT).

      * A one-off closure only counts in its own year.
       APPLY-CLOSURE-RULE.
           IF WS-HRUL-CLOSURE-DATE-X IS NOT NUMERIC
               MOVE "CLOSURE DATE NOT NUMERIC" TO WS-RULE-REJECT
           ELSE
               MOVE WS-HRUL-CLOSURE-DATE-X TO WS-DATE-WORK
               PERFORM VALIDATE-DATE-WORK
               IF NOT WS-DATE-IS-VALID
                   MOVE "CLOSURE DATE NOT A REAL DATE"
                       TO WS-RULE-REJECT
               ELSE
                   IF WS-DW-YYYY NOT = WS-BUILD-YEAR
                       MOVE "OUTSIDE THE BUILD YEAR" TO WS-RULE-RESULT
                   ELSE
                       MOVE WS-DATE-WORK-N TO WS-WORK-DATE
                       COMPUTE WS-TARGET-INT =
                           FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
                       PERFORM MARK-HOLIDAY
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * MARK-HOLIDAY - the day at WS-TARGET-INT (date WS-WORK-DATE)
      * becomes a holiday if it is a business day of the build year.
      * A weekend day stays a weekend day; an observed day that falls
      * into the next or previous year is noted and not marked here -
      * the build for that year marks it (OBSERVE-ADJACENT-YEAR).
      ******************************************************************
       MARK-HOLIDAY.
           COMPUTE WS-YEAR-INDEX = WS-TARGET-INT - WS-JAN1-INT + 1.
           IF WS-YEAR-INDEX < 1 OR WS-YEAR-INDEX > WS-YEAR-DAYS
               MOVE SPACES TO WS-RULE-RESULT
               IF WS-RULE-DATE = WS-WORK-DATE
                   STRING WS-WORK-DATE
                       " - OUTSIDE THE BUILD YEAR, NOT MARKED"
                       DELIMITED BY SIZE INTO WS-RULE-RESULT
               ELSE
                   STRING WS-RULE-DATE " OBSERVED " WS-WORK-DATE
                       " - OUTSIDE THE BUILD YEAR, NOT MARKED"
                       DELIMITED BY SIZE INTO WS-RULE-RESULT
               END-IF
           ELSE
               MOVE WS-YEAR-INDEX TO WS-YR-IDX
               IF WS-RULE-RESULT = SPACES
                   MOVE WS-WORK-DATE TO WS-RULE-RESULT
               END-IF
               IF WS-YR-DAY-TYPE (WS-YR-IDX) = 'W'
                   MOVE SPACES TO WS-RULE-RESULT
                   STRING WS-WORK-DATE " - WEEKEND, NOT MARKED"
                       DELIMITED BY SIZE INTO WS-RULE-RESULT
               ELSE
                   MOVE 'H' TO WS-YR-DAY-TYPE (WS-YR-IDX)
                   IF WS-YR-NOTE (WS-YR-IDX) = SPACES
                       MOVE WS-RULE-NOTE TO WS-YR-NOTE (WS-YR-IDX)
                   END-IF
               END-IF
           END-IF.

       PRINT-RULE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RULE-REJECT NOT = SPACES
               ADD 1 TO WS-RULES-REJECTED
               STRING "  " HRUL-FILE-RECORD (1:16) " "
                   WS-HRUL-DESCRIPTION " *** REJECTED - "
                   DELIMITED BY SIZE
                   WS-RULE-REJECT DELIMITED BY "  "
                   " ***" DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  " HRUL-FILE-RECORD (1:16) " "
                   WS-HRUL-DESCRIPTION " -> " WS-RULE-RESULT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       VALIDATE-DATE-WORK.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-DW-YYYY > 0 AND WS-DW-MM >= 1 AND WS-DW-MM <= 12
               MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-MONTH-LIMIT
               IF WS-DW-MM = 2
                   DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-LIMIT
                       DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-MONTH-LIMIT
                           DIVIDE WS-DW-YYYY BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-MONTH-LIMIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-DW-DD >= 1 AND WS-DW-DD <= WS-MONTH-LIMIT
                   SET WS-DATE-IS-VALID TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * MERGE-CALENDAR - the existing calendar and the generated year
      * in date order, to the work file.  A day of the year already
      * on file keeps its hand-keyed row (a differing rule result is
      * listed) or has its generated row replaced; every other row
      * on file passes through as it stands.  Only a calendar that
      * is not there yet (status 35) starts from the generated year
      * alone; one that is there but cannot be read stops the build
      * short of the rewrite, so no hand-keyed day is lost.
      ******************************************************************
       MERGE-CALENDAR.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "HAND-KEYED DAYS THE RULES WOULD MARK DIFFERENTLY "
               "(HAND-KEYED DAY KEPT)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE 1 TO WS-YR-IDX.
           OPEN OUTPUT CAL-WORK-FILE.
           IF WS-CLWK-FILE-STATUS NOT = "00"
               DISPLAY "EULER-CALBUILD: CALENDAR WORK FILE CANNOT BE "
                   "WRITTEN - STATUS " WS-CLWK-FILE-STATUS
               SET WS-REWRITE-HAS-FAILED TO TRUE
           ELSE
               OPEN INPUT CAL-FILE
               EVALUATE WS-CAL-FILE-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "35"
                       MOVE 'Y' TO WS-CAL-EOF-SW
                   WHEN OTHER
                       DISPLAY "EULER-CALBUILD: CALFILE CANNOT BE "
                           "READ - STATUS " WS-CAL-FILE-STATUS
                       SET WS-REWRITE-HAS-FAILED TO TRUE
               END-EVALUATE
               IF NOT WS-REWRITE-HAS-FAILED
                   PERFORM MERGE-ONE-CALENDAR-ROW UNTIL WS-CAL-AT-EOF
                   IF WS-CAL-FILE-STATUS = "10"
                       CLOSE CAL-FILE
                   END-IF
                   PERFORM WRITE-GENERATED-ROW
                       UNTIL WS-YR-IDX > WS-YEAR-DAYS
               END-IF
               CLOSE CAL-WORK-FILE
           END-IF.
           IF WS-ROWS-CONFLICTS = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       MERGE-ONE-CALENDAR-ROW.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
               NOT AT END
                   IF WS-CAL-DATE IS NOT NUMERIC
                       PERFORM PASS-CALENDAR-ROW
                   ELSE
                       PERFORM WRITE-GENERATED-ROW
                           UNTIL WS-YR-IDX > WS-YEAR-DAYS
                               OR WS-YR-DATE (WS-YR-IDX) >=
                                   WS-CAL-DATE
                       IF WS-YR-IDX <= WS-YEAR-DAYS
                               AND WS-YR-DATE (WS-YR-IDX) =
                                   WS-CAL-DATE
                           PERFORM MERGE-SAME-DAY
                       ELSE
                           PERFORM PASS-CALENDAR-ROW
                       END-IF
                   END-IF
           END-READ.

       MERGE-SAME-DAY.
           IF WS-CAL-WAS-GENERATED
               IF WS-CAL-DAY-TYPE = WS-YR-DAY-TYPE (WS-YR-IDX)
                   ADD 1 TO WS-ROWS-UNCHANGED
               ELSE
                   ADD 1 TO WS-ROWS-REPLACED
               END-IF
               ADD 1 TO WS-ROWS-WRITTEN
               MOVE WS-YR-DATE (WS-YR-IDX)     TO WS-CAL-DATE
               MOVE WS-YR-DAY-TYPE (WS-YR-IDX) TO WS-CAL-DAY-TYPE
               MOVE 'G'                        TO WS-CAL-SOURCE
               WRITE CAL-WORK-RECORD FROM CAL-FILE-RECORD
           ELSE
               ADD 1 TO WS-ROWS-HAND-KEPT
               IF WS-CAL-DAY-TYPE NOT = WS-YR-DAY-TYPE (WS-YR-IDX)
                   ADD 1 TO WS-ROWS-CONFLICTS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  " WS-CAL-DATE "  HAND-KEYED "
                       WS-CAL-DAY-TYPE "  RULES "
                       WS-YR-DAY-TYPE (WS-YR-IDX) "  "
                       WS-YR-NOTE (WS-YR-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
               MOVE WS-CAL-DAY-TYPE TO WS-YR-DAY-TYPE (WS-YR-IDX)
               MOVE SPACE           TO WS-YR-SOURCE (WS-YR-IDX)
               ADD 1 TO WS-ROWS-WRITTEN
               WRITE CAL-WORK-RECORD FROM CAL-FILE-RECORD
           END-IF.
           ADD 1 TO WS-YR-IDX.

       PASS-CALENDAR-ROW.
           ADD 1 TO WS-ROWS-PASSED.
           ADD 1 TO WS-ROWS-WRITTEN.
           WRITE CAL-WORK-RECORD FROM CAL-FILE-RECORD.

       WRITE-GENERATED-ROW.
           MOVE SPACES                     TO CAL-WORK-RECORD.
           MOVE WS-YR-DATE (WS-YR-IDX)     TO CAL-WORK-RECORD (1:8).
           MOVE WS-YR-DAY-TYPE (WS-YR-IDX) TO CAL-WORK-RECORD (9:1).
           MOVE 'G'                        TO CAL-WORK-RECORD (10:1).
           WRITE CAL-WORK-RECORD.
           ADD 1 TO WS-ROWS-ADDED.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-YR-IDX.

      ******************************************************************
      * REWRITE-CALENDAR - copy the merged work file back over the
      * calendar and prove the count; a short copy is reported with
      * the work file left standing to restore from.
      ******************************************************************
       REWRITE-CALENDAR.
           MOVE 'N' TO WS-CLWK-EOF-SW.
           OPEN INPUT CAL-WORK-FILE.
           OPEN OUTPUT CAL-FILE.
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "EULER-CALBUILD: CALFILE CANNOT BE WRITTEN - "
                   "STATUS " WS-CAL-FILE-STATUS
               SET WS-REWRITE-HAS-FAILED TO TRUE
               MOVE 'Y' TO WS-CLWK-EOF-SW
           END-IF.
           PERFORM COPY-CALENDAR-BACK UNTIL WS-CLWK-AT-EOF.
           CLOSE CAL-WORK-FILE.
           CLOSE CAL-FILE.
           IF WS-ROWS-COPIED-BACK NOT = WS-ROWS-WRITTEN
               SET WS-REWRITE-HAS-FAILED TO TRUE
               DISPLAY "EULER-CALBUILD: CALFILE NOT REWRITTEN WHOLE - "
                   "RESTORE IT FROM EULCAL-WORK"
           END-IF.

       COPY-CALENDAR-BACK.
           READ CAL-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-CLWK-EOF-SW
               NOT AT END
                   WRITE CAL-FILE-RECORD FROM CAL-WORK-RECORD
                   ADD 1 TO WS-ROWS-COPIED-BACK
           END-READ.

      ******************************************************************
      * PRINT-YEAR-AT-A-GLANCE - one grid per month, Monday first,
      * with 'H' after a holiday and '*' after a hand-keyed day, then
      * the month's business-day count and its holidays.
      ******************************************************************
       PRINT-YEAR-AT-A-GLANCE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "YEAR AT A GLANCE - " WS-BUILD-YEAR
               "   (H = HOLIDAY, * = HAND-KEYED DAY)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE 1 TO WS-YR-IDX.
           PERFORM VARYING WS-LIST-MONTH FROM 1 BY 1
                   UNTIL WS-LIST-MONTH > 12
               PERFORM PRINT-MONTH-GRID
           END-PERFORM.

       PRINT-MONTH-GRID.
           MOVE 0 TO WS-MONTH-BUS-DAYS.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-MONTH-NAME (WS-LIST-MONTH) " " WS-BUILD-YEAR
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING " MO    TU    WE    TH    FR    SA    SU"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-WEEK-LINE.
           PERFORM PLACE-ONE-DAY
               UNTIL WS-YR-IDX > WS-YEAR-DAYS
                   OR WS-YR-DATE (WS-YR-IDX) (5:2) NOT =
                       WS-LIST-MONTH
           IF WS-WEEK-LINE NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-WEEK-LINE TO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "   BUSINESS DAYS: " WS-MONTH-BUS-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM LIST-MONTH-HOLIDAYS.

       PLACE-ONE-DAY.
           MOVE WS-YR-WEEKDAY (WS-YR-IDX) TO WS-LIST-COLUMN.
           MOVE WS-YR-DATE (WS-YR-IDX) (7:2)
               TO WS-CELL-DAY (WS-LIST-COLUMN).
           EVALUATE WS-YR-DAY-TYPE (WS-YR-IDX)
               WHEN 'B'
                   ADD 1 TO WS-MONTH-BUS-DAYS
                   ADD 1 TO WS-YEAR-BUS-DAYS
               WHEN 'H'
                   MOVE 'H' TO WS-CELL-TYPE (WS-LIST-COLUMN)
                   ADD 1 TO WS-YEAR-HOLIDAYS
               WHEN OTHER
                   ADD 1 TO WS-YEAR-WEEKEND-DAYS
           END-EVALUATE.
           IF WS-YR-SOURCE (WS-YR-IDX) NOT = 'G'
               MOVE '*' TO WS-CELL-HAND (WS-LIST-COLUMN)
           END-IF.
           IF WS-LIST-COLUMN = 7
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-WEEK-LINE TO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-WEEK-LINE
           END-IF.
           ADD 1 TO WS-YR-IDX.

       LIST-MONTH-HOLIDAYS.
           PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-DAYS
               IF WS-YR-DATE (WS-YEAR-INDEX) (5:2) = WS-LIST-MONTH
                       AND WS-YR-DAY-TYPE (WS-YEAR-INDEX) = 'H'
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-YR-NOTE (WS-YEAR-INDEX) = SPACES
                       STRING "   HOLIDAY "
                           WS-YR-DATE (WS-YEAR-INDEX) " (HAND-KEYED)"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       STRING "   HOLIDAY "
                           WS-YR-DATE (WS-YEAR-INDEX) " "
                           WS-YR-NOTE (WS-YEAR-INDEX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-CALBUILD - PROCESSING CALENDAR BUILD"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUILD YEAR: " WS-BUILD-YEAR
               "   RUN DATE: " WS-CURRENT-DATE
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "YEAR " WS-BUILD-YEAR ": " WS-YEAR-BUS-DAYS
               " BUSINESS DAYS, " WS-YEAR-HOLIDAYS " HOLIDAYS, "
               WS-YEAR-WEEKEND-DAYS " WEEKEND DAYS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RULES READ:            " WS-RULES-READ
               "   REJECTED: " WS-RULES-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DAYS ADDED:            " WS-ROWS-ADDED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DAYS REGENERATED:      " WS-ROWS-REPLACED
               " CHANGED, " WS-ROWS-UNCHANGED " UNCHANGED"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "HAND-KEYED DAYS KEPT:  " WS-ROWS-HAND-KEPT
               "   DIFFERING FROM THE RULES: " WS-ROWS-CONFLICTS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "OTHER DAYS PASSED:     " WS-ROWS-PASSED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-REWRITE-HAS-FAILED
               STRING "*** CALFILE NOT REWRITTEN - SEE THE JOB LOG ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "CALFILE ROWS WRITTEN:  " WS-ROWS-COPIED-BACK
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CHECKED BY: ____________________   "
               "APPROVED BY: ____________________   DATE: ________"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-CALBUILD REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the calendar and its work file
      * (copybook EULLOCK) while the calendar is rewritten.  The
      * EULER-DATECTL date control looks for the calendar's lock
      * before it opens the file and rejects the date while it is
      * held, so it never reads the calendar half-built.  A calendar
      * already held by another run refuses this one (return code
      * 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 2 TO WS-ENQ-COUNT.
           MOVE "CALFILE"     TO WS-ENQ-RESOURCE (1).
           MOVE "EULCAL-WORK" TO WS-ENQ-RESOURCE (2).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-CALBUILD: CALENDAR HELD BY "
                   "ANOTHER RUN - NOT STARTED"
               CLOSE HRUL-FILE
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
               MOVE "EULCALB" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-RUN-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-CALBUILD: " WS-LOCK-RESOURCE
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
               MOVE 'N' TO WS-LOCKS-HELD-SW
           END-IF.

       DROP-MY-LOCKS.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF WS-LOCK-JOB-NAME NOT = "EULCALB"
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

       END PROGRAM EULER-CALBUILD.
