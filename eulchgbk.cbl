      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Monthly chargeback of batch time to the operators
      * who run the jobs.  Every run of the month is paired start to
      * end off the shared AUDITFILE the way EULER-AUDIT pairs them
      * (most recent unmatched start of the same job) and priced at
      * its job's cost per elapsed second from the rate table
      * (copybook EULRATE), plus the job's force-rerun or REPROC
      * surcharge.  The run's mode, force flag and business date come
      * from its work-unit metrics record (copybook EULMTRC), matched
      * by job name and start timestamp; a run with no metrics record
      * is priced as an ordinary run under its start date.  The month
      * is the business month named on the chargeback card (copybook
      * EULCGCD); no card prices the month before the business date's
      * month.  SIM trial runs and abended runs (a start with no end
      * record) are not charged - both are counted, and the abended
      * runs are listed with their operator and start time.
      * The priced runs are sorted by operator and job into one
      * statement per operator with the operator's total and a grand
      * total, and the same figures go out pipe-delimited on the
      * finance feed (logical file CHRGFEED) - an 'H' header with the
      * month, one 'D' record per operator and job, and a 'T' trailer
      * with the record count and the grand total for the finance
      * system to balance against.
      * Return code 8 when a run had no rate to price it (it is
      * charged at zero and listed) or the card month is not a valid
      * YYYYMM, 16 when the rate table or the audit trail is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-CHARGEBK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGCD-FILE ASSIGN TO "CHRGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CGCD-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT MTRC-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRC-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "EULSORT-WORK".
           SELECT RPT-FILE ASSIGN TO "EULER-CHARGEBACK-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-FILE ASSIGN TO "CHRGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CGCD-FILE.
       01  CGCD-FILE-RECORD.
           COPY EULCGCD.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  RATE-FILE.
       01  RATE-FILE-RECORD.
           COPY EULRATE.
       FD  MTRC-FILE.
       01  MTRC-FILE-RECORD.
           COPY EULMTRC.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-OPERATOR-ID           PIC X(08).
           05 SW-JOB-NAME              PIC X(08).
           05 SW-START-TS              PIC 9(14).
           05 SW-RUN-KIND              PIC X(01).
              88 SW-RUN-WAS-FORCED     VALUE 'F'.
              88 SW-RUN-WAS-REPROC     VALUE 'R'.
           05 SW-RATED-SW              PIC X(01).
              88 SW-RUN-WAS-RATED      VALUE 'Y'.
           05 SW-ELAPSED-SECS          PIC 9(09).
           05 SW-BASE-CHARGE           PIC 9(11)V99.
           05 SW-SURCHARGE             PIC 9(11)V99.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  FEED-FILE.
       01  FEED-FILE-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-CGCD-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-RATE-FILE-STATUS      PIC X(02).
           01 WS-MTRC-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-FEED-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-RATE-AT-EOF        VALUE 'Y'.
           01 WS-MTRC-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-MTRC-AT-EOF        VALUE 'Y'.
           01 WS-AUDIT-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-AUDIT-FILE-OPEN    VALUE 'Y'.
           01 WS-AUDIT-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-AUDIT-AT-EOF       VALUE 'Y'.
           01 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SORT-AT-EOF        VALUE 'Y'.

           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-BUSINESS-MONTH        PIC 9(06).
           01 WS-BUSINESS-MONTH-X REDEFINES WS-BUSINESS-MONTH.
              05 WS-BUSINESS-YEAR      PIC 9(04).
              05 WS-BUSINESS-MM        PIC 9(02).
           01 WS-CHARGE-MONTH          PIC 9(06) VALUE 0.
           01 WS-CHARGE-MONTH-X REDEFINES WS-CHARGE-MONTH.
              05 WS-CHARGE-YEAR        PIC 9(04).
              05 WS-CHARGE-MM          PIC 9(02).

      * The rate table, one entry per job name.
           01 WS-RT-COUNT              PIC 9(02) VALUE 0.
           01 WS-RT-IDX                PIC 9(02) COMP.
           01 WS-RT-FOUND-SW           PIC X(01) VALUE 'N'.
              88 WS-RT-WAS-FOUND       VALUE 'Y'.
           01 WS-RT-TABLE.
              05 WS-RT-ENTRY OCCURS 50 TIMES.
                 10 WS-RT-JOB-NAME        PIC X(08).
                 10 WS-RT-PER-SECOND      PIC 9(05)V9(04).
                 10 WS-RT-FORCE-PCT       PIC 9(03).
                 10 WS-RT-REPROC-PCT      PIC 9(03).
           01 WS-RATE-PER-SECOND-WORK  PIC X(09).
           01 WS-RATE-PER-SECOND-NUM REDEFINES WS-RATE-PER-SECOND-WORK
                                       PIC 9(05)V9(04).
           01 WS-RATES-REJECTED        PIC 9(04) VALUE 0.

      * Metrics records for runs that may belong to the month.
           01 WS-MT-COUNT              PIC 9(04) VALUE 0.
           01 WS-MT-IDX                PIC 9(04) COMP.
           01 WS-MT-FOUND-SW           PIC X(01) VALUE 'N'.
              88 WS-MT-WAS-FOUND       VALUE 'Y'.
           01 WS-MT-TABLE.
              05 WS-MT-ENTRY OCCURS 1000 TIMES.
                 10 WS-MT-JOB-NAME        PIC X(08).
                 10 WS-MT-START-TS        PIC 9(14).
                 10 WS-MT-RUN-DATE        PIC 9(08).
                 10 WS-MT-RUN-MODE        PIC X(01).
                 10 WS-MT-FORCE-FLAG      PIC X(01).

      * Start records waiting for their end record.  A paired start
      * is dropped from the table so only open runs stay held.
           01 WS-PAIR-COUNT            PIC 9(04) VALUE 0.
           01 WS-PAIR-IDX              PIC 9(04) COMP.
           01 WS-PAIR-SHIFT-IDX        PIC 9(04) COMP.
           01 WS-PAIR-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-PAIR-WAS-FOUND     VALUE 'Y'.
           01 WS-PAIR-TABLE.
              05 WS-PAIR-ENTRY OCCURS 500 TIMES.
                 10 WS-PAIR-JOB-NAME      PIC X(08).
                 10 WS-PAIR-OPERATOR-ID   PIC X(08).
                 10 WS-PAIR-START-TS      PIC 9(14).

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

      * The run being priced.
           01 WS-RUN-JOB-NAME          PIC X(08).
           01 WS-RUN-OPERATOR-ID       PIC X(08).
           01 WS-RUN-START-TS          PIC 9(14).
           01 WS-RUN-BUSINESS-DATE     PIC 9(08).
           01 WS-RUN-MODE              PIC X(01).
              88 WS-RUN-IS-SIMULATE    VALUE 'S'.
              88 WS-RUN-IS-REPROCESS   VALUE 'R'.
           01 WS-RUN-FORCE-FLAG        PIC X(01).
              88 WS-RUN-WAS-FORCED     VALUE 'F'.
           01 WS-SURCHARGE-PCT         PIC 9(03) VALUE 0.

      * Control-break accumulators for the statement.
           01 WS-PRIOR-OPERATOR-ID     PIC X(08) VALUE SPACES.
           01 WS-PRIOR-JOB-NAME        PIC X(08) VALUE SPACES.
           01 WS-FIRST-GROUP-SW        PIC X(01) VALUE 'Y'.
              88 WS-IS-FIRST-GROUP     VALUE 'Y'.
           01 WS-JOB-TOTALS.
              05 WS-JOB-RUNS           PIC 9(05).
              05 WS-JOB-FORCED         PIC 9(05).
              05 WS-JOB-REPROC         PIC 9(05).
              05 WS-JOB-UNRATED        PIC 9(05).
              05 WS-JOB-SECONDS        PIC 9(11).
              05 WS-JOB-BASE           PIC 9(11)V99.
              05 WS-JOB-SURCHARGE      PIC 9(11)V99.
              05 WS-JOB-TOTAL          PIC 9(11)V99.
           01 WS-OPER-TOTALS.
              05 WS-OPER-RUNS          PIC 9(05).
              05 WS-OPER-SECONDS       PIC 9(11).
              05 WS-OPER-BASE          PIC 9(11)V99.
              05 WS-OPER-SURCHARGE     PIC 9(11)V99.
              05 WS-OPER-TOTAL         PIC 9(11)V99.
           01 WS-GRAND-TOTALS.
              05 WS-GRAND-RUNS         PIC 9(06) VALUE 0.
              05 WS-GRAND-SECONDS      PIC 9(11) VALUE 0.
              05 WS-GRAND-BASE         PIC 9(11)V99 VALUE 0.
              05 WS-GRAND-SURCHARGE    PIC 9(11)V99 VALUE 0.
              05 WS-GRAND-TOTAL        PIC 9(11)V99 VALUE 0.
           01 WS-OPERATOR-COUNT        PIC 9(04) VALUE 0.
           01 WS-FEED-COUNT            PIC 9(06) VALUE 0.

           01 WS-RUNS-PRICED           PIC 9(06) VALUE 0.
           01 WS-RUNS-UNRATED          PIC 9(06) VALUE 0.
           01 WS-RUNS-SIMULATED        PIC 9(06) VALUE 0.
           01 WS-RUNS-ABENDED          PIC 9(06) VALUE 0.
           01 WS-RUNS-OTHER-MONTH      PIC 9(06) VALUE 0.
           01 WS-RUNS-NO-METRICS       PIC 9(06) VALUE 0.
           01 WS-ENDS-UNMATCHED        PIC 9(06) VALUE 0.

           01 WS-COUNT-EDIT            PIC Z(04)9.
           01 WS-SECS-EDIT             PIC Z(10)9.
           01 WS-MONEY-EDIT            PIC Z(10)9.99.
           01 WS-FEED-MONEY            PIC 9(11).99.
           01 WS-FEED-MONEY-2          PIC 9(11).99.
           01 WS-FEED-MONEY-3          PIC 9(11).99.

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).
           01 WS-FEED-LINE             PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM READ-CHARGE-CARD.
           IF WS-CHARGE-MONTH = 0
                   OR WS-CHARGE-MM < 1 OR WS-CHARGE-MM > 12
               DISPLAY "EULER-CHARGEBK: CHARGEBACK CARD MONTH IS NOT "
                   "A VALID YYYYMM - NOTHING PRICED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           IF WS-RT-COUNT = 0
               DISPLAY "EULER-CHARGEBK: NO USABLE RATE TABLE - "
                   "NOTHING PRICED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-METRICS-TABLE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-OPERATOR-ID SW-JOB-NAME SW-START-TS
               INPUT PROCEDURE IS PRICE-MONTH-RUNS
               OUTPUT PROCEDURE IS PRODUCE-CHARGEBACK.

           IF RETURN-CODE < 16
               IF WS-RUNS-UNRATED > 0 OR WS-RATES-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.


      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; a
      * business date replaces the machine clock, and it is the
      * business date's month the default chargeback month counts
      * back from.
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
      * RESOLVE-BUSINESS-DATE - route the business date through the
      * shared EULER-DATECTL control (copybook EULDCTL) in inquiry
      * mode.  A missing date-control module runs under the raw date
      * with a message.
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
                   DISPLAY "EULER-CHARGEBK: DATE CONTROL MODULE NOT "
                       "AVAILABLE - RUNNING UNDER THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-CHARGEBK: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-CURRENT-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.

      ******************************************************************
      * READ-CHARGE-CARD - the month to price off the chargeback card;
      * no card (or spaces) means the month before the business
      * date's month, the ordinary month-end submission.  A month
      * that is not numeric is left at zero for the edit to refuse.
      ******************************************************************
       READ-CHARGE-CARD.
           IF WS-BUSINESS-MM = 1
               COMPUTE WS-CHARGE-YEAR = WS-BUSINESS-YEAR - 1
               MOVE 12 TO WS-CHARGE-MM
           ELSE
               MOVE WS-BUSINESS-YEAR TO WS-CHARGE-YEAR
               COMPUTE WS-CHARGE-MM = WS-BUSINESS-MM - 1
           END-IF.
           OPEN INPUT CGCD-FILE.
           IF WS-CGCD-FILE-STATUS = "00"
               READ CGCD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CGCD-CHARGE-MONTH-X IS NUMERIC
                           MOVE WS-CGCD-CHARGE-MONTH-X
                               TO WS-CHARGE-MONTH
                       ELSE
                           IF WS-CGCD-CHARGE-MONTH-X NOT = SPACES
                               MOVE 0 TO WS-CHARGE-MONTH
                           END-IF
                       END-IF
               END-READ
               CLOSE CGCD-FILE
           END-IF.

      ******************************************************************
      * LOAD-RATE-TABLE - one entry per job.  An entry whose rate or
      * surcharges are not numeric is refused with a message, so the
      * job falls to the DEFAULT rate (or goes unrated) instead of
      * being priced off a bad card.
      ******************************************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "EULER-CHARGEBK: RATE TABLE NOT FOUND - STATUS "
                   WS-RATE-FILE-STATUS
               MOVE 'Y' TO WS-RATE-EOF-SW
           END-IF.

           PERFORM UNTIL WS-RATE-AT-EOF
               READ RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF-SW
                   NOT AT END
                       PERFORM LOAD-RATE-ENTRY
               END-READ
           END-PERFORM.

           IF WS-RATE-FILE-STATUS = "10"
               CLOSE RATE-FILE
           END-IF.

       LOAD-RATE-ENTRY.
           IF WS-RATE-JOB-NAME = SPACES
                   OR WS-RATE-PER-SECOND-X IS NOT NUMERIC
                   OR WS-RATE-FORCE-PCT-X IS NOT NUMERIC
                   OR WS-RATE-REPROC-PCT-X IS NOT NUMERIC
               ADD 1 TO WS-RATES-REJECTED
               DISPLAY "EULER-CHARGEBK: RATE ENTRY FOR "
                   WS-RATE-JOB-NAME " IS NOT NUMERIC - ENTRY IGNORED"
           ELSE
               IF WS-RT-COUNT >= 50
                   ADD 1 TO WS-RATES-REJECTED
                   DISPLAY "EULER-CHARGEBK: MORE THAN 50 RATE ENTRIES "
                       "- " WS-RATE-JOB-NAME " IGNORED"
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-RATE-JOB-NAME TO WS-RT-JOB-NAME (WS-RT-COUNT)
                   MOVE WS-RATE-PER-SECOND-X TO WS-RATE-PER-SECOND-WORK
                   MOVE WS-RATE-PER-SECOND-NUM
                       TO WS-RT-PER-SECOND (WS-RT-COUNT)
                   MOVE WS-RATE-FORCE-PCT-X
                       TO WS-RT-FORCE-PCT (WS-RT-COUNT)
                   MOVE WS-RATE-REPROC-PCT-X
                       TO WS-RT-REPROC-PCT (WS-RT-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * FIND-JOB-RATE - the job's own entry, else the DEFAULT entry.
      ******************************************************************
       FIND-JOB-RATE.
           MOVE 'N' TO WS-RT-FOUND-SW.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-WAS-FOUND
               IF WS-RT-JOB-NAME (WS-RT-IDX) = WS-RUN-JOB-NAME
                   MOVE 'Y' TO WS-RT-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-RT-WAS-FOUND
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-WAS-FOUND
                   IF WS-RT-JOB-NAME (WS-RT-IDX) = "DEFAULT"
                       MOVE 'Y' TO WS-RT-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RT-WAS-FOUND
               SUBTRACT 1 FROM WS-RT-IDX
           END-IF.

      ******************************************************************
      * LOAD-METRICS-TABLE - keep each metrics record whose business
      * date or start date falls in the month being priced; a run
      * that started after midnight for the prior business date is
      * charged to its business month.  No metrics file is not an
      * error - every run then prices as an ordinary run.
      ******************************************************************
       LOAD-METRICS-TABLE.
           OPEN INPUT MTRC-FILE.
           IF WS-MTRC-FILE-STATUS NOT = "00"
               DISPLAY "EULER-CHARGEBK: METRICS FILE NOT FOUND - "
                   "STATUS " WS-MTRC-FILE-STATUS
                   " - RUN MODES NOT KNOWN, ALL RUNS PRICED AS ORDINARY"
               MOVE 'Y' TO WS-MTRC-EOF-SW
           END-IF.

           PERFORM UNTIL WS-MTRC-AT-EOF
               READ MTRC-FILE
                   AT END
                       MOVE 'Y' TO WS-MTRC-EOF-SW
                   NOT AT END
                       IF WS-MTRC-RUN-DATE (1:6) = WS-CHARGE-MONTH-X
                               OR WS-MTRC-START-TIMESTAMP (1:6) =
                                   WS-CHARGE-MONTH-X
                           PERFORM HOLD-METRICS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MTRC-FILE-STATUS = "10"
               CLOSE MTRC-FILE
           END-IF.

       HOLD-METRICS-RECORD.
           IF WS-MT-COUNT >= 1000
               DISPLAY "EULER-CHARGEBK: MORE THAN 1000 METRICS RECORDS "
                   "IN THE MONTH - LATER RUNS PRICED AS ORDINARY"
           ELSE
               ADD 1 TO WS-MT-COUNT
               MOVE WS-MTRC-JOB-NAME        TO
                   WS-MT-JOB-NAME (WS-MT-COUNT)
               MOVE WS-MTRC-START-TIMESTAMP TO
                   WS-MT-START-TS (WS-MT-COUNT)
               MOVE WS-MTRC-RUN-DATE        TO
                   WS-MT-RUN-DATE (WS-MT-COUNT)
               MOVE WS-MTRC-RUN-MODE        TO
                   WS-MT-RUN-MODE (WS-MT-COUNT)
               MOVE WS-MTRC-FORCE-FLAG      TO
                   WS-MT-FORCE-FLAG (WS-MT-COUNT)
           END-IF.

      ******************************************************************
      * PRICE-MONTH-RUNS - sort input procedure.  Read the audit trail
      * in run order; a start record is held until its end record
      * arrives, and the completed run is priced and released to the
      * sort if it belongs to the month.  Starts still held at the
      * end of the file are the abended runs.
      ******************************************************************
       PRICE-MONTH-RUNS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "00"
               SET WS-AUDIT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-CHARGEBK: AUDIT FILE NOT FOUND - STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 'Y' TO WS-AUDIT-EOF-SW
               MOVE 16 TO RETURN-CODE
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

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               MOVE WS-PAIR-JOB-NAME (WS-PAIR-IDX) TO WS-RUN-JOB-NAME
               MOVE WS-PAIR-START-TS (WS-PAIR-IDX) TO WS-RUN-START-TS
               PERFORM CLASSIFY-RUN
               IF WS-RUN-BUSINESS-DATE (1:6) = WS-CHARGE-MONTH-X
                   ADD 1 TO WS-RUNS-ABENDED
               END-IF
           END-PERFORM.

       READ-AUDIT-RECORD.
           IF WS-AUDIT-FILE-OPEN
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF-SW
               END-READ
           END-IF.

       HOLD-START-RECORD.
           IF WS-PAIR-COUNT >= 500
               DISPLAY "EULER-CHARGEBK: MORE THAN 500 OPEN START "
                   "RECORDS - LATER STARTS NOT TRACKED"
           ELSE
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-AUDT-JOB-NAME    TO
                   WS-PAIR-JOB-NAME (WS-PAIR-COUNT)
               MOVE WS-AUDT-OPERATOR-ID TO
                   WS-PAIR-OPERATOR-ID (WS-PAIR-COUNT)
               MOVE WS-AUDT-TIMESTAMP   TO
                   WS-PAIR-START-TS (WS-PAIR-COUNT)
           END-IF.

      ******************************************************************
      * MATCH-END-RECORD - search the held starts backward for the
      * most recent one belonging to this job, price the run, and
      * drop the start from the table.
      ******************************************************************
       MATCH-END-RECORD.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           IF WS-PAIR-COUNT > 0
               PERFORM VARYING WS-PAIR-IDX FROM WS-PAIR-COUNT BY -1
                       UNTIL WS-PAIR-IDX < 1 OR WS-PAIR-WAS-FOUND
                   IF WS-PAIR-JOB-NAME (WS-PAIR-IDX) =
                           WS-AUDT-JOB-NAME
                       MOVE 'Y' TO WS-PAIR-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PAIR-WAS-FOUND
               ADD 1 TO WS-PAIR-IDX
               MOVE WS-PAIR-JOB-NAME (WS-PAIR-IDX)    TO WS-RUN-JOB-NAME
               MOVE WS-PAIR-OPERATOR-ID (WS-PAIR-IDX)
                   TO WS-RUN-OPERATOR-ID
               MOVE WS-PAIR-START-TS (WS-PAIR-IDX)    TO WS-RUN-START-TS
               PERFORM COMPUTE-ELAPSED-TIME
               PERFORM CLASSIFY-RUN
               PERFORM PRICE-COMPLETED-RUN
               PERFORM DROP-PAIRED-START
           ELSE
               ADD 1 TO WS-ENDS-UNMATCHED
           END-IF.

       DROP-PAIRED-START.
           PERFORM VARYING WS-PAIR-SHIFT-IDX FROM WS-PAIR-IDX BY 1
                   UNTIL WS-PAIR-SHIFT-IDX >= WS-PAIR-COUNT
               MOVE WS-PAIR-ENTRY (WS-PAIR-SHIFT-IDX + 1)
                   TO WS-PAIR-ENTRY (WS-PAIR-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PAIR-COUNT.

      ******************************************************************
      * COMPUTE-ELAPSED-TIME - difference of the paired timestamps in
      * seconds, carrying the calendar-day difference so a run that
      * crosses midnight (or month end) still measures correctly.
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
      * CLASSIFY-RUN - the run's business date, mode and force flag
      * off its metrics record; with none, an ordinary run under its
      * start date.
      ******************************************************************
       CLASSIFY-RUN.
           MOVE 'N' TO WS-MT-FOUND-SW.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-MT-WAS-FOUND
               IF WS-MT-JOB-NAME (WS-MT-IDX) = WS-RUN-JOB-NAME
                       AND WS-MT-START-TS (WS-MT-IDX) = WS-RUN-START-TS
                   MOVE 'Y' TO WS-MT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-MT-WAS-FOUND
               SUBTRACT 1 FROM WS-MT-IDX
               MOVE WS-MT-RUN-DATE (WS-MT-IDX)   TO WS-RUN-BUSINESS-DATE
               MOVE WS-MT-RUN-MODE (WS-MT-IDX)   TO WS-RUN-MODE
               MOVE WS-MT-FORCE-FLAG (WS-MT-IDX) TO WS-RUN-FORCE-FLAG
           ELSE
               MOVE WS-RUN-START-TS (1:8)        TO WS-RUN-BUSINESS-DATE
               MOVE 'N'                          TO WS-RUN-MODE
               MOVE SPACE                        TO WS-RUN-FORCE-FLAG
           END-IF.

      ******************************************************************
      * PRICE-COMPLETED-RUN - elapsed seconds at the job's rate, plus
      * the REPROC or force surcharge as a percentage of that charge.
      * A job with no rate and no DEFAULT entry is released at zero
      * so it still shows on the operator's statement.
      ******************************************************************
       PRICE-COMPLETED-RUN.
           IF WS-RUN-BUSINESS-DATE (1:6) NOT = WS-CHARGE-MONTH-X
               ADD 1 TO WS-RUNS-OTHER-MONTH
           ELSE
               IF WS-RUN-IS-SIMULATE
                   ADD 1 TO WS-RUNS-SIMULATED
               ELSE
                   IF NOT WS-MT-WAS-FOUND
                       ADD 1 TO WS-RUNS-NO-METRICS
                   END-IF
                   MOVE WS-RUN-OPERATOR-ID TO SW-OPERATOR-ID
                   MOVE WS-RUN-JOB-NAME    TO SW-JOB-NAME
                   MOVE WS-RUN-START-TS    TO SW-START-TS
                   MOVE WS-ELAPSED-SECONDS TO SW-ELAPSED-SECS
                   MOVE 'N'                TO SW-RUN-KIND
                   MOVE 0                  TO WS-SURCHARGE-PCT
                   PERFORM FIND-JOB-RATE
                   IF WS-RT-WAS-FOUND
                       MOVE 'Y' TO SW-RATED-SW
                       IF WS-RUN-IS-REPROCESS
                           MOVE 'R' TO SW-RUN-KIND
                           MOVE WS-RT-REPROC-PCT (WS-RT-IDX)
                               TO WS-SURCHARGE-PCT
                       ELSE
                           IF WS-RUN-WAS-FORCED
                               MOVE 'F' TO SW-RUN-KIND
                               MOVE WS-RT-FORCE-PCT (WS-RT-IDX)
                                   TO WS-SURCHARGE-PCT
                           END-IF
                       END-IF
                       COMPUTE SW-BASE-CHARGE ROUNDED =
                           WS-ELAPSED-SECONDS
                           * WS-RT-PER-SECOND (WS-RT-IDX)
                       COMPUTE SW-SURCHARGE ROUNDED =
                           SW-BASE-CHARGE * WS-SURCHARGE-PCT / 100
                   ELSE
                       MOVE 'N' TO SW-RATED-SW
                       IF WS-RUN-IS-REPROCESS
                           MOVE 'R' TO SW-RUN-KIND
                       ELSE
                           IF WS-RUN-WAS-FORCED
                               MOVE 'F' TO SW-RUN-KIND
                           END-IF
                       END-IF
                       MOVE 0 TO SW-BASE-CHARGE
                       MOVE 0 TO SW-SURCHARGE
                       ADD 1 TO WS-RUNS-UNRATED
                   END-IF
                   ADD 1 TO WS-RUNS-PRICED
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      ******************************************************************
      * PRODUCE-CHARGEBACK - sort output procedure: control break on
      * operator and job.  Each operator's statement starts on its own
      * heading and closes with the operator total; each job line also
      * goes to the finance feed.
      ******************************************************************
       PRODUCE-CHARGEBACK.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT FEED-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-FEED-HEADER.
           PERFORM RETURN-SORT-RECORD.

           PERFORM UNTIL WS-SORT-AT-EOF
               IF SW-OPERATOR-ID NOT = WS-PRIOR-OPERATOR-ID
                   IF NOT WS-IS-FIRST-GROUP
                       PERFORM WRITE-JOB-LINE
                       PERFORM WRITE-OPERATOR-TOTAL
                   END-IF
                   MOVE SW-OPERATOR-ID TO WS-PRIOR-OPERATOR-ID
                   MOVE SW-JOB-NAME    TO WS-PRIOR-JOB-NAME
                   MOVE 'N'            TO WS-FIRST-GROUP-SW
                   INITIALIZE WS-OPER-TOTALS
                   INITIALIZE WS-JOB-TOTALS
                   ADD 1 TO WS-OPERATOR-COUNT
                   PERFORM WRITE-OPERATOR-HEADING
               ELSE
                   IF SW-JOB-NAME NOT = WS-PRIOR-JOB-NAME
                       PERFORM WRITE-JOB-LINE
                       MOVE SW-JOB-NAME TO WS-PRIOR-JOB-NAME
                       INITIALIZE WS-JOB-TOTALS
                   END-IF
               END-IF
               PERFORM ADD-RUN-TO-TOTALS
               PERFORM RETURN-SORT-RECORD
           END-PERFORM.

           IF NOT WS-IS-FIRST-GROUP
               PERFORM WRITE-JOB-LINE
               PERFORM WRITE-OPERATOR-TOTAL
           END-IF.

           PERFORM WRITE-REPORT-TRAILER.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE RPT-FILE.
           CLOSE FEED-FILE.

       RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       ADD-RUN-TO-TOTALS.
           ADD 1 TO WS-JOB-RUNS.
           IF SW-RUN-WAS-FORCED
               ADD 1 TO WS-JOB-FORCED
           END-IF.
           IF SW-RUN-WAS-REPROC
               ADD 1 TO WS-JOB-REPROC
           END-IF.
           IF NOT SW-RUN-WAS-RATED
               ADD 1 TO WS-JOB-UNRATED
           END-IF.
           ADD SW-ELAPSED-SECS TO WS-JOB-SECONDS.
           ADD SW-BASE-CHARGE  TO WS-JOB-BASE.
           ADD SW-SURCHARGE    TO WS-JOB-SURCHARGE.
           COMPUTE WS-JOB-TOTAL = WS-JOB-BASE + WS-JOB-SURCHARGE.

      ******************************************************************
      * WRITE-JOB-LINE - one statement line and one 'D' feed record
      * per operator and job, rolled into the operator and grand
      * totals.
      ******************************************************************
       WRITE-JOB-LINE.
           ADD WS-JOB-RUNS      TO WS-OPER-RUNS WS-GRAND-RUNS.
           ADD WS-JOB-SECONDS   TO WS-OPER-SECONDS WS-GRAND-SECONDS.
           ADD WS-JOB-BASE      TO WS-OPER-BASE WS-GRAND-BASE.
           ADD WS-JOB-SURCHARGE TO WS-OPER-SURCHARGE WS-GRAND-SURCHARGE.
           ADD WS-JOB-TOTAL     TO WS-OPER-TOTAL WS-GRAND-TOTAL.

           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-JOB-RUNS TO WS-COUNT-EDIT.
           STRING "  " WS-PRIOR-JOB-NAME "  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-JOB-FORCED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (20:5).
           MOVE WS-JOB-REPROC TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (27:5).
           MOVE WS-JOB-SECONDS TO WS-SECS-EDIT.
           MOVE WS-SECS-EDIT TO WS-RPT-LINE (33:11).
           MOVE WS-JOB-BASE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (46:14).
           MOVE WS-JOB-SURCHARGE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (62:14).
           MOVE WS-JOB-TOTAL TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (78:14).
           IF WS-JOB-UNRATED > 0
               MOVE WS-JOB-UNRATED TO WS-COUNT-EDIT
               STRING "  ** " WS-COUNT-EDIT " RUN(S) NO RATE **"
                   DELIMITED BY SIZE INTO WS-RPT-LINE (92:)
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE WS-JOB-BASE      TO WS-FEED-MONEY.
           MOVE WS-JOB-SURCHARGE TO WS-FEED-MONEY-2.
           MOVE WS-JOB-TOTAL     TO WS-FEED-MONEY-3.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "D|" WS-CHARGE-MONTH
               "|" WS-PRIOR-OPERATOR-ID
               "|" WS-PRIOR-JOB-NAME
               "|" WS-JOB-RUNS
               "|" WS-JOB-FORCED
               "|" WS-JOB-REPROC
               "|" WS-JOB-SECONDS
               "|" WS-FEED-MONEY
               "|" WS-FEED-MONEY-2
               "|" WS-FEED-MONEY-3
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-FEED-COUNT.

      ******************************************************************
      * Statement-line builders.
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-CHARGEBK - MONTHLY BATCH-TIME CHARGEBACK"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUSINESS MONTH: " WS-CHARGE-MONTH
               "  RUN DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-OPERATOR-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STATEMENT FOR OPERATOR " SW-OPERATOR-ID
               "  BUSINESS MONTH " WS-CHARGE-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "  JOB        RUNS FORCED REPROC    SECONDS"
               "      TIME CHARGE       SURCHARGE"
               "           TOTAL"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-OPERATOR-TOTAL.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-OPER-RUNS TO WS-COUNT-EDIT.
           STRING "  OPERATOR  " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-OPER-SECONDS TO WS-SECS-EDIT.
           MOVE WS-SECS-EDIT TO WS-RPT-LINE (33:11).
           MOVE WS-OPER-BASE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (46:14).
           MOVE WS-OPER-SURCHARGE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (62:14).
           MOVE WS-OPER-TOTAL TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (78:14).
           MOVE "  OPERATOR TOTAL" TO WS-RPT-LINE (92:16).
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-GRAND-RUNS TO WS-COUNT-EDIT.
           STRING "GRAND TOTAL " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-GRAND-SECONDS TO WS-SECS-EDIT.
           MOVE WS-SECS-EDIT TO WS-RPT-LINE (33:11).
           MOVE WS-GRAND-BASE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (46:14).
           MOVE WS-GRAND-SURCHARGE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (62:14).
           MOVE WS-GRAND-TOTAL TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-RPT-LINE (78:14).
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           PERFORM LIST-ABENDED-RUNS.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "OPERATORS CHARGED:          " WS-OPERATOR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS PRICED:                " WS-RUNS-PRICED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS WITH NO RATE:          " WS-RUNS-UNRATED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS WITH NO METRICS RECORD:" WS-RUNS-NO-METRICS
               "  (PRICED AS ORDINARY RUNS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "SIM RUNS NOT CHARGED:       " WS-RUNS-SIMULATED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABENDED RUNS NOT CHARGED:   " WS-RUNS-ABENDED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "UNMATCHED END RECORDS:      " WS-ENDS-UNMATCHED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RATE ENTRIES REFUSED:       " WS-RATES-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-CHARGEBK REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * LIST-ABENDED-RUNS - the month's starts that never wrote an end
      * record, still held in the pair table after the scan.  They
      * are not charged; the operator sees them here instead.
      ******************************************************************
       LIST-ABENDED-RUNS.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               MOVE WS-PAIR-JOB-NAME (WS-PAIR-IDX) TO WS-RUN-JOB-NAME
               MOVE WS-PAIR-START-TS (WS-PAIR-IDX) TO WS-RUN-START-TS
               PERFORM CLASSIFY-RUN
               IF WS-RUN-BUSINESS-DATE (1:6) = WS-CHARGE-MONTH-X
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "NOT CHARGED - JOB " WS-RUN-JOB-NAME
                       "  OPERATOR " WS-PAIR-OPERATOR-ID (WS-PAIR-IDX)
                       "  START " WS-RUN-START-TS
                       "  NO END RECORD - ABENDED RUN"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.
           IF WS-RUNS-ABENDED > 0
               MOVE SPACES TO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * Finance-feed builders.  Every record is pipe-delimited; the
      * count and grand total on the 'T' trailer cover the 'D'
      * records between the header and the trailer.
      ******************************************************************
       WRITE-FEED-HEADER.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "H|EULER|CHARGEBACK|" WS-CHARGE-MONTH
               "|" WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.

       WRITE-FEED-TRAILER.
           MOVE WS-GRAND-TOTAL TO WS-FEED-MONEY.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "T|" WS-FEED-COUNT "|" WS-FEED-MONEY
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.

       END PROGRAM EULER-CHARGEBK.
