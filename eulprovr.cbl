      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Provenance exception report over the keyed result
      * provenance file (copybook EULPROV) that PROBLEM-1 through
      * PROBLEM-4 write beside every history result.  These jobs are
      * deterministic, so two runs of the same problem that took the
      * exact same input image must have produced the same answer;
      * this program reads the provenance file end to end, tables the
      * first answer seen for every distinct problem id + input image,
      * and prints an exception for each later run that took the same
      * inputs and got a different answer - both result keys, both
      * answers, and both compile stamps, so a changed load module is
      * visible at a glance.  Unlike EULER-RECON, which compares the
      * last two records of a problem id whatever their inputs, a
      * PROBLEM-3 batch of differing targets never shows here: each
      * target is its own input set.
      * Return code 8 when any exception is printed (with a severity
      * 2 alert on the shared alert file), 16 when the provenance
      * file is not there to read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-PROVRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-FILE ASSIGN TO "PROVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PROV-RECORD-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-PROVRPT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROV-FILE.
       01  PROV-FILE-RECORD.
           COPY EULPROV.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD.
           COPY EULALRT.

       WORKING-STORAGE SECTION.
           01 WS-PROV-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-PROV-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PROV-FILE-OPEN     VALUE 'Y'.
           01 WS-PROV-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PROV-AT-EOF        VALUE 'Y'.
           01 WS-INPUT-FOUND-SW        PIC X(01) VALUE 'N'.
              88 WS-INPUT-WAS-FOUND    VALUE 'Y'.
           01 WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
              88 WS-TABLE-IS-FULL      VALUE 'Y'.

           01 WS-INPUT-COUNT           PIC 9(04) VALUE 0.
           01 WS-INPUT-TABLE.
              05 WS-INPUT-ENTRY OCCURS 1000 TIMES
                    INDEXED BY WS-INPUT-IX.
                 10 WS-INPUT-PROBLEM-ID       PIC X(02).
                 10 WS-INPUT-IMAGE            PIC X(80).
                 10 WS-INPUT-FIRST-DATE       PIC 9(08).
                 10 WS-INPUT-FIRST-SEQUENCE   PIC 9(04).
                 10 WS-INPUT-FIRST-TIMESTAMP  PIC 9(14).
                 10 WS-INPUT-FIRST-COMPILED   PIC X(16).
                 10 WS-INPUT-FIRST-RESULT     PIC 9(18).

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

           01 WS-RECORDS-READ          PIC 9(07) VALUE 0.
           01 WS-NOT-CHECKED-COUNT     PIC 9(07) VALUE 0.
           01 WS-EXCEPTION-COUNT       PIC 9(04) VALUE 0.
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).

           01 WS-ALERT-FILE-STATUS     PIC X(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM CHECK-FILE-LOCKS.
           PERFORM OPEN-REPORT.
           PERFORM SCAN-PROVENANCE-FILE.
           PERFORM CLOSE-REPORT.

           IF WS-PROV-FILE-OPEN
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           IF WS-EXCEPTION-COUNT > 0
               MOVE 2 TO WS-ALRT-SEVERITY
               MOVE "PROVMISM" TO WS-ALRT-ALERT-CODE
               MOVE SPACES TO WS-ALRT-SHORT-TEXT
               STRING WS-EXCEPTION-COUNT
                   " RUN(S) WITH SAME INPUTS, DIFFERENT ANSWER"
                   DELIMITED BY SIZE INTO WS-ALRT-SHORT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.

           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; a
      * business date replaces the machine clock in the report heading
      * so a rerun for a prior date reads as that date's report.
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
      * shared EULER-DATECTL control (copybook EULDCTL): a supplied
      * date must at least be a business day on the processing
      * calendar, and no date at all resolves the way it always has.
      * A missing date-control module reports under the raw date
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
                   DISPLAY "EULER-PROVRPT: DATE CONTROL MODULE NOT "
                       "AVAILABLE - REPORTING UNDER THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-PROVRPT: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-CURRENT-DATE.

      ******************************************************************
      * SCAN-PROVENANCE-FILE - one pass over the provenance file in key
      * order (problem id, run date, run sequence, run start), which
      * puts every problem id's runs oldest first - so the answer
      * tabled for an input set is the earliest one on file, and each
      * exception names the later run that disagreed with it.
      ******************************************************************
       SCAN-PROVENANCE-FILE.
           OPEN INPUT PROV-FILE.
           IF WS-PROV-FILE-STATUS = "00"
               SET WS-PROV-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-PROVRPT: PROVENANCE FILE NOT FOUND - "
                   "STATUS " WS-PROV-FILE-STATUS
               MOVE 'Y' TO WS-PROV-EOF-SW
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM READ-NEXT-PROVENANCE.
           PERFORM UNTIL WS-PROV-AT-EOF
               ADD 1 TO WS-RECORDS-READ
               PERFORM CHECK-ONE-PROVENANCE
               PERFORM READ-NEXT-PROVENANCE
           END-PERFORM.

           IF WS-PROV-FILE-OPEN
               CLOSE PROV-FILE
           END-IF.

       READ-NEXT-PROVENANCE.
           IF NOT WS-PROV-AT-EOF
               READ PROV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PROV-EOF-SW
               END-READ
           END-IF.

      ******************************************************************
      * CHECK-ONE-PROVENANCE - find this record's problem id + input
      * image in the table; a first sighting is tabled with its
      * answer, a repeat with a different answer is an exception.
      * Past 1000 distinct input sets the remainder are counted as
      * not checked rather than silently passed.
      ******************************************************************
       CHECK-ONE-PROVENANCE.
           MOVE 'N' TO WS-INPUT-FOUND-SW.
           PERFORM VARYING WS-INPUT-IX FROM 1 BY 1
                   UNTIL WS-INPUT-IX > WS-INPUT-COUNT
                       OR WS-INPUT-WAS-FOUND
               IF WS-INPUT-PROBLEM-ID (WS-INPUT-IX) = WS-PROV-PROBLEM-ID
                       AND WS-INPUT-IMAGE (WS-INPUT-IX)
                           = WS-PROV-INPUT-IMAGE
                   MOVE 'Y' TO WS-INPUT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-INPUT-WAS-FOUND
               SET WS-INPUT-IX DOWN BY 1
               IF WS-INPUT-FIRST-RESULT (WS-INPUT-IX)
                       NOT = WS-PROV-NUMERIC-RESULT
                   PERFORM WRITE-EXCEPTION-LINES
               END-IF
           ELSE
               IF WS-INPUT-COUNT >= 1000
                   IF NOT WS-TABLE-IS-FULL
                       DISPLAY "EULER-PROVRPT: MORE THAN 1000 DISTINCT "
                           "INPUT SETS - REMAINDER NOT CHECKED"
                       SET WS-TABLE-IS-FULL TO TRUE
                   END-IF
                   ADD 1 TO WS-NOT-CHECKED-COUNT
               ELSE
                   ADD 1 TO WS-INPUT-COUNT
                   SET WS-INPUT-IX TO WS-INPUT-COUNT
                   MOVE WS-PROV-PROBLEM-ID
                       TO WS-INPUT-PROBLEM-ID (WS-INPUT-IX)
                   MOVE WS-PROV-INPUT-IMAGE
                       TO WS-INPUT-IMAGE (WS-INPUT-IX)
                   MOVE WS-PROV-RUN-DATE
                       TO WS-INPUT-FIRST-DATE (WS-INPUT-IX)
                   MOVE WS-PROV-RUN-SEQUENCE
                       TO WS-INPUT-FIRST-SEQUENCE (WS-INPUT-IX)
                   MOVE WS-PROV-RUN-TIMESTAMP
                       TO WS-INPUT-FIRST-TIMESTAMP (WS-INPUT-IX)
                   MOVE WS-PROV-COMPILE-DATE
                       TO WS-INPUT-FIRST-COMPILED (WS-INPUT-IX)
                   MOVE WS-PROV-NUMERIC-RESULT
                       TO WS-INPUT-FIRST-RESULT (WS-INPUT-IX)
               END-IF
           END-IF.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-PROVRPT - SAME INPUTS, DIFFERENT ANSWER "
               "EXCEPTIONS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-EXCEPTION-LINES.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROBLEM " WS-PROV-PROBLEM-ID
               " - *** SAME INPUTS, DIFFERENT ANSWER *** INPUT FROM "
               WS-PROV-INPUT-SOURCE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "    IMAGE [" WS-PROV-INPUT-IMAGE "]"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "    FIRST " WS-INPUT-FIRST-DATE (WS-INPUT-IX)
               "/" WS-INPUT-FIRST-SEQUENCE (WS-INPUT-IX)
               " STARTED " WS-INPUT-FIRST-TIMESTAMP (WS-INPUT-IX)
               " COMPILED " WS-INPUT-FIRST-COMPILED (WS-INPUT-IX)
               " RESULT " WS-INPUT-FIRST-RESULT (WS-INPUT-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "    LATER " WS-PROV-RUN-DATE
               "/" WS-PROV-RUN-SEQUENCE
               " STARTED " WS-PROV-RUN-TIMESTAMP
               " COMPILED " WS-PROV-COMPILE-DATE
               " RESULT " WS-PROV-NUMERIC-RESULT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "    JOB " WS-PROV-JOB-NAME
               " OPERATOR " WS-PROV-OPERATOR-ID
               " MODE " WS-PROV-RUN-MODE
               " FORCE " WS-PROV-FORCE-FLAG
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROVENANCE RECORDS READ: " WS-RECORDS-READ
               "  DISTINCT INPUT SETS: " WS-INPUT-COUNT
               "  NOT CHECKED: " WS-NOT-CHECKED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** " WS-EXCEPTION-COUNT
               " RUN(S) DISAGREE WITH AN EARLIER RUN ON THE SAME "
               "INPUTS ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * WRITE-ALERT-RECORD - one fixed-format alert to the shared
      * alert file (copybook EULALRT) so enterprise monitoring can
      * page on tonight's exception instead of someone finding it on
      * the spool package tomorrow.  The caller fills the severity,
      * alert code, and short text before performing this.
      ******************************************************************
       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE "EULPROVR" TO WS-ALRT-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-ALRT-BUSINESS-DATE.
           WRITE ALERT-FILE-RECORD.
           CLOSE ALERT-FILE.

      ******************************************************************
      * CHECK-FILE-LOCKS - refuse to start while a PROBLEM step holds
      * the batch-window lock (copybook EULLOCK) on the provenance
      * file: a scan taken while a run is still filing its records
      * would compare against a half-written night.
      * Readers hold nothing themselves - only writers enqueue.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "PROVFILE"   TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-PROVRPT: SHARED FILE HELD BY "
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
                           DISPLAY "EULER-PROVRPT: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

       END PROGRAM EULER-PROVRPT.
