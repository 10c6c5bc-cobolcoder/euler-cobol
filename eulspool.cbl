      * reprint a lost package instead of finding it overwritten;
      * the keep-count card (copybook EULGPRM) scratches the oldest
      * generation once the limit is passed.
      * A result is not final until EULER-RELEASE releases it: the
      * keyed release file (copybook EULRELS) is read before the
      * package is built, and a PROBLEM-n section whose latest run
      * still has a result pending or held is marked PROVISIONAL in
      * its page headings and in the table of contents, the banner
      * says the package carries provisional results, and the
      * distribution trailer lists every result awaiting release.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RPT6-FILE ASSIGN TO "EULER-RECON-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT6-FILE-STATUS.
           SELECT REL-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RELS-RECORD-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GCAT-FILE ASSIGN TO "GENCAT"
       01  RPT5-RECORD                 PIC X(132).
       FD  RPT6-FILE.
       01  RPT6-RECORD                 PIC X(132).
       FD  REL-FILE.
       01  REL-FILE-RECORD.
           COPY EULRELS.
       FD  SPOOL-FILE.
       01  SPOOL-RECORD                PIC X(132).
       FD  GCAT-FILE.
           01 WS-RPT5-FILE-STATUS      PIC X(02).
           01 WS-RPT6-FILE-STATUS      PIC X(02).
           01 WS-CURRENT-STATUS        PIC X(02).
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-REL-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-REL-AT-EOF         VALUE 'Y'.
           01 WS-REL-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-FOUND     VALUE 'Y'.
           01 WS-PROVISIONAL-COUNT     PIC 9(02) VALUE 0.
           01 WS-AWAITING-COUNT        PIC 9(06) VALUE 0.
           01 WS-AWAITING-TEXT         PIC X(16).

           01 WS-SPOOL-FILE-NAME       PIC X(24).
           01 WS-SPOOL-REC-COUNT       PIC 9(09) VALUE 0.
                 10 WS-RPT-LINE-COUNT      PIC 9(07).
                 10 WS-RPT-PAGE-COUNT      PIC 9(05).
                 10 WS-RPT-START-PAGE      PIC 9(05).
                 10 WS-RPT-LATEST-RUN      PIC 9(08).
                 10 WS-RPT-PROVISIONAL-SW  PIC X(01).
                    88 WS-RPT-IS-PROVISIONAL VALUE 'Y'.

           01 WS-FILE-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-FILE-AT-EOF        VALUE 'Y'.
           01 WS-LINES-ON-PAGE         PIC 9(04) VALUE 0.
           01 WS-LINES-PER-PAGE        PIC 9(04) VALUE 54.
           01 WS-SECTION-TITLE         PIC X(24) VALUE SPACES.
           01 WS-SECTION-MARK          PIC X(15) VALUE SPACES.
           01 WS-PAGE-EDIT             PIC ZZZZ9.

           01 WS-CURRENT-DATE          PIC 9(08).
           PERFORM LOAD-REPORT-NAMES.
           PERFORM MEASURE-ALL-REPORTS.
           PERFORM ASSIGN-START-PAGES.
           PERFORM FIND-PROVISIONAL-SECTIONS.

           MOVE SPACES TO WS-SPOOL-FILE-NAME.
           STRING "PRINT-SPOOL-" WS-CURRENT-DATE
           END-IF.
           DISPLAY "EULER-SPOOL: PACKAGE COMPLETE - " WS-PAGE-NUMBER
               " PAGE(S), " WS-MISSING-COUNT " REPORT(S) MISSING".
           IF WS-PROVISIONAL-COUNT > 0
               DISPLAY "EULER-SPOOL: " WS-PROVISIONAL-COUNT
                   " SECTION(S) MARKED PROVISIONAL - RESULTS NOT YET "
                   "RELEASED"
           END-IF.
           GOBACK.

       LOAD-REPORT-NAMES.
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND-PROVISIONAL-SECTIONS - walk the release file in key
      * order (problem, run date, run sequence) and note, for each
      * PROBLEM-n report, the latest run on file and whether any
      * result of that run is still pending or held.  That run is
      * the one the night's report shows, so its section is
      * provisional.  With no release file nothing has been
      * released, and every PROBLEM-n section present is marked.
      ******************************************************************
       FIND-PROVISIONAL-SECTIONS.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                   UNTIL WS-RPT-IX > WS-REPORT-COUNT
               MOVE 0   TO WS-RPT-LATEST-RUN (WS-RPT-IX)
               MOVE 'N' TO WS-RPT-PROVISIONAL-SW (WS-RPT-IX)
           END-PERFORM.
           MOVE 'N' TO WS-REL-EOF-SW.
           OPEN INPUT REL-FILE.
           IF WS-REL-FILE-STATUS = "00"
               SET WS-REL-FILE-FOUND TO TRUE
               PERFORM NOTE-RELEASE-STATE UNTIL WS-REL-AT-EOF
               CLOSE REL-FILE
           ELSE
               PERFORM VARYING WS-RPT-IX FROM 2 BY 1
                       UNTIL WS-RPT-IX > 5
                   MOVE 'Y' TO WS-RPT-PROVISIONAL-SW (WS-RPT-IX)
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                   UNTIL WS-RPT-IX > WS-REPORT-COUNT
               IF WS-RPT-IS-PROVISIONAL (WS-RPT-IX)
                       AND WS-RPT-DOES-EXIST (WS-RPT-IX)
                   ADD 1 TO WS-PROVISIONAL-COUNT
               END-IF
           END-PERFORM.

       NOTE-RELEASE-STATE.
           READ REL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
               NOT AT END
                   MOVE 0 TO WS-RPT-IX
                   EVALUATE WS-RELS-PROBLEM-ID
                       WHEN "01"
                           MOVE 2 TO WS-RPT-IX
                       WHEN "02"
                           MOVE 3 TO WS-RPT-IX
                       WHEN "03"
                           MOVE 4 TO WS-RPT-IX
                       WHEN "04"
                           MOVE 5 TO WS-RPT-IX
                   END-EVALUATE
                   IF WS-RPT-IX > 0
                       IF WS-RELS-RUN-DATE
                               > WS-RPT-LATEST-RUN (WS-RPT-IX)
                           MOVE WS-RELS-RUN-DATE
                               TO WS-RPT-LATEST-RUN (WS-RPT-IX)
                           MOVE 'N'
                               TO WS-RPT-PROVISIONAL-SW (WS-RPT-IX)
                       END-IF
                       IF NOT WS-RELS-IS-RELEASED
                           MOVE 'Y'
                               TO WS-RPT-PROVISIONAL-SW (WS-RPT-IX)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * OPEN/READ/CLOSE-CURRENT-REPORT - the report the pass is
      * standing on, selected by WS-RPT-IX.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE SPACES TO WS-SPOOL-LINE.
           STRING "EULER NIGHTLY REPORT PACKAGE  " WS-CURRENT-DATE
               "  " WS-SECTION-TITLE WS-SECTION-MARK
               "  PAGE " WS-PAGE-EDIT
               DELIMITED BY SIZE INTO WS-SPOOL-LINE.
           WRITE SPOOL-RECORD FROM WS-SPOOL-LINE.
           ADD 1 TO WS-SPOOL-REC-COUNT.
           STRING "*   MORNING DISTRIBUTION - OPERATIONS DESK"
               DELIMITED BY SIZE INTO WS-INPUT-LINE.
           PERFORM WRITE-CONTENT-LINE.
           IF WS-PROVISIONAL-COUNT > 0
               MOVE SPACES TO WS-INPUT-LINE
               STRING "*   *** CONTAINS PROVISIONAL RESULTS - SEE "
                   "DISTRIBUTION TRAILER ***"
                   DELIMITED BY SIZE INTO WS-INPUT-LINE
               PERFORM WRITE-CONTENT-LINE
           END-IF.
           MOVE ALL "*" TO WS-INPUT-LINE.
           PERFORM WRITE-CONTENT-LINE.

                   STRING "  " WS-RPT-NAME (WS-RPT-IX)
                       "  STARTS ON PAGE " WS-PAGE-EDIT
                       DELIMITED BY SIZE INTO WS-INPUT-LINE
                   IF WS-RPT-IS-PROVISIONAL (WS-RPT-IX)
                       MOVE "*** PROVISIONAL ***"
                           TO WS-INPUT-LINE (50:19)
                   END-IF
               ELSE
                   STRING "  " WS-RPT-NAME (WS-RPT-IX)
                       "  *** MISSING - SEE DISTRIBUTION TRAILER ***"
      * COPY-ALL-REPORTS - second pass: every report that exists is
      * copied through behind its own section heading, each starting
      * on a fresh page so the table of contents page numbers hold.
      * A provisional section carries the mark on every page heading.
      ******************************************************************
       COPY-ALL-REPORTS.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
               IF WS-RPT-DOES-EXIST (WS-RPT-IX)
                   PERFORM OPEN-CURRENT-REPORT
                   MOVE WS-RPT-NAME (WS-RPT-IX) TO WS-SECTION-TITLE
                   IF WS-RPT-IS-PROVISIONAL (WS-RPT-IX)
                       MOVE " *PROVISIONAL*" TO WS-SECTION-MARK
                   ELSE
                       MOVE SPACES TO WS-SECTION-MARK
                   END-IF
                   PERFORM START-NEW-PAGE
                   MOVE 'N' TO WS-FILE-EOF-SW
                   PERFORM COPY-REPORT-LINE UNTIL WS-FILE-AT-EOF

       WRITE-DISTRIBUTION-TRAILER.
           MOVE "DISTRIBUTION TRAILER" TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-SECTION-MARK.
           PERFORM START-NEW-PAGE.
           PERFORM VARYING WS-RPT-IX FROM 1 BY 1
                   UNTIL WS-RPT-IX > WS-REPORT-COUNT
               MOVE "  ALL EXPECTED REPORTS PRESENT" TO WS-INPUT-LINE
               PERFORM WRITE-CONTENT-LINE
           END-IF.
           PERFORM LIST-PROVISIONAL-RESULTS.
           MOVE SPACES TO WS-INPUT-LINE.
           PERFORM WRITE-CONTENT-LINE.
           MOVE "  *** END OF EULER NIGHTLY REPORT PACKAGE ***"
               TO WS-INPUT-LINE.
           PERFORM WRITE-CONTENT-LINE.

      ******************************************************************
      * LIST-PROVISIONAL-RESULTS - every result on the release file
      * not yet released, so distribution knows exactly which
      * figures in the package may still change.
      ******************************************************************
       LIST-PROVISIONAL-RESULTS.
           MOVE SPACES TO WS-INPUT-LINE.
           PERFORM WRITE-CONTENT-LINE.
           IF NOT WS-REL-FILE-FOUND
               MOVE SPACES TO WS-INPUT-LINE
               STRING "  *** RELEASE FILE NOT AVAILABLE - STATUS "
                   WS-REL-FILE-STATUS
                   " - ALL PROBLEM RESULTS PROVISIONAL ***"
                   DELIMITED BY SIZE INTO WS-INPUT-LINE
               PERFORM WRITE-CONTENT-LINE
           ELSE
               MOVE 'N' TO WS-REL-EOF-SW
               OPEN INPUT REL-FILE
               PERFORM LIST-ONE-PROVISIONAL UNTIL WS-REL-AT-EOF
               CLOSE REL-FILE
               IF WS-AWAITING-COUNT = 0
                   MOVE "  ALL RESULTS RELEASED" TO WS-INPUT-LINE
                   PERFORM WRITE-CONTENT-LINE
               END-IF
           END-IF.

       LIST-ONE-PROVISIONAL.
           READ REL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
               NOT AT END
                   IF NOT WS-RELS-IS-RELEASED
                       ADD 1 TO WS-AWAITING-COUNT
                       IF WS-RELS-IS-HELD
                           MOVE "HELD"            TO WS-AWAITING-TEXT
                       ELSE
                           MOVE "PENDING RELEASE" TO WS-AWAITING-TEXT
                       END-IF
                       MOVE SPACES TO WS-INPUT-LINE
                       STRING "  *** PROVISIONAL - "
                           WS-AWAITING-TEXT " ***  PROBLEM "
                           WS-RELS-PROBLEM-ID
                           " RUN " WS-RELS-RUN-DATE
                           "/" WS-RELS-RUN-SEQUENCE
                           " RESULT " WS-RELS-NUMERIC-RESULT
                           DELIMITED BY SIZE INTO WS-INPUT-LINE
                       PERFORM WRITE-CONTENT-LINE
                   END-IF
           END-READ.


      ******************************************************************
      * CATALOG-GENERATION - append this run's dated generation to
