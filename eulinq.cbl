      * gets asked about - the most recent EULER-RESULTS record per
      * problem id, the current contents of PROBLEM-2's checkpoint
      * file (so a pending restart and its term number are visible),
      * the last N audit-log entries with operator id and completion
      * code, and the inputs behind any one result key off the
      * provenance file (copybook EULPROV) - every run that filed a
      * result under the key, oldest first, so a forced rerun shows
      * beside the run it superseded.  Console ACCEPT/DISPLAY menu;
      * every inquiry reopens its file so the answer reflects the
      * data on disk at the moment of the question.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PROV-FILE ASSIGN TO "PROVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PROV-RECORD-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  PROV-FILE.
       01  PROV-FILE-RECORD.
           COPY EULPROV.

       WORKING-STORAGE SECTION.
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-CKPT-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-PROV-FILE-STATUS      PIC X(02).

           01 WS-MENU-CHOICE           PIC X(01) VALUE SPACE.
              88 WS-CHOICE-IS-EXIT     VALUE '0' 'X' 'x'.
              88 WS-CHOICE-IS-RESULTS  VALUE '1'.
              88 WS-CHOICE-IS-CKPT     VALUE '2'.
              88 WS-CHOICE-IS-AUDIT    VALUE '3'.
              88 WS-CHOICE-IS-PROV     VALUE '4'.

           01 WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-HIST-AT-EOF        VALUE 'Y'.
                 10 WS-TAIL-TIMESTAMP      PIC 9(14).
                 10 WS-TAIL-COMPLETION     PIC 9(04).

           01 WS-PROV-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PROV-AT-EOF        VALUE 'Y'.
           01 WS-PROV-ASK-PROBLEM-X    PIC X(02) VALUE SPACES.
           01 WS-PROV-ASK-DATE-X       PIC X(08) VALUE SPACES.
           01 WS-PROV-ASK-SEQUENCE-X   PIC X(04) VALUE SPACES.
           01 WS-PROV-ASK-KEY.
              05 WS-PROV-ASK-PROBLEM   PIC X(02).
              05 WS-PROV-ASK-DATE      PIC 9(08).
              05 WS-PROV-ASK-SEQUENCE  PIC 9(04).
           01 WS-PROV-SHOWN            PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EULER-INQUIRY - OPERATIONS DESK LOOKUP".
               DISPLAY "  1 - LATEST RESULT PER PROBLEM ID"
               DISPLAY "  2 - PROBLEM-2 CHECKPOINT STATE"
               DISPLAY "  3 - RECENT AUDIT ACTIVITY"
               DISPLAY "  4 - INPUTS BEHIND A RESULT KEY"
               DISPLAY "  0 - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
                       IF WS-CHOICE-IS-AUDIT
                           PERFORM SHOW-AUDIT-TAIL
                       ELSE
                           IF WS-CHOICE-IS-PROV
                               PERFORM SHOW-RESULT-PROVENANCE
                           ELSE
                               IF NOT WS-CHOICE-IS-EXIT
                                   DISPLAY "UNRECOGNIZED CHOICE: "
                                       WS-MENU-CHOICE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * SHOW-RESULT-PROVENANCE - prompt for a result key (problem id,
      * run date, run sequence - the keyed results master's key) and
      * list every provenance record filed under it.  The provenance
      * key carries the run's start timestamp after the result key,
      * so positioning at timestamp zero and reading forward until
      * the result key changes gives every run behind that key in
      * the order they ran.
      ******************************************************************
       SHOW-RESULT-PROVENANCE.
           DISPLAY "PROBLEM ID (2 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-PROV-ASK-PROBLEM-X.
           DISPLAY "RUN DATE (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PROV-ASK-DATE-X.
           DISPLAY "RUN SEQUENCE (4 DIGITS, BLANK FOR 0001): "
               WITH NO ADVANCING.
           ACCEPT WS-PROV-ASK-SEQUENCE-X.
           IF WS-PROV-ASK-SEQUENCE-X = SPACES
               MOVE "0001" TO WS-PROV-ASK-SEQUENCE-X
           END-IF.

           IF WS-PROV-ASK-PROBLEM-X IS NOT NUMERIC
                   OR WS-PROV-ASK-DATE-X IS NOT NUMERIC
                   OR WS-PROV-ASK-SEQUENCE-X IS NOT NUMERIC
               DISPLAY "RESULT KEY MUST BE NUMERIC - "
                   WS-PROV-ASK-PROBLEM-X " " WS-PROV-ASK-DATE-X
                   " " WS-PROV-ASK-SEQUENCE-X
           ELSE
               MOVE WS-PROV-ASK-PROBLEM-X  TO WS-PROV-ASK-PROBLEM
               MOVE WS-PROV-ASK-DATE-X     TO WS-PROV-ASK-DATE
               MOVE WS-PROV-ASK-SEQUENCE-X TO WS-PROV-ASK-SEQUENCE
               PERFORM LIST-RESULT-PROVENANCE
           END-IF.

       LIST-RESULT-PROVENANCE.
           MOVE 0   TO WS-PROV-SHOWN.
           MOVE 'N' TO WS-PROV-EOF-SW.
           OPEN INPUT PROV-FILE.
           IF WS-PROV-FILE-STATUS NOT = "00"
               DISPLAY "PROVENANCE FILE NOT FOUND - STATUS "
                   WS-PROV-FILE-STATUS
           ELSE
               MOVE WS-PROV-ASK-KEY TO WS-PROV-RESULT-KEY
               MOVE 0               TO WS-PROV-RUN-TIMESTAMP
               START PROV-FILE KEY IS NOT LESS THAN WS-PROV-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PROV-EOF-SW
               END-START
               PERFORM READ-PROV-RECORD
               PERFORM UNTIL WS-PROV-AT-EOF
                   PERFORM DISPLAY-PROV-RECORD
                   PERFORM READ-PROV-RECORD
               END-PERFORM
               CLOSE PROV-FILE
               IF WS-PROV-SHOWN = 0
                   DISPLAY "NO PROVENANCE ON FILE FOR RESULT KEY "
                       WS-PROV-ASK-PROBLEM " " WS-PROV-ASK-DATE
                       " " WS-PROV-ASK-SEQUENCE
               END-IF
           END-IF.

       READ-PROV-RECORD.
           IF NOT WS-PROV-AT-EOF
               READ PROV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PROV-EOF-SW
               END-READ
           END-IF.
           IF NOT WS-PROV-AT-EOF
                   AND WS-PROV-RESULT-KEY NOT = WS-PROV-ASK-KEY
               MOVE 'Y' TO WS-PROV-EOF-SW
           END-IF.

       DISPLAY-PROV-RECORD.
           ADD 1 TO WS-PROV-SHOWN.
           DISPLAY "RUN STARTED " WS-PROV-RUN-TIMESTAMP
               " JOB " WS-PROV-JOB-NAME
               " OPERATOR " WS-PROV-OPERATOR-ID.
           DISPLAY "  MODE " WS-PROV-RUN-MODE
               " FORCE " WS-PROV-FORCE-FLAG
               " COMPILED " WS-PROV-COMPILE-DATE.
           IF WS-PROV-SCHED-EFFECTIVE > 0
               DISPLAY "  INPUT FROM " WS-PROV-INPUT-SOURCE
                   " VERSION EFFECTIVE " WS-PROV-SCHED-EFFECTIVE
           ELSE
               DISPLAY "  INPUT FROM " WS-PROV-INPUT-SOURCE
           END-IF.
           DISPLAY "  IMAGE [" WS-PROV-INPUT-IMAGE "]".
           DISPLAY "  RESULT " WS-PROV-NUMERIC-RESULT.

       END PROGRAM EULER-INQUIRY.
