      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Prime-generation job that builds the keyed prime
      * table master (copybook EULPRIM) PROBLEM-3 trial-divides from
      * and EULER-CACHEUTL validates cached factors against.  The
      * parameter card (copybook EULPGPM) names the limit the table
      * is to be complete up to and the mode: REBUILD creates the
      * master fresh from 2, EXTEND keeps every prime already on file
      * and generates only the stretch past the master's current
      * limit, so raising the limit never regrinds the primes the
      * shop already holds.  Each candidate is trial-divided by the
      * primes up to its square root, held in a table as they are
      * found (or loaded off the master for an extension), and the
      * master closes with a control trailer carrying the prime
      * count, the limit, and a hash of the primes.  The limit is
      * capped at 999999999 - the largest table the in-core divisor
      * list is sized to prove; PROBLEM-3 carries on past the end of
      * the master by odd-number stepping, so a modest table still
      * pays for itself on every target.  The master is held under
      * the batch-window lock (copybook EULLOCK) while it is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-PRIMEGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PGPM-FILE ASSIGN TO "PRIMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGPM-FILE-STATUS.
           SELECT PRIME-FILE ASSIGN TO "PRIMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PRIM-RECORD-KEY
               FILE STATUS IS WS-PRIME-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-PRIME-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PGPM-FILE.
       01  PGPM-FILE-RECORD.
           COPY EULPGPM.
       FD  PRIME-FILE.
       01  PRIME-FILE-RECORD.
           COPY EULPRIM.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-PGPM-FILE-STATUS      PIC X(02).
           01 WS-PRIME-FILE-STATUS     PIC X(02).

           01 WS-CARD-VALID-SW         PIC X(01) VALUE 'Y'.
              88 WS-CARD-IS-VALID      VALUE 'Y'.
           01 WS-MODE-SW               PIC X(01) VALUE SPACE.
              88 WS-MODE-IS-REBUILD    VALUE 'B'.
              88 WS-MODE-IS-EXTEND     VALUE 'X'.
           01 WS-MASTER-OPEN-SW        PIC X(01) VALUE 'N'.
              88 WS-MASTER-IS-OPEN     VALUE 'Y'.
           01 WS-WORK-NEEDED-SW        PIC X(01) VALUE 'Y'.
              88 WS-WORK-IS-NEEDED     VALUE 'Y'.
           01 WS-PRIME-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-PRIME-AT-EOF       VALUE 'Y'.
           01 WS-IS-PRIME-SW           PIC X(01) VALUE 'Y'.
              88 WS-CANDIDATE-IS-PRIME VALUE 'Y'.

           01 WS-NEW-LIMIT             PIC 9(12) VALUE 0.
           01 WS-OLD-LIMIT             PIC 9(12) VALUE 0.
           01 WS-OLD-COUNT             PIC 9(09) VALUE 0.
           01 WS-PRIME-COUNT           PIC 9(09) VALUE 0.
           01 WS-PRIMES-ADDED          PIC 9(09) VALUE 0.
           01 WS-PRIME-HASH-TOTAL      PIC 9(14) VALUE 0.
           01 WS-LARGEST-PRIME         PIC 9(12) VALUE 0.
           01 WS-START-CANDIDATE       PIC 9(12) VALUE 0.
           01 WS-CANDIDATE             PIC 9(12) VALUE 0.
           01 WS-QUOTIENT              PIC 9(12) VALUE 0.
           01 WS-RMNDR                 PIC 9(12) VALUE 0.
           01 WS-DIVISOR-SQUARED       PIC 9(18) COMP.

           01 WS-DIVISOR-COUNT         PIC 9(04) VALUE 0.
           01 WS-DIVISOR-IDX           PIC 9(04) COMP.
           01 WS-DIVISOR-TABLE.
              05 WS-DIVISOR            OCCURS 4000 TIMES
                                        PIC 9(12).

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
           01 WS-PRIME-TIMESTAMP       PIC 9(14).
           01 WS-OPERATOR-ID           PIC X(08).
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
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-PRIME-TIMESTAMP.
           PERFORM READ-PARAMETER-CARD.
           PERFORM OPEN-REPORT.

           IF WS-CARD-IS-VALID
               PERFORM ENQUEUE-FILE-LOCKS
               PERFORM OPEN-PRIME-MASTER
               IF WS-MASTER-IS-OPEN
                   IF WS-WORK-IS-NEEDED
                       PERFORM GENERATE-PRIMES
                       PERFORM WRITE-PRIME-TRAILER
                   END-IF
                   CLOSE PRIME-FILE
                   PERFORM REPORT-GENERATION-TOTALS
               END-IF
               PERFORM RELEASE-FILE-LOCKS
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTHING DONE - PARAMETER CARD MISSING OR "
                   "INVALID"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM CLOSE-REPORT.
           STOP RUN.

      ******************************************************************
      * READ-PARAMETER-CARD - mode and limit off the single parameter
      * record.  Nothing is touched without a clean card: a blank
      * mode, a non-numeric limit, a limit under 2 or one past the
      * divisor table's reach all stop the run (return code 16).
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT PGPM-FILE.
           IF WS-PGPM-FILE-STATUS NOT = "00"
               DISPLAY "EULER-PRIMEGEN: PARAMETER CARD NOT FOUND - "
                   "STATUS " WS-PGPM-FILE-STATUS
               MOVE 'N' TO WS-CARD-VALID-SW
               MOVE 16 TO RETURN-CODE
           ELSE
               READ PGPM-FILE
                   AT END
                       DISPLAY "EULER-PRIMEGEN: PARAMETER CARD IS EMPTY"
                       MOVE 'N' TO WS-CARD-VALID-SW
                       MOVE 16 TO RETURN-CODE
               END-READ
               IF WS-CARD-IS-VALID
                   PERFORM VALIDATE-PARAMETER-CARD
               END-IF
               CLOSE PGPM-FILE
           END-IF.

       VALIDATE-PARAMETER-CARD.
           IF WS-PGPM-MODE-REBUILD
               MOVE 'B' TO WS-MODE-SW
           ELSE
               IF WS-PGPM-MODE-EXTEND
                   MOVE 'X' TO WS-MODE-SW
               ELSE
                   DISPLAY "EULER-PRIMEGEN: UNRECOGNIZED MODE: "
                       WS-PGPM-MODE-X
                   MOVE 'N' TO WS-CARD-VALID-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-CARD-IS-VALID
               IF WS-PGPM-LIMIT-X IS NOT NUMERIC
                   DISPLAY "EULER-PRIMEGEN: LIMIT IS NOT NUMERIC: "
                       WS-PGPM-LIMIT-X
                   MOVE 'N' TO WS-CARD-VALID-SW
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE WS-PGPM-LIMIT-X TO WS-NEW-LIMIT
                   IF WS-NEW-LIMIT < 2 OR WS-NEW-LIMIT > 999999999
                       DISPLAY "EULER-PRIMEGEN: LIMIT MUST BE 2 TO "
                           "999999999: " WS-NEW-LIMIT
                       MOVE 'N' TO WS-CARD-VALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * OPEN-PRIME-MASTER - a REBUILD creates the master empty and
      * starts from 2.  An EXTEND opens the master in place, picks
      * up the old limit, count and hash off the control trailer,
      * takes the trailer out (a fresh one goes on at the end), and
      * reloads the divisor table from the primes already on file.
      * An EXTEND with no master on file becomes a REBUILD, with a
      * message; a master with no trailer cannot be trusted to be
      * complete and is left for a REBUILD.  A new limit at or below
      * the old one is already satisfied - nothing is written.
      ******************************************************************
       OPEN-PRIME-MASTER.
           IF WS-MODE-IS-EXTEND
               OPEN I-O PRIME-FILE
               IF WS-PRIME-FILE-STATUS = "35"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "NO PRIME MASTER ON FILE - EXTEND RUN AS "
                       "A REBUILD"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   MOVE 'B' TO WS-MODE-SW
               ELSE
                   IF WS-PRIME-FILE-STATUS = "00"
                       SET WS-MASTER-IS-OPEN TO TRUE
                       PERFORM PREPARE-EXTENSION
                   ELSE
                       PERFORM REPORT-MASTER-STATUS
                   END-IF
               END-IF
           END-IF.
           IF WS-MODE-IS-REBUILD
               OPEN OUTPUT PRIME-FILE
               IF WS-PRIME-FILE-STATUS = "00"
                   SET WS-MASTER-IS-OPEN TO TRUE
                   MOVE 0 TO WS-OLD-LIMIT
                   MOVE 0 TO WS-OLD-COUNT
                   MOVE 0 TO WS-PRIME-COUNT
                   MOVE 0 TO WS-PRIME-HASH-TOTAL
                   MOVE 0 TO WS-DIVISOR-COUNT
                   MOVE 2 TO WS-START-CANDIDATE
               ELSE
                   PERFORM REPORT-MASTER-STATUS
               END-IF
           END-IF.

       REPORT-MASTER-STATUS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CANNOT OPEN PRIME MASTER - STATUS "
               WS-PRIME-FILE-STATUS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE 16 TO RETURN-CODE.

       PREPARE-EXTENSION.
           MOVE 999999999999 TO WS-PRIM-PRIME-VALUE.
           READ PRIME-FILE
               INVALID KEY
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PRIME MASTER HAS NO CONTROL TRAILER - "
                       "RUN A REBUILD"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   MOVE 'N' TO WS-WORK-NEEDED-SW
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-PRIM-LIMIT       TO WS-OLD-LIMIT
                   MOVE WS-PRIM-SEQUENCE    TO WS-OLD-COUNT
                   MOVE WS-PRIM-SEQUENCE    TO WS-PRIME-COUNT
                   MOVE WS-PRIM-HASH-TOTAL  TO WS-PRIME-HASH-TOTAL
           END-READ.
           IF WS-WORK-IS-NEEDED
               IF WS-NEW-LIMIT NOT > WS-OLD-LIMIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PRIME MASTER ALREADY COMPLETE TO "
                       WS-OLD-LIMIT " - NOTHING TO EXTEND"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   MOVE 'N' TO WS-WORK-NEEDED-SW
               ELSE
                   DELETE PRIME-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM LOAD-DIVISOR-TABLE
                   COMPUTE WS-START-CANDIDATE = WS-OLD-LIMIT + 1
               END-IF
           END-IF.

      ******************************************************************
      * LOAD-DIVISOR-TABLE - every prime on file whose square does not
      * pass the new limit is a divisor some candidate may need; the
      * walk stops at the first one past that point.
      ******************************************************************
       LOAD-DIVISOR-TABLE.
           MOVE 0   TO WS-DIVISOR-COUNT.
           MOVE 'N' TO WS-PRIME-EOF-SW.
           MOVE 2   TO WS-PRIM-PRIME-VALUE.
           START PRIME-FILE KEY NOT LESS THAN WS-PRIM-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRIME-EOF-SW
           END-START.
           PERFORM LOAD-ONE-DIVISOR UNTIL WS-PRIME-AT-EOF.

       LOAD-ONE-DIVISOR.
           READ PRIME-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PRIME-EOF-SW
               NOT AT END
                   COMPUTE WS-DIVISOR-SQUARED =
                       WS-PRIM-PRIME-VALUE * WS-PRIM-PRIME-VALUE
                   IF WS-PRIM-TYPE-TRAILER
                           OR WS-DIVISOR-SQUARED > WS-NEW-LIMIT
                           OR WS-DIVISOR-COUNT >= 4000
                       MOVE 'Y' TO WS-PRIME-EOF-SW
                   ELSE
                       ADD 1 TO WS-DIVISOR-COUNT
                       MOVE WS-PRIM-PRIME-VALUE
                           TO WS-DIVISOR (WS-DIVISOR-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * GENERATE-PRIMES - 2 is filed by hand when the range starts
      * there; every other candidate is odd, so the walk steps by 2
      * from the first odd number in the range.
      ******************************************************************
       GENERATE-PRIMES.
           IF WS-START-CANDIDATE NOT > 2
               MOVE 2 TO WS-CANDIDATE
               PERFORM FILE-NEW-PRIME
               MOVE 3 TO WS-START-CANDIDATE
           END-IF.
           DIVIDE WS-START-CANDIDATE BY 2
               GIVING WS-QUOTIENT REMAINDER WS-RMNDR.
           IF WS-RMNDR = 0
               ADD 1 TO WS-START-CANDIDATE
           END-IF.
           PERFORM TEST-ONE-CANDIDATE
               VARYING WS-CANDIDATE FROM WS-START-CANDIDATE BY 2
               UNTIL WS-CANDIDATE > WS-NEW-LIMIT.

      ******************************************************************
      * TEST-ONE-CANDIDATE - divide by the primes found so far until
      * one divides or the next one's square passes the candidate.
      ******************************************************************
       TEST-ONE-CANDIDATE.
           MOVE 'Y' TO WS-IS-PRIME-SW.
           PERFORM VARYING WS-DIVISOR-IDX FROM 1 BY 1
                   UNTIL WS-DIVISOR-IDX > WS-DIVISOR-COUNT
                       OR NOT WS-CANDIDATE-IS-PRIME
                       OR WS-DIVISOR (WS-DIVISOR-IDX)
                          * WS-DIVISOR (WS-DIVISOR-IDX) > WS-CANDIDATE
               DIVIDE WS-CANDIDATE BY WS-DIVISOR (WS-DIVISOR-IDX)
                   GIVING WS-QUOTIENT REMAINDER WS-RMNDR
               IF WS-RMNDR = 0
                   MOVE 'N' TO WS-IS-PRIME-SW
               END-IF
           END-PERFORM.
           IF WS-CANDIDATE-IS-PRIME
               PERFORM FILE-NEW-PRIME
           END-IF.

      ******************************************************************
      * FILE-NEW-PRIME - one master record per prime, and a place in
      * the divisor table while its square is still inside the limit.
      ******************************************************************
       FILE-NEW-PRIME.
           ADD 1 TO WS-PRIME-COUNT.
           ADD 1 TO WS-PRIMES-ADDED.
           ADD WS-CANDIDATE TO WS-PRIME-HASH-TOTAL.
           MOVE WS-CANDIDATE TO WS-LARGEST-PRIME.
           MOVE WS-CANDIDATE     TO WS-PRIM-PRIME-VALUE.
           MOVE 'P'              TO WS-PRIM-RECORD-TYPE.
           MOVE WS-PRIME-COUNT   TO WS-PRIM-SEQUENCE.
           MOVE 0                TO WS-PRIM-LIMIT.
           MOVE 0                TO WS-PRIM-HASH-TOTAL.
           MOVE WS-CURRENT-DATE  TO WS-PRIM-BUILD-DATE.
           WRITE PRIME-FILE-RECORD
               INVALID KEY
                   DISPLAY "EULER-PRIMEGEN: PRIME " WS-CANDIDATE
                       " ALREADY ON FILE"
           END-WRITE.
           COMPUTE WS-DIVISOR-SQUARED = WS-CANDIDATE * WS-CANDIDATE.
           IF WS-DIVISOR-SQUARED NOT > WS-NEW-LIMIT
                   AND WS-DIVISOR-COUNT < 4000
               ADD 1 TO WS-DIVISOR-COUNT
               MOVE WS-CANDIDATE TO WS-DIVISOR (WS-DIVISOR-COUNT)
           END-IF.

      ******************************************************************
      * WRITE-PRIME-TRAILER - the control trailer on the all-nines key
      * (see copybook EULPRIM): count, limit and hash of the whole
      * master as it now stands.
      ******************************************************************
       WRITE-PRIME-TRAILER.
           MOVE 999999999999        TO WS-PRIM-PRIME-VALUE.
           MOVE 'T'                 TO WS-PRIM-RECORD-TYPE.
           MOVE WS-PRIME-COUNT      TO WS-PRIM-SEQUENCE.
           MOVE WS-NEW-LIMIT        TO WS-PRIM-LIMIT.
           MOVE WS-PRIME-HASH-TOTAL TO WS-PRIM-HASH-TOTAL.
           MOVE WS-CURRENT-DATE     TO WS-PRIM-BUILD-DATE.
           WRITE PRIME-FILE-RECORD
               INVALID KEY
                   DISPLAY "EULER-PRIMEGEN: CONTROL TRAILER NOT WRITTEN"
                   MOVE 16 TO RETURN-CODE
           END-WRITE.

       REPORT-GENERATION-TOTALS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRIMES ON FILE BEFORE: " WS-OLD-COUNT
               "  COMPLETE TO " WS-OLD-LIMIT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRIMES ADDED:          " WS-PRIMES-ADDED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-WORK-IS-NEEDED
               MOVE SPACES TO WS-RPT-LINE
               STRING "PRIMES ON FILE NOW:    " WS-PRIME-COUNT
                   "  COMPLETE TO " WS-NEW-LIMIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING "CONTROL HASH TOTAL:    " WS-PRIME-HASH-TOTAL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

           IF WS-PRIMES-ADDED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "LARGEST PRIME ADDED:   " WS-LARGEST-PRIME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the prime master for the length of
      * the build.  PROBLEM-3 and the EULER-CACHEUTL validation pass
      * look for this lock before they open the master, so neither
      * reads a half-written table.  A master already held refuses
      * this one on the spot (return code 12); locks an abend leaves
      * standing are cleared with EULER-LOCKUTL.
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "PRIMEMAST"  TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-PRIMEGEN: SHARED FILE HELD BY "
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
               MOVE "EULPRIME" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-PRIME-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-PRIMEGEN: "
                               WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * RELEASE-FILE-LOCKS - drop this run's lock records, the lock
      * file being rewritten through a work file the way EULER-PURGE
      * rewrites the live files.  Locks belonging to other runs pass
      * through untouched.
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
                   IF WS-LOCK-JOB-NAME NOT = "EULPRIME"
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
      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-PRIMEGEN - PRIME TABLE MASTER BUILD"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   MODE: " WS-PGPM-MODE-X
               "   LIMIT: " WS-PGPM-LIMIT-X
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-PRIMEGEN REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

       END PROGRAM EULER-PRIMEGEN.
