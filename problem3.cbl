      * again, and the batch report shows hits against misses so the
      * runtime saved is visible.  A cache that cannot be opened just
      * drops the program back to factoring everything.
      * Trial division takes its divisors from the shared prime table
      * master (copybook EULPRIM, built by EULER-PRIMEGEN) instead of
      * stepping through every integer, so no target is divided by a
      * composite; past the end of the master, or with no master on
      * file, the walk carries on through the odd numbers.
      * Targets and factors carry 18 digits, and an optional parameter
      * card (copybook EULP3PM) can also queue the business date's
      * published PROBLEM-1, PROBLEM-2 and PROBLEM-4 results off the
      * history as targets after the transaction file; every factor
      * group is stamped with the problem and run sequence it came
      * from, and the report lists each target's prime factors.
      * Every history result is tied to the target behind it on the
      * keyed provenance file (copybook EULPROV).
      * Every live result also starts pending release on the keyed
      * release file (copybook EULRELS) until a reviewer releases it.
      * Each run's count of trial divisions, with its factor-cache
      * hits and misses, goes to the metrics file (copybook EULMTRC)
      * for capacity planning.
      * A SIM run writes its factor rows to the simulation factor
      * file (SIMFACT, the FACTFILE layout) beside its results on the
      * simulation file, so EULER-CERTIFY can check the factor lists
      * as well as the answers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT P3PM-FILE ASSIGN TO "PARM3FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P3PM-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CSH-RECORD-KEY
               FILE STATUS IS WS-CACHE-FILE-STATUS.
           SELECT PRIME-FILE ASSIGN TO "PRIMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PRIM-RECORD-KEY
               FILE STATUS IS WS-PRIME-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PROV-FILE ASSIGN TO "PROVFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PROV-RECORD-KEY
               FILE STATUS IS WS-PROV-FILE-STATUS.
           SELECT REL-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RELS-RECORD-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT SIM-FILE ASSIGN TO "SIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-FILE-STATUS.
           SELECT SIM-FACT-FILE ASSIGN TO "SIMFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMF-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MTRC-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRC-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "PROBLEM3-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
       FILE SECTION.
       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD            PIC X(12).
       FD  P3PM-FILE.
       01  P3PM-FILE-RECORD.
           COPY EULP3PM.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  CACHE-FILE.
       01  CACHE-FILE-RECORD.
           COPY EULFCSH.
       FD  PRIME-FILE.
       01  PRIME-FILE-RECORD.
           COPY EULPRIM.
       FD  HIST-FILE.
       01  HIST-FILE-RECORD.
           COPY EULHIST.
       FD  PROV-FILE.
       01  PROV-FILE-RECORD.
           COPY EULPROV.
       FD  REL-FILE.
       01  REL-FILE-RECORD.
           COPY EULRELS.
       FD  SIM-FILE.
       01  SIM-FILE-RECORD             PIC X(73).
       FD  SIM-FACT-FILE.
       01  SIM-FACT-RECORD             PIC X(54).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  MTRC-FILE.
       01  MTRC-FILE-RECORD.
           COPY EULMTRC.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
           01 WS-CTL-TRAILER.
              COPY EULCTL.

           01 WS-TARGET-VALUE          PIC 9(18) VALUE 0.
           01 WS-REMAINING             PIC 9(18) VALUE 0.
           01 WS-PRIME-FACTOR          PIC 9(18) VALUE 2.
           01 WS-MAX-FACTOR            PIC 9(18) VALUE 1.
           01 WS-QUOTIENT              PIC 9(18) VALUE 0.
           01 WS-RMNDR                 PIC 9(18) VALUE 0.
           01 WS-MULTIPLICITY          PIC 9(04) VALUE 0.

           01 WS-TRAN-FILE-STATUS      PIC X(02).
           01 WS-FACT-FILE-STATUS      PIC X(02).
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-PROV-FILE-STATUS      PIC X(02).
           01 WS-PROV-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PROV-FILE-OPEN     VALUE 'Y'.
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-REL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-OPEN      VALUE 'Y'.
           01 WS-PROV-CARD-SOURCE      PIC X(10) VALUE SPACES.
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-MTRC-FILE-STATUS      PIC X(02).
           01 WS-TRIAL-DIVISIONS  PIC 9(12) VALUE 0.
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-P3PM-FILE-STATUS      PIC X(02).
           01 WS-SUSP-FILE-STATUS      PIC X(02).
           01 WS-SUSP-WORK-STATUS      PIC X(02).
           01 WS-CACHE-FILE-STATUS     PIC X(02).
           01 WS-CACHE-ROW-TOTAL       PIC 9(04) VALUE 0.
           01 WS-CACHE-IDX             PIC 9(04) COMP.

           01 WS-PRIME-FILE-STATUS     PIC X(02).
           01 WS-PRIME-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-PRIME-FILE-OPEN    VALUE 'Y'.
           01 WS-PRIME-LIVE-SW         PIC X(01) VALUE 'N'.
              88 WS-PRIME-TABLE-LIVE   VALUE 'Y'.
           01 WS-PRIME-LIMIT           PIC 9(12) VALUE 0.

           01 WS-FOUND-FACTOR-COUNT    PIC 9(04) VALUE 0.
           01 WS-FOUND-FACTOR-TABLE.
              05 WS-FOUND-ENTRY OCCURS 50 TIMES.
                 10 WS-FOUND-FACTOR    PIC 9(18).
                 10 WS-FOUND-MULT      PIC 9(04).

           01 WS-TRAN-OPEN-SW          PIC X(01) VALUE 'N'.
           01 WS-TARGET-COUNT          PIC 9(07) VALUE 0.
           01 WS-RUN-SEQUENCE          PIC 9(04) VALUE 0.

           01 WS-SOURCE-PROBLEM        PIC X(02) VALUE SPACES.
           01 WS-SOURCE-SEQUENCE       PIC 9(04) VALUE 0.
           01 WS-QUEUE-RESULTS-SW      PIC X(01) VALUE 'N'.
              88 WS-QUEUE-RESULTS      VALUE 'Y'.
           01 WS-PUB-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-PUB-AT-EOF         VALUE 'Y'.
           01 WS-PUB-COUNT             PIC 9(03) VALUE 0.
           01 WS-PUB-QUEUED-COUNT      PIC 9(03) VALUE 0.
           01 WS-PUB-IDX               PIC 9(03) COMP.
           01 WS-PUB-MATCH-SW          PIC X(01) VALUE 'N'.
              88 WS-PUB-MATCH-FOUND    VALUE 'Y'.
           01 WS-PUB-TABLE.
              05 WS-PUB-ENTRY OCCURS 500 TIMES.
                 10 WS-PUB-PROBLEM-ID  PIC X(02).
                 10 WS-PUB-SEQUENCE    PIC 9(04).
                 10 WS-PUB-RESULT      PIC 9(18).
                 10 WS-PUB-NETTED-SW   PIC X(01).
                    88 WS-PUB-IS-NETTED VALUE 'Y'.
           01 WS-FACT-LINE-IDX         PIC 9(04) COMP.


           01 WS-SIM-FILE-STATUS       PIC X(02).
           01 WS-SIMF-FILE-STATUS      PIC X(02).
           01 WS-SIM-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-SIM-AT-EOF         VALUE 'Y'.
           01 WS-PROD-FOUND-SW         PIC X(01) VALUE 'N'.
           01 WS-ENQ-COUNT             PIC 9(02) VALUE 0.
           01 WS-ENQ-IDX               PIC 9(02) COMP.
           01 WS-ENQ-TABLE.
              05 WS-ENQ-RESOURCE       OCCURS 6 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
           ELSE
               PERFORM READ-NEXT-TARGET
               PERFORM UNTIL WS-TRAN-AT-EOF
                   PERFORM MARK-OWN-TARGET-SOURCE
                   PERFORM FACTOR-TARGET-VALUE
                   PERFORM WRITE-RESULTS-RECORD
                   PERFORM WRITE-REPORT-LINE
                   PERFORM READ-NEXT-TARGET
               END-PERFORM
               PERFORM FACTOR-PUBLISHED-RESULTS
           END-IF.

           PERFORM CLOSE-REPORT.
               DELIMITED BY SIZE INTO WS-START-TIMESTAMP.

           PERFORM READ-CONTROL-CARD.
           PERFORM READ-PARAMETER-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM SCREEN-PRIVILEGED-REQUEST.
           IF NOT WS-RUN-IS-SIMULATE
               PERFORM COLLECT-REVERSALS
           END-IF.

           IF WS-QUEUE-RESULTS AND NOT WS-RUN-IS-DUPLICATE
                   AND NOT WS-RUN-IS-REPROCESS
                   AND NOT WS-DATE-WAS-REFUSED
                   AND RETURN-CODE = 0
               PERFORM COLLECT-PUBLISHED-RESULTS
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE

           IF WS-RUN-IS-SIMULATE
               OPEN OUTPUT SIM-FILE
               OPEN OUTPUT SIM-FACT-FILE
           ELSE
               OPEN EXTEND HIST-FILE
               IF WS-HIST-FILE-STATUS = "35"
               END-IF
           END-IF.

           IF NOT WS-RUN-IS-SIMULATE
               PERFORM OPEN-FACTOR-CACHE
           END-IF.

           PERFORM OPEN-PRIME-MASTER.

           IF NOT WS-RUN-IS-SIMULATE
               PERFORM OPEN-PROVENANCE-FILE
               PERFORM OPEN-RELEASE-FILE
           END-IF.

           MOVE 'S'                  TO WS-AUDT-RECORD-TYPE.
               CLOSE CARD-FILE
           END-IF.

      ******************************************************************
      * READ-PARAMETER-CARD - pick up the optional target-source card
      * (copybook EULP3PM).  RESULTS queues the business date's
      * published results behind the transaction file; anything it
      * does not recognize is reported and the transaction file runs
      * alone, as it does with no card at all.
      ******************************************************************
       READ-PARAMETER-CARD.
           OPEN INPUT P3PM-FILE.
           IF WS-P3PM-FILE-STATUS = "00"
               READ P3PM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-P3PM-WITH-RESULTS
                           SET WS-QUEUE-RESULTS TO TRUE
                           DISPLAY "PROBLEM-3: PUBLISHED RESULTS WILL "
                               "BE QUEUED AS TARGETS"
                       ELSE
                           IF NOT WS-P3PM-TRAN-ONLY
                               DISPLAY "PROBLEM-3: UNKNOWN TARGET "
                                   "SOURCE " WS-P3PM-SOURCE-X
                                   " - TRANSACTION FILE ONLY"
                           END-IF
                       END-IF
               END-READ
               CLOSE P3PM-FILE
           END-IF.


      ******************************************************************
      * RESOLVE-BUSINESS-DATE - put the run's business date through
                       DISPLAY "PROBLEM-3: SUSPENSE TARGET STILL "
                           "ZERO - LEFT OPEN"
                   ELSE
                       PERFORM MARK-OWN-TARGET-SOURCE
                       PERFORM FACTOR-TARGET-VALUE
                       PERFORM WRITE-RESULTS-RECORD
                       PERFORM WRITE-REPORT-LINE
                   WRITE SUSP-FILE-RECORD FROM SUSP-WORK-RECORD
           END-READ.

      ******************************************************************
      * MARK-OWN-TARGET-SOURCE - a transaction (or reprocessed
      * suspense) target is PROBLEM-3's own input: its factor group
      * is stamped with this problem id and the run sequence of the
      * result it is about to produce, and its provenance names the
      * file it was read from.
      ******************************************************************
       MARK-OWN-TARGET-SOURCE.
           MOVE WS-HDR-PROBLEM-ID TO WS-SOURCE-PROBLEM.
           COMPUTE WS-SOURCE-SEQUENCE = WS-RUN-SEQUENCE + 1.
           IF WS-RUN-IS-REPROCESS
               MOVE "SUSPFILE" TO WS-PROV-CARD-SOURCE
           ELSE
               MOVE "TRANFILE" TO WS-PROV-CARD-SOURCE
           END-IF.

      ******************************************************************
      * COLLECT-PUBLISHED-RESULTS - before the history opens for this
      * run's appends, table the business date's PROBLEM-1, PROBLEM-2
      * and PROBLEM-4 results.  A reversal nets out the first standing
      * result with the same key and value, so a forced rerun's
      * superseded answer is not factored beside its replacement.
      ******************************************************************
       COLLECT-PUBLISHED-RESULTS.
           MOVE 'N' TO WS-PUB-EOF-SW.
           MOVE 0   TO WS-PUB-COUNT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "PROBLEM-3: NO HISTORY TO QUEUE RESULTS FROM - "
                   "STATUS " WS-HIST-FILE-STATUS
               MOVE 'Y' TO WS-PUB-EOF-SW
           END-IF.
           PERFORM COLLECT-ONE-PUBLISHED UNTIL WS-PUB-AT-EOF.
           IF WS-HIST-FILE-STATUS = "10"
               CLOSE HIST-FILE
           END-IF.

       COLLECT-ONE-PUBLISHED.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-PUB-EOF-SW
               NOT AT END
                   IF HIST-FILE-RECORD (1:1) NOT = 'T'
                           AND WS-HIST-RUN-DATE = WS-HDR-RUN-DATE
                           AND (WS-HIST-PROBLEM-ID = "01"
                             OR WS-HIST-PROBLEM-ID = "02"
                             OR WS-HIST-PROBLEM-ID = "04")
                       IF WS-HIST-IS-REVERSAL
                           PERFORM NET-PUBLISHED-RESULT
                       ELSE
                           IF WS-PUB-COUNT >= 500
                               DISPLAY "PROBLEM-3: MORE THAN 500 "
                                   "PUBLISHED RESULTS - EXCESS NOT "
                                   "QUEUED"
                           ELSE
                               ADD 1 TO WS-PUB-COUNT
                               MOVE WS-HIST-PROBLEM-ID
                                   TO WS-PUB-PROBLEM-ID (WS-PUB-COUNT)
                               MOVE WS-HIST-RUN-SEQUENCE
                                   TO WS-PUB-SEQUENCE (WS-PUB-COUNT)
                               MOVE WS-HIST-NUMERIC-RESULT
                                   TO WS-PUB-RESULT (WS-PUB-COUNT)
                               MOVE 'N'
                                   TO WS-PUB-NETTED-SW (WS-PUB-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       NET-PUBLISHED-RESULT.
           MOVE 'N' TO WS-PUB-MATCH-SW.
           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                   UNTIL WS-PUB-IDX > WS-PUB-COUNT
                      OR WS-PUB-MATCH-FOUND
               IF NOT WS-PUB-IS-NETTED (WS-PUB-IDX)
                       AND WS-PUB-PROBLEM-ID (WS-PUB-IDX)
                           = WS-HIST-PROBLEM-ID
                       AND WS-PUB-SEQUENCE (WS-PUB-IDX)
                           = WS-HIST-RUN-SEQUENCE
                       AND WS-PUB-RESULT (WS-PUB-IDX)
                           = WS-HIST-NUMERIC-RESULT
                   MOVE 'Y' TO WS-PUB-NETTED-SW (WS-PUB-IDX)
                   SET WS-PUB-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * FACTOR-PUBLISHED-RESULTS - once the transaction file is done,
      * every standing published result tabled above is factored like
      * any other target, its factor group stamped with the problem
      * and run sequence it came from.  A zero result has nothing to
      * factor and is passed over with a message.
      ******************************************************************
       FACTOR-PUBLISHED-RESULTS.
           PERFORM VARYING WS-PUB-IDX FROM 1 BY 1
                   UNTIL WS-PUB-IDX > WS-PUB-COUNT
               IF NOT WS-PUB-IS-NETTED (WS-PUB-IDX)
                   PERFORM FACTOR-ONE-PUBLISHED
               END-IF
           END-PERFORM.

       FACTOR-ONE-PUBLISHED.
           IF WS-PUB-RESULT (WS-PUB-IDX) = 0
               DISPLAY "PROBLEM-3: SKIPPING ZERO RESULT OF PROBLEM-"
                   WS-PUB-PROBLEM-ID (WS-PUB-IDX) " RUN "
                   WS-PUB-SEQUENCE (WS-PUB-IDX)
           ELSE
               MOVE WS-PUB-RESULT (WS-PUB-IDX)     TO WS-TARGET-VALUE
               MOVE WS-PUB-PROBLEM-ID (WS-PUB-IDX) TO WS-SOURCE-PROBLEM
               MOVE WS-PUB-SEQUENCE (WS-PUB-IDX)
                   TO WS-SOURCE-SEQUENCE
               MOVE "HISTFILE"         TO WS-PROV-CARD-SOURCE
               ADD 1 TO WS-PUB-QUEUED-COUNT
               PERFORM FACTOR-TARGET-VALUE
               PERFORM WRITE-RESULTS-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * FACTOR-TARGET-VALUE - resolve the current target's factors:
      * a cache hit replays the stored factor rows and largest factor,
      * a miss trial-divides as always and then files the result so
      * the next run that meets this target skips the work.  A
      * simulation never consults the cache: it exists to prove the
      * trial division itself, so every target is divided afresh.
      ******************************************************************
       FACTOR-TARGET-VALUE.
           ADD 1 TO WS-TARGET-COUNT.
           MOVE 0 TO WS-FOUND-FACTOR-COUNT.
           MOVE 'N' TO WS-CACHE-HIT-SW.
           IF NOT WS-RUN-IS-SIMULATE
               PERFORM LOOKUP-FACTOR-CACHE
           END-IF.
           IF WS-CACHE-IS-HIT
               PERFORM APPLY-CACHED-FACTORS
           ELSE
      * stopping once WS-PRIME-FACTOR squared exceeds what remains of
      * the target so a large near-prime target does not walk the loop
      * up past its square root.  Every distinct factor found (with its
      * multiplicity) is written to FACT-FILE.  The candidate factors
      * come from the prime table master (see NEXT-TRIAL-DIVISOR).
      * The square is never formed: with 18-digit targets it would
      * outgrow any field that holds it, so the test is made on the
      * quotient instead - a non-dividing factor greater than its
      * quotient has passed the square root of what remains.
      ******************************************************************
       TRIAL-DIVIDE-TARGET.
           MOVE WS-TARGET-VALUE TO WS-REMAINING.
           PERFORM FIRST-TRIAL-DIVISOR.
           MOVE 1               TO WS-MAX-FACTOR.
           MOVE 0               TO WS-MULTIPLICITY.
           MOVE 0               TO WS-FOUND-FACTOR-COUNT.

           PERFORM UNTIL WS-REMAINING = 1

               DIVIDE WS-REMAINING BY WS-PRIME-FACTOR
                   GIVING WS-QUOTIENT REMAINDER WS-RMNDR
               ADD 1 TO WS-TRIAL-DIVISIONS

               IF WS-RMNDR NOT = 0
                       AND WS-PRIME-FACTOR > WS-QUOTIENT
                   IF WS-MULTIPLICITY > 0
                       PERFORM RECORD-FACTOR
                       MOVE 0 TO WS-MULTIPLICITY
                   END-IF
                   MOVE WS-REMAINING TO WS-PRIME-FACTOR
                   MOVE 1            TO WS-QUOTIENT
                   MOVE 0            TO WS-RMNDR
               END-IF

               IF WS-RMNDR = 0
                   ADD 1 TO WS-MULTIPLICITY
                       PERFORM RECORD-FACTOR
                       MOVE 0 TO WS-MULTIPLICITY
                   END-IF
                   PERFORM NEXT-TRIAL-DIVISOR
               END-IF

           END-PERFORM.
               PERFORM RECORD-FACTOR
           END-IF.

      ******************************************************************
      * OPEN-PRIME-MASTER - the prime table master is only read, so a
      * master that is missing or has no control trailer costs speed,
      * not answers: the run says so and steps through the odd
      * numbers the way it would past the end of a good master.  A
      * master that EULER-PRIMEGEN holds (copybook EULLOCK) is in the
      * middle of a build and is passed over the same way, rather
      * than read half-written.
      ******************************************************************
       OPEN-PRIME-MASTER.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "PRIMEMAST"  TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "PROBLEM-3: PRIME MASTER BEING BUILT - "
                   "DIVIDING BY ODD NUMBERS"
           ELSE
               PERFORM OPEN-PRIME-FILE
           END-IF.

       OPEN-PRIME-FILE.
           OPEN INPUT PRIME-FILE.
           IF WS-PRIME-FILE-STATUS = "00"
               MOVE 999999999999 TO WS-PRIM-PRIME-VALUE
               READ PRIME-FILE
                   INVALID KEY
                       DISPLAY "PROBLEM-3: PRIME MASTER HAS NO CONTROL "
                           "TRAILER - NOT USED"
                       CLOSE PRIME-FILE
                   NOT INVALID KEY
                       SET WS-PRIME-FILE-OPEN TO TRUE
                       MOVE WS-PRIM-LIMIT TO WS-PRIME-LIMIT
               END-READ
           ELSE
               DISPLAY "PROBLEM-3: PRIME MASTER UNAVAILABLE - STATUS "
                   WS-PRIME-FILE-STATUS " - DIVIDING BY ODD NUMBERS"
           END-IF.

      ******************************************************************
      * FIRST-TRIAL-DIVISOR - position the master on its first prime
      * for a new target.  2 is where every walk starts, master or no
      * master.
      ******************************************************************
       FIRST-TRIAL-DIVISOR.
           MOVE 2 TO WS-PRIME-FACTOR.
           MOVE 'N' TO WS-PRIME-LIVE-SW.
           IF WS-PRIME-FILE-OPEN
               MOVE 2 TO WS-PRIM-PRIME-VALUE
               START PRIME-FILE KEY NOT LESS THAN WS-PRIM-RECORD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PRIME-TABLE-LIVE TO TRUE
                       PERFORM NEXT-TRIAL-DIVISOR
               END-START
           END-IF.

      ******************************************************************
      * NEXT-TRIAL-DIVISOR - the next prime off the master while it
      * lasts; the control trailer or end of file hands over to odd-
      * number stepping from the last prime read.  Dividing by an odd
      * composite past the master is harmless - its own prime factors
      * have already been divided out - it only costs the time the
      * master exists to save.
      ******************************************************************
       NEXT-TRIAL-DIVISOR.
           IF WS-PRIME-TABLE-LIVE
               READ PRIME-FILE NEXT
                   AT END
                       MOVE 'N' TO WS-PRIME-LIVE-SW
                   NOT AT END
                       IF WS-PRIM-TYPE-TRAILER
                           MOVE 'N' TO WS-PRIME-LIVE-SW
                       ELSE
                           MOVE WS-PRIM-PRIME-VALUE TO WS-PRIME-FACTOR
                       END-IF
               END-READ
               IF NOT WS-PRIME-TABLE-LIVE
                   PERFORM STEP-ODD-DIVISOR
               END-IF
           ELSE
               PERFORM STEP-ODD-DIVISOR
           END-IF.

       STEP-ODD-DIVISOR.
           IF WS-PRIME-FACTOR < 3
               MOVE 3 TO WS-PRIME-FACTOR
           ELSE
               ADD 2 TO WS-PRIME-FACTOR
           END-IF.

      ******************************************************************
      * RECORD-FACTOR - write one factor/multiplicity detail record,
      * and note the factor in the found-factor table so a cache miss
           MOVE WS-PRIME-FACTOR TO WS-FACT-FACTOR-VALUE.
           MOVE WS-MULTIPLICITY TO WS-FACT-MULTIPLICITY.
           MOVE WS-HDR-RUN-DATE TO WS-FACT-RUN-DATE.
           MOVE WS-SOURCE-PROBLEM  TO WS-FACT-SOURCE-PROBLEM.
           MOVE WS-SOURCE-SEQUENCE TO WS-FACT-SOURCE-SEQUENCE.
           IF WS-RUN-IS-SIMULATE
               WRITE SIM-FACT-RECORD FROM FACT-FILE-RECORD
           ELSE
               WRITE FACT-FILE-RECORD
               ADD 1               TO WS-FACT-WRITE-COUNT
               ADD WS-PRIME-FACTOR TO WS-FACT-HASH-TOTAL
                   TO WS-FOUND-MULT (WS-FOUND-FACTOR-COUNT)
           END-IF.

      ******************************************************************
      * OPEN-FACTOR-CACHE - open the cache for update, creating it on
      * first use.  A cache that cannot be opened costs speed, not
      * answers: every target is factored the long way.
      ******************************************************************
       OPEN-FACTOR-CACHE.
           OPEN I-O CACHE-FILE.
           IF WS-CACHE-FILE-STATUS = "35"
               OPEN OUTPUT CACHE-FILE
               IF WS-CACHE-FILE-STATUS = "00"
                   CLOSE CACHE-FILE
                   OPEN I-O CACHE-FILE
               END-IF
           END-IF.
           IF WS-CACHE-FILE-STATUS = "00"
               SET WS-CACHE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "PROBLEM-3: FACTOR CACHE UNAVAILABLE - STATUS "
                   WS-CACHE-FILE-STATUS " - FACTORING EVERY TARGET"
           END-IF.

      ******************************************************************
      * LOOKUP-FACTOR-CACHE - one keyed read of the summary row tells
      * whether this target has been factored before.
               WRITE HIST-FILE-RECORD
               ADD 1             TO WS-HIST-WRITE-COUNT
               ADD WS-MAX-FACTOR TO WS-HIST-HASH-TOTAL
               PERFORM WRITE-PROVENANCE-RECORD
               PERFORM WRITE-RELEASE-RECORD
           END-IF.

      ******************************************************************
      * OPEN-PROVENANCE-FILE - open the keyed provenance file (copybook
      * EULPROV), creating it on first use the way the factor cache
      * is created.  A provenance file that cannot be opened costs
      * the provenance, not the run: the step says so and carries on.
      ******************************************************************
       OPEN-PROVENANCE-FILE.
           OPEN I-O PROV-FILE.
           IF WS-PROV-FILE-STATUS = "35"
               OPEN OUTPUT PROV-FILE
               IF WS-PROV-FILE-STATUS = "00"
                   CLOSE PROV-FILE
                   OPEN I-O PROV-FILE
               END-IF
           END-IF.
           IF WS-PROV-FILE-STATUS = "00"
               SET WS-PROV-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "PROBLEM-3: PROVENANCE FILE UNAVAILABLE - "
                   "STATUS " WS-PROV-FILE-STATUS
                   " - RESULT NOT LINKED TO INPUTS"
           END-IF.

      ******************************************************************
      * WRITE-PROVENANCE-RECORD - tie the history record just written
      * to the target that produced it: the 18-digit target and the
      * file it came from (TRANFILE, SUSPFILE under REPROC, or
      * HISTFILE for a queued published result), the run mode and
      * force flag this run honored, who ran it, and the load
      * module's compile stamp.
      ******************************************************************
       WRITE-PROVENANCE-RECORD.
           IF WS-PROV-FILE-OPEN
               MOVE WS-HIST-PROBLEM-ID     TO WS-PROV-PROBLEM-ID
               MOVE WS-HIST-RUN-DATE       TO WS-PROV-RUN-DATE
               MOVE WS-HIST-RUN-SEQUENCE   TO WS-PROV-RUN-SEQUENCE
               MOVE WS-START-TIMESTAMP     TO WS-PROV-RUN-TIMESTAMP
               MOVE WS-HDR-JOB-NAME        TO WS-PROV-JOB-NAME
               MOVE WS-OPERATOR-ID         TO WS-PROV-OPERATOR-ID
               MOVE SPACES                 TO WS-PROV-INPUT-IMAGE
               MOVE WS-PROV-CARD-SOURCE    TO WS-PROV-INPUT-SOURCE
               IF WS-RUN-IS-REPROCESS
                   MOVE "REPROC"           TO WS-PROV-RUN-MODE
               ELSE
                   MOVE "NORMAL"           TO WS-PROV-RUN-MODE
               END-IF
               IF WS-FORCE-RERUN
                   MOVE 'F'                TO WS-PROV-FORCE-FLAG
               ELSE
                   MOVE SPACE              TO WS-PROV-FORCE-FLAG
               END-IF
               MOVE WHEN-COMPILED          TO WS-PROV-COMPILE-DATE
               MOVE WS-TARGET-VALUE   TO WS-PROV-INPUT-IMAGE (1:18)
               MOVE 0                      TO WS-PROV-SCHED-EFFECTIVE
               MOVE WS-HIST-NUMERIC-RESULT TO WS-PROV-NUMERIC-RESULT
               WRITE PROV-FILE-RECORD
                   INVALID KEY
                       DISPLAY "PROBLEM-3: PROVENANCE ALREADY ON FILE "
                           "FOR " WS-PROV-RECORD-KEY
               END-WRITE
           END-IF.

      ******************************************************************
      * OPEN-RELEASE-FILE - open the keyed result release file
      * (copybook EULRELS), creating it on first use.  A release file
      * that cannot be opened leaves this run's results with no
      * release record, which every reader treats as not released -
      * the results wait, they are never let through.
      ******************************************************************
       OPEN-RELEASE-FILE.
           OPEN I-O REL-FILE.
           IF WS-REL-FILE-STATUS = "35"
               OPEN OUTPUT REL-FILE
               IF WS-REL-FILE-STATUS = "00"
                   CLOSE REL-FILE
                   OPEN I-O REL-FILE
               END-IF
           END-IF.
           IF WS-REL-FILE-STATUS = "00"
               SET WS-REL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "PROBLEM-3: RELEASE FILE UNAVAILABLE - "
                   "STATUS " WS-REL-FILE-STATUS
                   " - RESULT HELD BACK UNTIL RELEASED"
           END-IF.

      ******************************************************************
      * WRITE-RELEASE-RECORD - every live result starts pending
      * release, stamped with the job and operator that produced it
      * so EULER-RELEASE can keep the reviewer and the runner apart.
      * A forced rerun landing on a key already on file puts that
      * key back to pending.
      ******************************************************************
       WRITE-RELEASE-RECORD.
           IF WS-REL-FILE-OPEN
               MOVE WS-HIST-PROBLEM-ID     TO WS-RELS-PROBLEM-ID
               MOVE WS-HIST-RUN-DATE       TO WS-RELS-RUN-DATE
               MOVE WS-HIST-RUN-SEQUENCE   TO WS-RELS-RUN-SEQUENCE
               MOVE 'P'                    TO WS-RELS-STATUS
               MOVE WS-HIST-NUMERIC-RESULT TO WS-RELS-NUMERIC-RESULT
               MOVE WS-HDR-JOB-NAME        TO WS-RELS-RUN-JOB-NAME
               MOVE WS-OPERATOR-ID         TO WS-RELS-RUN-OPERATOR-ID
               MOVE WS-START-TIMESTAMP     TO WS-RELS-RUN-TIMESTAMP
               MOVE SPACES                 TO WS-RELS-DECIDED-BY
               MOVE 0                      TO WS-RELS-DECIDED-TS
               WRITE REL-FILE-RECORD
                   INVALID KEY
                       REWRITE REL-FILE-RECORD
                           INVALID KEY
                               DISPLAY "PROBLEM-3: RELEASE RECORD NOT "
                                   "WRITTEN FOR " WS-RELS-RECORD-KEY
                       END-REWRITE
               END-WRITE
           END-IF.

      ******************************************************************
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * WRITE-REPORT-LINE - one report line per target processed, a
      * published result named by the problem and run it came from,
      * followed by the target's prime factors.
      ******************************************************************
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SOURCE-PROBLEM = WS-HDR-PROBLEM-ID
               STRING "TARGET: " WS-TARGET-VALUE
                   "  LARGEST PRIME FACTOR: " WS-MAX-FACTOR
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "RESULT OF PROBLEM-" WS-SOURCE-PROBLEM
                   " RUN " WS-SOURCE-SEQUENCE
                   " ON " WS-HDR-RUN-DATE
                   ": " WS-TARGET-VALUE
                   "  LARGEST PRIME FACTOR: " WS-MAX-FACTOR
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-FACT-LINE-IDX FROM 1 BY 1
                   UNTIL WS-FACT-LINE-IDX > WS-FOUND-FACTOR-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "    PRIME FACTOR: "
                   WS-FOUND-FACTOR (WS-FACT-LINE-IDX)
                   "  MULTIPLICITY: "
                   WS-FOUND-MULT (WS-FACT-LINE-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

      ******************************************************************
      * CLOSE-REPORT - trailer line and closing totals for the batch.
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-QUEUE-RESULTS
               MOVE SPACES TO WS-RPT-LINE
               STRING "PUBLISHED RESULTS QUEUED: " WS-PUB-QUEUED-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "FACTOR CACHE HITS: " WS-CACHE-HIT-COUNT
               "  MISSES: " WS-CACHE-MISS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PRIME-FILE-OPEN
               STRING "PRIME MASTER COMPLETE TO: " WS-PRIME-LIMIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "PRIME MASTER NOT AVAILABLE - ODD-NUMBER "
                   "TRIAL DIVISION"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-RUN-IS-SIMULATE
               PERFORM WRITE-SIM-COMPARISON
           END-IF.
           MOVE WS-END-TIMESTAMP     TO WS-AUDT-TIMESTAMP.
           MOVE RETURN-CODE          TO WS-AUDT-COMPLETION-CODE.
           WRITE AUDIT-FILE-RECORD.
           PERFORM WRITE-METRICS-RECORD.

           IF RETURN-CODE = 0 AND NOT WS-RUN-IS-REPROCESS
                   AND NOT WS-RUN-IS-SIMULATE

           IF WS-RUN-IS-SIMULATE
               CLOSE SIM-FILE
               CLOSE SIM-FACT-FILE
           ELSE
               PERFORM WRITE-CONTROL-TRAILERS
           END-IF.
           IF WS-CACHE-FILE-OPEN
               CLOSE CACHE-FILE
           END-IF.
           IF WS-PRIME-FILE-OPEN
               CLOSE PRIME-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           IF NOT WS-RUN-IS-SIMULATE
               CLOSE HIST-FILE
               CLOSE FACT-FILE
           END-IF.
           IF WS-PROV-FILE-OPEN
               CLOSE PROV-FILE
           END-IF.
           IF WS-REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF.
           PERFORM RELEASE-FILE-LOCKS.

      ******************************************************************
      * WRITE-METRICS-RECORD - this run's unit-of-work counts to the
      * metrics file (copybook EULMTRC), stamped with the same start
      * timestamp as the 'S' audit record so EULER-TREND can set the
      * work done against the time it took.
      ******************************************************************
       WRITE-METRICS-RECORD.
           OPEN EXTEND MTRC-FILE.
           IF WS-MTRC-FILE-STATUS = "35"
               OPEN OUTPUT MTRC-FILE
           END-IF.
           MOVE WS-HDR-JOB-NAME      TO WS-MTRC-JOB-NAME.
           MOVE WS-HDR-PROBLEM-ID    TO WS-MTRC-PROBLEM-ID.
           MOVE WS-HDR-RUN-DATE      TO WS-MTRC-RUN-DATE.
           MOVE WS-START-TIMESTAMP   TO WS-MTRC-START-TIMESTAMP.
           MOVE WS-RUN-MODE-SW       TO WS-MTRC-RUN-MODE.
           MOVE RETURN-CODE          TO WS-MTRC-COMPLETION-CODE.
           MOVE "TRIAL-DIVS"         TO WS-MTRC-UNIT-NAME.
           MOVE WS-TRIAL-DIVISIONS   TO WS-MTRC-WORK-UNITS.
           MOVE WS-CACHE-HIT-COUNT   TO WS-MTRC-CACHE-HITS.
           MOVE WS-CACHE-MISS-COUNT  TO WS-MTRC-CACHE-MISSES.
           IF WS-FORCE-RERUN
               MOVE 'F'              TO WS-MTRC-FORCE-FLAG
           ELSE
               MOVE SPACE            TO WS-MTRC-FORCE-FLAG
           END-IF.
           WRITE MTRC-FILE-RECORD.
           CLOSE MTRC-FILE.

      ******************************************************************
      * WRITE-CONTROL-TRAILERS - close out this run's segment of the
      * history and factor detail files with control-total trailers so
      * and cleared with EULER-LOCKUTL.
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 6 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "FACTFILE"   TO WS-ENQ-RESOURCE (2).
           MOVE "SUSPFILE"   TO WS-ENQ-RESOURCE (3).
           MOVE "FACTCACHE"  TO WS-ENQ-RESOURCE (4).
           MOVE "PROVFILE"   TO WS-ENQ-RESOURCE (5).
           MOVE "RELFILE"    TO WS-ENQ-RESOURCE (6).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "PROBLEM-3: SHARED FILE HELD BY ANOTHER RUN - "
