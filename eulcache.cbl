      * losing every saved factorization.  Validation exceptions end
      * the run with a nonzero return code so the morning checklist
      * sees a bad cache before APPLY-CACHED-FACTORS replays it.
      * VALIDATE also proves every cached factor really is prime
      * against the shared prime table master (copybook EULPRIM): a
      * factor inside the master's limit must be on it, and one past
      * the limit must survive division by the master's primes up to
      * its square root; a factor too large for the master to settle
      * is listed as unconfirmed rather than failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CSH-RECORD-KEY
               FILE STATUS IS WS-CACHE-FILE-STATUS.
           SELECT PRIME-FILE ASSIGN TO "PRIMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PRIM-RECORD-KEY
               FILE STATUS IS WS-PRIME-FILE-STATUS.
           SELECT FACT-FILE ASSIGN TO "FACTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACT-FILE-STATUS.
       FD  CACHE-FILE.
       01  CACHE-FILE-RECORD.
           COPY EULFCSH.
       FD  PRIME-FILE.
       01  PRIME-FILE-RECORD.
           COPY EULPRIM.
       FD  FACT-FILE.
       01  FACT-FILE-RECORD.
           COPY EULFACT.
           01 WS-ROW-COUNT             PIC 9(07) VALUE 0.
           01 WS-RECORD-COUNT          PIC 9(07) VALUE 0.
           01 WS-BIGGEST-ROW-COUNT     PIC 9(04) VALUE 0.
           01 WS-BIGGEST-ROW-TARGET    PIC 9(18) VALUE 0.
           01 WS-BIGGEST-FACTOR        PIC 9(18) VALUE 0.
           01 WS-BIGGEST-FACT-TARGET   PIC 9(18) VALUE 0.

           01 WS-SUMMARY-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-SUMMARY-IS-OPEN    VALUE 'Y'.
           01 WS-CHECK-TARGET          PIC 9(18) VALUE 0.
           01 WS-EXPECTED-ROWS         PIC 9(04) VALUE 0.
           01 WS-EXPECTED-MAX          PIC 9(18) VALUE 0.
           01 WS-ROWS-SEEN             PIC 9(04) VALUE 0.
           01 WS-MAX-SEEN              PIC 9(18) VALUE 0.
           01 WS-CHECK-PRODUCT         PIC 9(18) VALUE 1.
           01 WS-MULT-IDX              PIC 9(04) COMP.
           01 WS-PRODUCT-OVFL-SW       PIC X(01) VALUE 'N'.
              88 WS-PRODUCT-OVERFLOWED VALUE 'Y'.
           01 WS-ORPHAN-TARGET         PIC 9(18) VALUE 0.
           01 WS-EXCEPTION-COUNT       PIC 9(05) VALUE 0.

           01 WS-PRIME-FILE-STATUS     PIC X(02).
           01 WS-PRIME-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-PRIME-FILE-OPEN    VALUE 'Y'.
           01 WS-PRIME-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-PRIME-AT-EOF       VALUE 'Y'.
           01 WS-PRIME-LIMIT           PIC 9(12) VALUE 0.
           01 WS-COMPOSITE-SW          PIC X(01) VALUE 'N'.
              88 WS-FACTOR-IS-COMPOSITE VALUE 'Y'.
           01 WS-ROOT-REACHED-SW       PIC X(01) VALUE 'N'.
              88 WS-ROOT-WAS-REACHED   VALUE 'Y'.
           01 WS-DIVISOR-SQUARED       PIC 9(18) COMP.
           01 WS-PRIME-QUOTIENT        PIC 9(18) VALUE 0.
           01 WS-PRIME-RMNDR           PIC 9(18) VALUE 0.
           01 WS-PRIME-CHECKED-COUNT   PIC 9(07) VALUE 0.
           01 WS-UNCONFIRMED-COUNT     PIC 9(07) VALUE 0.

           01 WS-EVICT-IDX             PIC 9(02) COMP.
           01 WS-EVICT-TARGET          PIC 9(18) VALUE 0.
           01 WS-EVICT-ROW-COUNT       PIC 9(04) VALUE 0.
           01 WS-EVICT-SEQ             PIC 9(04) COMP.
           01 WS-DELETED-COUNT         PIC 9(05) VALUE 0.

           01 WS-GROUP-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-GROUP-IS-OPEN      VALUE 'Y'.
           01 WS-GROUP-TARGET          PIC 9(18) VALUE 0.
           01 WS-GROUP-RUN-DATE        PIC X(08) VALUE SPACES.
           01 WS-GROUP-SOURCE-PROBLEM  PIC X(02) VALUE SPACES.
           01 WS-GROUP-SOURCE-SEQUENCE PIC 9(04) VALUE 0.
           01 WS-GROUP-MAX-FACTOR      PIC 9(18) VALUE 0.
           01 WS-FOUND-FACTOR-COUNT    PIC 9(04) VALUE 0.
           01 WS-FOUND-FACTOR-TABLE.
              05 WS-FOUND-ENTRY OCCURS 50 TIMES.
                 10 WS-FOUND-FACTOR    PIC 9(18).
                 10 WS-FOUND-MULT      PIC 9(04).
           01 WS-CACHE-IDX             PIC 9(04) COMP.
           01 WS-DUPLICATE-SW          PIC X(01) VALUE 'N'.
      * orphan and is reported once per target.
      ******************************************************************
       VALIDATE-CACHE.
           PERFORM OPEN-PRIME-MASTER.
           PERFORM OPEN-CACHE-SCAN.
           PERFORM UNTIL WS-CACHE-AT-EOF
               IF WS-CSH-FACTOR-SEQ = 0
               PERFORM CLOSE-CHECK-TARGET
           END-IF.
           PERFORM CLOSE-CACHE-SCAN.
           IF WS-PRIME-FILE-OPEN
               CLOSE PRIME-FILE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "TARGETS VALIDATED: " WS-TARGET-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-PRIME-FILE-OPEN
               MOVE SPACES TO WS-RPT-LINE
               STRING "FACTORS PROVED PRIME: " WS-PRIME-CHECKED-COUNT
                   "  NOT CONFIRMED: " WS-UNCONFIRMED-COUNT
                   "  (PRIME MASTER COMPLETE TO " WS-PRIME-LIMIT ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       OPEN-CHECK-TARGET.
           MOVE 'Y'                 TO WS-SUMMARY-OPEN-SW.
           MOVE WS-CSH-TARGET-VALUE TO WS-CHECK-TARGET.
           IF WS-CSH-FACTOR-VALUE > WS-MAX-SEEN
               MOVE WS-CSH-FACTOR-VALUE TO WS-MAX-SEEN
           END-IF.
           IF WS-PRIME-FILE-OPEN
               PERFORM CHECK-FACTOR-PRIME
           END-IF.

       CLOSE-CHECK-TARGET.
           IF WS-PRODUCT-OVERFLOWED
           END-IF.
           MOVE 'N' TO WS-SUMMARY-OPEN-SW.

      ******************************************************************
      * OPEN-PRIME-MASTER - the primality check needs the master's
      * control trailer to know how far the table is complete; a
      * master that is missing or has no trailer is reported and the
      * rest of the validation runs without the primality check.
      ******************************************************************
       OPEN-PRIME-MASTER.
           OPEN INPUT PRIME-FILE.
           IF WS-PRIME-FILE-STATUS = "00"
               MOVE 999999999999 TO WS-PRIM-PRIME-VALUE
               READ PRIME-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "PRIME MASTER HAS NO CONTROL TRAILER - "
                           "FACTOR PRIMALITY NOT CHECKED"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                       CLOSE PRIME-FILE
                   NOT INVALID KEY
                       SET WS-PRIME-FILE-OPEN TO TRUE
                       MOVE WS-PRIM-LIMIT TO WS-PRIME-LIMIT
               END-READ
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "PRIME MASTER NOT ON FILE - STATUS "
                   WS-PRIME-FILE-STATUS
                   " - FACTOR PRIMALITY NOT CHECKED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * CHECK-FACTOR-PRIME - a factor inside the master's limit is
      * prime exactly when it is on the master, so one keyed read
      * settles it.  A larger factor is divided by the master's
      * primes in order; a prime whose square passes the factor
      * proves it prime, a prime that divides it proves it composite,
      * and running out of master first leaves it unconfirmed.  A
      * composite factor is an exception - APPLY-CACHED-FACTORS would
      * replay a wrong factorization - an unconfirmed one is listed.
      ******************************************************************
       CHECK-FACTOR-PRIME.
           MOVE 'N' TO WS-COMPOSITE-SW.
           MOVE 'N' TO WS-ROOT-REACHED-SW.
           IF WS-CSH-FACTOR-VALUE < 2
               SET WS-FACTOR-IS-COMPOSITE TO TRUE
           ELSE
               IF WS-CSH-FACTOR-VALUE NOT > WS-PRIME-LIMIT
                   SET WS-ROOT-WAS-REACHED TO TRUE
                   MOVE WS-CSH-FACTOR-VALUE TO WS-PRIM-PRIME-VALUE
                   READ PRIME-FILE
                       INVALID KEY
                           SET WS-FACTOR-IS-COMPOSITE TO TRUE
                   END-READ
               ELSE
                   PERFORM DIVIDE-BY-MASTER-PRIMES
               END-IF
           END-IF.
           IF WS-FACTOR-IS-COMPOSITE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "TARGET " WS-CSH-TARGET-VALUE
                   " - FACTOR ROW " WS-CSH-FACTOR-SEQ
                   " HOLDS " WS-CSH-FACTOR-VALUE
                   " WHICH IS NOT PRIME"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               IF WS-ROOT-WAS-REACHED
                   ADD 1 TO WS-PRIME-CHECKED-COUNT
               ELSE
                   ADD 1 TO WS-UNCONFIRMED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "TARGET " WS-CSH-TARGET-VALUE
                       " - FACTOR " WS-CSH-FACTOR-VALUE
                       " IS PAST THE PRIME MASTER'S REACH - "
                       "NOT CONFIRMED PRIME"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-IF.

       DIVIDE-BY-MASTER-PRIMES.
           MOVE 'N' TO WS-PRIME-EOF-SW.
           MOVE 2   TO WS-PRIM-PRIME-VALUE.
           START PRIME-FILE KEY NOT LESS THAN WS-PRIM-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRIME-EOF-SW
           END-START.
           PERFORM TRY-MASTER-DIVISOR UNTIL WS-PRIME-AT-EOF.

       TRY-MASTER-DIVISOR.
           READ PRIME-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PRIME-EOF-SW
               NOT AT END
                   IF WS-PRIM-TYPE-TRAILER
                       MOVE 'Y' TO WS-PRIME-EOF-SW
                   ELSE
                       COMPUTE WS-DIVISOR-SQUARED =
                           WS-PRIM-PRIME-VALUE * WS-PRIM-PRIME-VALUE
                       IF WS-DIVISOR-SQUARED > WS-CSH-FACTOR-VALUE
                           SET WS-ROOT-WAS-REACHED TO TRUE
                           MOVE 'Y' TO WS-PRIME-EOF-SW
                       ELSE
                           DIVIDE WS-CSH-FACTOR-VALUE
                               BY WS-PRIM-PRIME-VALUE
                               GIVING WS-PRIME-QUOTIENT
                               REMAINDER WS-PRIME-RMNDR
                           IF WS-PRIME-RMNDR = 0
                               SET WS-FACTOR-IS-COMPOSITE TO TRUE
                               MOVE 'Y' TO WS-PRIME-EOF-SW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       REPORT-ORPHAN-ROW.
           IF WS-CSH-TARGET-VALUE NOT = WS-ORPHAN-TARGET
               MOVE WS-CSH-TARGET-VALUE TO WS-ORPHAN-TARGET
      ******************************************************************
      * REBUILD-CACHE - reconstruct the cache from the factor detail
      * file.  The file is walked in order the way EULER-VERIFY walks
      * it - a group is all consecutive records for one target value,
      * run date and source problem and run sequence (copybook
      * EULFACT), control-total trailer rows are passed over - and
      * each group is filed as a summary row plus its factor rows,
      * exactly the shape STORE-FACTOR-CACHE writes.  A target met
      * again on a later date is already cached and is skipped.  The
                               AND (WS-FACT-TARGET-VALUE
                                   NOT = WS-GROUP-TARGET
                               OR WS-FACT-RUN-DATE
                                   NOT = WS-GROUP-RUN-DATE
                               OR WS-FACT-SOURCE-PROBLEM
                                   NOT = WS-GROUP-SOURCE-PROBLEM
                               OR WS-FACT-SOURCE-SEQUENCE
                                   NOT = WS-GROUP-SOURCE-SEQUENCE)
                           PERFORM FILE-FACTOR-GROUP
                       END-IF
                       IF NOT WS-GROUP-IS-OPEN
           MOVE 'Y'                  TO WS-GROUP-OPEN-SW.
           MOVE WS-FACT-TARGET-VALUE TO WS-GROUP-TARGET.
           MOVE WS-FACT-RUN-DATE     TO WS-GROUP-RUN-DATE.
           MOVE WS-FACT-SOURCE-PROBLEM
                                     TO WS-GROUP-SOURCE-PROBLEM.
           MOVE WS-FACT-SOURCE-SEQUENCE
                                     TO WS-GROUP-SOURCE-SEQUENCE.
           MOVE 0                    TO WS-GROUP-MAX-FACTOR.
           MOVE 0                    TO WS-FOUND-FACTOR-COUNT.
           ADD 1 TO WS-GROUPS-READ.
      * CHECK-FILE-LOCKS - the report and validation passes only
      * read the cache, so they hold nothing themselves but still
      * refuse to start while a writer holds it - a cache mid-store
      * would validate as damaged.  Validation reads the prime table
      * master as well, so a master mid-build holds it off too.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "FACTCACHE"  TO WS-ENQ-RESOURCE (1).
           IF WS-RUN-VALIDATE
               MOVE 2 TO WS-ENQ-COUNT
               MOVE "PRIMEMAST" TO WS-ENQ-RESOURCE (2)
           END-IF.
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-CACHEUTL: SHARED FILE HELD BY "
