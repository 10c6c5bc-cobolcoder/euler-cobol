      * record per factor/multiplicity row, keyed back to its
      * problem-03 result by run date and run sequence (factor groups
      * pair positionally with problem-03 history results within the
      * selected range, the same pairing EULER-VERIFY relies on) and
      * closing with the problem id and run sequence of the result
      * the target came from (copybook EULFACT), so the warehouse can
      * show a published PROBLEM-1, PROBLEM-2 or PROBLEM-4 answer
      * beside its primes; and
      * one 'T' trailer carries the record count and hash total for
      * the receiving side to balance against.  Control trailers on
      * the input files are verified on the way through - out of
      * request can be answered from disk; the keep-count card
      * (copybook EULGPRM) scratches the oldest generation once the
      * limit is passed.
      * Only released results leave the shop: each history result is
      * looked up on the keyed release file (copybook EULRELS) and a
      * result still pending or held - or with no release record at
      * all - is withheld from the 'D'/'R' records, together with its
      * factor rows, until EULER-RELEASE releases it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FACT-FILE ASSIGN TO "FACTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACT-FILE-STATUS.
           SELECT REL-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RELS-RECORD-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT EXTR-FILE ASSIGN TO WS-EXTR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GCAT-FILE ASSIGN TO "GENCAT"
       FD  FACT-FILE.
       01  FACT-FILE-RECORD.
           COPY EULFACT.
       FD  REL-FILE.
       01  REL-FILE-RECORD.
           COPY EULRELS.
       FD  EXTR-FILE.
       01  EXTR-FILE-RECORD            PIC X(132).
       FD  XLOG-FILE.
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-FACT-FILE-STATUS      PIC X(02).
           01 WS-XLOG-FILE-STATUS      PIC X(02).
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-REL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-OPEN      VALUE 'Y'.
           01 WS-RESULT-RELEASED-SW    PIC X(01) VALUE 'N'.
              88 WS-RESULT-IS-RELEASED VALUE 'Y'.
           01 WS-WITHHELD-COUNT        PIC 9(09) VALUE 0.

           01 WS-EXTR-FILE-NAME        PIC X(24).
           01 WS-GCAT-FILE-STATUS      PIC X(02).
              05 WS-P3-ENTRY OCCURS 500 TIMES.
                 10 WS-P3-RUN-DATE     PIC 9(08).
                 10 WS-P3-RUN-SEQ      PIC 9(04).
                 10 WS-P3-RELEASED-SW  PIC X(01).
                    88 WS-P3-IS-RELEASED VALUE 'Y'.

           01 WS-GROUP-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-GROUP-IS-OPEN      VALUE 'Y'.
           01 WS-GROUP-TARGET          PIC 9(18) VALUE 0.
           01 WS-GROUP-RUN-DATE        PIC X(08) VALUE SPACES.
           01 WS-GROUP-SOURCE-PROBLEM  PIC X(02) VALUE SPACES.
           01 WS-GROUP-SOURCE-SEQUENCE PIC 9(04) VALUE 0.
           01 WS-GROUP-IN-RANGE-SW     PIC X(01) VALUE 'N'.
              88 WS-GROUP-IN-RANGE     VALUE 'Y'.
           01 WS-FACT-DATE             PIC 9(08) VALUE 0.
               PERFORM ENFORCE-KEEP-COUNT
               DISPLAY "EULER-EXTRACT: RECORDS EXTRACTED: "
                   WS-EXTRACT-COUNT
               DISPLAY "EULER-EXTRACT: RESULTS WITHHELD PENDING "
                   "RELEASE: " WS-WITHHELD-COUNT
           ELSE
               DISPLAY "EULER-EXTRACT: NOTHING EXTRACTED - PARAMETER "
                   "CARD MISSING OR INVALID"
      * problem-03 records are tabled in file order so the factor
      * pass can key its 'F' records back to them.  Control trailers
      * are balanced on the way through, the same discipline
      * EULER-SUMMARY applies.  A result goes out only once it is
      * released; a problem-03 result is tabled either way, so the
      * positional factor pairing still holds, and carries its
      * release state to the factor pass.
      ******************************************************************
       EXTRACT-HISTORY.
           OPEN INPUT REL-FILE.
           IF WS-REL-FILE-STATUS = "00"
               SET WS-REL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-EXTRACT: RELEASE FILE NOT FOUND - "
                   "STATUS " WS-REL-FILE-STATUS
                   " - NO RESULT IS RELEASED"
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "EULER-EXTRACT: HISTORY FILE NOT FOUND - "
                   ADD WS-HIST-NUMERIC-RESULT TO WS-SEG-HASH-TOTAL
                   IF WS-HIST-RUN-DATE >= WS-FROM-DATE
                           AND WS-HIST-RUN-DATE <= WS-TO-DATE
                       PERFORM CHECK-RESULT-RELEASED
                       IF WS-RESULT-IS-RELEASED
                           PERFORM WRITE-DETAIL-RECORD
                       ELSE
                           ADD 1 TO WS-WITHHELD-COUNT
                       END-IF
                       IF WS-HIST-PROBLEM-ID = "03"
                               AND NOT WS-HIST-IS-REVERSAL
                           PERFORM TABLE-P3-ENTRY
           IF WS-HIST-FILE-STATUS = "10"
               CLOSE HIST-FILE
           END-IF.
           IF WS-REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF.

       READ-HIST-RECORD.
           IF NOT WS-HIST-AT-EOF
                   TO WS-P3-RUN-DATE (WS-P3-ENTRY-COUNT)
               MOVE WS-HIST-RUN-SEQUENCE
                   TO WS-P3-RUN-SEQ (WS-P3-ENTRY-COUNT)
               MOVE WS-RESULT-RELEASED-SW
                   TO WS-P3-RELEASED-SW (WS-P3-ENTRY-COUNT)
           END-IF.

      ******************************************************************
      * CHECK-RESULT-RELEASED - look the history result up on the
      * release file by its key.  No release file or no release
      * record means not released; a reversal travels with the
      * release state of the key it reverses.
      ******************************************************************
       CHECK-RESULT-RELEASED.
           MOVE 'N' TO WS-RESULT-RELEASED-SW.
           IF WS-REL-FILE-OPEN
               MOVE WS-HIST-PROBLEM-ID   TO WS-RELS-PROBLEM-ID
               MOVE WS-HIST-RUN-DATE     TO WS-RELS-RUN-DATE
               MOVE WS-HIST-RUN-SEQUENCE TO WS-RELS-RUN-SEQUENCE
               READ REL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-RELS-IS-RELEASED
                           SET WS-RESULT-IS-RELEASED TO TRUE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * in-range target group pairs with the next unconsumed in-range
      * problem-03 history entry, and every record in the group goes
      * out as an 'F' record keyed by that entry's run date and run
      * sequence - provided that entry is released; the rows of an
      * unreleased result are consumed but not sent.
      * Control trailers are balanced on the way through,
      * the same discipline the history pass applies - a killed
      * PROBLEM-3 run's unclosed rows must not reach the warehouse.
      ******************************************************************
                   IF WS-GROUP-IS-OPEN
                           AND (WS-FACT-TARGET-VALUE
                               NOT = WS-GROUP-TARGET
                           OR WS-FACT-RUN-DATE NOT = WS-GROUP-RUN-DATE
                           OR WS-FACT-SOURCE-PROBLEM
                               NOT = WS-GROUP-SOURCE-PROBLEM
                           OR WS-FACT-SOURCE-SEQUENCE
                               NOT = WS-GROUP-SOURCE-SEQUENCE)
                       PERFORM CLOSE-FACTOR-GROUP
                   END-IF
                   IF NOT WS-GROUP-IS-OPEN
                   END-IF
                   IF WS-GROUP-IN-RANGE
                           AND WS-P3-ENTRY-USED <= WS-P3-ENTRY-COUNT
                       IF WS-P3-IS-RELEASED (WS-P3-ENTRY-USED)
                           PERFORM WRITE-FACTOR-RECORD
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-FACT-RECORD
           MOVE 'Y' TO WS-GROUP-OPEN-SW.
           MOVE WS-FACT-TARGET-VALUE TO WS-GROUP-TARGET.
           MOVE WS-FACT-RUN-DATE     TO WS-GROUP-RUN-DATE.
           MOVE WS-FACT-SOURCE-PROBLEM  TO WS-GROUP-SOURCE-PROBLEM.
           MOVE WS-FACT-SOURCE-SEQUENCE TO WS-GROUP-SOURCE-SEQUENCE.
           MOVE 'N' TO WS-GROUP-IN-RANGE-SW.
           IF WS-GROUP-RUN-DATE IS NUMERIC
               MOVE WS-GROUP-RUN-DATE TO WS-FACT-DATE
               "|" WS-FACT-TARGET-VALUE
               "|" WS-FACT-FACTOR-VALUE
               "|" WS-FACT-MULTIPLICITY
               "|" WS-FACT-SOURCE-PROBLEM
               "|" WS-FACT-SOURCE-SEQUENCE
               DELIMITED BY SIZE INTO WS-EXTR-LINE.
           WRITE EXTR-FILE-RECORD FROM WS-EXTR-LINE.
           ADD 1 TO WS-EXTRACT-COUNT.
      * writers enqueue.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 3 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "FACTFILE"   TO WS-ENQ-RESOURCE (2).
           MOVE "RELFILE"    TO WS-ENQ-RESOURCE (3).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-EXTRACT: SHARED FILE HELD BY "
