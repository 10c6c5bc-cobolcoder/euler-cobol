      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Prime-factor analytics over the whole factor history
      * - every factorization PROBLEM-3 has written to the factor
      * detail file (copybook EULFACT) and every one held on its
      * persistent factor cache (copybook EULFCSH), which keeps
      * targets whose detail rows EULER-PURGE has since aged off.  A
      * target factored on many nights, or held in both places, is
      * counted once.
      * The report shows how many targets were themselves prime and
      * how many composite, how many were "smooth" (every prime
      * factor below the limit on the parameter card, copybook
      * EULFSPM), the spread of target sizes by digit count, the
      * primes that turn up as a factor of the most targets, and the
      * largest primes ever found.
      * The same figures go to the warehouse pipe-delimited beside the
      * EULER-EXTRACT feed (logical file FACTFEED): an 'H' header with
      * the business date and smooth limit, 'C' class counts, one 'S'
      * record per target size, one 'P' record per prime (targets it
      * divides and total multiplicity), 'L' records for the largest
      * primes, and a 'T' trailer with the record count and a hash of
      * the 'P' target counts for the receiving side to balance.
      * Two sorts do the work: the factor rows by target (one
      * control break per target classifies it and writes its
      * primes to a work file), then the primes by value, largest
      * first (one break per prime).  Control trailers on the factor
      * file are balanced on the way through, the discipline
      * EULER-EXTRACT applies.
      * Return code 4 when factor rows were unreadable, 12 when a
      * file is held by another run or the factor file is out of
      * balance, 16 when neither the factor file nor the cache is on
      * hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-FACTSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSPM-FILE ASSIGN TO "FSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSPM-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT FACT-FILE ASSIGN TO "FACTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACT-FILE-STATUS.
           SELECT CACHE-FILE ASSIGN TO "FACTCACHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CSH-RECORD-KEY
               FILE STATUS IS WS-CACHE-FILE-STATUS.
           SELECT PRIME-WORK-FILE ASSIGN TO "EULFSTAT-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWRK-FILE-STATUS.
           SELECT SORT-TARGET-FILE ASSIGN TO "EULSORT-WORK".
           SELECT SORT-PRIME-FILE ASSIGN TO "EULSORT-WORK2".
           SELECT RPT-FILE ASSIGN TO "EULER-FACTSTAT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-FILE ASSIGN TO "FACTFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FSPM-FILE.
       01  FSPM-FILE-RECORD.
           COPY EULFSPM.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  FACT-FILE.
       01  FACT-FILE-RECORD.
           COPY EULFACT.
       FD  CACHE-FILE.
       01  CACHE-FILE-RECORD.
           COPY EULFCSH.
       FD  PRIME-WORK-FILE.
       01  PRIME-WORK-RECORD           PIC X(40).
       SD  SORT-TARGET-FILE.
       01  SORT-TARGET-RECORD.
           05 ST-TARGET-VALUE          PIC 9(18).
           05 ST-FACTOR-VALUE          PIC 9(18).
           05 ST-MULTIPLICITY          PIC 9(04).
       SD  SORT-PRIME-FILE.
       01  SORT-PRIME-RECORD.
           05 SP-FACTOR-VALUE          PIC 9(18).
           05 SP-MULTIPLICITY          PIC 9(04).
           05 SP-TARGET-VALUE          PIC 9(18).
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  FEED-FILE.
       01  FEED-FILE-RECORD            PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.

       WORKING-STORAGE SECTION.
           01 WS-CTL-TRAILER.
              COPY EULCTL.

           01 WS-FSPM-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-FACT-FILE-STATUS      PIC X(02).
           01 WS-CACHE-FILE-STATUS     PIC X(02).
           01 WS-PWRK-FILE-STATUS      PIC X(02).
           01 WS-FEED-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-FACT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-FACT-AT-EOF        VALUE 'Y'.
           01 WS-CACHE-EOF-SW          PIC X(01) VALUE 'N'.
              88 WS-CACHE-AT-EOF       VALUE 'Y'.
           01 WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SORT-AT-EOF        VALUE 'Y'.
           01 WS-FACT-ON-HAND-SW       PIC X(01) VALUE 'N'.
              88 WS-FACT-IS-ON-HAND    VALUE 'Y'.
           01 WS-CACHE-ON-HAND-SW      PIC X(01) VALUE 'N'.
              88 WS-CACHE-IS-ON-HAND   VALUE 'Y'.

      * Parameters off the card.
           01 WS-SMOOTH-LIMIT          PIC 9(18) VALUE 1000.
           01 WS-LIST-COUNT            PIC 9(02) VALUE 20.

      * Rows read.
           01 WS-SEG-RECORD-COUNT      PIC 9(09) VALUE 0.
           01 WS-SEG-HASH-TOTAL        PIC 9(14) VALUE 0.
           01 WS-FACT-ROWS             PIC 9(09) VALUE 0.
           01 WS-CACHE-ROWS            PIC 9(09) VALUE 0.
           01 WS-UNREADABLE-ROWS       PIC 9(09) VALUE 0.
           01 WS-DUPLICATE-ROWS        PIC 9(09) VALUE 0.

      * The target in hand (first sort's control break).
           01 WS-FIRST-TARGET-SW       PIC X(01) VALUE 'Y'.
              88 WS-IS-FIRST-TARGET    VALUE 'Y'.
           01 WS-PRIOR-TARGET          PIC 9(18) VALUE 0.
           01 WS-PRIOR-FACTOR          PIC 9(18) VALUE 0.
           01 WS-TGT-FACTOR-COUNT      PIC 9(04) VALUE 0.
           01 WS-TGT-MULTIPLICITY      PIC 9(05) VALUE 0.
           01 WS-TGT-MAX-FACTOR        PIC 9(18) VALUE 0.
           01 WS-TGT-DIGITS            PIC 9(02) VALUE 0.
           01 WS-DIGIT-WORK            PIC 9(18).
           01 WS-DIGIT-WORK-X REDEFINES WS-DIGIT-WORK PIC X(18).
           01 WS-LEADING-ZEROS         PIC 9(02) VALUE 0.

      * Target classes.
           01 WS-TARGET-COUNT          PIC 9(09) VALUE 0.
           01 WS-PRIME-TARGETS         PIC 9(09) VALUE 0.
           01 WS-COMPOSITE-TARGETS     PIC 9(09) VALUE 0.
           01 WS-SMOOTH-TARGETS        PIC 9(09) VALUE 0.
           01 WS-ROUGH-TARGETS         PIC 9(09) VALUE 0.
           01 WS-CLASS-COUNT           PIC 9(09) VALUE 0.
           01 WS-CLASS-PCT             PIC 9(03)V9 VALUE 0.
           01 WS-CLASS-CODE            PIC X(10).

      * Target sizes, one entry per digit count.
           01 WS-SIZE-IDX              PIC 9(02) COMP.
           01 WS-SIZE-TABLE.
              05 WS-SIZE-ENTRY OCCURS 18 TIMES.
                 10 WS-SIZE-TARGETS       PIC 9(09).
                 10 WS-SIZE-PRIMES        PIC 9(09).
                 10 WS-SIZE-SMOOTH        PIC 9(09).

      * The prime in hand (second sort's control break).
           01 WS-FIRST-PRIME-SW        PIC X(01) VALUE 'Y'.
              88 WS-IS-FIRST-PRIME     VALUE 'Y'.
           01 WS-PRIME-VALUE           PIC 9(18) VALUE 0.
           01 WS-PRIME-TARGETS-HIT     PIC 9(09) VALUE 0.
           01 WS-PRIME-TIMES           PIC 9(09) VALUE 0.
           01 WS-PRIME-FIRST-TARGET    PIC 9(18) VALUE 0.
           01 WS-DISTINCT-PRIMES       PIC 9(09) VALUE 0.

      * Most frequent primes, highest target count first.
           01 WS-TOP-COUNT             PIC 9(02) VALUE 0.
           01 WS-TOP-IDX               PIC 9(02) COMP.
           01 WS-TOP-SHIFT-IDX         PIC 9(02) COMP.
           01 WS-TOP-POSITION          PIC 9(02) VALUE 0.
           01 WS-TOP-TABLE.
              05 WS-TOP-ENTRY OCCURS 50 TIMES.
                 10 WS-TOP-PRIME          PIC 9(18).
                 10 WS-TOP-TARGETS        PIC 9(09).
                 10 WS-TOP-TIMES          PIC 9(09).

      * Largest primes, in the order the sort returns them.
           01 WS-BIG-COUNT             PIC 9(02) VALUE 0.
           01 WS-BIG-IDX               PIC 9(02) COMP.
           01 WS-BIG-TABLE.
              05 WS-BIG-ENTRY OCCURS 50 TIMES.
                 10 WS-BIG-PRIME          PIC 9(18).
                 10 WS-BIG-DIGITS         PIC 9(02).
                 10 WS-BIG-TARGETS        PIC 9(09).
                 10 WS-BIG-FIRST-TARGET   PIC 9(18).

           01 WS-FEED-COUNT            PIC 9(09) VALUE 0.
           01 WS-FEED-HASH             PIC 9(14) VALUE 0.
           01 WS-FEED-NUMBER           PIC 9(02) VALUE 0.

           01 WS-COUNT-EDIT            PIC Z(08)9.
           01 WS-COUNT-EDIT-2          PIC Z(08)9.
           01 WS-COUNT-EDIT-3          PIC Z(08)9.
           01 WS-PCT-EDIT              PIC ZZ9.9.
           01 WS-VALUE-EDIT            PIC Z(17)9.
           01 WS-VALUE-EDIT-2          PIC Z(17)9.
           01 WS-RANK-EDIT             PIC Z9.
           01 WS-DIGITS-EDIT           PIC Z9.

           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-RPT-LINE              PIC X(132).
           01 WS-FEED-LINE             PIC X(132).

           01 WS-LOCK-FILE-STATUS      PIC X(02).
           01 WS-LOCK-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-LOCK-AT-EOF        VALUE 'Y'.
           01 WS-LOCK-CONFLICT-SW      PIC X(01) VALUE 'N'.
              88 WS-LOCK-CONFLICT      VALUE 'Y'.
           01 WS-ENQ-COUNT             PIC 9(02) VALUE 0.
           01 WS-ENQ-IDX               PIC 9(02) COMP.
           01 WS-ENQ-TABLE.
              05 WS-ENQ-RESOURCE       OCCURS 2 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM READ-ANALYTICS-CARD.
           PERFORM CHECK-FILE-LOCKS.
           INITIALIZE WS-SIZE-TABLE.

           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT FEED-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-FEED-HEADER.

           SORT SORT-TARGET-FILE
               ON ASCENDING KEY ST-TARGET-VALUE ST-FACTOR-VALUE
               INPUT PROCEDURE IS LOAD-FACTOR-HISTORY
               OUTPUT PROCEDURE IS ANALYSE-TARGETS.

           IF NOT WS-FACT-IS-ON-HAND AND NOT WS-CACHE-IS-ON-HAND
               DISPLAY "EULER-FACTSTAT: NEITHER FACTFILE NOR FACTCACHE "
                   "IS ON HAND - NOTHING TO ANALYSE"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NO FACTOR HISTORY ON HAND ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               PERFORM WRITE-FEED-TRAILER
               CLOSE RPT-FILE
               CLOSE FEED-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-TARGET-CLASSES.
           PERFORM PRINT-SIZE-DISTRIBUTION.

           SORT SORT-PRIME-FILE
               ON DESCENDING KEY SP-FACTOR-VALUE
               ON ASCENDING KEY SP-TARGET-VALUE
               USING PRIME-WORK-FILE
               OUTPUT PROCEDURE IS ANALYSE-PRIMES.

           PERFORM PRINT-FREQUENT-PRIMES.
           PERFORM PRINT-LARGEST-PRIMES.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE RPT-FILE.
           CLOSE FEED-FILE.

           DISPLAY "EULER-FACTSTAT: TARGETS ANALYSED: "
               WS-TARGET-COUNT "  DISTINCT PRIMES: "
               WS-DISTINCT-PRIMES.
           IF WS-UNREADABLE-ROWS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; a
      * business date replaces the machine clock on the report and
      * the feed header.
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
      * with a warning; a refused date stops the run.
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
                   DISPLAY "EULER-FACTSTAT: DATE CONTROL MODULE NOT "
                       "AVAILABLE - RUNNING UNDER THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-FACTSTAT: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * READ-ANALYTICS-CARD - the smooth limit and list length
      * (copybook EULFSPM); anything missing or unusable keeps the
      * defaults of 1000 and 20.
      ******************************************************************
       READ-ANALYTICS-CARD.
           OPEN INPUT FSPM-FILE.
           IF WS-FSPM-FILE-STATUS = "00"
               READ FSPM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FSPM-SMOOTH-LIMIT-X IS NUMERIC
                               AND WS-FSPM-SMOOTH-LIMIT-X NOT =
                                   ZEROS
                           MOVE WS-FSPM-SMOOTH-LIMIT-X
                               TO WS-SMOOTH-LIMIT
                       END-IF
                       IF WS-FSPM-LIST-COUNT-X IS NUMERIC
                               AND WS-FSPM-LIST-COUNT-X > "00"
                               AND WS-FSPM-LIST-COUNT-X <= "50"
                           MOVE WS-FSPM-LIST-COUNT-X TO WS-LIST-COUNT
                       END-IF
               END-READ
               CLOSE FSPM-FILE
           END-IF.

      ******************************************************************
      * LOAD-FACTOR-HISTORY - first sort's input procedure: every
      * factor row on the cache (the sequence-0000 summary rows carry
      * no factor and are passed over) and on the factor detail file.
      ******************************************************************
       LOAD-FACTOR-HISTORY.
           PERFORM LOAD-CACHE-ROWS.
           PERFORM LOAD-DETAIL-ROWS.

       LOAD-CACHE-ROWS.
           OPEN INPUT CACHE-FILE.
           IF WS-CACHE-FILE-STATUS NOT = "00"
               DISPLAY "EULER-FACTSTAT: FACTOR CACHE NOT ON HAND - "
                   "STATUS " WS-CACHE-FILE-STATUS
               MOVE 'Y' TO WS-CACHE-EOF-SW
           ELSE
               SET WS-CACHE-IS-ON-HAND TO TRUE
               MOVE LOW-VALUES TO WS-CSH-RECORD-KEY
               START CACHE-FILE KEY GREATER THAN WS-CSH-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CACHE-EOF-SW
               END-START
           END-IF.
           PERFORM RELEASE-CACHE-ROW UNTIL WS-CACHE-AT-EOF.
           IF WS-CACHE-IS-ON-HAND
               CLOSE CACHE-FILE
           END-IF.

       RELEASE-CACHE-ROW.
           READ CACHE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CACHE-EOF-SW
               NOT AT END
                   IF WS-CSH-FACTOR-SEQ NOT = 0
                       ADD 1 TO WS-CACHE-ROWS
                       IF WS-CSH-TARGET-VALUE IS NUMERIC
                               AND WS-CSH-FACTOR-VALUE IS NUMERIC
                               AND WS-CSH-MULTIPLICITY IS NUMERIC
                               AND WS-CSH-FACTOR-VALUE > 1
                           MOVE WS-CSH-TARGET-VALUE
                               TO ST-TARGET-VALUE
                           MOVE WS-CSH-FACTOR-VALUE
                               TO ST-FACTOR-VALUE
                           MOVE WS-CSH-MULTIPLICITY
                               TO ST-MULTIPLICITY
                           RELEASE SORT-TARGET-RECORD
                       ELSE
                           ADD 1 TO WS-UNREADABLE-ROWS
                       END-IF
                   END-IF
           END-READ.

       LOAD-DETAIL-ROWS.
           OPEN INPUT FACT-FILE.
           IF WS-FACT-FILE-STATUS NOT = "00"
               DISPLAY "EULER-FACTSTAT: FACTOR DETAIL FILE NOT ON "
                   "HAND - STATUS " WS-FACT-FILE-STATUS
               MOVE 'Y' TO WS-FACT-EOF-SW
           ELSE
               SET WS-FACT-IS-ON-HAND TO TRUE
           END-IF.
           PERFORM RELEASE-DETAIL-ROW UNTIL WS-FACT-AT-EOF.
           IF WS-FACT-FILE-STATUS = "10" AND WS-SEG-RECORD-COUNT > 0
               DISPLAY "EULER-FACTSTAT: FACTOR DETAIL FILE OUT OF "
                   "BALANCE - " WS-SEG-RECORD-COUNT " RECORD(S) "
                   "AFTER THE LAST CONTROL TRAILER - FILE TRUNCATED "
                   "OR RUN KILLED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FACT-FILE-STATUS = "10"
               CLOSE FACT-FILE
           END-IF.

       RELEASE-DETAIL-ROW.
           READ FACT-FILE
               AT END
                   MOVE 'Y' TO WS-FACT-EOF-SW
               NOT AT END
                   IF FACT-FILE-RECORD (1:1) = 'T'
                       PERFORM VERIFY-FACT-TRAILER
                   ELSE
                       ADD 1 TO WS-SEG-RECORD-COUNT
                       ADD 1 TO WS-FACT-ROWS
                       IF WS-FACT-TARGET-VALUE IS NUMERIC
                               AND WS-FACT-FACTOR-VALUE IS NUMERIC
                               AND WS-FACT-MULTIPLICITY IS NUMERIC
                               AND WS-FACT-FACTOR-VALUE > 1
                           ADD WS-FACT-FACTOR-VALUE
                               TO WS-SEG-HASH-TOTAL
                           MOVE WS-FACT-TARGET-VALUE
                               TO ST-TARGET-VALUE
                           MOVE WS-FACT-FACTOR-VALUE
                               TO ST-FACTOR-VALUE
                           MOVE WS-FACT-MULTIPLICITY
                               TO ST-MULTIPLICITY
                           RELEASE SORT-TARGET-RECORD
                       ELSE
                           ADD 1 TO WS-UNREADABLE-ROWS
                       END-IF
                   END-IF
           END-READ.

       VERIFY-FACT-TRAILER.
           MOVE FACT-FILE-RECORD TO WS-CTL-TRAILER.
           IF WS-CTL-RECORD-COUNT NOT = WS-SEG-RECORD-COUNT
                   OR WS-CTL-HASH-TOTAL NOT = WS-SEG-HASH-TOTAL
               DISPLAY "EULER-FACTSTAT: FACTOR DETAIL FILE OUT OF "
                   "BALANCE - TRAILER FROM " WS-CTL-JOB-NAME
                   " EXPECTS " WS-CTL-RECORD-COUNT
                   " RECORD(S) HASH " WS-CTL-HASH-TOTAL
               DISPLAY "EULER-FACTSTAT: SEGMENT HOLDS "
                   WS-SEG-RECORD-COUNT " RECORD(S) HASH "
                   WS-SEG-HASH-TOTAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-SEG-RECORD-COUNT.
           MOVE 0 TO WS-SEG-HASH-TOTAL.

      ******************************************************************
      * ANALYSE-TARGETS - first sort's output procedure: control break
      * on target.  A factor row already seen for the target (the
      * same target factored again, or held in both files) is
      * dropped; each distinct prime of the target goes to the work
      * file for the prime sort.
      ******************************************************************
       ANALYSE-TARGETS.
           OPEN OUTPUT PRIME-WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-TARGET-RECORD.
           PERFORM UNTIL WS-SORT-AT-EOF
               IF NOT WS-IS-FIRST-TARGET
                       AND ST-TARGET-VALUE = WS-PRIOR-TARGET
                       AND ST-FACTOR-VALUE = WS-PRIOR-FACTOR
                   ADD 1 TO WS-DUPLICATE-ROWS
               ELSE
                   IF WS-IS-FIRST-TARGET
                           OR ST-TARGET-VALUE NOT = WS-PRIOR-TARGET
                       IF NOT WS-IS-FIRST-TARGET
                           PERFORM CLASSIFY-TARGET
                       END-IF
                       MOVE 'N' TO WS-FIRST-TARGET-SW
                       MOVE ST-TARGET-VALUE TO WS-PRIOR-TARGET
                       MOVE 0 TO WS-TGT-FACTOR-COUNT
                       MOVE 0 TO WS-TGT-MULTIPLICITY
                       MOVE 0 TO WS-TGT-MAX-FACTOR
                   END-IF
                   PERFORM ADD-FACTOR-TO-TARGET
               END-IF
               PERFORM RETURN-TARGET-RECORD
           END-PERFORM.
           IF NOT WS-IS-FIRST-TARGET
               PERFORM CLASSIFY-TARGET
           END-IF.
           CLOSE PRIME-WORK-FILE.

       RETURN-TARGET-RECORD.
           RETURN SORT-TARGET-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       ADD-FACTOR-TO-TARGET.
           MOVE ST-FACTOR-VALUE TO WS-PRIOR-FACTOR.
           ADD 1 TO WS-TGT-FACTOR-COUNT.
           ADD ST-MULTIPLICITY TO WS-TGT-MULTIPLICITY.
           IF ST-FACTOR-VALUE > WS-TGT-MAX-FACTOR
               MOVE ST-FACTOR-VALUE TO WS-TGT-MAX-FACTOR
           END-IF.
           MOVE ST-FACTOR-VALUE TO SP-FACTOR-VALUE.
           MOVE ST-MULTIPLICITY TO SP-MULTIPLICITY.
           MOVE ST-TARGET-VALUE TO SP-TARGET-VALUE.
           WRITE PRIME-WORK-RECORD FROM SORT-PRIME-RECORD.

      ******************************************************************
      * CLASSIFY-TARGET - a target whose only factor is itself, once,
      * is prime; anything else is composite.  It is smooth when its
      * largest prime factor is below the card's limit.  Its size is
      * its digit count.
      ******************************************************************
       CLASSIFY-TARGET.
           ADD 1 TO WS-TARGET-COUNT.
           MOVE WS-PRIOR-TARGET TO WS-DIGIT-WORK.
           MOVE 0 TO WS-LEADING-ZEROS.
           INSPECT WS-DIGIT-WORK-X
               TALLYING WS-LEADING-ZEROS FOR LEADING "0".
           COMPUTE WS-TGT-DIGITS = 18 - WS-LEADING-ZEROS.
           IF WS-TGT-DIGITS = 0
               MOVE 1 TO WS-TGT-DIGITS
           END-IF.
           MOVE WS-TGT-DIGITS TO WS-SIZE-IDX.
           ADD 1 TO WS-SIZE-TARGETS (WS-SIZE-IDX).
           IF WS-TGT-FACTOR-COUNT = 1 AND WS-TGT-MULTIPLICITY = 1
               ADD 1 TO WS-PRIME-TARGETS
               ADD 1 TO WS-SIZE-PRIMES (WS-SIZE-IDX)
           ELSE
               ADD 1 TO WS-COMPOSITE-TARGETS
           END-IF.
           IF WS-TGT-MAX-FACTOR < WS-SMOOTH-LIMIT
               ADD 1 TO WS-SMOOTH-TARGETS
               ADD 1 TO WS-SIZE-SMOOTH (WS-SIZE-IDX)
           ELSE
               ADD 1 TO WS-ROUGH-TARGETS
           END-IF.

      ******************************************************************
      * ANALYSE-PRIMES - second sort's output procedure: control break
      * on prime, largest first.  Each prime's row goes to the feed,
      * the first primes returned are the largest, and the running
      * most-frequent list is kept in step.
      ******************************************************************
       ANALYSE-PRIMES.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-PRIME-RECORD.
           PERFORM UNTIL WS-SORT-AT-EOF
               IF WS-IS-FIRST-PRIME
                       OR SP-FACTOR-VALUE NOT = WS-PRIME-VALUE
                   IF NOT WS-IS-FIRST-PRIME
                       PERFORM CLOSE-PRIME
                   END-IF
                   MOVE 'N' TO WS-FIRST-PRIME-SW
                   MOVE SP-FACTOR-VALUE TO WS-PRIME-VALUE
                   MOVE SP-TARGET-VALUE TO WS-PRIME-FIRST-TARGET
                   MOVE 0 TO WS-PRIME-TARGETS-HIT
                   MOVE 0 TO WS-PRIME-TIMES
               END-IF
               ADD 1 TO WS-PRIME-TARGETS-HIT
               ADD SP-MULTIPLICITY TO WS-PRIME-TIMES
               PERFORM RETURN-PRIME-RECORD
           END-PERFORM.
           IF NOT WS-IS-FIRST-PRIME
               PERFORM CLOSE-PRIME
           END-IF.

       RETURN-PRIME-RECORD.
           RETURN SORT-PRIME-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       CLOSE-PRIME.
           ADD 1 TO WS-DISTINCT-PRIMES.
           PERFORM WRITE-PRIME-FEED-RECORD.
           IF WS-BIG-COUNT < WS-LIST-COUNT
               ADD 1 TO WS-BIG-COUNT
               MOVE WS-PRIME-VALUE TO WS-BIG-PRIME (WS-BIG-COUNT)
               MOVE WS-PRIME-VALUE TO WS-DIGIT-WORK
               MOVE 0 TO WS-LEADING-ZEROS
               INSPECT WS-DIGIT-WORK-X
                   TALLYING WS-LEADING-ZEROS FOR LEADING "0"
               COMPUTE WS-BIG-DIGITS (WS-BIG-COUNT) =
                   18 - WS-LEADING-ZEROS
               MOVE WS-PRIME-TARGETS-HIT
                   TO WS-BIG-TARGETS (WS-BIG-COUNT)
               MOVE WS-PRIME-FIRST-TARGET
                   TO WS-BIG-FIRST-TARGET (WS-BIG-COUNT)
           END-IF.
           PERFORM RANK-FREQUENT-PRIME.

      * Primes arrive largest first, so on a tie the smaller prime
      * is placed ahead of the larger one already listed.
       RANK-FREQUENT-PRIME.
           MOVE 0 TO WS-TOP-POSITION.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
                       OR WS-TOP-POSITION > 0
               IF WS-PRIME-TARGETS-HIT >= WS-TOP-TARGETS (WS-TOP-IDX)
                   MOVE WS-TOP-IDX TO WS-TOP-POSITION
               END-IF
           END-PERFORM.
           IF WS-TOP-POSITION = 0 AND WS-TOP-COUNT < WS-LIST-COUNT
               COMPUTE WS-TOP-POSITION = WS-TOP-COUNT + 1
           END-IF.
           IF WS-TOP-POSITION > 0
               IF WS-TOP-COUNT < WS-LIST-COUNT
                   ADD 1 TO WS-TOP-COUNT
               END-IF
               PERFORM VARYING WS-TOP-SHIFT-IDX FROM WS-TOP-COUNT
                       BY -1
                       UNTIL WS-TOP-SHIFT-IDX <= WS-TOP-POSITION
                   MOVE WS-TOP-ENTRY (WS-TOP-SHIFT-IDX - 1)
                       TO WS-TOP-ENTRY (WS-TOP-SHIFT-IDX)
               END-PERFORM
               MOVE WS-PRIME-VALUE
                   TO WS-TOP-PRIME (WS-TOP-POSITION)
               MOVE WS-PRIME-TARGETS-HIT
                   TO WS-TOP-TARGETS (WS-TOP-POSITION)
               MOVE WS-PRIME-TIMES
                   TO WS-TOP-TIMES (WS-TOP-POSITION)
           END-IF.

      ******************************************************************
      * Report sections.
      ******************************************************************
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-FACTSTAT - PRIME FACTOR ANALYTICS "
               "(FACTFILE AND FACTCACHE)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE WS-SMOOTH-LIMIT TO WS-VALUE-EDIT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BUSINESS DATE: " WS-BUSINESS-DATE
               "   SMOOTH LIMIT: ALL FACTORS BELOW "
               DELIMITED BY SIZE
               WS-VALUE-EDIT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       PRINT-TARGET-CLASSES.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FACTOR ROWS READ"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE WS-FACT-ROWS TO WS-COUNT-EDIT.
           MOVE WS-CACHE-ROWS TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  FACTFILE ROWS:        " WS-COUNT-EDIT
               "   FACTCACHE ROWS:     " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE WS-DUPLICATE-ROWS TO WS-COUNT-EDIT.
           MOVE WS-UNREADABLE-ROWS TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REPEATS DROPPED:      " WS-COUNT-EDIT
               "   UNREADABLE ROWS:    " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "TARGETS BY CLASS                 TARGETS  PERCENT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-TARGET-COUNT TO WS-CLASS-COUNT.
           MOVE "DISTINCT TARGETS FACTORED" TO WS-RPT-LINE (3:30).
           PERFORM PRINT-CLASS-LINE.
           MOVE WS-PRIME-TARGETS TO WS-CLASS-COUNT.
           MOVE "TARGET ITSELF PRIME" TO WS-RPT-LINE (3:30).
           PERFORM PRINT-CLASS-LINE.
           MOVE WS-COMPOSITE-TARGETS TO WS-CLASS-COUNT.
           MOVE "COMPOSITE" TO WS-RPT-LINE (3:30).
           PERFORM PRINT-CLASS-LINE.
           MOVE WS-SMOOTH-TARGETS TO WS-CLASS-COUNT.
           MOVE "SMOOTH (ALL FACTORS < LIMIT)" TO WS-RPT-LINE (3:30).
           PERFORM PRINT-CLASS-LINE.
           MOVE WS-ROUGH-TARGETS TO WS-CLASS-COUNT.
           MOVE "NOT SMOOTH" TO WS-RPT-LINE (3:30).
           PERFORM PRINT-CLASS-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE WS-TARGET-COUNT TO WS-CLASS-COUNT.
           MOVE "TARGETS" TO WS-CLASS-CODE.
           PERFORM WRITE-CLASS-FEED-RECORD.
           MOVE WS-PRIME-TARGETS TO WS-CLASS-COUNT.
           MOVE "PRIME" TO WS-CLASS-CODE.
           PERFORM WRITE-CLASS-FEED-RECORD.
           MOVE WS-COMPOSITE-TARGETS TO WS-CLASS-COUNT.
           MOVE "COMPOSITE" TO WS-CLASS-CODE.
           PERFORM WRITE-CLASS-FEED-RECORD.
           MOVE WS-SMOOTH-TARGETS TO WS-CLASS-COUNT.
           MOVE "SMOOTH" TO WS-CLASS-CODE.
           PERFORM WRITE-CLASS-FEED-RECORD.
           MOVE WS-ROUGH-TARGETS TO WS-CLASS-COUNT.
           MOVE "NOTSMOOTH" TO WS-CLASS-CODE.
           PERFORM WRITE-CLASS-FEED-RECORD.

      * The caller has put the class name in columns 3-32.
       PRINT-CLASS-LINE.
           MOVE WS-CLASS-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (33:9).
           MOVE 0 TO WS-CLASS-PCT.
           IF WS-TARGET-COUNT > 0
               COMPUTE WS-CLASS-PCT ROUNDED =
                   WS-CLASS-COUNT * 100 / WS-TARGET-COUNT
           END-IF.
           MOVE WS-CLASS-PCT TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO WS-RPT-LINE (44:5).
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       PRINT-SIZE-DISTRIBUTION.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TARGET SIZE DISTRIBUTION"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DIGITS    TARGETS     PRIME      COMPOSITE"
               "     SMOOTH"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
                   UNTIL WS-SIZE-IDX > 18
               IF WS-SIZE-TARGETS (WS-SIZE-IDX) > 0
                   PERFORM PRINT-SIZE-LINE
               END-IF
           END-PERFORM.
           IF WS-TARGET-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO TARGETS ON FILE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       PRINT-SIZE-LINE.
           MOVE WS-SIZE-IDX TO WS-DIGITS-EDIT.
           MOVE WS-SIZE-TARGETS (WS-SIZE-IDX) TO WS-COUNT-EDIT.
           MOVE WS-SIZE-PRIMES (WS-SIZE-IDX) TO WS-COUNT-EDIT-2.
           COMPUTE WS-CLASS-COUNT = WS-SIZE-TARGETS (WS-SIZE-IDX)
               - WS-SIZE-PRIMES (WS-SIZE-IDX).
           MOVE WS-CLASS-COUNT TO WS-COUNT-EDIT-3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      " WS-DIGITS-EDIT " " WS-COUNT-EDIT
               " " WS-COUNT-EDIT-2 "      " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-SIZE-SMOOTH (WS-SIZE-IDX) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-RPT-LINE (46:9).
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE WS-SIZE-IDX TO WS-FEED-NUMBER.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "S|" WS-FEED-NUMBER
               "|" WS-SIZE-TARGETS (WS-SIZE-IDX)
               "|" WS-SIZE-PRIMES (WS-SIZE-IDX)
               "|" WS-CLASS-COUNT
               "|" WS-SIZE-SMOOTH (WS-SIZE-IDX)
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           PERFORM WRITE-FEED-LINE.

       PRINT-FREQUENT-PRIMES.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MOST FREQUENT PRIME FACTORS"
               "   (TARGETS = HOW MANY TARGETS IT DIVIDES, "
               "TIMES = COUNTING MULTIPLICITY)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RANK               PRIME    TARGETS      TIMES"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-COUNT
               MOVE WS-TOP-IDX TO WS-RANK-EDIT
               MOVE WS-TOP-PRIME (WS-TOP-IDX) TO WS-VALUE-EDIT
               MOVE WS-TOP-TARGETS (WS-TOP-IDX) TO WS-COUNT-EDIT
               MOVE WS-TOP-TIMES (WS-TOP-IDX) TO WS-COUNT-EDIT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-RANK-EDIT " " WS-VALUE-EDIT
                   "  " WS-COUNT-EDIT "  " WS-COUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.
           IF WS-TOP-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO PRIME FACTORS ON FILE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       PRINT-LARGEST-PRIMES.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LARGEST PRIME FACTORS EVER FOUND"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RANK               PRIME DIGITS    TARGETS"
               "        FIRST TARGET"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-BIG-IDX FROM 1 BY 1
                   UNTIL WS-BIG-IDX > WS-BIG-COUNT
               MOVE WS-BIG-IDX TO WS-RANK-EDIT
               MOVE WS-BIG-PRIME (WS-BIG-IDX) TO WS-VALUE-EDIT
               MOVE WS-BIG-DIGITS (WS-BIG-IDX) TO WS-DIGITS-EDIT
               MOVE WS-BIG-TARGETS (WS-BIG-IDX) TO WS-COUNT-EDIT
               MOVE WS-BIG-FIRST-TARGET (WS-BIG-IDX)
                   TO WS-VALUE-EDIT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-RANK-EDIT " " WS-VALUE-EDIT
                   "     " WS-DIGITS-EDIT "  " WS-COUNT-EDIT
                   "  " WS-VALUE-EDIT-2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE

               MOVE WS-BIG-IDX TO WS-FEED-NUMBER
               MOVE SPACES TO WS-FEED-LINE
               STRING "L|" WS-FEED-NUMBER
                   "|" WS-BIG-PRIME (WS-BIG-IDX)
                   "|" WS-BIG-DIGITS (WS-BIG-IDX)
                   "|" WS-BIG-TARGETS (WS-BIG-IDX)
                   "|" WS-BIG-FIRST-TARGET (WS-BIG-IDX)
                   DELIMITED BY SIZE INTO WS-FEED-LINE
               PERFORM WRITE-FEED-LINE
           END-PERFORM.
           IF WS-BIG-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO PRIME FACTORS ON FILE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-DISTINCT-PRIMES TO WS-COUNT-EDIT.
           MOVE WS-FEED-COUNT TO WS-COUNT-EDIT-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DISTINCT PRIMES FOUND: " WS-COUNT-EDIT
               "   FEED RECORDS (FACTFEED): " WS-COUNT-EDIT-2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-FACTSTAT REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Warehouse feed builders.  Every record is pipe-delimited; the
      * count on the 'T' trailer covers the records between the
      * header and the trailer, and the hash is the sum of the 'P'
      * records' target counts.
      ******************************************************************
       WRITE-FEED-HEADER.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "H|EULER|FACTSTAT|" WS-BUSINESS-DATE
               "|" WS-SMOOTH-LIMIT
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.

       WRITE-CLASS-FEED-RECORD.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "C|" DELIMITED BY SIZE
               WS-CLASS-CODE DELIMITED BY SPACE
               "|" WS-CLASS-COUNT DELIMITED BY SIZE
               INTO WS-FEED-LINE.
           PERFORM WRITE-FEED-LINE.

       WRITE-PRIME-FEED-RECORD.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "P|" WS-PRIME-VALUE
               "|" WS-PRIME-TARGETS-HIT
               "|" WS-PRIME-TIMES
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           ADD WS-PRIME-TARGETS-HIT TO WS-FEED-HASH.
           PERFORM WRITE-FEED-LINE.

       WRITE-FEED-LINE.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.
           ADD 1 TO WS-FEED-COUNT.
           MOVE SPACES TO WS-FEED-LINE.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO WS-FEED-LINE.
           STRING "T|" WS-FEED-COUNT "|" WS-FEED-HASH
               DELIMITED BY SIZE INTO WS-FEED-LINE.
           WRITE FEED-FILE-RECORD FROM WS-FEED-LINE.

      ******************************************************************
      * CHECK-FILE-LOCKS - refuse to start while another run holds a
      * batch-window lock (copybook EULLOCK) on the factor file or
      * the cache, so an unclosed trailer segment mid-append never
      * looks like file damage.  Readers hold nothing themselves.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 2 TO WS-ENQ-COUNT.
           MOVE "FACTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "FACTCACHE"  TO WS-ENQ-RESOURCE (2).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-FACTSTAT: SHARED FILE HELD BY "
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
                           DISPLAY "EULER-FACTSTAT: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

       END PROGRAM EULER-FACTSTAT.
