      * control trailer, duplicate-run protection (EULRCTL) with the
      * CTLCARD force override, business-date stamping, and rejected
      * parameter cards suspended (EULSUSP) with a REPROC run mode to
      * pull the corrected card back through.  A parameter change can
      * be staged ahead on the effective-dated schedule (copybook
      * EULPSCH); the version in force for the business date replaces
      * the PARM4FILE card - except a card EULER-INTAKE built from a
      * computation request for that very date (request trailer,
      * copybook EULRQCD), which outranks it.  Every history result
      * is tied to the card behind it on the keyed provenance file
      * (copybook EULPROV).
      * Every live result also starts pending release on the keyed
      * release file (copybook EULRELS) until a reviewer releases it.
      * Each run's count of products tested goes to the metrics file
      * (copybook EULMTRC) for capacity planning.
      * A SIM run writes its candidate rows to the simulation
      * candidate file (SIMPAL, the PALFILE layout) beside its result
      * on the simulation file, so EULER-CERTIFY can check the factor
      * pairs as well as the answer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARM-FILE ASSIGN TO "PARM4FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PSCH-FILE ASSIGN TO "PARMSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSCH-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
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
           SELECT SIM-PAL-FILE ASSIGN TO "SIMPAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MTRC-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRC-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "PROBLEM4-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(24).
       FD  PSCH-FILE.
       01  PSCH-FILE-RECORD.
           COPY EULPSCH.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
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
       FD  SIM-PAL-FILE.
       01  SIM-PAL-RECORD              PIC X(44).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  MTRC-FILE.
       01  MTRC-FILE-RECORD.
           COPY EULMTRC.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
              88 WS-PARM-IS-VALID      VALUE 'Y'.

           01 WS-PARM-FILE-STATUS      PIC X(02).
           01 WS-PSCH-FILE-STATUS      PIC X(02).
           01 WS-PSCH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PSCH-AT-EOF        VALUE 'Y'.
           01 WS-SCHED-FOUND-SW        PIC X(01) VALUE 'N'.
              88 WS-SCHED-VERSION-FOUND VALUE 'Y'.
           01 WS-SCHED-EFFECTIVE-DATE  PIC 9(08) VALUE 0.
           01 WS-SCHED-ENTERED-BY      PIC X(08) VALUE SPACES.
           01 WS-SCHED-PARM-IMAGE      PIC X(48) VALUE SPACES.
           01 WS-REQUEST-TRAILER.
              COPY EULRQCD.
           01 WS-REQUEST-CARD-SW       PIC X(01) VALUE 'N'.
              88 WS-REQUEST-CARD-TONIGHT VALUE 'Y'.
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-SUSP-FILE-STATUS      PIC X(02).
           01 WS-SUSP-WORK-STATUS      PIC X(02).
           01 WS-RCTL-FILE-STATUS      PIC X(02).
           01 WS-PAL-FILE-STATUS       PIC X(02).
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-PROV-FILE-STATUS      PIC X(02).
           01 WS-PROV-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PROV-FILE-OPEN     VALUE 'Y'.
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-REL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-OPEN      VALUE 'Y'.
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-MTRC-FILE-STATUS      PIC X(02).
           01 WS-PRODUCTS-TESTED       PIC 9(12) VALUE 0.

           01 WS-PARM-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PARM-FILE-OPEN     VALUE 'Y'.


           01 WS-SIM-FILE-STATUS       PIC X(02).
           01 WS-SIMP-FILE-STATUS      PIC X(02).
           01 WS-SIM-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-SIM-AT-EOF         VALUE 'Y'.
           01 WS-PROD-FOUND-SW         PIC X(01) VALUE 'N'.

           IF NOT WS-RUN-IS-REPROCESS
                   AND NOT WS-RUN-IS-DUPLICATE
               PERFORM LOOKUP-PARAMETER-SCHEDULE
               IF NOT WS-SCHED-VERSION-FOUND
                   OPEN INPUT PARM-FILE
                   IF WS-PARM-FILE-STATUS = "00"
                       SET WS-PARM-FILE-OPEN TO TRUE
                   ELSE
                       DISPLAY "PROBLEM-4: PARAMETER FILE NOT FOUND - "
                           "STATUS " WS-PARM-FILE-STATUS
                       MOVE 'N' TO WS-PARM-VALID-SW
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               OPEN EXTEND SUSP-FILE
               IF WS-SUSP-FILE-STATUS = "35"

           IF WS-RUN-IS-SIMULATE
               OPEN OUTPUT SIM-FILE
               OPEN OUTPUT SIM-PAL-FILE
           ELSE
               OPEN EXTEND HIST-FILE
               IF WS-HIST-FILE-STATUS = "35"
               IF WS-PAL-FILE-STATUS = "35"
                   OPEN OUTPUT PAL-FILE
               END-IF
               PERFORM OPEN-PROVENANCE-FILE
               PERFORM OPEN-RELEASE-FILE
           END-IF.

           MOVE 'S'                  TO WS-AUDT-RECORD-TYPE.

      ******************************************************************
      * READ-PARAMETER-CARD - pull the factor digit count off the
      * single parameter record, or off the schedule version in force
      * when there is one.
      ******************************************************************
       READ-PARAMETER-CARD.
           IF WS-PARM-IS-VALID
               IF WS-SCHED-VERSION-FOUND
                   MOVE WS-SCHED-PARM-IMAGE TO WS-PARM-CARD
               ELSE
                   READ PARM-FILE
                       AT END
                           DISPLAY "PROBLEM-4: PARAMETER FILE IS EMPTY"
                           MOVE 'N' TO WS-PARM-VALID-SW
                           MOVE 16 TO RETURN-CODE
                       NOT AT END
                           MOVE PARM-FILE-RECORD TO WS-PARM-CARD
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * LOOKUP-PARAMETER-SCHEDULE - find the version of this problem's
      * parameter card in force for the business date on the
      * effective-dated schedule (copybook EULPSCH): the latest
      * effective date on or before the run date, the later entry
      * winning a tie.  No schedule, or no version in force yet,
      * leaves the run on its own PARM4FILE card as before.  The
      * version taken is logged here, on the report, and on the
      * result's provenance record.
      ******************************************************************
       LOOKUP-PARAMETER-SCHEDULE.
           MOVE 'N' TO WS-SCHED-FOUND-SW.
           MOVE 0   TO WS-SCHED-EFFECTIVE-DATE.
           MOVE SPACES TO WS-SCHED-ENTERED-BY.
           MOVE 'N' TO WS-PSCH-EOF-SW.
           OPEN INPUT PSCH-FILE.
           IF WS-PSCH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PSCH-EOF-SW
           END-IF.
           PERFORM SCAN-PARAMETER-SCHEDULE UNTIL WS-PSCH-AT-EOF.
           IF WS-PSCH-FILE-STATUS = "10"
               CLOSE PSCH-FILE
           END-IF.
           IF WS-SCHED-VERSION-FOUND
               PERFORM CHECK-REQUEST-CARD
           END-IF.
           IF WS-SCHED-VERSION-FOUND
               DISPLAY "PROBLEM-4: PARAMETERS FROM SCHEDULE VERSION "
                   "EFFECTIVE " WS-SCHED-EFFECTIVE-DATE
                   " ENTERED BY " WS-SCHED-ENTERED-BY
           ELSE
               IF NOT WS-REQUEST-CARD-TONIGHT
                   DISPLAY "PROBLEM-4: NO SCHEDULED PARAMETER "
                       "VERSION IN FORCE - USING PARM4FILE"
               END-IF
           END-IF.

       SCAN-PARAMETER-SCHEDULE.
           READ PSCH-FILE
               AT END
                   MOVE 'Y' TO WS-PSCH-EOF-SW
               NOT AT END
                   IF WS-PSCH-PROBLEM-ID = WS-HDR-PROBLEM-ID
                           AND WS-PSCH-EFFECTIVE-DATE IS NUMERIC
                           AND WS-PSCH-EFFECTIVE-DATE
                               NOT > WS-HDR-RUN-DATE
                           AND WS-PSCH-EFFECTIVE-DATE
                               NOT < WS-SCHED-EFFECTIVE-DATE
                       SET WS-SCHED-VERSION-FOUND TO TRUE
                       MOVE WS-PSCH-EFFECTIVE-DATE
                           TO WS-SCHED-EFFECTIVE-DATE
                       MOVE WS-PSCH-ENTERED-BY  TO WS-SCHED-ENTERED-BY
                       MOVE WS-PSCH-PARM-IMAGE  TO WS-SCHED-PARM-IMAGE
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK-REQUEST-CARD - a PARM4FILE card EULER-INTAKE built
      * from a computation request for tonight's business date
      * (request trailer, copybook EULRQCD) outranks the schedule
      * version in force: the requester asked for those parameters
      * on this run.  A hand-keyed card, or a request card left from
      * an earlier night, leaves the schedule in charge.
      ******************************************************************
       CHECK-REQUEST-CARD.
           MOVE SPACES TO WS-REQUEST-TRAILER.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-FILE-RECORD (3:22)
                           TO WS-REQUEST-TRAILER
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-RQCD-REQUEST-DATE-X IS NUMERIC
                   AND WS-RQCD-REQUEST-DATE-X = WS-HDR-RUN-DATE
               SET WS-REQUEST-CARD-TONIGHT TO TRUE
               MOVE 'N' TO WS-SCHED-FOUND-SW
               MOVE 0   TO WS-SCHED-EFFECTIVE-DATE
               MOVE SPACES TO WS-SCHED-ENTERED-BY
               DISPLAY "PROBLEM-4: PARM4FILE CARD FOR REQUEST "
                   WS-RQCD-REQUESTER-ID " " WS-RQCD-REQUEST-NUMBER-X
                   " OUTRANKS THE SCHEDULE TONIGHT"
           END-IF.
      ******************************************************************
      * VALIDATE-PARAMETER - reject a digit count that is not a clean
      * 1 thru 4 before the search ever runs; the rejected card goes
                   UNTIL WS-FACTOR-J < WS-LOWER-FACTOR
                       OR WS-INNER-IS-DONE
               COMPUTE WS-PRODUCT = WS-FACTOR-I * WS-FACTOR-J
               ADD 1 TO WS-PRODUCTS-TESTED
               IF WS-PRODUCT <= WS-BEST-PALINDROME
                   SET WS-INNER-IS-DONE TO TRUE
               ELSE
           MOVE WS-FACTOR-J     TO WS-PAL-FACTOR-2.
           MOVE WS-PRODUCT      TO WS-PAL-PRODUCT.
           MOVE WS-HDR-RUN-DATE TO WS-PAL-RUN-DATE.
           IF WS-RUN-IS-SIMULATE
               WRITE SIM-PAL-RECORD FROM PAL-FILE-RECORD
           ELSE
               WRITE PAL-FILE-RECORD
               ADD 1          TO WS-PAL-WRITE-COUNT
               ADD WS-PRODUCT TO WS-PAL-HASH-TOTAL
               WRITE HIST-FILE-RECORD
               ADD 1                  TO WS-HIST-WRITE-COUNT
               ADD WS-BEST-PALINDROME TO WS-HIST-HASH-TOTAL
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
               DISPLAY "PROBLEM-4: PROVENANCE FILE UNAVAILABLE - "
                   "STATUS " WS-PROV-FILE-STATUS
                   " - RESULT NOT LINKED TO INPUTS"
           END-IF.

      ******************************************************************
      * WRITE-PROVENANCE-RECORD - tie the history record just written
      * to the card that produced it: the digits card image (the
      * corrected suspense card under REPROC), the run mode and force
      * flag this run honored, who ran it, and the load module's
      * compile stamp.
      ******************************************************************
       WRITE-PROVENANCE-RECORD.
           IF WS-PROV-FILE-OPEN
               MOVE WS-HIST-PROBLEM-ID     TO WS-PROV-PROBLEM-ID
               MOVE WS-HIST-RUN-DATE       TO WS-PROV-RUN-DATE
               MOVE WS-HIST-RUN-SEQUENCE   TO WS-PROV-RUN-SEQUENCE
               MOVE WS-START-TIMESTAMP     TO WS-PROV-RUN-TIMESTAMP
               MOVE WS-HDR-JOB-NAME        TO WS-PROV-JOB-NAME
               MOVE WS-OPERATOR-ID         TO WS-PROV-OPERATOR-ID
               IF WS-RUN-IS-REPROCESS
                   MOVE "REPROC"           TO WS-PROV-RUN-MODE
                   MOVE "SUSPFILE"         TO WS-PROV-INPUT-SOURCE
               ELSE
                   MOVE "NORMAL"           TO WS-PROV-RUN-MODE
                   IF WS-SCHED-VERSION-FOUND
                       MOVE "PARMSCHED"    TO WS-PROV-INPUT-SOURCE
                   ELSE
                       MOVE "PARM4FILE"    TO WS-PROV-INPUT-SOURCE
                   END-IF
               END-IF
               MOVE WS-SCHED-EFFECTIVE-DATE
                                           TO WS-PROV-SCHED-EFFECTIVE
               IF WS-FORCE-RERUN
                   MOVE 'F'                TO WS-PROV-FORCE-FLAG
               ELSE
                   MOVE SPACE              TO WS-PROV-FORCE-FLAG
               END-IF
               MOVE WHEN-COMPILED          TO WS-PROV-COMPILE-DATE
               MOVE WS-PARM-CARD           TO WS-PROV-INPUT-IMAGE
               MOVE WS-HIST-NUMERIC-RESULT TO WS-PROV-NUMERIC-RESULT
               WRITE PROV-FILE-RECORD
                   INVALID KEY
                       DISPLAY "PROBLEM-4: PROVENANCE ALREADY ON FILE "
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
               DISPLAY "PROBLEM-4: RELEASE FILE UNAVAILABLE - "
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
                               DISPLAY "PROBLEM-4: RELEASE RECORD NOT "
                                   "WRITTEN FOR " WS-RELS-RECORD-KEY
                       END-REWRITE
               END-WRITE
           END-IF.

      ******************************************************************
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-RUN-IS-REPROCESS
               STRING "PARAMETER VERSION: CORRECTED SUSPENSE CARD"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF WS-SCHED-VERSION-FOUND
                   STRING "PARAMETER VERSION: SCHEDULE EFFECTIVE "
                       WS-SCHED-EFFECTIVE-DATE " ENTERED BY "
                       WS-SCHED-ENTERED-BY
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "PARAMETER VERSION: PARM4FILE CARD"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE WS-END-TIMESTAMP     TO WS-AUDT-TIMESTAMP.
           MOVE RETURN-CODE          TO WS-AUDT-COMPLETION-CODE.
           WRITE AUDIT-FILE-RECORD.
           PERFORM WRITE-METRICS-RECORD.

           IF RETURN-CODE = 0 AND NOT WS-RUN-IS-REPROCESS
                   AND NOT WS-RUN-IS-SIMULATE

           IF WS-RUN-IS-SIMULATE
               CLOSE SIM-FILE
               CLOSE SIM-PAL-FILE
           ELSE
               PERFORM WRITE-CONTROL-TRAILERS
           END-IF.
               CLOSE HIST-FILE
               CLOSE PAL-FILE
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
           MOVE "PRODUCTS"           TO WS-MTRC-UNIT-NAME.
           MOVE WS-PRODUCTS-TESTED   TO WS-MTRC-WORK-UNITS.
           MOVE 0                    TO WS-MTRC-CACHE-HITS.
           MOVE 0                    TO WS-MTRC-CACHE-MISSES.
           IF WS-FORCE-RERUN
               MOVE 'F'              TO WS-MTRC-FORCE-FLAG
           ELSE
               MOVE SPACE            TO WS-MTRC-FORCE-FLAG
           END-IF.
           WRITE MTRC-FILE-RECORD.
           CLOSE MTRC-FILE.

      ******************************************************************
      * WRITE-CONTROL-TRAILERS - close out this run's segment of the
      * history and candidate detail files with control-total trailers
      * and cleared with EULER-LOCKUTL.
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 4 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "PALFILE"    TO WS-ENQ-RESOURCE (2).
           MOVE "PROVFILE"   TO WS-ENQ-RESOURCE (3).
           MOVE "RELFILE"    TO WS-ENQ-RESOURCE (4).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "PROBLEM-4: SHARED FILE HELD BY ANOTHER RUN - "
