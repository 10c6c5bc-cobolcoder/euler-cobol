      * a term or the sum would pass 18 digits.  The checkpoint is
      * left standing on a capacity stop so the failure point is on
      * record for operations.
      * A SIM run-control card (copybook EULCARD) runs the sequence
      * from term 1 the way PROBLEM-1 simulates: the answer goes to
      * the simulation file instead of the history, no term detail,
      * checkpoint, provenance or release row is written, the
      * completion mark is left alone, and the report closes with the
      * simulated sum beside the latest production result - so
      * EULER-CERTIFY can prove a rebuilt module against its known
      * answers without touching the night's files.
      * A bound change can be staged ahead on the effective-dated
      * parameter schedule (copybook EULPSCH); the version in force
      * for the business date replaces the PARM2FILE card - except
      * a card EULER-INTAKE built from a computation request for
      * that very date (request trailer, copybook EULRQCD), which
      * outranks it.
      * Every history result is tied to the parameter card behind it
      * on the keyed provenance file (copybook EULPROV).
      * Every live result also starts pending release on the keyed
      * release file (copybook EULRELS) until a reviewer releases it.
      * Each run's count of Fibonacci terms generated (one detail row
      * per term) goes to the metrics file (copybook EULMTRC) for
      * capacity planning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT PSCH-FILE ASSIGN TO "PARMSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSCH-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT SIM-FILE ASSIGN TO "SIMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-FILE-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT MTRC-FILE ASSIGN TO "METRICS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTRC-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "PROBLEM2-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
       FD  CKPT-FILE.
       01  CKPT-FILE-RECORD.
           COPY EULCKPT.
       FD  PSCH-FILE.
       01  PSCH-FILE-RECORD.
           COPY EULPSCH.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  P2PM-FILE.
       01  P2PM-FILE-RECORD.
           COPY EULP2PM.
           05 FILLER                   PIC X(22).
       FD  FIB-FILE.
       01  FIB-FILE-RECORD.
           COPY EULFIB.
       FD  HIST-FILE.
       01  HIST-FILE-RECORD.
           COPY EULHIST.
       FD  SIM-FILE.
       01  SIM-FILE-RECORD             PIC X(73).
       FD  PROV-FILE.
       01  PROV-FILE-RECORD.
           COPY EULPROV.
       FD  REL-FILE.
       01  REL-FILE-RECORD.
           COPY EULRELS.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  MTRC-FILE.
       01  MTRC-FILE-RECORD.
           COPY EULMTRC.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
           01 WS-FIB-FILE-STATUS       PIC X(02).
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-MTRC-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-RCTL-FILE-STATUS      PIC X(02).
           01 WS-P2PM-FILE-STATUS      PIC X(02).
           01 WS-BOUND-CARD-X          PIC X(18) VALUE SPACES.
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
           01 WS-PROV-FILE-STATUS      PIC X(02).
           01 WS-PROV-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PROV-FILE-OPEN     VALUE 'Y'.
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-REL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-OPEN      VALUE 'Y'.
           01 WS-PROV-CARD-SOURCE      PIC X(10) VALUE "DEFAULT".
           01 WS-PROV-CARD-IMAGE       PIC X(80) VALUE SPACES.

           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-FIB-WRITE-COUNT       PIC 9(09) VALUE 0.
           01 WS-FIB-HASH-TOTAL        PIC 9(14) VALUE 0.

           01 WS-SIM-FILE-STATUS       PIC X(02).
           01 WS-SIM-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-SIM-AT-EOF         VALUE 'Y'.
           01 WS-PROD-FOUND-SW         PIC X(01) VALUE 'N'.
              88 WS-PROD-RESULT-FOUND  VALUE 'Y'.
           01 WS-PROD-RESULT           PIC 9(18) VALUE 0.
           01 WS-PROD-DATE             PIC 9(08) VALUE 0.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-START-TIMESTAMP       PIC 9(14).
           01 WS-END-TIMESTAMP         PIC 9(14).
           PERFORM INITIALIZE-RUN.

           IF NOT WS-RUN-IS-DUPLICATE AND NOT WS-BOUND-IS-BAD
               IF WS-RUN-IS-SIMULATE
                   PERFORM SET-DEFAULT-START
               ELSE
                   PERFORM RESTORE-CHECKPOINT
               END-IF
               PERFORM CALCULATE-FIBONACCI-SUM

               IF NOT WS-CAPACITY-EXCEEDED
           IF NOT WS-RUN-IS-SIMULATE
               PERFORM ENQUEUE-FILE-LOCKS
               PERFORM CHECK-RUN-CONTROL
           END-IF.
           PERFORM READ-BOUND-PARAMETER.

           IF WS-FORCE-RERUN AND NOT WS-RUN-IS-DUPLICATE
                   AND NOT WS-DATE-WAS-REFUSED
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-RUN-IS-SIMULATE
               OPEN OUTPUT SIM-FILE
           ELSE
               OPEN EXTEND HIST-FILE
               IF WS-HIST-FILE-STATUS = "35"
                   OPEN OUTPUT HIST-FILE
               IF WS-FIB-FILE-STATUS = "35"
                   OPEN OUTPUT FIB-FILE
               END-IF

               PERFORM OPEN-PROVENANCE-FILE
               PERFORM OPEN-RELEASE-FILE
           END-IF.

           MOVE 'S'                  TO WS-AUDT-RECORD-TYPE.
                   NOT AT END
                       IF WS-CARD-MODE-SIMULATE
                           MOVE 'S' TO WS-RUN-MODE-SW
                           DISPLAY "PROBLEM-2: SIMULATION RUN - "
                               "PRODUCTION FILES WILL NOT BE TOUCHED"
                       END-IF
                       IF WS-CARD-BUS-DATE-X IS NUMERIC
                               AND WS-CARD-BUS-DATE-X NOT = "00000000"
           CLOSE RCTL-FILE.

      ******************************************************************
      * READ-BOUND-PARAMETER - pull the sequence bound off the schedule
      * version in force for the business date, or failing that off
      * the optional parameter card; a missing card keeps the
      * long-standing default so the nightly submission runs
      * unchanged.  A card that is present but unusable stops the
      * run - a silent fallback would hand the analytics group the
      * wrong bound's sum.
      ******************************************************************
       READ-BOUND-PARAMETER.
           PERFORM LOOKUP-PARAMETER-SCHEDULE.
           IF WS-SCHED-VERSION-FOUND
               MOVE "PARMSCHED"          TO WS-PROV-CARD-SOURCE
               MOVE WS-SCHED-PARM-IMAGE  TO WS-PROV-CARD-IMAGE
               MOVE WS-SCHED-PARM-IMAGE  TO WS-BOUND-CARD-X
               PERFORM VALIDATE-BOUND-PARAMETER
           ELSE
               OPEN INPUT P2PM-FILE
               IF WS-P2PM-FILE-STATUS = "00"
                   READ P2PM-FILE
                       AT END
                           DISPLAY "PROBLEM-2: PARAMETER CARD EMPTY - "
                               "RUNNING UNDER DEFAULT BOUND"
                       NOT AT END
                           MOVE "PARM2FILE"      TO WS-PROV-CARD-SOURCE
                           MOVE WS-P2PM-MAX-TERM-X
                                                 TO WS-PROV-CARD-IMAGE
                           MOVE WS-P2PM-MAX-TERM-X
                                                 TO WS-BOUND-CARD-X
                           PERFORM VALIDATE-BOUND-PARAMETER
                   END-READ
                   CLOSE P2PM-FILE
               END-IF
           END-IF.

      ******************************************************************
      * LOOKUP-PARAMETER-SCHEDULE - find the version of this problem's
      * parameter card in force for the business date on the
      * effective-dated schedule (copybook EULPSCH): the latest
      * effective date on or before the run date, the later entry
      * winning a tie.  No schedule, or no version in force yet,
      * leaves the run on its own PARM2FILE card as before.  The
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
               DISPLAY "PROBLEM-2: PARAMETERS FROM SCHEDULE VERSION "
                   "EFFECTIVE " WS-SCHED-EFFECTIVE-DATE
                   " ENTERED BY " WS-SCHED-ENTERED-BY
           ELSE
               IF NOT WS-REQUEST-CARD-TONIGHT
                   DISPLAY "PROBLEM-2: NO SCHEDULED PARAMETER "
                       "VERSION IN FORCE - USING PARM2FILE"
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
      * CHECK-REQUEST-CARD - a PARM2FILE card EULER-INTAKE built
      * from a computation request for tonight's business date
      * (request trailer, copybook EULRQCD) outranks the schedule
      * version in force: the requester asked for those parameters
      * on this run.  A hand-keyed card, or a request card left from
      * an earlier night, leaves the schedule in charge.
      ******************************************************************
       CHECK-REQUEST-CARD.
           MOVE SPACES TO WS-REQUEST-TRAILER.
           OPEN INPUT P2PM-FILE.
           IF WS-P2PM-FILE-STATUS = "00"
               READ P2PM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE P2PM-FILE-RECORD (19:22)
                           TO WS-REQUEST-TRAILER
               END-READ
               CLOSE P2PM-FILE
           END-IF.
           IF WS-RQCD-REQUEST-DATE-X IS NUMERIC
                   AND WS-RQCD-REQUEST-DATE-X = WS-HDR-RUN-DATE
               SET WS-REQUEST-CARD-TONIGHT TO TRUE
               MOVE 'N' TO WS-SCHED-FOUND-SW
               MOVE 0   TO WS-SCHED-EFFECTIVE-DATE
               MOVE SPACES TO WS-SCHED-ENTERED-BY
               DISPLAY "PROBLEM-2: PARM2FILE CARD FOR REQUEST "
                   WS-RQCD-REQUESTER-ID " " WS-RQCD-REQUEST-NUMBER-X
                   " OUTRANKS THE SCHEDULE TONIGHT"
           END-IF.

       VALIDATE-BOUND-PARAMETER.
           IF WS-BOUND-CARD-X IS NOT NUMERIC
               DISPLAY "PROBLEM-2: INVALID BOUND - NOT NUMERIC: "
                   WS-BOUND-CARD-X
               SET WS-BOUND-IS-BAD TO TRUE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BOUND-CARD-X TO WS-MAX-TERM
               IF WS-MAX-TERM = 0
                   DISPLAY "PROBLEM-2: INVALID BOUND - MUST BE "
                       "GREATER THAN ZERO"
                   MOVE WS-TERM-2      TO WS-FIB-TERM-VALUE
                   MOVE WS-SUM-EVEN    TO WS-FIB-RUNNING-SUBTOTAL
                   MOVE WS-HDR-RUN-DATE TO WS-FIB-RUN-DATE
                   IF NOT WS-RUN-IS-SIMULATE
                       WRITE FIB-FILE-RECORD
                   END-IF
                   ADD 1         TO WS-FIB-WRITE-COUNT
                   ADD WS-TERM-2 TO WS-FIB-HASH-TOTAL

               IF NOT WS-CAPACITY-EXCEEDED
                   MOVE WS-TERM-2 TO WS-TERM-1
                   MOVE WS-NEXT-TERM TO WS-TERM-2
                   IF NOT WS-RUN-IS-SIMULATE
                       PERFORM WRITE-CHECKPOINT
                   END-IF
               END-IF

           END-PERFORM.
           MOVE WS-HDR-RUN-DATE       TO WS-HIST-RUN-DATE.
           MOVE SPACE                 TO WS-HIST-RECORD-TYPE.
           MOVE 1                     TO WS-HIST-RUN-SEQUENCE.
           IF WS-RUN-IS-SIMULATE
               WRITE SIM-FILE-RECORD FROM HIST-FILE-RECORD
           ELSE
               WRITE HIST-FILE-RECORD
               ADD 1           TO WS-HIST-WRITE-COUNT
               ADD WS-SUM-EVEN TO WS-HIST-HASH-TOTAL
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
               DISPLAY "PROBLEM-2: PROVENANCE FILE UNAVAILABLE - "
                   "STATUS " WS-PROV-FILE-STATUS
                   " - RESULT NOT LINKED TO INPUTS"
           END-IF.

      ******************************************************************
      * WRITE-PROVENANCE-RECORD - tie the history record just written
      * to the card that produced it: the parameter card image (blank
      * under the default bound), the run mode and force flag this
      * run honored, who ran it, and the load module's compile stamp.
      ******************************************************************
       WRITE-PROVENANCE-RECORD.
           IF WS-PROV-FILE-OPEN
               MOVE WS-HIST-PROBLEM-ID     TO WS-PROV-PROBLEM-ID
               MOVE WS-HIST-RUN-DATE       TO WS-PROV-RUN-DATE
               MOVE WS-HIST-RUN-SEQUENCE   TO WS-PROV-RUN-SEQUENCE
               MOVE WS-START-TIMESTAMP     TO WS-PROV-RUN-TIMESTAMP
               MOVE WS-HDR-JOB-NAME        TO WS-PROV-JOB-NAME
               MOVE WS-OPERATOR-ID         TO WS-PROV-OPERATOR-ID
               MOVE "NORMAL"               TO WS-PROV-RUN-MODE
               IF WS-FORCE-RERUN
                   MOVE 'F'                TO WS-PROV-FORCE-FLAG
               ELSE
                   MOVE SPACE              TO WS-PROV-FORCE-FLAG
               END-IF
               MOVE WHEN-COMPILED          TO WS-PROV-COMPILE-DATE
               MOVE WS-PROV-CARD-SOURCE    TO WS-PROV-INPUT-SOURCE
               MOVE WS-PROV-CARD-IMAGE     TO WS-PROV-INPUT-IMAGE
               MOVE WS-SCHED-EFFECTIVE-DATE
                                           TO WS-PROV-SCHED-EFFECTIVE
               MOVE WS-HIST-NUMERIC-RESULT TO WS-PROV-NUMERIC-RESULT
               WRITE PROV-FILE-RECORD
                   INVALID KEY
                       DISPLAY "PROBLEM-2: PROVENANCE ALREADY ON FILE "
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
               DISPLAY "PROBLEM-2: RELEASE FILE UNAVAILABLE - "
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
                               DISPLAY "PROBLEM-2: RELEASE RECORD NOT "
                                   "WRITTEN FOR " WS-RELS-RECORD-KEY
                       END-REWRITE
               END-WRITE
           END-IF.

      ******************************************************************
      * WRITE-REPORT - printer-ready report with a title block, run
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SCHED-VERSION-FOUND
               STRING "PARAMETER VERSION: SCHEDULE EFFECTIVE "
                   WS-SCHED-EFFECTIVE-DATE " ENTERED BY "
                   WS-SCHED-ENTERED-BY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF WS-PROV-CARD-SOURCE = "PARM2FILE"
                   STRING "PARAMETER VERSION: PARM2FILE CARD"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "PARAMETER VERSION: DEFAULT BOUND - NO "
                       "PARAMETER CARD"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-RUN-IS-SIMULATE
               PERFORM WRITE-SIM-COMPARISON
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF PROBLEM " WS-HDR-PROBLEM-ID " REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-END-TIMESTAMP     TO WS-AUDT-TIMESTAMP.
           MOVE RETURN-CODE          TO WS-AUDT-COMPLETION-CODE.
           WRITE AUDIT-FILE-RECORD.
           PERFORM WRITE-METRICS-RECORD.

           IF RETURN-CODE = 0 AND NOT WS-RUN-IS-SIMULATE
               PERFORM MARK-RUN-COMPLETE
           END-IF.

           IF WS-RUN-IS-SIMULATE
               CLOSE SIM-FILE
           ELSE
               PERFORM WRITE-CONTROL-TRAILERS
           END-IF.
           IF NOT WS-RUN-IS-DUPLICATE
               CLOSE HIST-FILE
               CLOSE FIB-FILE
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
           MOVE "FIB-TERMS"          TO WS-MTRC-UNIT-NAME.
           MOVE WS-FIB-WRITE-COUNT   TO WS-MTRC-WORK-UNITS.
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
      * history and term detail files with control-total trailers so
      * and cleared with EULER-LOCKUTL.
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 4 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "FIBFILE"    TO WS-ENQ-RESOURCE (2).
           MOVE "PROVFILE"   TO WS-ENQ-RESOURCE (3).
           MOVE "RELFILE"    TO WS-ENQ-RESOURCE (4).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "PROBLEM-2: SHARED FILE HELD BY ANOTHER RUN - "
                   WRITE LOCK-FILE-RECORD FROM LOCK-WORK-RECORD
           END-READ.

      ******************************************************************
      * WRITE-SIM-COMPARISON - the simulation's closing exhibit: the
      * simulated sum side by side with the latest production result
      * on the history for this problem id.  The history is only
      * read; control trailers and reversal records are passed over.
      ******************************************************************
       WRITE-SIM-COMPARISON.
           MOVE 'N' TO WS-SIM-EOF-SW.
           MOVE 'N' TO WS-PROD-FOUND-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-SIM-EOF-SW
           END-IF.
           PERFORM FIND-LATEST-PRODUCTION UNTIL WS-SIM-AT-EOF.
           IF WS-HIST-FILE-STATUS = "10"
               CLOSE HIST-FILE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "SIMULATED RESULT:  " WS-RSLT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           IF NOT WS-PROD-RESULT-FOUND
               STRING "LATEST PRODUCTION: NONE ON FILE TO COMPARE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "LATEST PRODUCTION: " WS-PROD-RESULT
                   " (RUN " WS-PROD-DATE ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-PROD-RESULT-FOUND
               MOVE SPACES TO WS-RPT-LINE
               IF WS-PROD-RESULT = WS-SUM-EVEN
                   STRING "SIMULATION AGREES WITH PRODUCTION"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "*** SIMULATION DIFFERS FROM PRODUCTION ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       FIND-LATEST-PRODUCTION.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-SIM-EOF-SW
               NOT AT END
                   IF HIST-FILE-RECORD (1:1) NOT = 'T'
                           AND NOT WS-HIST-IS-REVERSAL
                           AND WS-HIST-PROBLEM-ID = WS-HDR-PROBLEM-ID
                       SET WS-PROD-RESULT-FOUND TO TRUE
                       MOVE WS-HIST-NUMERIC-RESULT TO WS-PROD-RESULT
                       MOVE WS-HIST-RUN-DATE TO WS-PROD-DATE
                   END-IF
           END-READ.

       END PROGRAM PROBLEM-2.
