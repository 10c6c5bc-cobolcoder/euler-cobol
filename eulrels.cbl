      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Result release review - the approval step between a
      * night's run and anything leaving the shop.  Every history
      * result PROBLEM-1 through PROBLEM-4 writes starts pending
      * release on the keyed release file (copybook EULRELS); this
      * program reads decision cards (copybook EULRLTX), one per
      * result key, and RELEASEs or HOLDs each one.  EULER-EXTRACT
      * sends only released results to the warehouse and EULER-SPOOL
      * marks anything else as provisional, so a night EULER-RECON or
      * EULER-VERIFY flagged can be held back until it is understood.
      * Release review is privileged: the reviewer must hold the
      * RELEASE grant on the authorization file (copybook EULAUTH),
      * and must not be the operator who ran the job that produced
      * the result - a reviewer never passes their own work.  Either
      * refusal is logged to the shared audit trail as a 'V'
      * violation record.  Every decision applied goes to the
      * release decision log (copybook EULRLOG) with the reviewer,
      * the timestamp, the state before and after, and the note off
      * the card.  A result from before the release file existed has
      * no release record; when its key is on the results master
      * (copybook EULHMST) the first decision creates one, with the
      * run operator shown as not recorded.
      * The report closes with every result still pending or held,
      * so the reviewer sees what is left to decide.
      * Return code 8 when any card is rejected, 12 when the reviewer
      * is refused, 16 when the release file cannot be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-RELEASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLTX-FILE ASSIGN TO "RELCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLTX-FILE-STATUS.
           SELECT REL-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RELS-RECORD-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT MAST-FILE ASSIGN TO "HISTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-HMST-RECORD-KEY
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT RLOG-FILE ASSIGN TO "RELLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-RELEASE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RLTX-FILE.
       01  RLTX-FILE-RECORD.
           COPY EULRLTX.
       FD  REL-FILE.
       01  REL-FILE-RECORD.
           COPY EULRELS.
       FD  MAST-FILE.
       01  MAST-FILE-RECORD.
           COPY EULHMST.
       FD  RLOG-FILE.
       01  RLOG-FILE-RECORD.
           COPY EULRLOG.
       FD  AUTH-FILE.
       01  AUTH-FILE-RECORD.
           COPY EULAUTH.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-RLTX-FILE-STATUS      PIC X(02).
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-MAST-FILE-STATUS      PIC X(02).
           01 WS-RLOG-FILE-STATUS      PIC X(02).
           01 WS-AUTH-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).

           01 WS-AUTH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-AUTH-AT-EOF        VALUE 'Y'.
           01 WS-AUTH-GRANTED-SW       PIC X(01) VALUE 'N'.
              88 WS-AUTH-IS-GRANTED    VALUE 'Y'.
           01 WS-AUTH-FUNCTION         PIC X(08) VALUE SPACES.
           01 WS-REVIEW-REFUSED-SW     PIC X(01) VALUE 'N'.
              88 WS-REVIEW-IS-REFUSED  VALUE 'Y'.

           01 WS-RLTX-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-RLTX-AT-EOF        VALUE 'Y'.
           01 WS-REL-EOF-SW            PIC X(01) VALUE 'N'.
              88 WS-REL-AT-EOF         VALUE 'Y'.
           01 WS-REL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-OPEN      VALUE 'Y'.
           01 WS-MAST-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-MAST-FILE-OPEN     VALUE 'Y'.
           01 WS-RLOG-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-RLOG-FILE-OPEN     VALUE 'Y'.
           01 WS-RESULT-FOUND-SW       PIC X(01) VALUE 'N'.
              88 WS-RESULT-WAS-FOUND   VALUE 'Y'.
           01 WS-REJECT-TEXT           PIC X(40).
           01 WS-PRIOR-STATUS          PIC X(01).
           01 WS-RUN-OPERATOR-TEXT     PIC X(12).

           01 WS-CARDS-READ            PIC 9(04) VALUE 0.
           01 WS-CARDS-REJECTED        PIC 9(04) VALUE 0.
           01 WS-RESULTS-RELEASED      PIC 9(04) VALUE 0.
           01 WS-RESULTS-HELD          PIC 9(04) VALUE 0.
           01 WS-SAME-OPERATOR-COUNT   PIC 9(04) VALUE 0.
           01 WS-AWAITING-COUNT        PIC 9(06) VALUE 0.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-REVIEW-TIMESTAMP      PIC 9(14).
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
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
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-REVIEW-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".

           PERFORM OPEN-REPORT.
           PERFORM CHECK-RELEASE-AUTHORITY.

           IF WS-REVIEW-IS-REFUSED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTHING DECIDED - OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR RELEASE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM ENQUEUE-FILE-LOCKS
               PERFORM OPEN-RELEASE-FILES
               IF WS-REL-FILE-OPEN
                   PERFORM APPLY-DECISION-CARDS
                   PERFORM LIST-AWAITING-DECISION
               END-IF
               PERFORM CLOSE-RELEASE-FILES
               PERFORM RELEASE-FILE-LOCKS
           END-IF.

           PERFORM CLOSE-REPORT.

           IF WS-SAME-OPERATOR-COUNT > 0 AND RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-CARDS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * CHECK-RELEASE-AUTHORITY - release review is always
      * privileged: the reviewer must hold the RELEASE grant on the
      * authorization file before a card is even read.  A refusal
      * goes to the shared audit trail as a 'V' violation record and
      * the run stops with return code 12 and nothing decided.
      ******************************************************************
       CHECK-RELEASE-AUTHORITY.
           MOVE "RELEASE" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-OPERATOR-AUTH.
           IF NOT WS-AUTH-IS-GRANTED
               DISPLAY "EULER-RELEASE: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR RELEASE - NOTHING DECIDED"
               SET WS-REVIEW-IS-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE 'V'                 TO WS-AUDT-RECORD-TYPE.
           MOVE "EULRELS"           TO WS-AUDT-JOB-NAME.
           MOVE WS-OPERATOR-ID      TO WS-AUDT-OPERATOR-ID.
           MOVE WS-REVIEW-TIMESTAMP TO WS-AUDT-TIMESTAMP.
           MOVE 12                  TO WS-AUDT-COMPLETION-CODE.
           WRITE AUDIT-FILE-RECORD.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * CHECK-OPERATOR-AUTH - does this operator hold the grant for
      * the privileged function in WS-AUTH-FUNCTION?  The
      * authorization file is scanned for the operator's entry; no
      * file, no entry, and no grant all refuse - a privileged
      * action never defaults open.
      ******************************************************************
       CHECK-OPERATOR-AUTH.
           MOVE 'N' TO WS-AUTH-GRANTED-SW.
           MOVE 'N' TO WS-AUTH-EOF-SW.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-AUTH-EOF-SW
           END-IF.
           PERFORM SCAN-OPERATOR-AUTH UNTIL WS-AUTH-AT-EOF.
           IF WS-AUTH-FILE-STATUS = "10"
               CLOSE AUTH-FILE
           END-IF.

       SCAN-OPERATOR-AUTH.
           READ AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-AUTH-EOF-SW
               NOT AT END
                   IF WS-AUTH-OPERATOR-ID = WS-OPERATOR-ID
                       PERFORM APPLY-AUTH-GRANTS
                   END-IF
           END-READ.

       APPLY-AUTH-GRANTS.
           EVALUATE WS-AUTH-FUNCTION
               WHEN "FORCE"
                   IF WS-AUTH-FORCE-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "REPROC"
                   IF WS-AUTH-REPROC-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "PURGE"
                   IF WS-AUTH-PURGE-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "MAINT"
                   IF WS-AUTH-MAINT-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
               WHEN "RELEASE"
                   IF WS-AUTH-RELEASE-X = 'Y'
                       SET WS-AUTH-IS-GRANTED TO TRUE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * OPEN-RELEASE-FILES - the release file is updated in place and
      * must be there (the problem programs create it with their first
      * result); the results master is only needed to recognize a
      * result older than the release file, so its absence just means
      * no such result can be adopted.
      ******************************************************************
       OPEN-RELEASE-FILES.
           OPEN I-O REL-FILE.
           IF WS-REL-FILE-STATUS = "00"
               SET WS-REL-FILE-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RELEASE FILE NOT AVAILABLE - STATUS "
                   WS-REL-FILE-STATUS " - NOTHING DECIDED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.
           OPEN INPUT MAST-FILE.
           IF WS-MAST-FILE-STATUS = "00"
               SET WS-MAST-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-RELEASE-FILES.
           IF WS-REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF.
           IF WS-MAST-FILE-OPEN
               CLOSE MAST-FILE
           END-IF.
           IF WS-RLOG-FILE-OPEN
               CLOSE RLOG-FILE
           END-IF.

      ******************************************************************
      * APPLY-DECISION-CARDS - each card is edited, its result looked
      * up, the reviewer checked against the operator who ran the
      * job, and the decision applied and logged - or the card is
      * reported and skipped, never half-applied.
      ******************************************************************
       APPLY-DECISION-CARDS.
           OPEN INPUT RLTX-FILE.
           IF WS-RLTX-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO DECISION CARDS - STATUS "
                   WS-RLTX-FILE-STATUS " - LISTING ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 'Y' TO WS-RLTX-EOF-SW
           END-IF.
           PERFORM DECIDE-ONE-CARD UNTIL WS-RLTX-AT-EOF.
           IF WS-RLTX-FILE-STATUS = "10"
               CLOSE RLTX-FILE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       DECIDE-ONE-CARD.
           READ RLTX-FILE
               AT END
                   MOVE 'Y' TO WS-RLTX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   MOVE SPACES TO WS-REJECT-TEXT
                   PERFORM EDIT-DECISION-CARD
                   IF WS-REJECT-TEXT = SPACES
                       PERFORM FIND-RESULT-RECORD
                   END-IF
                   IF WS-REJECT-TEXT = SPACES
                       PERFORM CHECK-DECISION-ALLOWED
                   END-IF
                   IF WS-REJECT-TEXT = SPACES
                       PERFORM APPLY-ONE-DECISION
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "CARD " WS-CARDS-READ
                           " REJECTED - " WS-REJECT-TEXT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   END-IF
           END-READ.

       EDIT-DECISION-CARD.
           IF NOT WS-RLTX-IS-RELEASE AND NOT WS-RLTX-IS-HOLD
               STRING "UNRECOGNIZED ACTION: " WS-RLTX-ACTION-X
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           ELSE
               IF WS-RLTX-RUN-DATE-X IS NOT NUMERIC
                       OR WS-RLTX-RUN-SEQ-X IS NOT NUMERIC
                       OR WS-RLTX-PROBLEM-ID = SPACES
                   MOVE "KEY FIELDS NOT USABLE" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * FIND-RESULT-RECORD - read the result's release record by key.
      * A key with no release record is adopted when it is on the
      * results master - a result from before the release file - and
      * starts pending with no run operator recorded; otherwise it
      * is not a result at all.
      ******************************************************************
       FIND-RESULT-RECORD.
           MOVE 'N' TO WS-RESULT-FOUND-SW.
           MOVE WS-RLTX-PROBLEM-ID TO WS-RELS-PROBLEM-ID.
           MOVE WS-RLTX-RUN-DATE-X TO WS-RELS-RUN-DATE.
           MOVE WS-RLTX-RUN-SEQ-X  TO WS-RELS-RUN-SEQUENCE.
           READ REL-FILE
               INVALID KEY
                   PERFORM ADOPT-EARLIER-RESULT
               NOT INVALID KEY
                   SET WS-RESULT-WAS-FOUND TO TRUE
           END-READ.
           IF NOT WS-RESULT-WAS-FOUND
               MOVE "NO SUCH HISTORY RESULT" TO WS-REJECT-TEXT
           END-IF.

       ADOPT-EARLIER-RESULT.
           IF WS-MAST-FILE-OPEN
               MOVE WS-RLTX-PROBLEM-ID TO WS-HMST-PROBLEM-ID
               MOVE WS-RLTX-RUN-DATE-X TO WS-HMST-RUN-DATE
               MOVE WS-RLTX-RUN-SEQ-X  TO WS-HMST-RUN-SEQUENCE
               READ MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-HMST-RECORD-KEY TO WS-RELS-RECORD-KEY
                       MOVE 'P' TO WS-RELS-STATUS
                       MOVE WS-HMST-NUMERIC-RESULT
                           TO WS-RELS-NUMERIC-RESULT
                       MOVE SPACES TO WS-RELS-RUN-JOB-NAME
                       MOVE SPACES TO WS-RELS-RUN-OPERATOR-ID
                       MOVE 0      TO WS-RELS-RUN-TIMESTAMP
                       MOVE SPACES TO WS-RELS-DECIDED-BY
                       MOVE 0      TO WS-RELS-DECIDED-TS
                       WRITE REL-FILE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET WS-RESULT-WAS-FOUND TO TRUE
                       END-WRITE
               END-READ
           END-IF.

      ******************************************************************
      * CHECK-DECISION-ALLOWED - the reviewer may not decide a result
      * of a job they ran themselves (logged as a violation, like a
      * missing grant), and a decision that would leave the state as
      * it is was made already.
      ******************************************************************
       CHECK-DECISION-ALLOWED.
           IF WS-RELS-RUN-OPERATOR-ID = WS-OPERATOR-ID
               MOVE "REVIEWER RAN THE JOB - SEPARATE REVIEWER NEEDED"
                   TO WS-REJECT-TEXT
               ADD 1 TO WS-SAME-OPERATOR-COUNT
               DISPLAY "EULER-RELEASE: OPERATOR " WS-OPERATOR-ID
                   " MAY NOT REVIEW OWN RESULT " WS-RELS-RECORD-KEY
               PERFORM WRITE-VIOLATION-RECORD
           ELSE
               IF WS-RLTX-IS-RELEASE AND WS-RELS-IS-RELEASED
                   MOVE "ALREADY RELEASED" TO WS-REJECT-TEXT
               END-IF
               IF WS-RLTX-IS-HOLD AND WS-RELS-IS-HELD
                   MOVE "ALREADY HELD" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * APPLY-ONE-DECISION - move the result to its new state, stamp
      * who decided it and when, and log the decision.
      ******************************************************************
       APPLY-ONE-DECISION.
           MOVE WS-RELS-STATUS TO WS-PRIOR-STATUS.
           IF WS-RLTX-IS-RELEASE
               MOVE 'R' TO WS-RELS-STATUS
               ADD 1 TO WS-RESULTS-RELEASED
           ELSE
               MOVE 'H' TO WS-RELS-STATUS
               ADD 1 TO WS-RESULTS-HELD
           END-IF.
           MOVE WS-OPERATOR-ID      TO WS-RELS-DECIDED-BY.
           MOVE WS-REVIEW-TIMESTAMP TO WS-RELS-DECIDED-TS.
           REWRITE REL-FILE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM WRITE-DECISION-LOG.

           IF WS-RELS-RUN-OPERATOR-ID = SPACES
               MOVE "NOT RECORDED" TO WS-RUN-OPERATOR-TEXT
           ELSE
               MOVE WS-RELS-RUN-OPERATOR-ID TO WS-RUN-OPERATOR-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROBLEM " WS-RELS-PROBLEM-ID
               " RUN " WS-RELS-RUN-DATE "/" WS-RELS-RUN-SEQUENCE
               " RESULT " WS-RELS-NUMERIC-RESULT
               " " WS-RLTX-ACTION-X
               " (WAS " WS-PRIOR-STATUS
               ")  RUN BY " WS-RUN-OPERATOR-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-DECISION-LOG.
           IF NOT WS-RLOG-FILE-OPEN
               OPEN EXTEND RLOG-FILE
               IF WS-RLOG-FILE-STATUS = "35"
                   OPEN OUTPUT RLOG-FILE
               END-IF
               SET WS-RLOG-FILE-OPEN TO TRUE
           END-IF.
           MOVE WS-RELS-PROBLEM-ID      TO WS-RLOG-PROBLEM-ID.
           MOVE WS-RELS-RUN-DATE        TO WS-RLOG-RUN-DATE.
           MOVE WS-RELS-RUN-SEQUENCE    TO WS-RLOG-RUN-SEQUENCE.
           MOVE WS-RLTX-ACTION-X        TO WS-RLOG-ACTION.
           MOVE WS-PRIOR-STATUS         TO WS-RLOG-PRIOR-STATUS.
           MOVE WS-RELS-STATUS          TO WS-RLOG-NEW-STATUS.
           MOVE WS-OPERATOR-ID          TO WS-RLOG-REVIEWER-ID.
           MOVE WS-REVIEW-TIMESTAMP     TO WS-RLOG-TIMESTAMP.
           MOVE WS-RELS-RUN-OPERATOR-ID TO WS-RLOG-RUN-OPERATOR-ID.
           MOVE WS-RLTX-NOTE            TO WS-RLOG-NOTE.
           WRITE RLOG-FILE-RECORD.

      ******************************************************************
      * LIST-AWAITING-DECISION - every result on the release file
      * still pending or held, in key order, so the reviewer sees
      * what is left before the extract runs.
      ******************************************************************
       LIST-AWAITING-DECISION.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RESULTS AWAITING RELEASE (P = PENDING, H = HELD)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE 'N' TO WS-REL-EOF-SW.
           MOVE LOW-VALUES TO WS-RELS-RECORD-KEY.
           START REL-FILE KEY IS NOT LESS THAN WS-RELS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REL-EOF-SW
           END-START.
           PERFORM LIST-ONE-AWAITING UNTIL WS-REL-AT-EOF.

           IF WS-AWAITING-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NONE - EVERY RESULT ON FILE IS RELEASED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       LIST-ONE-AWAITING.
           READ REL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SW
               NOT AT END
                   IF NOT WS-RELS-IS-RELEASED
                       ADD 1 TO WS-AWAITING-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  " WS-RELS-STATUS
                           "  PROBLEM " WS-RELS-PROBLEM-ID
                           " RUN " WS-RELS-RUN-DATE
                           "/" WS-RELS-RUN-SEQUENCE
                           " RESULT " WS-RELS-NUMERIC-RESULT
                           "  RUN BY " WS-RELS-RUN-OPERATOR-ID
                           "  LAST DECIDED BY " WS-RELS-DECIDED-BY
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-RELEASE - RESULT RELEASE REVIEW"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   REVIEWER: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARDS READ:        " WS-CARDS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARDS REJECTED:    " WS-CARDS-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RESULTS RELEASED:  " WS-RESULTS-RELEASED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RESULTS HELD:      " WS-RESULTS-HELD
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-RELEASE REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the release file (copybook EULLOCK)
      * before updating it, so a decision never lands while a problem
      * step is writing pending records or the extract is reading.  A
      * file already held by another run refuses this one on the spot
      * (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "RELFILE"    TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-RELEASE: SHARED FILE HELD BY "
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
               MOVE "EULRELS" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-REVIEW-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-RELEASE: " WS-LOCK-RESOURCE
                               " HELD BY JOB " WS-LOCK-JOB-NAME
                               " SINCE " WS-LOCK-TIMESTAMP
                       END-IF
                   END-PERFORM
           END-READ.

      ******************************************************************
      * RELEASE-FILE-LOCKS - drop this run's lock records, the lock
      * file being rewritten through a work file.  Locks belonging to
      * other runs pass through untouched.
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
                   IF WS-LOCK-JOB-NAME NOT = "EULRELS"
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

       END PROGRAM EULER-RELEASE.
