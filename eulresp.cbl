      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Computation request response delivery, run after the
      * nightly batch.  Every request EULER-INTAKE put on the cards
      * (status S on the request master, copybook EULRQMS) - and
      * every one already answered but waiting on release (status
      * W) - is matched back to the night's output: a bound or digit
      * count request to the live PROBLEM-1, PROBLEM-2 or PROBLEM-4
      * history result for its scheduled date, a factoring request
      * to its target's rows on the factor detail file (FACTFILE)
      * and the PROBLEM-3 history result those rows produced.  A
      * result superseded by a reversal is not an answer.
      * Only released results leave the shop: a matched result is
      * looked up on the keyed release file (copybook EULRELS), and
      * one not yet released holds the request at W.  A released
      * answer is appended to the requester's own response file
      * (logical file RESP- followed by the requester id, copybook
      * EULRSPN) and the request is marked A with the answered date.
      * A scheduled request the night did not answer stays S for the
      * next intake to put back on the cards.
      * The run closes with the aging list: every request not yet
      * answered whose due business date has passed, with the days
      * it is overdue.
      * Return code 4 when any request is overdue, 12 when the files
      * are held by another run, 16 when the request master cannot
      * be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-RESPONSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RQMS-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RQMS-RECORD-KEY
               FILE STATUS IS WS-RQMS-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT FACT-FILE ASSIGN TO "FACTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACT-FILE-STATUS.
           SELECT REL-FILE ASSIGN TO "RELFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RELS-RECORD-KEY
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT RESP-FILE ASSIGN TO WS-RESP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-RESPONSE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RQMS-FILE.
       01  RQMS-FILE-RECORD.
           COPY EULRQMS.
       FD  HIST-FILE.
       01  HIST-FILE-RECORD.
           COPY EULHIST.
       FD  FACT-FILE.
       01  FACT-FILE-RECORD.
           COPY EULFACT.
       FD  REL-FILE.
       01  REL-FILE-RECORD.
           COPY EULRELS.
       FD  RESP-FILE.
       01  RESP-FILE-RECORD.
           COPY EULRSPN.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  RPT-FILE.
       01  RPT-FILE-RECORD             PIC X(132).
       FD  LOCK-FILE.
       01  LOCK-FILE-RECORD.
           COPY EULLOCK.
       FD  LOCK-WORK-FILE.
       01  LOCK-WORK-RECORD            PIC X(42).

       WORKING-STORAGE SECTION.
           01 WS-RQMS-FILE-STATUS      PIC X(02).
           01 WS-HIST-FILE-STATUS      PIC X(02).
           01 WS-FACT-FILE-STATUS      PIC X(02).
           01 WS-REL-FILE-STATUS       PIC X(02).
           01 WS-RESP-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-RESP-FILE-NAME        PIC X(24).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-RQMS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-RQMS-AT-EOF        VALUE 'Y'.
           01 WS-RQMS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-RQMS-FILE-OPEN     VALUE 'Y'.
           01 WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-HIST-AT-EOF        VALUE 'Y'.
           01 WS-FACT-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-FACT-AT-EOF        VALUE 'Y'.
           01 WS-REL-OPEN-SW           PIC X(01) VALUE 'N'.
              88 WS-REL-FILE-OPEN      VALUE 'Y'.
           01 WS-RESULT-RELEASED-SW    PIC X(01) VALUE 'N'.
              88 WS-RESULT-IS-RELEASED VALUE 'Y'.

      * The open requests - scheduled, or answered and waiting on
      * release - with the answer each one is matched to.  A
      * factoring request carries its target and the factor rows
      * of the latest group for that target on its scheduled date.
           01 WS-OPEN-COUNT            PIC 9(04) VALUE 0.
           01 WS-OPEN-NOT-TABLED       PIC 9(04) VALUE 0.
           01 WS-OPEN-IDX              PIC 9(04) COMP.
           01 WS-OPEN-TABLE.
              05 WS-OPEN-ENTRY OCCURS 500 TIMES.
                 10 WS-OPEN-KEY        PIC X(14).
                 10 WS-OPEN-PROBLEM-ID PIC X(02).
                 10 WS-OPEN-SCHED-DATE PIC 9(08).
                 10 WS-OPEN-TARGET     PIC 9(18).
                 10 WS-OPEN-FOUND-SW   PIC X(01).
                    88 WS-OPEN-RESULT-FOUND VALUE 'Y'.
                 10 WS-OPEN-RUN-SEQUENCE PIC 9(04).
                 10 WS-OPEN-RESULT     PIC 9(18).
                 10 WS-OPEN-FACTOR-COUNT PIC 9(02).
                 10 WS-OPEN-FACTOR-ENTRY OCCURS 15 TIMES.
                    15 WS-OPEN-FACTOR  PIC 9(18).
                    15 WS-OPEN-MULT    PIC 9(04).
           01 WS-FACTOR-IDX            PIC 9(02) COMP.
           01 WS-TARGET-X              PIC X(12).
           01 WS-TARGET-VALUE          PIC 9(12).

           01 WS-REQUESTS-MATCHED      PIC 9(04) VALUE 0.
           01 WS-REQUESTS-ANSWERED     PIC 9(04) VALUE 0.
           01 WS-REQUESTS-WAITING      PIC 9(04) VALUE 0.
           01 WS-REQUESTS-UNANSWERED   PIC 9(04) VALUE 0.
           01 WS-REQUESTS-OVERDUE      PIC 9(04) VALUE 0.
           01 WS-DAYS-OVERDUE          PIC 9(05).

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-RUN-TIMESTAMP         PIC 9(14).
           01 WS-CURRENT-DATE          PIC 9(08).
           01 WS-CURRENT-TIME          PIC 9(08).
           01 WS-BUSINESS-DATE         PIC 9(08).
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
              05 WS-ENQ-RESOURCE       OCCURS 4 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.

           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM ENQUEUE-FILE-LOCKS.
           PERFORM OPEN-REPORT.

           OPEN I-O RQMS-FILE.
           IF WS-RQMS-FILE-STATUS = "00"
               SET WS-RQMS-FILE-OPEN TO TRUE
               PERFORM LOAD-OPEN-REQUESTS
               IF WS-OPEN-COUNT > 0
                   PERFORM MATCH-FACTOR-DETAIL
                   PERFORM MATCH-HISTORY-RESULTS
                   PERFORM DELIVER-ANSWERS
               END-IF
               PERFORM LIST-OVERDUE-REQUESTS
               CLOSE RQMS-FILE
           ELSE
               DISPLAY "EULER-RESPONSE: REQUEST MASTER UNAVAILABLE - "
                   "STATUS " WS-RQMS-FILE-STATUS
               MOVE SPACES TO WS-RPT-LINE
               STRING "REQUEST MASTER UNAVAILABLE - STATUS "
                   WS-RQMS-FILE-STATUS " - NOTHING DELIVERED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM CLOSE-REPORT.
           PERFORM RELEASE-FILE-LOCKS.

           IF WS-REQUESTS-OVERDUE > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; its
      * business date stamps the answers and is the date overdue
      * requests are aged against.
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
                           MOVE WS-CARD-BUS-DATE-X TO WS-BUSINESS-DATE
                           SET WS-CARD-DATE-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE CARD-FILE
           END-IF.

      ******************************************************************
      * RESOLVE-BUSINESS-DATE - route the business date through the
      * shared EULER-DATECTL control (copybook EULDCTL) in inquiry
      * mode, the same date the problem programs ran under.  A
      * missing date-control module works from the raw date with a
      * message.
      ******************************************************************
       RESOLVE-BUSINESS-DATE.
           MOVE 'I' TO WS-DCTL-MODE.
           MOVE SPACES TO WS-DCTL-JOB-NAME.
           IF WS-CARD-DATE-GIVEN
               MOVE WS-BUSINESS-DATE TO WS-DCTL-SUPPLIED-DATE
           ELSE
               MOVE 0 TO WS-DCTL-SUPPLIED-DATE
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DCTL-RESOLVED-DATE.
           MOVE 'N'              TO WS-DCTL-RESULT.
           MOVE SPACES           TO WS-DCTL-MESSAGE.
           CALL "EULER-DATECTL" USING WS-DATE-CONTROL
               ON EXCEPTION
                   DISPLAY "EULER-RESPONSE: DATE CONTROL MODULE NOT "
                       "AVAILABLE - WORKING FROM THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-RESPONSE: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * LOAD-OPEN-REQUESTS - table every request scheduled or waiting
      * on release, in key order.  Past 500 the rest wait for the
      * next run, with a line on the report.
      ******************************************************************
       LOAD-OPEN-REQUESTS.
           MOVE 0 TO WS-OPEN-COUNT.
           PERFORM POSITION-AT-FIRST-REQUEST.
           PERFORM TABLE-ONE-REQUEST UNTIL WS-RQMS-AT-EOF.
           IF WS-OPEN-NOT-TABLED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** " WS-OPEN-NOT-TABLED
                   " OPEN REQUEST(S) BEYOND 500 LEFT FOR THE NEXT RUN"
                   " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       POSITION-AT-FIRST-REQUEST.
           MOVE 'N' TO WS-RQMS-EOF-SW.
           MOVE LOW-VALUES TO WS-RQMS-RECORD-KEY.
           START RQMS-FILE KEY IS GREATER THAN WS-RQMS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RQMS-EOF-SW
           END-START.

       TABLE-ONE-REQUEST.
           READ RQMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RQMS-EOF-SW
               NOT AT END
                   IF WS-RQMS-IS-SCHEDULED OR WS-RQMS-IS-WAITING
                       IF WS-OPEN-COUNT >= 500
                           ADD 1 TO WS-OPEN-NOT-TABLED
                       ELSE
                           PERFORM TABLE-REQUEST
                       END-IF
                   END-IF
           END-READ.

       TABLE-REQUEST.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-OPEN-COUNT TO WS-OPEN-IDX.
           MOVE WS-RQMS-RECORD-KEY     TO WS-OPEN-KEY (WS-OPEN-IDX).
           MOVE WS-RQMS-PROBLEM-ID
               TO WS-OPEN-PROBLEM-ID (WS-OPEN-IDX).
           MOVE WS-RQMS-SCHEDULED-DATE
               TO WS-OPEN-SCHED-DATE (WS-OPEN-IDX).
           MOVE 0   TO WS-OPEN-TARGET (WS-OPEN-IDX).
           IF WS-RQMS-PROBLEM-ID = "03"
               MOVE WS-RQMS-PARM-IMAGE (1:12) TO WS-TARGET-X
               IF WS-TARGET-X IS NUMERIC
                   MOVE WS-TARGET-X     TO WS-TARGET-VALUE
                   MOVE WS-TARGET-VALUE TO WS-OPEN-TARGET (WS-OPEN-IDX)
               END-IF
           END-IF.
           MOVE 'N' TO WS-OPEN-FOUND-SW (WS-OPEN-IDX).
           MOVE 0   TO WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX).
           MOVE 0   TO WS-OPEN-RESULT (WS-OPEN-IDX).
           MOVE 0   TO WS-OPEN-FACTOR-COUNT (WS-OPEN-IDX).

      ******************************************************************
      * MATCH-FACTOR-DETAIL - walk the factor detail file for the
      * factoring requests.  A row belongs to a request when it came
      * from a PROBLEM-3 transaction target equal to the request's
      * number on the request's scheduled date.  A target is written
      * as one group of rising factors under one run sequence, so a
      * row under a new sequence, or a factor no larger than the one
      * before it, starts a new group - a forced rerun's rows
      * replace the superseded run's.  Control trailers are skipped.
      ******************************************************************
       MATCH-FACTOR-DETAIL.
           MOVE 'N' TO WS-FACT-EOF-SW.
           OPEN INPUT FACT-FILE.
           IF WS-FACT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-FACT-EOF-SW
           END-IF.
           PERFORM MATCH-ONE-FACTOR-ROW UNTIL WS-FACT-AT-EOF.
           IF WS-FACT-FILE-STATUS = "10"
               CLOSE FACT-FILE
           END-IF.

       MATCH-ONE-FACTOR-ROW.
           READ FACT-FILE
               AT END
                   MOVE 'Y' TO WS-FACT-EOF-SW
               NOT AT END
                   IF FACT-FILE-RECORD (1:1) NOT = 'T'
                           AND WS-FACT-SOURCE-PROBLEM = "03"
                       PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                           IF WS-OPEN-PROBLEM-ID (WS-OPEN-IDX) = "03"
                                   AND WS-OPEN-SCHED-DATE (WS-OPEN-IDX)
                                       = WS-FACT-RUN-DATE
                                   AND WS-OPEN-TARGET (WS-OPEN-IDX)
                                       = WS-FACT-TARGET-VALUE
                               PERFORM ADD-FACTOR-ROW
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       ADD-FACTOR-ROW.
           MOVE WS-OPEN-FACTOR-COUNT (WS-OPEN-IDX) TO WS-FACTOR-IDX.
           IF WS-FACTOR-IDX > 0
               IF WS-FACT-SOURCE-SEQUENCE
                       NOT = WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                   OR WS-FACT-FACTOR-VALUE
                       NOT > WS-OPEN-FACTOR (WS-OPEN-IDX WS-FACTOR-IDX)
                   MOVE 0 TO WS-FACTOR-IDX
               END-IF
           END-IF.
           IF WS-FACTOR-IDX < 15
               ADD 1 TO WS-FACTOR-IDX
               MOVE WS-FACT-FACTOR-VALUE
                   TO WS-OPEN-FACTOR (WS-OPEN-IDX WS-FACTOR-IDX)
               MOVE WS-FACT-MULTIPLICITY
                   TO WS-OPEN-MULT (WS-OPEN-IDX WS-FACTOR-IDX)
               MOVE WS-FACTOR-IDX
                   TO WS-OPEN-FACTOR-COUNT (WS-OPEN-IDX)
               MOVE WS-FACT-SOURCE-SEQUENCE
                   TO WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
           END-IF.

      ******************************************************************
      * MATCH-HISTORY-RESULTS - walk the history file for each open
      * request's answer: the problem's result on the scheduled date
      * (for a factoring request, the PROBLEM-3 result under its
      * factor group's run sequence).  Later records win, and a
      * reversal of the matched record takes the answer away again.
      * Control trailers are skipped.
      ******************************************************************
       MATCH-HISTORY-RESULTS.
           MOVE 'N' TO WS-HIST-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "EULER-RESPONSE: HISTORY FILE NOT FOUND - "
                   "STATUS " WS-HIST-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF-SW
           END-IF.
           PERFORM MATCH-ONE-HISTORY-RECORD UNTIL WS-HIST-AT-EOF.
           IF WS-HIST-FILE-STATUS = "10"
               CLOSE HIST-FILE
           END-IF.

       MATCH-ONE-HISTORY-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   IF HIST-FILE-RECORD (1:1) NOT = 'T'
                       PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                               UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                           IF WS-OPEN-PROBLEM-ID (WS-OPEN-IDX)
                                   = WS-HIST-PROBLEM-ID
                                   AND WS-OPEN-SCHED-DATE (WS-OPEN-IDX)
                                       = WS-HIST-RUN-DATE
                               PERFORM APPLY-HISTORY-RECORD
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       APPLY-HISTORY-RECORD.
           IF WS-HIST-IS-REVERSAL
               IF WS-OPEN-RESULT-FOUND (WS-OPEN-IDX)
                       AND WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                           = WS-HIST-RUN-SEQUENCE
                   MOVE 'N' TO WS-OPEN-FOUND-SW (WS-OPEN-IDX)
               END-IF
           ELSE
               IF WS-HIST-PROBLEM-ID NOT = "03"
                   OR (WS-OPEN-FACTOR-COUNT (WS-OPEN-IDX) > 0
                   AND WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                       = WS-HIST-RUN-SEQUENCE)
                   SET WS-OPEN-RESULT-FOUND (WS-OPEN-IDX) TO TRUE
                   MOVE WS-HIST-RUN-SEQUENCE
                       TO WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                   MOVE WS-HIST-NUMERIC-RESULT
                       TO WS-OPEN-RESULT (WS-OPEN-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * DELIVER-ANSWERS - a matched result that is released goes to
      * the requester and the request is marked answered; one not
      * yet released holds the request at W.  A request with no
      * result stays (or goes back to) S for the next intake.
      ******************************************************************
       DELIVER-ANSWERS.
           OPEN INPUT REL-FILE.
           IF WS-REL-FILE-STATUS = "00"
               SET WS-REL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-RESPONSE: RELEASE FILE NOT FOUND - "
                   "STATUS " WS-REL-FILE-STATUS
                   " - NO RESULT IS RELEASED"
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS MATCHED TO THE NIGHT'S OUTPUT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               PERFORM SETTLE-ONE-REQUEST
           END-PERFORM.
           IF WS-REL-FILE-OPEN
               CLOSE REL-FILE
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       SETTLE-ONE-REQUEST.
           MOVE WS-OPEN-KEY (WS-OPEN-IDX) TO WS-RQMS-RECORD-KEY.
           READ RQMS-FILE
               INVALID KEY
                   DISPLAY "EULER-RESPONSE: REQUEST "
                       WS-RQMS-RECORD-KEY " NO LONGER ON FILE"
               NOT INVALID KEY
                   IF WS-OPEN-RESULT-FOUND (WS-OPEN-IDX)
                       ADD 1 TO WS-REQUESTS-MATCHED
                       PERFORM CHECK-RESULT-RELEASED
                       IF WS-RESULT-IS-RELEASED
                           PERFORM ANSWER-REQUEST
                       ELSE
                           PERFORM HOLD-REQUEST
                       END-IF
                   ELSE
                       PERFORM LEAVE-REQUEST-OPEN
                   END-IF
           END-READ.

       CHECK-RESULT-RELEASED.
           MOVE 'N' TO WS-RESULT-RELEASED-SW.
           IF WS-REL-FILE-OPEN
               MOVE WS-OPEN-PROBLEM-ID (WS-OPEN-IDX)
                   TO WS-RELS-PROBLEM-ID
               MOVE WS-OPEN-SCHED-DATE (WS-OPEN-IDX)
                   TO WS-RELS-RUN-DATE
               MOVE WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                   TO WS-RELS-RUN-SEQUENCE
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
      * ANSWER-REQUEST - append the answer to the requester's response
      * file: the result record, then for a factoring request one
      * record per prime factor.  The request is marked answered.
      ******************************************************************
       ANSWER-REQUEST.
           MOVE SPACES TO WS-RESP-FILE-NAME.
           STRING "RESP-" WS-RQMS-REQUESTER-ID
               DELIMITED BY SPACE INTO WS-RESP-FILE-NAME.
           OPEN EXTEND RESP-FILE.
           IF WS-RESP-FILE-STATUS = "35"
               OPEN OUTPUT RESP-FILE
           END-IF.
           MOVE 'R'                     TO WS-RSPN-RECORD-TYPE.
           MOVE WS-RQMS-REQUESTER-ID    TO WS-RSPN-REQUESTER-ID.
           MOVE WS-RQMS-REQUEST-NUMBER  TO WS-RSPN-REQUEST-NUMBER.
           MOVE WS-RQMS-PROBLEM-ID      TO WS-RSPN-PROBLEM-ID.
           MOVE WS-OPEN-SCHED-DATE (WS-OPEN-IDX)
                                        TO WS-RSPN-RUN-DATE.
           MOVE WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                                        TO WS-RSPN-RUN-SEQUENCE.
           MOVE WS-OPEN-RESULT (WS-OPEN-IDX)
                                        TO WS-RSPN-NUMERIC-RESULT.
           MOVE 0                       TO WS-RSPN-MULTIPLICITY.
           MOVE WS-BUSINESS-DATE        TO WS-RSPN-ANSWERED-DATE.
           WRITE RESP-FILE-RECORD.
           PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
                   UNTIL WS-FACTOR-IDX
                       > WS-OPEN-FACTOR-COUNT (WS-OPEN-IDX)
               MOVE 'F' TO WS-RSPN-RECORD-TYPE
               MOVE WS-OPEN-FACTOR (WS-OPEN-IDX WS-FACTOR-IDX)
                   TO WS-RSPN-NUMERIC-RESULT
               MOVE WS-OPEN-MULT (WS-OPEN-IDX WS-FACTOR-IDX)
                   TO WS-RSPN-MULTIPLICITY
               WRITE RESP-FILE-RECORD
           END-PERFORM.
           CLOSE RESP-FILE.

           MOVE 'A'              TO WS-RQMS-STATUS.
           MOVE WS-BUSINESS-DATE TO WS-RQMS-ANSWERED-DATE.
           MOVE WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                                 TO WS-RQMS-RUN-SEQUENCE.
           MOVE WS-OPEN-RESULT (WS-OPEN-IDX)
                                 TO WS-RQMS-NUMERIC-RESULT.
           PERFORM REWRITE-REQUEST.
           ADD 1 TO WS-REQUESTS-ANSWERED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  ANSWERED    " WS-RQMS-REQUESTER-ID
               " " WS-RQMS-REQUEST-NUMBER
               "  PROBLEM " WS-RQMS-PROBLEM-ID
               "  RUN " WS-RQMS-SCHEDULED-DATE
               "/" WS-RQMS-RUN-SEQUENCE
               "  RESULT " WS-RQMS-NUMERIC-RESULT
               "  TO " WS-RESP-FILE-NAME
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       HOLD-REQUEST.
           MOVE 'W' TO WS-RQMS-STATUS.
           MOVE WS-OPEN-RUN-SEQUENCE (WS-OPEN-IDX)
                    TO WS-RQMS-RUN-SEQUENCE.
           MOVE WS-OPEN-RESULT (WS-OPEN-IDX)
                    TO WS-RQMS-NUMERIC-RESULT.
           PERFORM REWRITE-REQUEST.
           ADD 1 TO WS-REQUESTS-WAITING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NOT RELEASED " WS-RQMS-REQUESTER-ID
               " " WS-RQMS-REQUEST-NUMBER
               "  PROBLEM " WS-RQMS-PROBLEM-ID
               "  RUN " WS-RQMS-SCHEDULED-DATE
               "/" WS-RQMS-RUN-SEQUENCE
               " - HELD UNTIL EULER-RELEASE RELEASES IT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       LEAVE-REQUEST-OPEN.
           IF WS-RQMS-IS-WAITING
               MOVE 'S' TO WS-RQMS-STATUS
               MOVE 0   TO WS-RQMS-RUN-SEQUENCE
               MOVE 0   TO WS-RQMS-NUMERIC-RESULT
               PERFORM REWRITE-REQUEST
           END-IF.
           ADD 1 TO WS-REQUESTS-UNANSWERED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NO RESULT   " WS-RQMS-REQUESTER-ID
               " " WS-RQMS-REQUEST-NUMBER
               "  PROBLEM " WS-RQMS-PROBLEM-ID
               "  SCHEDULED " WS-RQMS-SCHEDULED-DATE
               " - BACK ON THE CARDS AT THE NEXT INTAKE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       REWRITE-REQUEST.
           REWRITE RQMS-FILE-RECORD
               INVALID KEY
                   DISPLAY "EULER-RESPONSE: REQUEST NOT UPDATED FOR "
                       WS-RQMS-RECORD-KEY
           END-REWRITE.

      ******************************************************************
      * LIST-OVERDUE-REQUESTS - the aging list: every request not yet
      * answered whose due business date is before today's, in
      * requester and request-number order, with the days it is
      * overdue.
      ******************************************************************
       LIST-OVERDUE-REQUESTS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "UNANSWERED REQUESTS PAST DUE AS OF "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REQUESTER REQ-NO  PROBLEM  STATUS  RECEIVED  "
               "  DUE        DAYS OVERDUE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM POSITION-AT-FIRST-REQUEST.
           PERFORM AGE-ONE-REQUEST UNTIL WS-RQMS-AT-EOF.
           IF WS-REQUESTS-OVERDUE = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NONE - EVERY OPEN REQUEST IS WITHIN ITS DUE "
                   "DATE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       AGE-ONE-REQUEST.
           READ RQMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RQMS-EOF-SW
               NOT AT END
                   IF NOT WS-RQMS-IS-ANSWERED
                           AND WS-RQMS-DUE-DATE < WS-BUSINESS-DATE
                       PERFORM LIST-OVERDUE-REQUEST
                   END-IF
           END-READ.

       LIST-OVERDUE-REQUEST.
           ADD 1 TO WS-REQUESTS-OVERDUE.
           COMPUTE WS-DAYS-OVERDUE =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-RQMS-DUE-DATE).
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-RQMS-REQUESTER-ID
               "  " WS-RQMS-REQUEST-NUMBER
               "  " WS-RQMS-PROBLEM-ID
               "       " WS-RQMS-STATUS
               "       " WS-RQMS-RECEIVED-DATE
               "  " WS-RQMS-DUE-DATE
               "  " WS-DAYS-OVERDUE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-RESPONSE - COMPUTATION REQUEST RESPONSES"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   BUSINESS DATE: " WS-BUSINESS-DATE
               "   OPERATOR: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS OPEN:        " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS ANSWERED:    " WS-REQUESTS-ANSWERED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "AWAITING RELEASE:     " WS-REQUESTS-WAITING
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "NO RESULT YET:        " WS-REQUESTS-UNANSWERED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS OVERDUE:     " WS-REQUESTS-OVERDUE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-RESPONSE REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the request master and the files the
      * answers are read from (copybook EULLOCK) for the run, so no
      * problem step appends a result or a reviewer releases one
      * halfway through the match.  A file already held by another
      * run refuses this one on the spot (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 4 TO WS-ENQ-COUNT.
           MOVE "REQMAST"    TO WS-ENQ-RESOURCE (1).
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (2).
           MOVE "FACTFILE"   TO WS-ENQ-RESOURCE (3).
           MOVE "RELFILE"    TO WS-ENQ-RESOURCE (4).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-RESPONSE: SHARED FILE HELD BY "
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
               MOVE "EULRESP" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-RUN-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-RESPONSE: " WS-LOCK-RESOURCE
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
               MOVE 'N' TO WS-LOCKS-HELD-SW
           END-IF.

       DROP-MY-LOCKS.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-LOCK-EOF-SW
               NOT AT END
                   IF WS-LOCK-JOB-NAME NOT = "EULRESP"
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

       END PROGRAM EULER-RESPONSE.
