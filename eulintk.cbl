      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Computation request intake.  Users outside operations
      * send in the bounds, digit counts and numbers they want worked;
      * each request is keyed to the request file (logical file
      * REQFILE, copybook EULRQST) with the requester id, a request
      * number, the problem id, the parameters and the business date
      * the answer is due.  Every request is edited - a requester, a
      * numeric request number not already on file, problem 01
      * through 04, a real due date no earlier than the CTLCARD
      * business date, and parameters that pass the owning problem's
      * own card edits.  A request that fails goes to the shared
      * suspense file (copybook EULSUSP) under job EULINTAK with an
      * RQnn reason code; one that passes is filed pending on the
      * keyed request master (logical file REQMAST, copybook
      * EULRQMS).
      * The nightly input cards are then built from the master for
      * the business date: every open factoring request (problem 03)
      * goes to TRANFILE, and for problems 01, 02 and 04 - one card
      * each - the open request due soonest goes to PARMFILE,
      * PARM2FILE or PARM4FILE with a request trailer (copybook
      * EULRQCD) behind the card image, so the problem program runs
      * it ahead of the parameter schedule.  A card file is only
      * rebuilt when a request is scheduled to it; a night with no
      * requests leaves the hand-kept cards alone.  Requests
      * scheduled are marked S with the date; one a night did not
      * answer stays open and goes back on the cards at the next
      * intake.  EULER-RESPONSE delivers the answers.
      * Return code 8 when any request is rejected, 12 when the files
      * are held by another run, 16 when the request master cannot
      * be opened.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RQST-FILE ASSIGN TO "REQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQST-FILE-STATUS.
           SELECT RQMS-FILE ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RQMS-RECORD-KEY
               FILE STATUS IS WS-RQMS-FILE-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT P2PM-FILE ASSIGN TO "PARM2FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P2PM-FILE-STATUS.
           SELECT P4PM-FILE ASSIGN TO "PARM4FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-P4PM-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-INTAKE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RQST-FILE.
       01  RQST-FILE-RECORD.
           COPY EULRQST.
       FD  RQMS-FILE.
       01  RQMS-FILE-RECORD.
           COPY EULRQMS.
       FD  SUSP-FILE.
       01  SUSP-FILE-RECORD.
           COPY EULSUSP.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(70).
       FD  P2PM-FILE.
       01  P2PM-FILE-RECORD            PIC X(40).
       FD  P4PM-FILE.
       01  P4PM-FILE-RECORD            PIC X(24).
       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD            PIC X(12).
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
           01 WS-RQST-FILE-STATUS      PIC X(02).
           01 WS-RQMS-FILE-STATUS      PIC X(02).
           01 WS-SUSP-FILE-STATUS      PIC X(02).
           01 WS-PARM-FILE-STATUS      PIC X(02).
           01 WS-P2PM-FILE-STATUS      PIC X(02).
           01 WS-P4PM-FILE-STATUS      PIC X(02).
           01 WS-TRAN-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-RQST-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-RQST-AT-EOF        VALUE 'Y'.
           01 WS-RQMS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-RQMS-AT-EOF        VALUE 'Y'.
           01 WS-RQMS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-RQMS-FILE-OPEN     VALUE 'Y'.
           01 WS-SUSP-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-SUSP-FILE-OPEN     VALUE 'Y'.
           01 WS-REQUEST-OK-SW         PIC X(01) VALUE 'Y'.
              88 WS-REQUEST-IS-OK      VALUE 'Y'.
           01 WS-REJECT-REASON         PIC X(04).
           01 WS-REJECT-TEXT           PIC X(40).

      * The request as edited.
           01 WS-REQUEST-NUMBER        PIC 9(06).
           01 WS-DUE-DATE              PIC 9(08).
           01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
              05 WS-DUE-YEAR           PIC 9(04).
              05 WS-DUE-MONTH          PIC 9(02).
              05 WS-DUE-DAY            PIC 9(02).
           01 WS-PARM-CARD.
              COPY EULPARM.
           01 WS-PARM-BOUND            PIC 9(06).
           01 WS-DIVISOR-COUNT         PIC 9(02).
           01 WS-DIVISOR-IDX           PIC 9(02) COMP.
           01 WS-MAX-TERM-X            PIC X(18).
           01 WS-MAX-TERM              PIC 9(18).
           01 WS-TARGET-X              PIC X(12).
           01 WS-TARGET-VALUE          PIC 9(12).
           01 WS-FACTOR-DIGITS-X       PIC X(02).
           01 WS-FACTOR-DIGITS         PIC 9(02).

      * The request picked for each single-card problem (01, 02 and
      * 04, indexed by problem number): the open request due
      * soonest, the first on file winning a tie.
           01 WS-PROBLEM-NUMBER        PIC 9(02).
           01 WS-PICK-IDX              PIC 9(02) COMP.
           01 WS-PICK-TABLE.
              05 WS-PICK-ENTRY OCCURS 4 TIMES.
                 10 WS-PICK-FOUND-SW   PIC X(01).
                    88 WS-PICK-WAS-FOUND VALUE 'Y'.
                 10 WS-PICK-KEY        PIC X(14).
                 10 WS-PICK-DUE-DATE   PIC 9(08).
                 10 WS-PICK-WAITING    PIC 9(04).
           01 WS-TARGETS-OPEN          PIC 9(04) VALUE 0.
           01 WS-REQUEST-TRAILER.
              COPY EULRQCD.

           01 WS-REQUESTS-READ         PIC 9(04) VALUE 0.
           01 WS-REQUESTS-ACCEPTED     PIC 9(04) VALUE 0.
           01 WS-REQUESTS-REJECTED     PIC 9(04) VALUE 0.
           01 WS-REQUESTS-SCHEDULED    PIC 9(04) VALUE 0.

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
              05 WS-ENQ-RESOURCE       OCCURS 6 TIMES
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
           PERFORM OPEN-REQUEST-MASTER.

           IF WS-RQMS-FILE-OPEN
               OPEN INPUT RQST-FILE
               IF WS-RQST-FILE-STATUS = "00"
                   PERFORM EDIT-NEW-REQUESTS
                   CLOSE RQST-FILE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "NO REQUEST FILE - NO NEW REQUESTS TONIGHT"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
               IF WS-SUSP-FILE-OPEN
                   CLOSE SUSP-FILE
               END-IF
               PERFORM SCHEDULE-OPEN-REQUESTS
               CLOSE RQMS-FILE
           END-IF.

           PERFORM CLOSE-REPORT.
           PERFORM RELEASE-FILE-LOCKS.

           IF WS-REQUESTS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; its
      * business date is the night the cards are built for and the
      * date due dates are judged against.
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
      * mode, the same date the problem programs will run under.  A
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
                   DISPLAY "EULER-INTAKE: DATE CONTROL MODULE NOT "
                       "AVAILABLE - WORKING FROM THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-INTAKE: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * OPEN-REQUEST-MASTER - the first intake creates the master; a
      * master that still will not open stops the run before any
      * request is read, so nothing is suspended or scheduled
      * against a file that is not there.
      ******************************************************************
       OPEN-REQUEST-MASTER.
           OPEN I-O RQMS-FILE.
           IF WS-RQMS-FILE-STATUS = "35"
               OPEN OUTPUT RQMS-FILE
               IF WS-RQMS-FILE-STATUS = "00"
                   CLOSE RQMS-FILE
                   OPEN I-O RQMS-FILE
               END-IF
           END-IF.
           IF WS-RQMS-FILE-STATUS = "00"
               SET WS-RQMS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "EULER-INTAKE: REQUEST MASTER UNAVAILABLE - "
                   "STATUS " WS-RQMS-FILE-STATUS
               MOVE SPACES TO WS-RPT-LINE
               STRING "REQUEST MASTER UNAVAILABLE - STATUS "
                   WS-RQMS-FILE-STATUS " - NOTHING TAKEN IN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * EDIT-NEW-REQUESTS - edit every request on the request file;
      * the good ones are filed pending on the master, the bad ones
      * suspended with their reason code.
      ******************************************************************
       EDIT-NEW-REQUESTS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "NEW REQUESTS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE 'N' TO WS-RQST-EOF-SW.
           PERFORM EDIT-ONE-REQUEST UNTIL WS-RQST-AT-EOF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       EDIT-ONE-REQUEST.
           READ RQST-FILE
               AT END
                   MOVE 'Y' TO WS-RQST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM EDIT-REQUEST
                   IF WS-REQUEST-IS-OK
                       PERFORM FILE-REQUEST
                   ELSE
                       PERFORM SUSPEND-REQUEST
                   END-IF
           END-READ.

      ******************************************************************
      * EDIT-REQUEST - the header edits, in order, stopping at the
      * first failure:
      *     RQ01  requester id blank
      *     RQ02  request number not numeric, or zero
      *     RQ03  problem id not 01 thru 04
      *     RQ04  due date not a date
      *     RQ05  due date before the business date
      *     RQ06  parameters fail the problem's own card edits
      *     RQ07  request number already on file for the requester
      ******************************************************************
       EDIT-REQUEST.
           MOVE 'Y' TO WS-REQUEST-OK-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF WS-RQST-REQUESTER-ID = SPACES
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE "RQ01" TO WS-REJECT-REASON
               MOVE "REQUESTER ID BLANK" TO WS-REJECT-TEXT
           END-IF.
           IF WS-REQUEST-IS-OK
               IF WS-RQST-REQUEST-NUMBER-X IS NOT NUMERIC
                   MOVE 'N' TO WS-REQUEST-OK-SW
               ELSE
                   MOVE WS-RQST-REQUEST-NUMBER-X TO WS-REQUEST-NUMBER
                   IF WS-REQUEST-NUMBER = 0
                       MOVE 'N' TO WS-REQUEST-OK-SW
                   END-IF
               END-IF
               IF NOT WS-REQUEST-IS-OK
                   MOVE "RQ02" TO WS-REJECT-REASON
                   MOVE "REQUEST NUMBER NOT NUMERIC OR ZERO"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-REQUEST-IS-OK
               IF WS-RQST-PROBLEM-ID NOT = "01"
                       AND WS-RQST-PROBLEM-ID NOT = "02"
                       AND WS-RQST-PROBLEM-ID NOT = "03"
                       AND WS-RQST-PROBLEM-ID NOT = "04"
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "RQ03" TO WS-REJECT-REASON
                   STRING "NO SUCH PROBLEM " WS-RQST-PROBLEM-ID
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-REQUEST-IS-OK
               PERFORM EDIT-DUE-DATE
           END-IF.
           IF WS-REQUEST-IS-OK
               EVALUATE WS-RQST-PROBLEM-ID
                   WHEN "01"
                       PERFORM EDIT-PROBLEM-1-PARMS
                   WHEN "02"
                       PERFORM EDIT-PROBLEM-2-PARMS
                   WHEN "03"
                       PERFORM EDIT-PROBLEM-3-PARMS
                   WHEN "04"
                       PERFORM EDIT-PROBLEM-4-PARMS
               END-EVALUATE
               IF NOT WS-REQUEST-IS-OK
                   MOVE "RQ06" TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REQUEST-IS-OK
               MOVE WS-RQST-REQUESTER-ID TO WS-RQMS-REQUESTER-ID
               MOVE WS-REQUEST-NUMBER    TO WS-RQMS-REQUEST-NUMBER
               READ RQMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-REQUEST-OK-SW
                       MOVE "RQ07" TO WS-REJECT-REASON
                       MOVE "REQUEST NUMBER ALREADY ON FILE"
                           TO WS-REJECT-TEXT
               END-READ
           END-IF.

       EDIT-DUE-DATE.
           IF WS-RQST-DUE-DATE-X IS NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-OK-SW
           ELSE
               MOVE WS-RQST-DUE-DATE-X TO WS-DUE-DATE
               IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
                       OR WS-DUE-DAY < 1 OR WS-DUE-DAY > 31
                   MOVE 'N' TO WS-REQUEST-OK-SW
               END-IF
           END-IF.
           IF NOT WS-REQUEST-IS-OK
               MOVE "RQ04" TO WS-REJECT-REASON
               MOVE "DUE DATE NOT A DATE" TO WS-REJECT-TEXT
           ELSE
               IF WS-DUE-DATE < WS-BUSINESS-DATE
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "RQ05" TO WS-REJECT-REASON
                   STRING "DUE BEFORE BUSINESS DATE " WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * EDIT-PROBLEM-1-PARMS - the PROBLEM-1 card edits: a bound of 1
      * thru 99999, a divisor count of 1 thru 10, and that many
      * non-zero divisors.
      ******************************************************************
       EDIT-PROBLEM-1-PARMS.
           MOVE WS-RQST-PARM-IMAGE TO WS-PARM-CARD.
           IF WS-PARM-BOUND-X IS NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE "BOUND NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-PARM-BOUND-X TO WS-PARM-BOUND
               IF WS-PARM-BOUND = 0 OR WS-PARM-BOUND > 99999
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "BOUND NOT 1 THRU 99999" TO WS-REJECT-TEXT
               END-IF
           END-IF.
           IF WS-REQUEST-IS-OK
               IF WS-PARM-DIVISOR-COUNT-X IS NOT NUMERIC
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "DIVISOR COUNT NOT NUMERIC" TO WS-REJECT-TEXT
               ELSE
                   MOVE WS-PARM-DIVISOR-COUNT-X TO WS-DIVISOR-COUNT
                   IF WS-DIVISOR-COUNT = 0 OR WS-DIVISOR-COUNT > 10
                       MOVE 'N' TO WS-REQUEST-OK-SW
                       MOVE "DIVISOR COUNT NOT 1 THRU 10"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.
           IF WS-REQUEST-IS-OK
               PERFORM VARYING WS-DIVISOR-IDX FROM 1 BY 1
                       UNTIL WS-DIVISOR-IDX > WS-DIVISOR-COUNT
                   IF WS-PARM-DIVISOR-TABLE-X (WS-DIVISOR-IDX)
                           IS NOT NUMERIC
                       MOVE 'N' TO WS-REQUEST-OK-SW
                       MOVE "DIVISOR NOT NUMERIC" TO WS-REJECT-TEXT
                   ELSE
                       IF WS-PARM-DIVISOR-TABLE-X (WS-DIVISOR-IDX)
                               = "0000"
                           MOVE 'N' TO WS-REQUEST-OK-SW
                           MOVE "DIVISOR OF ZERO" TO WS-REJECT-TEXT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * EDIT-PROBLEM-2-PARMS - the PROBLEM-2 bound: 18 digits, not
      * zero.
      ******************************************************************
       EDIT-PROBLEM-2-PARMS.
           MOVE WS-RQST-PARM-IMAGE (1:18) TO WS-MAX-TERM-X.
           IF WS-MAX-TERM-X IS NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE "BOUND NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-MAX-TERM-X TO WS-MAX-TERM
               IF WS-MAX-TERM = 0
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "BOUND OF ZERO" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * EDIT-PROBLEM-3-PARMS - the PROBLEM-3 target: 12 digits, the
      * test the transaction read applies, and at least 2 - a 1 has
      * no prime factors to send back.
      ******************************************************************
       EDIT-PROBLEM-3-PARMS.
           MOVE WS-RQST-PARM-IMAGE (1:12) TO WS-TARGET-X.
           IF WS-TARGET-X IS NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE "NUMBER TO FACTOR NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-TARGET-X TO WS-TARGET-VALUE
               IF WS-TARGET-VALUE < 2
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "NUMBER TO FACTOR BELOW 2" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * EDIT-PROBLEM-4-PARMS - the PROBLEM-4 factor size: 1 thru 4
      * digits.
      ******************************************************************
       EDIT-PROBLEM-4-PARMS.
           MOVE WS-RQST-PARM-IMAGE (1:2) TO WS-FACTOR-DIGITS-X.
           IF WS-FACTOR-DIGITS-X IS NOT NUMERIC
               MOVE 'N' TO WS-REQUEST-OK-SW
               MOVE "DIGIT COUNT NOT NUMERIC" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-FACTOR-DIGITS-X TO WS-FACTOR-DIGITS
               IF WS-FACTOR-DIGITS = 0 OR WS-FACTOR-DIGITS > 4
                   MOVE 'N' TO WS-REQUEST-OK-SW
                   MOVE "DIGIT COUNT NOT 1 THRU 4" TO WS-REJECT-TEXT
               END-IF
           END-IF.

      ******************************************************************
      * FILE-REQUEST - an accepted request goes on the master pending,
      * stamped with the business date it was received.
      ******************************************************************
       FILE-REQUEST.
           MOVE WS-RQST-REQUESTER-ID TO WS-RQMS-REQUESTER-ID.
           MOVE WS-REQUEST-NUMBER    TO WS-RQMS-REQUEST-NUMBER.
           MOVE WS-RQST-PROBLEM-ID   TO WS-RQMS-PROBLEM-ID.
           MOVE WS-DUE-DATE          TO WS-RQMS-DUE-DATE.
           MOVE WS-RQST-PARM-IMAGE   TO WS-RQMS-PARM-IMAGE.
           MOVE 'P'                  TO WS-RQMS-STATUS.
           MOVE WS-BUSINESS-DATE     TO WS-RQMS-RECEIVED-DATE.
           MOVE 0                    TO WS-RQMS-SCHEDULED-DATE.
           MOVE 0                    TO WS-RQMS-ANSWERED-DATE.
           MOVE 0                    TO WS-RQMS-RUN-SEQUENCE.
           MOVE 0                    TO WS-RQMS-NUMERIC-RESULT.
           WRITE RQMS-FILE-RECORD
               INVALID KEY
                   DISPLAY "EULER-INTAKE: REQUEST NOT FILED FOR "
                       WS-RQMS-RECORD-KEY
                   MOVE "RQ07" TO WS-REJECT-REASON
                   MOVE "REQUEST NUMBER ALREADY ON FILE"
                       TO WS-REJECT-TEXT
                   PERFORM SUSPEND-REQUEST
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-ACCEPTED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  ACCEPTED  " WS-RQST-REQUESTER-ID
                       " " WS-RQST-REQUEST-NUMBER-X
                       "  PROBLEM " WS-RQST-PROBLEM-ID
                       "  DUE " WS-RQST-DUE-DATE-X
                       "  [" WS-RQST-PARM-IMAGE "]"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-WRITE.

      ******************************************************************
      * SUSPEND-REQUEST - a rejected request goes to the shared
      * suspense file under job EULINTAK.  The suspense image holds
      * the first 48 bytes of the request - the requester, request
      * number, problem, due date and the head of the parameters -
      * and the report carries the whole record.
      ******************************************************************
       SUSPEND-REQUEST.
           ADD 1 TO WS-REQUESTS-REJECTED.
           IF NOT WS-SUSP-FILE-OPEN
               OPEN EXTEND SUSP-FILE
               IF WS-SUSP-FILE-STATUS = "35"
                   OPEN OUTPUT SUSP-FILE
               END-IF
               SET WS-SUSP-FILE-OPEN TO TRUE
           END-IF.
           MOVE 'O'                  TO WS-SUSP-STATUS-FLAG.
           MOVE "EULINTAK"           TO WS-SUSP-SOURCE-JOB.
           MOVE WS-REJECT-REASON     TO WS-SUSP-REASON-CODE.
           MOVE WS-BUSINESS-DATE     TO WS-SUSP-RUN-DATE.
           MOVE RQST-FILE-RECORD     TO WS-SUSP-RECORD-IMAGE.
           WRITE SUSP-FILE-RECORD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  REJECTED  " WS-RQST-REQUESTER-ID
               " " WS-RQST-REQUEST-NUMBER-X
               "  " WS-REJECT-REASON " " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "            [" RQST-FILE-RECORD "]"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * SCHEDULE-OPEN-REQUESTS - build tonight's input cards from the
      * open requests on the master (pending, or scheduled on an
      * earlier night and still unanswered).  The first pass picks
      * the request due soonest for each single-card problem and
      * counts the open factoring requests; TRANFILE is then rebuilt
      * from every open factoring request, and each picked request
      * is written to its problem's card.
      ******************************************************************
       SCHEDULE-OPEN-REQUESTS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARDS BUILT FOR BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > 4
               MOVE 'N'    TO WS-PICK-FOUND-SW (WS-PICK-IDX)
               MOVE SPACES TO WS-PICK-KEY (WS-PICK-IDX)
               MOVE 0      TO WS-PICK-DUE-DATE (WS-PICK-IDX)
               MOVE 0      TO WS-PICK-WAITING (WS-PICK-IDX)
           END-PERFORM.
           MOVE 0 TO WS-TARGETS-OPEN.
           MOVE WS-BUSINESS-DATE TO WS-RQCD-REQUEST-DATE-X.

           PERFORM POSITION-AT-FIRST-REQUEST.
           PERFORM PICK-ONE-REQUEST UNTIL WS-RQMS-AT-EOF.

           IF WS-TARGETS-OPEN > 0
               OPEN OUTPUT TRAN-FILE
               PERFORM POSITION-AT-FIRST-REQUEST
               PERFORM SCHEDULE-ONE-TARGET UNTIL WS-RQMS-AT-EOF
               CLOSE TRAN-FILE
           END-IF.

           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > 4
               IF WS-PICK-WAS-FOUND (WS-PICK-IDX)
                   PERFORM SCHEDULE-PICKED-REQUEST
               END-IF
           END-PERFORM.

           IF WS-REQUESTS-SCHEDULED = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO OPEN REQUESTS - CARDS LEFT AS THEY STAND"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                   UNTIL WS-PICK-IDX > 4
               IF WS-PICK-WAITING (WS-PICK-IDX) > 0
                   MOVE WS-PICK-IDX TO WS-PROBLEM-NUMBER
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  PROBLEM " WS-PROBLEM-NUMBER ": "
                       WS-PICK-WAITING (WS-PICK-IDX)
                       " MORE OPEN REQUEST(S) WAIT FOR A LATER NIGHT"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       POSITION-AT-FIRST-REQUEST.
           MOVE 'N' TO WS-RQMS-EOF-SW.
           MOVE LOW-VALUES TO WS-RQMS-RECORD-KEY.
           START RQMS-FILE KEY IS GREATER THAN WS-RQMS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RQMS-EOF-SW
           END-START.

       PICK-ONE-REQUEST.
           READ RQMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RQMS-EOF-SW
               NOT AT END
                   IF WS-RQMS-IS-PENDING OR WS-RQMS-IS-SCHEDULED
                       PERFORM PICK-REQUEST
                   END-IF
           END-READ.

       PICK-REQUEST.
           MOVE WS-RQMS-PROBLEM-ID TO WS-PROBLEM-NUMBER.
           MOVE WS-PROBLEM-NUMBER  TO WS-PICK-IDX.
           IF WS-RQMS-PROBLEM-ID = "03"
               ADD 1 TO WS-TARGETS-OPEN
           ELSE
               IF WS-PICK-WAS-FOUND (WS-PICK-IDX)
                   ADD 1 TO WS-PICK-WAITING (WS-PICK-IDX)
               END-IF
               IF NOT WS-PICK-WAS-FOUND (WS-PICK-IDX)
                       OR WS-RQMS-DUE-DATE
                           < WS-PICK-DUE-DATE (WS-PICK-IDX)
                   SET WS-PICK-WAS-FOUND (WS-PICK-IDX) TO TRUE
                   MOVE WS-RQMS-RECORD-KEY
                       TO WS-PICK-KEY (WS-PICK-IDX)
                   MOVE WS-RQMS-DUE-DATE
                       TO WS-PICK-DUE-DATE (WS-PICK-IDX)
               END-IF
           END-IF.

       SCHEDULE-ONE-TARGET.
           READ RQMS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RQMS-EOF-SW
               NOT AT END
                   IF WS-RQMS-PROBLEM-ID = "03"
                           AND (WS-RQMS-IS-PENDING
                           OR WS-RQMS-IS-SCHEDULED)
                       MOVE WS-RQMS-PARM-IMAGE (1:12)
                           TO TRAN-FILE-RECORD
                       WRITE TRAN-FILE-RECORD
                       PERFORM MARK-REQUEST-SCHEDULED
                   END-IF
           END-READ.

      ******************************************************************
      * SCHEDULE-PICKED-REQUEST - write the picked request's card
      * image to its problem's card file, the request trailer behind
      * it, replacing whatever card stood there.
      ******************************************************************
       SCHEDULE-PICKED-REQUEST.
           MOVE WS-PICK-KEY (WS-PICK-IDX) TO WS-RQMS-RECORD-KEY.
           READ RQMS-FILE
               INVALID KEY
                   DISPLAY "EULER-INTAKE: PICKED REQUEST "
                       WS-RQMS-RECORD-KEY " NO LONGER ON FILE"
               NOT INVALID KEY
                   MOVE WS-RQMS-REQUESTER-ID
                       TO WS-RQCD-REQUESTER-ID
                   MOVE WS-RQMS-REQUEST-NUMBER
                       TO WS-RQCD-REQUEST-NUMBER-X
                   EVALUATE WS-RQMS-PROBLEM-ID
                       WHEN "01"
                           OPEN OUTPUT PARM-FILE
                           MOVE SPACES TO PARM-FILE-RECORD
                           MOVE WS-RQMS-PARM-IMAGE
                               TO PARM-FILE-RECORD (1:48)
                           MOVE WS-REQUEST-TRAILER
                               TO PARM-FILE-RECORD (49:22)
                           WRITE PARM-FILE-RECORD
                           CLOSE PARM-FILE
                       WHEN "02"
                           OPEN OUTPUT P2PM-FILE
                           MOVE SPACES TO P2PM-FILE-RECORD
                           MOVE WS-RQMS-PARM-IMAGE (1:18)
                               TO P2PM-FILE-RECORD (1:18)
                           MOVE WS-REQUEST-TRAILER
                               TO P2PM-FILE-RECORD (19:22)
                           WRITE P2PM-FILE-RECORD
                           CLOSE P2PM-FILE
                       WHEN "04"
                           OPEN OUTPUT P4PM-FILE
                           MOVE SPACES TO P4PM-FILE-RECORD
                           MOVE WS-RQMS-PARM-IMAGE (1:2)
                               TO P4PM-FILE-RECORD (1:2)
                           MOVE WS-REQUEST-TRAILER
                               TO P4PM-FILE-RECORD (3:22)
                           WRITE P4PM-FILE-RECORD
                           CLOSE P4PM-FILE
                   END-EVALUATE
                   PERFORM MARK-REQUEST-SCHEDULED
           END-READ.

       MARK-REQUEST-SCHEDULED.
           MOVE 'S'              TO WS-RQMS-STATUS.
           MOVE WS-BUSINESS-DATE TO WS-RQMS-SCHEDULED-DATE.
           REWRITE RQMS-FILE-RECORD
               INVALID KEY
                   DISPLAY "EULER-INTAKE: REQUEST NOT MARKED "
                       "SCHEDULED FOR " WS-RQMS-RECORD-KEY
           END-REWRITE.
           ADD 1 TO WS-REQUESTS-SCHEDULED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  SCHEDULED " WS-RQMS-REQUESTER-ID
               " " WS-RQMS-REQUEST-NUMBER
               "  PROBLEM " WS-RQMS-PROBLEM-ID
               "  DUE " WS-RQMS-DUE-DATE
               "  RECEIVED " WS-RQMS-RECEIVED-DATE
               "  [" WS-RQMS-PARM-IMAGE "]"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-INTAKE - COMPUTATION REQUEST INTAKE"
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
           STRING "REQUESTS READ:      " WS-REQUESTS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS ACCEPTED:  " WS-REQUESTS-ACCEPTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS REJECTED:  " WS-REQUESTS-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS SCHEDULED: " WS-REQUESTS-SCHEDULED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-INTAKE REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the request master, the card files
      * the intake rebuilds and the suspense file (copybook EULLOCK)
      * for the run, so no problem step reads a half-built card and
      * two intakes never schedule the same request twice.  A file
      * already held by another run refuses this one on the spot
      * (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 6 TO WS-ENQ-COUNT.
           MOVE "REQMAST"    TO WS-ENQ-RESOURCE (1).
           MOVE "SUSPFILE"   TO WS-ENQ-RESOURCE (2).
           MOVE "PARMFILE"   TO WS-ENQ-RESOURCE (3).
           MOVE "PARM2FILE"  TO WS-ENQ-RESOURCE (4).
           MOVE "PARM4FILE"  TO WS-ENQ-RESOURCE (5).
           MOVE "TRANFILE"   TO WS-ENQ-RESOURCE (6).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-INTAKE: SHARED FILE HELD BY "
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
               MOVE "EULINTAK" TO WS-LOCK-JOB-NAME
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
                           DISPLAY "EULER-INTAKE: " WS-LOCK-RESOURCE
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
                   IF WS-LOCK-JOB-NAME NOT = "EULINTAK"
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

       END PROGRAM EULER-INTAKE.
