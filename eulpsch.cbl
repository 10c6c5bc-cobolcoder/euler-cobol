      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Parameter schedule entry and listing for the
      * effective-dated parameter schedule (logical file PARMSCHED,
      * copybook EULPSCH) that PROBLEM-1, PROBLEM-2 and PROBLEM-4
      * consult before their own parameter cards.  Entry cards
      * (copybook EULPSTX) stage a new parameter version for a
      * problem ahead of the business date it takes effect: each card
      * must name problem 01, 02 or 04, carry an effective date later
      * than the CTLCARD business date (a change is entered in
      * advance, never back-dated into a day already run), and carry
      * a parameter image whose leading numeric field is numeric.
      * Accepted cards are appended to the schedule stamped with the
      * entering operator and the entry timestamp; nothing on the
      * schedule is ever rewritten, so a staged version is corrected
      * by entering another one for the same date.  Staging a change
      * is a privileged action: the operator must hold the MAINT
      * grant on the authorization file (copybook EULAUTH), and a
      * refused attempt is logged to the shared audit trail as a 'V'
      * violation record.
      * Every run, with or without entry cards, then lists the whole
      * schedule by problem with each version marked CURRENT (in
      * force for the business date), FUTURE (takes effect later),
      * SUPERSEDED (an older version a later one has replaced) or
      * REPLACED (a staged version corrected by a later entry for
      * the same date).
      * Return code 8 when any entry card is rejected, 12 when the
      * operator is refused or the schedule is held by another run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-PARMSCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSTX-FILE ASSIGN TO "PSCHCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSTX-FILE-STATUS.
           SELECT PSCH-FILE ASSIGN TO "PARMSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSCH-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-PARMSCH-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PSTX-FILE.
       01  PSTX-FILE-RECORD.
           COPY EULPSTX.
       FD  PSCH-FILE.
       01  PSCH-FILE-RECORD.
           COPY EULPSCH.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
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
           01 WS-PSTX-FILE-STATUS      PIC X(02).
           01 WS-PSCH-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-AUTH-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.

           01 WS-AUTH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-AUTH-AT-EOF        VALUE 'Y'.
           01 WS-AUTH-GRANTED-SW       PIC X(01) VALUE 'N'.
              88 WS-AUTH-IS-GRANTED    VALUE 'Y'.
           01 WS-AUTH-FUNCTION         PIC X(08) VALUE SPACES.
           01 WS-ENTRY-REFUSED-SW      PIC X(01) VALUE 'N'.
              88 WS-ENTRY-IS-REFUSED   VALUE 'Y'.

           01 WS-PSTX-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PSTX-AT-EOF        VALUE 'Y'.
           01 WS-PSTX-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PSTX-FILE-OPEN     VALUE 'Y'.
           01 WS-PSCH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PSCH-AT-EOF        VALUE 'Y'.
           01 WS-PSCH-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PSCH-FILE-OPEN     VALUE 'Y'.
           01 WS-CARD-OK-SW            PIC X(01) VALUE 'Y'.
              88 WS-CARD-IS-OK         VALUE 'Y'.
           01 WS-REJECT-TEXT           PIC X(40).
           01 WS-EFFECTIVE-DATE        PIC 9(08).
           01 WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE.
              05 WS-EFFECTIVE-YEAR     PIC 9(04).
              05 WS-EFFECTIVE-MONTH    PIC 9(02).
              05 WS-EFFECTIVE-DAY      PIC 9(02).

           01 WS-CARDS-READ            PIC 9(04) VALUE 0.
           01 WS-CARDS-REJECTED        PIC 9(04) VALUE 0.
           01 WS-VERSIONS-STAGED       PIC 9(04) VALUE 0.

      * The schedule tabled in problem / effective-date order, with
      * entries for the same problem and date kept in the order
      * they were entered (the file is append-only, so file order
      * is entry order).
           01 WS-SCHED-COUNT           PIC 9(04) VALUE 0.
           01 WS-SCHED-IDX             PIC 9(04) COMP.
           01 WS-SCHED-POS             PIC 9(04) COMP.
           01 WS-SCHED-NEXT            PIC 9(04) COMP.
           01 WS-SCHED-NOT-TABLED      PIC 9(04) VALUE 0.
           01 WS-SCHED-TABLE.
              05 WS-SCHED-ENTRY OCCURS 500 TIMES.
                 10 WS-SCHED-PROBLEM-ID     PIC X(02).
                 10 WS-SCHED-EFFECTIVE-DATE PIC 9(08).
                 10 WS-SCHED-ENTERED-BY     PIC X(08).
                 10 WS-SCHED-ENTERED-TS     PIC 9(14).
                 10 WS-SCHED-PARM-IMAGE     PIC X(48).
           01 WS-VERSION-STATUS        PIC X(10).
           01 WS-GROUP-CURRENT-SW      PIC X(01) VALUE 'N'.
              88 WS-GROUP-HAS-CURRENT  VALUE 'Y'.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-ENTRY-TIMESTAMP       PIC 9(14).
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
              05 WS-ENQ-RESOURCE       OCCURS 1 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-ENTRY-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.

           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           PERFORM OPEN-REPORT.

           OPEN INPUT PSTX-FILE.
           IF WS-PSTX-FILE-STATUS = "00"
               SET WS-PSTX-FILE-OPEN TO TRUE
               PERFORM CHECK-ENTRY-AUTHORITY
               IF WS-ENTRY-IS-REFUSED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "NOTHING STAGED - OPERATOR " WS-OPERATOR-ID
                       " NOT AUTHORIZED FOR MAINT"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               ELSE
                   PERFORM ENQUEUE-FILE-LOCKS
                   PERFORM STAGE-ENTRY-CARDS
                   PERFORM RELEASE-FILE-LOCKS
               END-IF
               CLOSE PSTX-FILE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "NO ENTRY CARDS - LISTING ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

           PERFORM LOAD-SCHEDULE-TABLE.
           PERFORM LIST-SCHEDULE.
           PERFORM CLOSE-REPORT.

           IF WS-CARDS-REJECTED > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; its
      * business date is the day the schedule is judged against, both
      * for accepting entries and for marking the version in force.
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
                   DISPLAY "EULER-PARMSCH: DATE CONTROL MODULE NOT "
                       "AVAILABLE - WORKING FROM THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-PARMSCH: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * CHECK-ENTRY-AUTHORITY - staging a parameter change is
      * privileged: the operator must hold the MAINT grant before a
      * card is read.  A refusal goes to the shared audit trail as a
      * 'V' violation record and nothing is staged (return code 12);
      * the listing still prints.
      ******************************************************************
       CHECK-ENTRY-AUTHORITY.
           MOVE "MAINT" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-OPERATOR-AUTH.
           IF NOT WS-AUTH-IS-GRANTED
               DISPLAY "EULER-PARMSCH: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR MAINT - NOTHING STAGED"
               SET WS-ENTRY-IS-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE 'V'                TO WS-AUDT-RECORD-TYPE.
           MOVE "EULPSCH"          TO WS-AUDT-JOB-NAME.
           MOVE WS-OPERATOR-ID     TO WS-AUDT-OPERATOR-ID.
           MOVE WS-ENTRY-TIMESTAMP TO WS-AUDT-TIMESTAMP.
           MOVE 12                 TO WS-AUDT-COMPLETION-CODE.
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
           END-EVALUATE.

      ******************************************************************
      * STAGE-ENTRY-CARDS - edit every entry card and append the ones
      * that pass to the schedule, stamped with who entered them and
      * when.  A card that fails is reported and skipped.
      ******************************************************************
       STAGE-ENTRY-CARDS.
           MOVE 'N' TO WS-PSTX-EOF-SW.
           PERFORM STAGE-ONE-CARD UNTIL WS-PSTX-AT-EOF.
           IF WS-PSCH-FILE-OPEN
               CLOSE PSCH-FILE
               MOVE 'N' TO WS-PSCH-OPEN-SW
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       STAGE-ONE-CARD.
           READ PSTX-FILE
               AT END
                   MOVE 'Y' TO WS-PSTX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   PERFORM EDIT-ENTRY-CARD
                   IF WS-CARD-IS-OK
                       PERFORM APPEND-SCHEDULE-RECORD
                   ELSE
                       ADD 1 TO WS-CARDS-REJECTED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "CARD " WS-CARDS-READ
                           " REJECTED - " WS-REJECT-TEXT
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   END-IF
           END-READ.

      ******************************************************************
      * EDIT-ENTRY-CARD - a scheduled version must name a problem
      * that reads a parameter card, take effect on a real date after
      * today's business date, and carry a parameter image whose
      * leading numeric field is numeric.  The full edit of the image
      * stays with the problem program, which suspends a bad card on
      * the night exactly as it would its own.
      ******************************************************************
       EDIT-ENTRY-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           IF WS-PSTX-PROBLEM-ID NOT = "01"
                   AND WS-PSTX-PROBLEM-ID NOT = "02"
                   AND WS-PSTX-PROBLEM-ID NOT = "04"
               MOVE 'N' TO WS-CARD-OK-SW
               STRING "NO SCHEDULED PARAMETERS FOR PROBLEM "
                   WS-PSTX-PROBLEM-ID
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           END-IF.
           IF WS-CARD-IS-OK
               IF WS-PSTX-EFFECTIVE-DATE-X IS NOT NUMERIC
                   MOVE 'N' TO WS-CARD-OK-SW
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE WS-PSTX-EFFECTIVE-DATE-X
                       TO WS-EFFECTIVE-DATE
                   IF WS-EFFECTIVE-MONTH < 1
                           OR WS-EFFECTIVE-MONTH > 12
                           OR WS-EFFECTIVE-DAY < 1
                           OR WS-EFFECTIVE-DAY > 31
                       MOVE 'N' TO WS-CARD-OK-SW
                       MOVE "EFFECTIVE DATE NOT A DATE"
                           TO WS-REJECT-TEXT
                   ELSE
                       IF WS-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                           MOVE 'N' TO WS-CARD-OK-SW
                           STRING "NOT AFTER BUSINESS DATE "
                               WS-BUSINESS-DATE
                               DELIMITED BY SIZE INTO WS-REJECT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-CARD-IS-OK
               EVALUATE WS-PSTX-PROBLEM-ID
                   WHEN "01"
                       IF WS-PSTX-PARM-IMAGE (1:6) IS NOT NUMERIC
                           MOVE 'N' TO WS-CARD-OK-SW
                       END-IF
                   WHEN "02"
                       IF WS-PSTX-PARM-IMAGE (1:18) IS NOT NUMERIC
                           MOVE 'N' TO WS-CARD-OK-SW
                       END-IF
                   WHEN "04"
                       IF WS-PSTX-PARM-IMAGE (1:2) IS NOT NUMERIC
                           MOVE 'N' TO WS-CARD-OK-SW
                       END-IF
               END-EVALUATE
               IF NOT WS-CARD-IS-OK
                   MOVE "PARAMETER IMAGE NOT NUMERIC"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

       APPEND-SCHEDULE-RECORD.
           IF NOT WS-PSCH-FILE-OPEN
               OPEN EXTEND PSCH-FILE
               IF WS-PSCH-FILE-STATUS = "35"
                   OPEN OUTPUT PSCH-FILE
               END-IF
               SET WS-PSCH-FILE-OPEN TO TRUE
           END-IF.
           MOVE WS-PSTX-PROBLEM-ID   TO WS-PSCH-PROBLEM-ID.
           MOVE WS-EFFECTIVE-DATE    TO WS-PSCH-EFFECTIVE-DATE.
           MOVE WS-OPERATOR-ID       TO WS-PSCH-ENTERED-BY.
           MOVE WS-ENTRY-TIMESTAMP   TO WS-PSCH-ENTERED-TS.
           MOVE WS-PSTX-PARM-IMAGE   TO WS-PSCH-PARM-IMAGE.
           WRITE PSCH-FILE-RECORD.
           ADD 1 TO WS-VERSIONS-STAGED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARD " WS-CARDS-READ
               " STAGED - PROBLEM " WS-PSCH-PROBLEM-ID
               " EFFECTIVE " WS-PSCH-EFFECTIVE-DATE
               " [" WS-PSCH-PARM-IMAGE "]"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * LOAD-SCHEDULE-TABLE - table the whole schedule in problem and
      * effective-date order.  Each record is inserted after every
      * entry that does not sort above it, so versions sharing a
      * problem and date stay in the order they were entered.
      ******************************************************************
       LOAD-SCHEDULE-TABLE.
           MOVE 0   TO WS-SCHED-COUNT.
           MOVE 'N' TO WS-PSCH-EOF-SW.
           OPEN INPUT PSCH-FILE.
           IF WS-PSCH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PSCH-EOF-SW
           END-IF.
           PERFORM TABLE-ONE-VERSION UNTIL WS-PSCH-AT-EOF.
           IF WS-PSCH-FILE-STATUS = "10"
               CLOSE PSCH-FILE
           END-IF.

       TABLE-ONE-VERSION.
           READ PSCH-FILE
               AT END
                   MOVE 'Y' TO WS-PSCH-EOF-SW
               NOT AT END
                   IF WS-SCHED-COUNT >= 500
                       ADD 1 TO WS-SCHED-NOT-TABLED
                   ELSE
                       PERFORM INSERT-ONE-VERSION
                   END-IF
           END-READ.

       INSERT-ONE-VERSION.
           MOVE 1 TO WS-SCHED-POS.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-PROBLEM-ID (WS-SCHED-IDX)
                       < WS-PSCH-PROBLEM-ID
                   OR (WS-SCHED-PROBLEM-ID (WS-SCHED-IDX)
                       = WS-PSCH-PROBLEM-ID
                   AND WS-SCHED-EFFECTIVE-DATE (WS-SCHED-IDX)
                       NOT > WS-PSCH-EFFECTIVE-DATE)
                   COMPUTE WS-SCHED-POS = WS-SCHED-IDX + 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SCHED-IDX FROM WS-SCHED-COUNT BY -1
                   UNTIL WS-SCHED-IDX < WS-SCHED-POS
               COMPUTE WS-SCHED-NEXT = WS-SCHED-IDX + 1
               MOVE WS-SCHED-ENTRY (WS-SCHED-IDX)
                   TO WS-SCHED-ENTRY (WS-SCHED-NEXT)
           END-PERFORM.
           MOVE WS-PSCH-PROBLEM-ID
               TO WS-SCHED-PROBLEM-ID (WS-SCHED-POS).
           MOVE WS-PSCH-EFFECTIVE-DATE
               TO WS-SCHED-EFFECTIVE-DATE (WS-SCHED-POS).
           MOVE WS-PSCH-ENTERED-BY
               TO WS-SCHED-ENTERED-BY (WS-SCHED-POS).
           MOVE WS-PSCH-ENTERED-TS
               TO WS-SCHED-ENTERED-TS (WS-SCHED-POS).
           MOVE WS-PSCH-PARM-IMAGE
               TO WS-SCHED-PARM-IMAGE (WS-SCHED-POS).
           ADD 1 TO WS-SCHED-COUNT.

      ******************************************************************
      * LIST-SCHEDULE - every version on the schedule, grouped by
      * problem, marked against the business date.  Within a problem
      * the table runs oldest effective date first, so a version is
      * REPLACED when the next entry has the same date, FUTURE when
      * its date is still ahead, SUPERSEDED when the next entry has
      * also taken effect, and otherwise CURRENT.  A problem with no
      * version in force says it runs on its own parameter card.
      ******************************************************************
       LIST-SCHEDULE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PARAMETER SCHEDULE AS OF BUSINESS DATE "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           IF WS-SCHED-COUNT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO VERSIONS ON THE SCHEDULE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               PERFORM LIST-ONE-VERSION
           END-PERFORM.
           IF WS-SCHED-NOT-TABLED > 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** " WS-SCHED-NOT-TABLED
                   " VERSION(S) BEYOND 500 NOT LISTED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       LIST-ONE-VERSION.
           IF WS-SCHED-IDX = 1
               PERFORM WRITE-PROBLEM-HEADING
           ELSE
               IF WS-SCHED-PROBLEM-ID (WS-SCHED-IDX) NOT =
                       WS-SCHED-PROBLEM-ID (WS-SCHED-IDX - 1)
                   PERFORM WRITE-PROBLEM-HEADING
               END-IF
           END-IF.

           MOVE 0 TO WS-SCHED-NEXT.
           IF WS-SCHED-IDX < WS-SCHED-COUNT
               IF WS-SCHED-PROBLEM-ID (WS-SCHED-IDX + 1) =
                       WS-SCHED-PROBLEM-ID (WS-SCHED-IDX)
                   COMPUTE WS-SCHED-NEXT = WS-SCHED-IDX + 1
               END-IF
           END-IF.

           IF WS-SCHED-NEXT > 0
                   AND WS-SCHED-EFFECTIVE-DATE (WS-SCHED-NEXT) =
                       WS-SCHED-EFFECTIVE-DATE (WS-SCHED-IDX)
               MOVE "REPLACED" TO WS-VERSION-STATUS
           ELSE
               IF WS-SCHED-EFFECTIVE-DATE (WS-SCHED-IDX)
                       > WS-BUSINESS-DATE
                   MOVE "FUTURE" TO WS-VERSION-STATUS
               ELSE
                   IF WS-SCHED-NEXT > 0
                           AND WS-SCHED-EFFECTIVE-DATE (WS-SCHED-NEXT)
                               NOT > WS-BUSINESS-DATE
                       MOVE "SUPERSEDED" TO WS-VERSION-STATUS
                   ELSE
                       MOVE "CURRENT" TO WS-VERSION-STATUS
                       SET WS-GROUP-HAS-CURRENT TO TRUE
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-VERSION-STATUS
               " EFFECTIVE " WS-SCHED-EFFECTIVE-DATE (WS-SCHED-IDX)
               "  ENTERED BY " WS-SCHED-ENTERED-BY (WS-SCHED-IDX)
               " AT " WS-SCHED-ENTERED-TS (WS-SCHED-IDX)
               "  [" WS-SCHED-PARM-IMAGE (WS-SCHED-IDX) "]"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           IF WS-SCHED-NEXT = 0 AND NOT WS-GROUP-HAS-CURRENT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NO VERSION IN FORCE - PROBLEM RUNS ON ITS "
                   "OWN PARAMETER CARD"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

       WRITE-PROBLEM-HEADING.
           MOVE 'N' TO WS-GROUP-CURRENT-SW.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROBLEM " WS-SCHED-PROBLEM-ID (WS-SCHED-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-PARMSCH - PARAMETER SCHEDULE"
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
           STRING "CARDS READ:      " WS-CARDS-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARDS REJECTED:  " WS-CARDS-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "VERSIONS STAGED: " WS-VERSIONS-STAGED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-PARMSCH REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the schedule (copybook EULLOCK)
      * before appending to it, so two entry runs never interleave.
      * EULER-DRIVER checks for this lock before its first step, so
      * no batch step reads a half-written schedule.  A schedule
      * already held by another run refuses this one on the spot
      * (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 1 TO WS-ENQ-COUNT.
           MOVE "PARMSCHED"  TO WS-ENQ-RESOURCE (1).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-PARMSCH: SHARED FILE HELD BY "
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
               MOVE "EULPSCH" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-ENTRY-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-PARMSCH: " WS-LOCK-RESOURCE
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
                   IF WS-LOCK-JOB-NAME NOT = "EULPSCH"
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

       END PROGRAM EULER-PARMSCH.
