      ******************************************************************
      * Author: Cobol Coder
      * Date:
      * Purpose: Month-end period close over the keyed summary master
      * (logical file SUMMAST, copybook EULSMST).  The close card
      * (copybook EULPCRD) names the run month to close; no card
      * closes the month before the business date's month.  The
      * month must be earlier than the business date's month (the
      * open month is never closed under the desk's feet), must not
      * be closed already, and every earlier month on the master
      * must be closed first, so one month's closing total is always
      * the next month's opening total.  A master EULER-HISTMNT has
      * marked stale is refused until EULER-SUMMARY REBUILD has run.
      * For each problem id the month's figures are worked out
      * straight off the master - opening (every earlier month),
      * history activity, prior-period adjustments posted into the
      * month (copybook EULPADJ) and closing - and the month's
      * master records are stamped closed.  The figures go to the
      * period register (copybook EULPCLS), which is what freezes
      * the month: EULER-SUMMARY restores them on a REBUILD and
      * EULER-HISTMNT refuses ordinary changes dated in the month.
      * The run prints the signed-off period statement.
      * Closing a month is a privileged action: the operator must
      * hold the MAINT grant on the authorization file (copybook
      * EULAUTH), and a refused attempt is logged to the shared
      * audit trail as a 'V' violation record.
      * Return code 8 when the month may not be closed, 12 when the
      * operator is refused, the master is stale or a file is held
      * by another run, 16 when the summary master is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULER-PERIODCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCRD-FILE ASSIGN TO "PCLSCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCRD-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT SUMM-FILE ASSIGN TO "SUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SMST-RECORD-KEY
               FILE STATUS IS WS-SUMM-FILE-STATUS.
           SELECT PCLS-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PCLS-RECORD-KEY
               FILE STATUS IS WS-PCLS-FILE-STATUS.
           SELECT PADJ-FILE ASSIGN TO "PERADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJ-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "EULER-PERIOD-STATEMENT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-WORK-FILE ASSIGN TO "EULLOCK-WORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LKWK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCRD-FILE.
       01  PCRD-FILE-RECORD.
           COPY EULPCRD.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  SUMM-FILE.
       01  SUMM-FILE-RECORD.
           COPY EULSMST.
       FD  PCLS-FILE.
       01  PCLS-FILE-RECORD.
           COPY EULPCLS.
       FD  PADJ-FILE.
       01  PADJ-FILE-RECORD.
           COPY EULPADJ.
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
           01 WS-PCRD-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-SUMM-FILE-STATUS      PIC X(02).
           01 WS-PCLS-FILE-STATUS      PIC X(02).
           01 WS-PADJ-FILE-STATUS      PIC X(02).
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
           01 WS-CLOSE-REFUSED-SW      PIC X(01) VALUE 'N'.
              88 WS-CLOSE-IS-REFUSED   VALUE 'Y'.

           01 WS-SUMM-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-SUMM-AT-EOF        VALUE 'Y'.
           01 WS-SUMM-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-SUMM-FILE-OPEN     VALUE 'Y'.
           01 WS-PCLS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PCLS-FILE-OPEN     VALUE 'Y'.
           01 WS-PADJ-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PADJ-AT-EOF        VALUE 'Y'.
           01 WS-CLOSE-OK-SW           PIC X(01) VALUE 'Y'.
              88 WS-CLOSE-IS-OK        VALUE 'Y'.
           01 WS-REJECT-TEXT           PIC X(60) VALUE SPACES.

           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-BUSINESS-MONTH        PIC 9(06).
           01 WS-BUSINESS-MONTH-X REDEFINES WS-BUSINESS-MONTH.
              05 WS-BUSINESS-YEAR      PIC 9(04).
              05 WS-BUSINESS-MM        PIC 9(02).
           01 WS-CLOSE-MONTH           PIC 9(06) VALUE 0.
           01 WS-CLOSE-MONTH-X REDEFINES WS-CLOSE-MONTH.
              05 WS-CLOSE-YEAR         PIC 9(04).
              05 WS-CLOSE-MM           PIC 9(02).
           01 WS-OPEN-EARLIER-MONTH    PIC 9(06) VALUE 0.

      * One entry per problem id on the master at or before the
      * month being closed, in key (problem id) order.
           01 WS-PRB-COUNT             PIC 9(02) VALUE 0.
           01 WS-PRB-IDX               PIC 9(02) COMP.
           01 WS-PRB-FOUND-SW          PIC X(01) VALUE 'N'.
              88 WS-PRB-WAS-FOUND      VALUE 'Y'.
           01 WS-PRB-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
              88 WS-PRB-TABLE-IS-FULL  VALUE 'Y'.
           01 WS-PRB-TABLE.
              05 WS-PRB-ENTRY OCCURS 50 TIMES.
                 10 WS-PRB-PROBLEM-ID      PIC X(02).
                 10 WS-PRB-DESCRIPTION     PIC X(40).
                 10 WS-PRB-OPENING         PIC S9(18).
                 10 WS-PRB-MONTH-TOTAL     PIC S9(18).
                 10 WS-PRB-ADJUSTMENT      PIC S9(18).
                 10 WS-PRB-ACTIVITY        PIC S9(18).
                 10 WS-PRB-CLOSING         PIC S9(18).
                 10 WS-PRB-RECORD-COUNT    PIC S9(09).
                 10 WS-PRB-MONTH-SW        PIC X(01).
                    88 WS-PRB-HAS-MONTH    VALUE 'Y'.

           01 WS-TOTAL-OPENING         PIC S9(18) VALUE 0.
           01 WS-TOTAL-ACTIVITY        PIC S9(18) VALUE 0.
           01 WS-TOTAL-ADJUSTMENT      PIC S9(18) VALUE 0.
           01 WS-TOTAL-CLOSING         PIC S9(18) VALUE 0.
           01 WS-TOTAL-RECORDS         PIC S9(09) VALUE 0.
           01 WS-ADJUSTMENT-COUNT      PIC 9(06) VALUE 0.
           01 WS-RECORDS-STAMPED       PIC 9(04) VALUE 0.

           01 WS-EDIT-OPENING          PIC -(18)9.
           01 WS-EDIT-ACTIVITY         PIC -(18)9.
           01 WS-EDIT-ADJUSTMENT       PIC -(18)9.
           01 WS-EDIT-CLOSING          PIC -(18)9.
           01 WS-EDIT-RECORDS          PIC -(8)9.

           01 WS-OPERATOR-ID           PIC X(08).
           01 WS-CLOSE-TIMESTAMP       PIC 9(14).
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
              05 WS-ENQ-RESOURCE       OCCURS 2 TIMES
                                        PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-CLOSE-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.

           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-MONTH.
           PERFORM READ-CLOSE-CARD.
           PERFORM OPEN-REPORT.
           PERFORM CHECK-CLOSE-AUTHORITY.

           IF WS-CLOSE-IS-REFUSED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTHING CLOSED - OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR MAINT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM ENQUEUE-FILE-LOCKS
               PERFORM VALIDATE-CLOSE-MONTH
               IF WS-CLOSE-IS-OK
                   PERFORM OPEN-CLOSE-FILES
               END-IF
               IF WS-CLOSE-IS-OK
                   PERFORM GATHER-MONTH-FIGURES
               END-IF
               IF WS-CLOSE-IS-OK
                   PERFORM GATHER-ADJUSTMENTS
                   PERFORM WORK-OUT-STATEMENT
                   PERFORM STAMP-MONTH-CLOSED
                   PERFORM WRITE-PERIOD-REGISTER
                   PERFORM PRINT-PERIOD-STATEMENT
                   DISPLAY "EULER-PERIODCLS: PERIOD " WS-CLOSE-MONTH
                       " CLOSED - " WS-PRB-COUNT " PROBLEM(S), "
                       WS-RECORDS-STAMPED " MASTER RECORD(S) STAMPED"
               ELSE
                   DISPLAY "EULER-PERIODCLS: PERIOD " WS-CLOSE-MONTH
                       " NOT CLOSED - " WS-REJECT-TEXT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "PERIOD " WS-CLOSE-MONTH
                       " NOT CLOSED - " WS-REJECT-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
               END-IF
               PERFORM CLOSE-CLOSE-FILES
               PERFORM RELEASE-FILE-LOCKS
           END-IF.

           PERFORM CLOSE-REPORT.
           STOP RUN.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; its
      * business date decides which month is the open month.
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
      * mode.  A missing date-control module works from the raw date
      * with a message.
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
                   DISPLAY "EULER-PERIODCLS: DATE CONTROL MODULE NOT "
                       "AVAILABLE - WORKING FROM THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-PERIODCLS: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * READ-CLOSE-CARD - the month to close off the close card; no
      * card (or spaces) means the month before the business date's
      * month, the ordinary month-end submission.  A month that is
      * not numeric is left at zero for the edit to refuse.
      ******************************************************************
       READ-CLOSE-CARD.
           IF WS-BUSINESS-MM = 1
               COMPUTE WS-CLOSE-YEAR = WS-BUSINESS-YEAR - 1
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               MOVE WS-BUSINESS-YEAR TO WS-CLOSE-YEAR
               COMPUTE WS-CLOSE-MM = WS-BUSINESS-MM - 1
           END-IF.
           OPEN INPUT PCRD-FILE.
           IF WS-PCRD-FILE-STATUS = "00"
               READ PCRD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PCRD-CLOSE-MONTH-X IS NUMERIC
                           MOVE WS-PCRD-CLOSE-MONTH-X
                               TO WS-CLOSE-MONTH
                       ELSE
                           IF WS-PCRD-CLOSE-MONTH-X NOT = SPACES
                               MOVE 0 TO WS-CLOSE-MONTH
                           END-IF
                       END-IF
               END-READ
               CLOSE PCRD-FILE
           END-IF.

      ******************************************************************
      * CHECK-CLOSE-AUTHORITY - closing a month freezes reported
      * figures, so the operator must hold the MAINT grant on the
      * authorization file before anything is touched.  A refusal
      * goes to the shared audit trail as a 'V' violation record and
      * the run stops with return code 12 and nothing closed.
      ******************************************************************
       CHECK-CLOSE-AUTHORITY.
           MOVE "MAINT" TO WS-AUTH-FUNCTION.
           PERFORM CHECK-OPERATOR-AUTH.
           IF NOT WS-AUTH-IS-GRANTED
               DISPLAY "EULER-PERIODCLS: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR MAINT - NOTHING CLOSED"
               SET WS-CLOSE-IS-REFUSED TO TRUE
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE 'V'                TO WS-AUDT-RECORD-TYPE.
           MOVE "EULPCLS"          TO WS-AUDT-JOB-NAME.
           MOVE WS-OPERATOR-ID     TO WS-AUDT-OPERATOR-ID.
           MOVE WS-CLOSE-TIMESTAMP TO WS-AUDT-TIMESTAMP.
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
      * VALIDATE-CLOSE-MONTH - a real month, and one before the
      * business date's month: the open month is where the night's
      * results and the prior-period adjustments land, so it is never
      * the one being closed.
      ******************************************************************
       VALIDATE-CLOSE-MONTH.
           IF WS-CLOSE-MONTH = 0
                   OR WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE "CLOSE CARD MONTH IS NOT A VALID YYYYMM"
                   TO WS-REJECT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CLOSE-MONTH NOT < WS-BUSINESS-MONTH
                   MOVE 'N' TO WS-CLOSE-OK-SW
                   STRING "MONTH IS NOT BEFORE THE OPEN MONTH "
                       WS-BUSINESS-MONTH
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * OPEN-CLOSE-FILES - the summary master must be there and must
      * not be stale; the period register is created on the first
      * close and must not already hold this month.
      ******************************************************************
       OPEN-CLOSE-FILES.
           OPEN I-O SUMM-FILE.
           IF WS-SUMM-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-CLOSE-OK-SW
               STRING "SUMMARY MASTER NOT AVAILABLE - STATUS "
                   WS-SUMM-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-SUMM-FILE-OPEN TO TRUE
               MOVE "00" TO WS-SMST-PROBLEM-ID
               MOVE 0    TO WS-SMST-RUN-MONTH
               READ SUMM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-SMST-MASTER-STALE
                           MOVE 'N' TO WS-CLOSE-OK-SW
                           MOVE "SUMMARY MASTER STALE - RUN EULER-SUMMA
      -                        "RY REBUILD FIRST" TO WS-REJECT-TEXT
                           MOVE 12 TO RETURN-CODE
                       END-IF
               END-READ
           END-IF.

           IF WS-CLOSE-IS-OK
               OPEN I-O PCLS-FILE
               IF WS-PCLS-FILE-STATUS = "35"
                   OPEN OUTPUT PCLS-FILE
                   IF WS-PCLS-FILE-STATUS = "00"
                       CLOSE PCLS-FILE
                       OPEN I-O PCLS-FILE
                   END-IF
               END-IF
               IF WS-PCLS-FILE-STATUS = "00"
                   SET WS-PCLS-FILE-OPEN TO TRUE
                   PERFORM CHECK-ALREADY-CLOSED
               ELSE
                   MOVE 'N' TO WS-CLOSE-OK-SW
                   STRING "PERIOD REGISTER NOT AVAILABLE - STATUS "
                       WS-PCLS-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ALREADY-CLOSED.
           MOVE WS-CLOSE-MONTH TO WS-PCLS-RUN-MONTH.
           MOVE "00"           TO WS-PCLS-PROBLEM-ID.
           READ PCLS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-CLOSE-OK-SW
                   STRING "ALREADY CLOSED BY " WS-PCLS-CLOSED-BY
                       " AT " WS-PCLS-CLOSED-TS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   MOVE 8 TO RETURN-CODE
           END-READ.

       CLOSE-CLOSE-FILES.
           IF WS-SUMM-FILE-OPEN
               CLOSE SUMM-FILE
           END-IF.
           IF WS-PCLS-FILE-OPEN
               CLOSE PCLS-FILE
           END-IF.

      ******************************************************************
      * GATHER-MONTH-FIGURES - one pass over the master in key order
      * (problem id, run month): months before the close month build
      * each problem's opening total, the close month itself gives
      * its total and record count, later months are passed over.
      * An earlier month not yet stamped closed stops the close -
      * months close in order.
      ******************************************************************
       GATHER-MONTH-FIGURES.
           MOVE 'N' TO WS-SUMM-EOF-SW.
           MOVE LOW-VALUES TO WS-SMST-RECORD-KEY.
           START SUMM-FILE KEY IS GREATER THAN WS-SMST-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUMM-EOF-SW
           END-START.
           PERFORM GATHER-ONE-MASTER-RECORD UNTIL WS-SUMM-AT-EOF.

           IF WS-OPEN-EARLIER-MONTH > 0
               MOVE 'N' TO WS-CLOSE-OK-SW
               STRING "EARLIER MONTH " WS-OPEN-EARLIER-MONTH
                   " IS STILL OPEN - CLOSE IT FIRST"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PRB-TABLE-IS-FULL
               MOVE 'N' TO WS-CLOSE-OK-SW
               MOVE "MORE THAN 50 PROBLEM IDS ON THE SUMMARY MASTER"
                   TO WS-REJECT-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       GATHER-ONE-MASTER-RECORD.
           READ SUMM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SUMM-EOF-SW
               NOT AT END
                   IF WS-SMST-PROBLEM-ID NOT = "00"
                           AND WS-SMST-RUN-MONTH NOT > WS-CLOSE-MONTH
                       MOVE WS-SMST-PROBLEM-ID TO WS-PCLS-PROBLEM-ID
                       PERFORM FIND-PROBLEM-ENTRY
                       IF WS-PRB-WAS-FOUND
                           PERFORM ADD-MASTER-FIGURES
                       END-IF
                   END-IF
           END-READ.

       ADD-MASTER-FIGURES.
           IF WS-SMST-RUN-MONTH < WS-CLOSE-MONTH
               ADD WS-SMST-RESULT-TOTAL
                   TO WS-PRB-OPENING (WS-PRB-IDX)
               IF NOT WS-SMST-PERIOD-CLOSED
                       AND WS-OPEN-EARLIER-MONTH = 0
                   MOVE WS-SMST-RUN-MONTH TO WS-OPEN-EARLIER-MONTH
               END-IF
           ELSE
               MOVE WS-SMST-RESULT-TOTAL
                   TO WS-PRB-MONTH-TOTAL (WS-PRB-IDX)
               MOVE WS-SMST-RECORD-COUNT
                   TO WS-PRB-RECORD-COUNT (WS-PRB-IDX)
               MOVE WS-SMST-DESCRIPTION
                   TO WS-PRB-DESCRIPTION (WS-PRB-IDX)
               MOVE 'Y' TO WS-PRB-MONTH-SW (WS-PRB-IDX)
           END-IF.

      ******************************************************************
      * FIND-PROBLEM-ENTRY - the table entry for the problem id in
      * WS-PCLS-PROBLEM-ID, added on first sight.  WS-PRB-IDX is left
      * on the entry.
      ******************************************************************
       FIND-PROBLEM-ENTRY.
           MOVE 'N' TO WS-PRB-FOUND-SW.
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
                   UNTIL WS-PRB-IDX > WS-PRB-COUNT
                       OR WS-PRB-WAS-FOUND
               IF WS-PRB-PROBLEM-ID (WS-PRB-IDX) = WS-PCLS-PROBLEM-ID
                   MOVE 'Y' TO WS-PRB-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-PRB-WAS-FOUND
               SUBTRACT 1 FROM WS-PRB-IDX
           ELSE
               IF WS-PRB-COUNT >= 50
                   SET WS-PRB-TABLE-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PRB-COUNT
                   MOVE WS-PRB-COUNT TO WS-PRB-IDX
                   MOVE WS-PCLS-PROBLEM-ID
                       TO WS-PRB-PROBLEM-ID (WS-PRB-IDX)
                   MOVE SPACES TO WS-PRB-DESCRIPTION (WS-PRB-IDX)
                   MOVE 0 TO WS-PRB-OPENING (WS-PRB-IDX)
                   MOVE 0 TO WS-PRB-MONTH-TOTAL (WS-PRB-IDX)
                   MOVE 0 TO WS-PRB-ADJUSTMENT (WS-PRB-IDX)
                   MOVE 0 TO WS-PRB-ACTIVITY (WS-PRB-IDX)
                   MOVE 0 TO WS-PRB-CLOSING (WS-PRB-IDX)
                   MOVE 0 TO WS-PRB-RECORD-COUNT (WS-PRB-IDX)
                   MOVE 'N' TO WS-PRB-MONTH-SW (WS-PRB-IDX)
                   MOVE 'Y' TO WS-PRB-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * GATHER-ADJUSTMENTS - the prior-period adjustments posted into
      * the month being closed.  The rebuilt master already carries
      * them in the month's total; they are pulled out here only so
      * the statement can show them apart from the month's own
      * history activity.
      ******************************************************************
       GATHER-ADJUSTMENTS.
           MOVE 'N' TO WS-PADJ-EOF-SW.
           OPEN INPUT PADJ-FILE.
           IF WS-PADJ-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PADJ-EOF-SW
           END-IF.
           PERFORM GATHER-ONE-ADJUSTMENT UNTIL WS-PADJ-AT-EOF.
           IF WS-PADJ-FILE-STATUS = "10"
               CLOSE PADJ-FILE
           END-IF.

       GATHER-ONE-ADJUSTMENT.
           READ PADJ-FILE
               AT END
                   MOVE 'Y' TO WS-PADJ-EOF-SW
               NOT AT END
                   IF WS-PADJ-POSTING-MONTH = WS-CLOSE-MONTH
                       ADD 1 TO WS-ADJUSTMENT-COUNT
                       MOVE WS-PADJ-PROBLEM-ID TO WS-PCLS-PROBLEM-ID
                       PERFORM FIND-PROBLEM-ENTRY
                       IF WS-PRB-WAS-FOUND
                           ADD WS-PADJ-AMOUNT
                               TO WS-PRB-ADJUSTMENT (WS-PRB-IDX)
                       END-IF
                   END-IF
           END-READ.

       WORK-OUT-STATEMENT.
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
                   UNTIL WS-PRB-IDX > WS-PRB-COUNT
               COMPUTE WS-PRB-ACTIVITY (WS-PRB-IDX) =
                   WS-PRB-MONTH-TOTAL (WS-PRB-IDX)
                       - WS-PRB-ADJUSTMENT (WS-PRB-IDX)
               COMPUTE WS-PRB-CLOSING (WS-PRB-IDX) =
                   WS-PRB-OPENING (WS-PRB-IDX)
                       + WS-PRB-MONTH-TOTAL (WS-PRB-IDX)
               ADD WS-PRB-OPENING (WS-PRB-IDX)    TO WS-TOTAL-OPENING
               ADD WS-PRB-ACTIVITY (WS-PRB-IDX)   TO WS-TOTAL-ACTIVITY
               ADD WS-PRB-ADJUSTMENT (WS-PRB-IDX)
                   TO WS-TOTAL-ADJUSTMENT
               ADD WS-PRB-CLOSING (WS-PRB-IDX)    TO WS-TOTAL-CLOSING
               ADD WS-PRB-RECORD-COUNT (WS-PRB-IDX) TO WS-TOTAL-RECORDS
           END-PERFORM.

      ******************************************************************
      * STAMP-MONTH-CLOSED - every master record for the month is
      * stamped closed with the business date it was closed on.
      ******************************************************************
       STAMP-MONTH-CLOSED.
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
                   UNTIL WS-PRB-IDX > WS-PRB-COUNT
               IF WS-PRB-HAS-MONTH (WS-PRB-IDX)
                   MOVE WS-PRB-PROBLEM-ID (WS-PRB-IDX)
                       TO WS-SMST-PROBLEM-ID
                   MOVE WS-CLOSE-MONTH TO WS-SMST-RUN-MONTH
                   READ SUMM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'C' TO WS-SMST-PERIOD-STATUS
                           MOVE WS-BUSINESS-DATE
                               TO WS-SMST-CLOSED-DATE
                           REWRITE SUMM-FILE-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RECORDS-STAMPED
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

      ******************************************************************
      * WRITE-PERIOD-REGISTER - the month's heading record under
      * problem id 00 and one record per problem id with a master
      * record for the month, carrying the statement figures exactly
      * as printed.  A problem id carried only for its opening total
      * has no month to file - EULER-SUMMARY's REBUILD would restore
      * the row as a month record the master never had.
      ******************************************************************
       WRITE-PERIOD-REGISTER.
           MOVE WS-CLOSE-MONTH      TO WS-PCLS-RUN-MONTH.
           MOVE "00"                TO WS-PCLS-PROBLEM-ID.
           MOVE "PERIOD CLOSED"     TO WS-PCLS-DESCRIPTION.
           MOVE WS-TOTAL-OPENING    TO WS-PCLS-OPENING-TOTAL.
           MOVE WS-TOTAL-ACTIVITY   TO WS-PCLS-ACTIVITY-TOTAL.
           MOVE WS-TOTAL-ADJUSTMENT TO WS-PCLS-ADJUSTMENT-TOTAL.
           MOVE WS-TOTAL-CLOSING    TO WS-PCLS-CLOSING-TOTAL.
           MOVE WS-TOTAL-RECORDS    TO WS-PCLS-RECORD-COUNT.
           MOVE WS-OPERATOR-ID      TO WS-PCLS-CLOSED-BY.
           MOVE WS-CLOSE-TIMESTAMP  TO WS-PCLS-CLOSED-TS.
           WRITE PCLS-FILE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
                   UNTIL WS-PRB-IDX > WS-PRB-COUNT
               IF WS-PRB-HAS-MONTH (WS-PRB-IDX)
                   MOVE WS-CLOSE-MONTH TO WS-PCLS-RUN-MONTH
                   MOVE WS-PRB-PROBLEM-ID (WS-PRB-IDX)
                       TO WS-PCLS-PROBLEM-ID
                   MOVE WS-PRB-DESCRIPTION (WS-PRB-IDX)
                       TO WS-PCLS-DESCRIPTION
                   MOVE WS-PRB-OPENING (WS-PRB-IDX)
                       TO WS-PCLS-OPENING-TOTAL
                   MOVE WS-PRB-ACTIVITY (WS-PRB-IDX)
                       TO WS-PCLS-ACTIVITY-TOTAL
                   MOVE WS-PRB-ADJUSTMENT (WS-PRB-IDX)
                       TO WS-PCLS-ADJUSTMENT-TOTAL
                   MOVE WS-PRB-CLOSING (WS-PRB-IDX)
                       TO WS-PCLS-CLOSING-TOTAL
                   MOVE WS-PRB-RECORD-COUNT (WS-PRB-IDX)
                       TO WS-PCLS-RECORD-COUNT
                   MOVE WS-OPERATOR-ID     TO WS-PCLS-CLOSED-BY
                   MOVE WS-CLOSE-TIMESTAMP TO WS-PCLS-CLOSED-TS
                   WRITE PCLS-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.

      ******************************************************************
      * PRINT-PERIOD-STATEMENT - opening, activity, prior-period
      * adjustments and closing per problem id, the period totals,
      * and the sign-off block.
      ******************************************************************
       PRINT-PERIOD-STATEMENT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PERIOD " WS-CLOSE-MONTH
               "   CLOSED BY: " WS-OPERATOR-ID
               "   AT: " WS-CLOSE-TIMESTAMP
               "   OPEN MONTH NOW: " WS-BUSINESS-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "PROB  DESCRIPTION             "
               "            OPENING"
               "            ACTIVITY"
               "   PRIOR-PERIOD ADJ"
               "             CLOSING"
               "    RECORDS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
                   UNTIL WS-PRB-IDX > WS-PRB-COUNT
               MOVE WS-PRB-OPENING (WS-PRB-IDX)    TO WS-EDIT-OPENING
               MOVE WS-PRB-ACTIVITY (WS-PRB-IDX)   TO WS-EDIT-ACTIVITY
               MOVE WS-PRB-ADJUSTMENT (WS-PRB-IDX)
                   TO WS-EDIT-ADJUSTMENT
               MOVE WS-PRB-CLOSING (WS-PRB-IDX)    TO WS-EDIT-CLOSING
               MOVE WS-PRB-RECORD-COUNT (WS-PRB-IDX)
                   TO WS-EDIT-RECORDS
               MOVE SPACES TO WS-RPT-LINE
               STRING " " WS-PRB-PROBLEM-ID (WS-PRB-IDX) "   "
                   WS-PRB-DESCRIPTION (WS-PRB-IDX) (1:24)
                   WS-EDIT-OPENING " " WS-EDIT-ACTIVITY
                   " " WS-EDIT-ADJUSTMENT " " WS-EDIT-CLOSING
                   " " WS-EDIT-RECORDS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

           MOVE WS-TOTAL-OPENING    TO WS-EDIT-OPENING.
           MOVE WS-TOTAL-ACTIVITY   TO WS-EDIT-ACTIVITY.
           MOVE WS-TOTAL-ADJUSTMENT TO WS-EDIT-ADJUSTMENT.
           MOVE WS-TOTAL-CLOSING    TO WS-EDIT-CLOSING.
           MOVE WS-TOTAL-RECORDS    TO WS-EDIT-RECORDS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING " ** PERIOD TOTAL            "
               WS-EDIT-OPENING " " WS-EDIT-ACTIVITY
               " " WS-EDIT-ADJUSTMENT " " WS-EDIT-CLOSING
               " " WS-EDIT-RECORDS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRIOR-PERIOD ADJUSTMENTS POSTED INTO THE PERIOD: "
               WS-ADJUSTMENT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CLOSED BY:    " WS-OPERATOR-ID
               "      TIMESTAMP: " WS-CLOSE-TIMESTAMP
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SIGNED OFF:   ______________________________"
               "      DATE: ______________"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** PERIOD " WS-CLOSE-MONTH
               " CLOSED - FIGURES FROZEN - LATER CHANGES POST AS "
               "PRIOR-PERIOD ADJUSTMENTS ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

      ******************************************************************
      * Report-line builders.
      ******************************************************************
       OPEN-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EULER-PERIODCLS - PERIOD CLOSE STATEMENT"
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
           STRING "*** END OF EULER-PERIODCLS STATEMENT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.
           CLOSE RPT-FILE.

      ******************************************************************
      * ENQUEUE-FILE-LOCKS - hold the summary master and the period
      * register (copybook EULLOCK) before touching either, so the
      * nightly summary update or a maintenance run cannot move the
      * figures mid-close.  A file already held by another run
      * refuses this one on the spot (return code 12).
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 2 TO WS-ENQ-COUNT.
           MOVE "SUMMAST"    TO WS-ENQ-RESOURCE (1).
           MOVE "PERIODS"    TO WS-ENQ-RESOURCE (2).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-PERIODCLS: SHARED FILE HELD BY "
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
               MOVE "EULPCLS" TO WS-LOCK-JOB-NAME
               MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR-ID
               MOVE WS-CLOSE-TIMESTAMP TO WS-LOCK-TIMESTAMP
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
                           DISPLAY "EULER-PERIODCLS: " WS-LOCK-RESOURCE
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
                   IF WS-LOCK-JOB-NAME NOT = "EULPCLS"
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

       END PROGRAM EULER-PERIODCLS.
