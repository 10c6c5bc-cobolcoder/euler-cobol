      * the MAINT grant on the authorization file (copybook EULAUTH),
      * and a refused attempt is logged to the shared audit trail as
      * a 'V' violation record before the run stops untouched.
      * A record dated in a month EULER-PERIODCLS has closed (period
      * register, copybook EULPCLS) is refused unless its card is
      * flagged as a prior-period adjustment.  An adjustment is
      * applied to the master and the flat history like any other
      * change, and its effect on the totals - signed amount and
      * record count, with the original key for reference back - is
      * logged to the adjustment file (copybook EULPADJ) against the
      * month open on the business date, which is where
      * EULER-SUMMARY's REBUILD posts it.  The closed month's
      * signed-off figures do not move.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT PCLS-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PCLS-RECORD-KEY
               FILE STATUS IS WS-PCLS-FILE-STATUS.
           SELECT PADJ-FILE ASSIGN TO "PERADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJ-FILE-STATUS.
           SELECT SUMM-FILE ASSIGN TO "SUMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
           COPY EULAUDT.
       FD  CARD-FILE.
       01  CARD-FILE-RECORD.
           COPY EULCARD.
       FD  PCLS-FILE.
       01  PCLS-FILE-RECORD.
           COPY EULPCLS.
       FD  PADJ-FILE.
       01  PADJ-FILE-RECORD.
           COPY EULPADJ.
       FD  SUMM-FILE.
       01  SUMM-FILE-RECORD.
           COPY EULSMST.
           01 WS-AUTH-FILE-STATUS      PIC X(02).
           01 WS-AUDIT-FILE-STATUS     PIC X(02).
           01 WS-SUMM-FILE-STATUS      PIC X(02).
           01 WS-CARD-FILE-STATUS      PIC X(02).
           01 WS-PCLS-FILE-STATUS      PIC X(02).
           01 WS-PADJ-FILE-STATUS      PIC X(02).
           01 WS-DATE-CONTROL.
              COPY EULDCTL.
           01 WS-CARD-DATE-SW          PIC X(01) VALUE 'N'.
              88 WS-CARD-DATE-GIVEN    VALUE 'Y'.
           01 WS-PCLS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PCLS-FILE-OPEN     VALUE 'Y'.
           01 WS-MONTH-CLOSED-SW       PIC X(01) VALUE 'N'.
              88 WS-MONTH-IS-CLOSED    VALUE 'Y'.
           01 WS-RUN-MONTH-CLOSED-SW   PIC X(01) VALUE 'N'.
              88 WS-RUN-MONTH-IS-CLOSED VALUE 'Y'.
           01 WS-CARD-OK-SW            PIC X(01) VALUE 'Y'.
              88 WS-CARD-IS-OK         VALUE 'Y'.
           01 WS-BUSINESS-DATE         PIC 9(08).
           01 WS-OPEN-MONTH            PIC 9(06).
           01 WS-CARD-RUN-MONTH        PIC 9(06).
           01 WS-OLD-RESULT            PIC 9(18).
           01 WS-ADJUSTMENTS-POSTED    PIC 9(04) VALUE 0.
           01 WS-EDIT-AMOUNT           PIC -(18)9.
           01 WS-EDIT-COUNT            PIC -9.

           01 WS-AUTH-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-AUTH-AT-EOF        VALUE 'Y'.
                 10 WS-TXN-RUN-SEQ        PIC 9(04).
                 10 WS-TXN-NEW-RESULT-X   PIC X(18).
                 10 WS-TXN-NEW-DESC       PIC X(40).
                 10 WS-TXN-PERIOD-SW      PIC X(01).
                    88 WS-TXN-IS-PRIOR-PERIOD VALUE 'P'.
                 10 WS-TXN-APPLIED-SW     PIC X(01).
                    88 WS-TXN-WAS-APPLIED VALUE 'Y'.

           STRING WS-CURRENT-DATE WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO WS-MAINT-TIMESTAMP.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
           PERFORM READ-CONTROL-CARD.
           PERFORM RESOLVE-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-OPEN-MONTH.

           PERFORM OPEN-REPORT.
           PERFORM CHECK-MAINT-AUTHORITY.
                   PERFORM APPLY-TO-MASTER
                   PERFORM APPLY-TO-FLAT-HISTORY
                   IF WS-FLAT-CORRECTED > 0
                           OR WS-ADJUSTMENTS-POSTED > 0
                       PERFORM MARK-SUMMARY-STALE
                   END-IF
                   CLOSE MAUD-FILE
                   CLOSE PADJ-FILE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "NO USABLE TRANSACTION CARDS - NOTHING "
           WRITE AUDIT-FILE-RECORD.
           CLOSE AUDIT-FILE.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; its
      * business date decides which month is open for prior-period
      * adjustments to post to.
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
                   DISPLAY "EULER-HISTMNT: DATE CONTROL MODULE NOT "
                       "AVAILABLE - WORKING FROM THE RAW DATE"
           END-CALL.
           IF WS-DCTL-WAS-REJECTED
               DISPLAY "EULER-HISTMNT: BUSINESS DATE REFUSED - "
                   WS-DCTL-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DCTL-RESOLVED-DATE TO WS-BUSINESS-DATE.

      ******************************************************************
      * CHECK-OPERATOR-AUTH - does this operator hold the grant for
      * the privileged function in WS-AUTH-FUNCTION?  The
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-MNTX-EOF-SW
           END-IF.
           OPEN INPUT PCLS-FILE.
           IF WS-PCLS-FILE-STATUS = "00"
               SET WS-PCLS-FILE-OPEN TO TRUE
           END-IF.
           PERFORM EDIT-ONE-CARD UNTIL WS-MNTX-AT-EOF.
           IF WS-MNTX-FILE-STATUS = "10"
               CLOSE MNTX-FILE
           END-IF.
           IF WS-PCLS-FILE-OPEN
               CLOSE PCLS-FILE
           END-IF.

       EDIT-ONE-CARD.
           READ MNTX-FILE
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
                   ELSE
                       PERFORM CHECK-CARD-PERIOD
                       IF WS-CARD-IS-OK
                           PERFORM HOLD-ONE-CARD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CHECK-CARD-PERIOD - a record dated in a closed month may only
      * be changed as a prior-period adjustment, and the flag is only
      * good on a closed month; the adjustment posts to the month
      * open on the business date, which must itself still be open.
      ******************************************************************
       CHECK-CARD-PERIOD.
           MOVE 'Y' TO WS-CARD-OK-SW.
           MOVE WS-MNTX-RUN-DATE-X (1:6) TO WS-CARD-RUN-MONTH.
           MOVE WS-CARD-RUN-MONTH TO WS-PCLS-RUN-MONTH.
           PERFORM CHECK-MONTH-CLOSED.
           MOVE WS-MONTH-CLOSED-SW TO WS-RUN-MONTH-CLOSED-SW.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-MNTX-PERIOD-X NOT = SPACE
                   AND NOT WS-MNTX-PRIOR-PERIOD
               MOVE 'N' TO WS-CARD-OK-SW
               STRING "CARD " WS-CARDS-READ
                   " REJECTED - UNRECOGNIZED PERIOD FLAG: "
                   WS-MNTX-PERIOD-X
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF WS-RUN-MONTH-IS-CLOSED AND NOT WS-MNTX-PRIOR-PERIOD
                   MOVE 'N' TO WS-CARD-OK-SW
                   STRING "CARD " WS-CARDS-READ
                       " REJECTED - RUN MONTH " WS-CARD-RUN-MONTH
                       " IS CLOSED - ENTER AS A PRIOR-PERIOD "
                       "ADJUSTMENT"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               IF NOT WS-RUN-MONTH-IS-CLOSED AND WS-MNTX-PRIOR-PERIOD
                   MOVE 'N' TO WS-CARD-OK-SW
                   STRING "CARD " WS-CARDS-READ
                       " REJECTED - PRIOR-PERIOD FLAG BUT RUN MONTH "
                       WS-CARD-RUN-MONTH " IS NOT CLOSED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           IF WS-CARD-IS-OK AND WS-MNTX-PRIOR-PERIOD
               MOVE WS-OPEN-MONTH TO WS-PCLS-RUN-MONTH
               PERFORM CHECK-MONTH-CLOSED
               IF WS-MONTH-IS-CLOSED
                   MOVE 'N' TO WS-CARD-OK-SW
                   STRING "CARD " WS-CARDS-READ
                       " REJECTED - POSTING MONTH " WS-OPEN-MONTH
                       " IS ALREADY CLOSED - CHECK THE BUSINESS DATE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.
           IF NOT WS-CARD-IS-OK
               ADD 1 TO WS-CARDS-REJECTED
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.

      ******************************************************************
      * CHECK-MONTH-CLOSED - is the month in WS-PCLS-RUN-MONTH on the
      * period register?  Its heading record under problem id 00
      * answers it; no register on file means nothing is closed.
      ******************************************************************
       CHECK-MONTH-CLOSED.
           MOVE 'N' TO WS-MONTH-CLOSED-SW.
           IF WS-PCLS-FILE-OPEN
               MOVE "00" TO WS-PCLS-PROBLEM-ID
               READ PCLS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MONTH-IS-CLOSED TO TRUE
               END-READ
           END-IF.

       HOLD-ONE-CARD.
           IF WS-TXN-COUNT >= 50
               ADD 1 TO WS-CARDS-REJECTED
                   TO WS-TXN-NEW-RESULT-X (WS-TXN-COUNT)
               MOVE WS-MNTX-NEW-DESC
                   TO WS-TXN-NEW-DESC (WS-TXN-COUNT)
               MOVE WS-MNTX-PERIOD-X
                   TO WS-TXN-PERIOD-SW (WS-TXN-COUNT)
               MOVE 'N' TO WS-TXN-APPLIED-SW (WS-TXN-COUNT)
           END-IF.

           IF WS-MAUD-FILE-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF.
           OPEN EXTEND PADJ-FILE.
           IF WS-PADJ-FILE-STATUS = "35"
               OPEN OUTPUT PADJ-FILE
           END-IF.

      ******************************************************************
      * APPLY-TO-MASTER - each transaction reads its record by key;

       CHANGE-MASTER-RECORD.
           PERFORM WRITE-BEFORE-IMAGE.
           MOVE WS-HMST-NUMERIC-RESULT TO WS-OLD-RESULT.
           IF WS-TXN-IS-DELETE (WS-TXN-IDX)
               DELETE MAST-FILE RECORD
                   INVALID KEY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE RPT-FILE-RECORD FROM WS-RPT-LINE
           END-IF.
           IF WS-TXN-IS-PRIOR-PERIOD (WS-TXN-IDX)
               PERFORM WRITE-PERIOD-ADJUSTMENT
           END-IF.
           MOVE 'Y' TO WS-TXN-APPLIED-SW (WS-TXN-IDX).
           ADD 1 TO WS-CHANGES-APPLIED.

      ******************************************************************
      * WRITE-PERIOD-ADJUSTMENT - the change just applied to a record
      * in a closed month, as it lands on the totals: a correction
      * moves the difference between the new and old result, a
      * delete takes the old result and the record back out.  It is
      * posted to the open month with the original key for reference.
      ******************************************************************
       WRITE-PERIOD-ADJUSTMENT.
           MOVE WS-OPEN-MONTH       TO WS-PADJ-POSTING-MONTH.
           MOVE WS-BUSINESS-DATE    TO WS-PADJ-POSTING-DATE.
           MOVE WS-TXN-PROBLEM-ID (WS-TXN-IDX) TO WS-PADJ-PROBLEM-ID.
           MOVE WS-TXN-RUN-DATE (WS-TXN-IDX)   TO WS-PADJ-RUN-DATE.
           MOVE WS-TXN-RUN-SEQ (WS-TXN-IDX)
               TO WS-PADJ-RUN-SEQUENCE.
           MOVE WS-OLD-RESULT       TO WS-PADJ-OLD-RESULT.
           IF WS-TXN-IS-DELETE (WS-TXN-IDX)
               MOVE "DELETE"        TO WS-PADJ-ACTION
               MOVE 0               TO WS-PADJ-NEW-RESULT
               COMPUTE WS-PADJ-AMOUNT = 0 - WS-OLD-RESULT
               MOVE -1              TO WS-PADJ-COUNT
           ELSE
               MOVE "CORRECT"       TO WS-PADJ-ACTION
               MOVE WS-HMST-NUMERIC-RESULT TO WS-PADJ-NEW-RESULT
               COMPUTE WS-PADJ-AMOUNT =
                   WS-HMST-NUMERIC-RESULT - WS-OLD-RESULT
               MOVE 0               TO WS-PADJ-COUNT
           END-IF.
           MOVE WS-OPERATOR-ID      TO WS-PADJ-OPERATOR-ID.
           MOVE WS-MAINT-TIMESTAMP  TO WS-PADJ-TIMESTAMP.
           WRITE PADJ-FILE-RECORD.
           ADD 1 TO WS-ADJUSTMENTS-POSTED.
           MOVE WS-PADJ-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE WS-PADJ-COUNT  TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    PRIOR-PERIOD ADJUSTMENT " WS-PADJ-ACTION
               " POSTED TO " WS-OPEN-MONTH
               " - AMOUNT " WS-EDIT-AMOUNT
               " RECORDS " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

       WRITE-BEFORE-IMAGE.
           PERFORM BUILD-AUDIT-COMMON.
           MOVE 'B' TO WS-MAUD-IMAGE-TYPE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-CURRENT-DATE
               "   OPERATOR: " WS-OPERATOR-ID
               "   OPEN MONTH: " WS-OPEN-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "PRIOR-PERIOD ADJUSTMENTS POSTED: "
               WS-ADJUSTMENTS-POSTED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-FILE-RECORD FROM WS-RPT-LINE.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "*** END OF EULER-HISTMNT REPORT ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
      * and cleared with EULER-LOCKUTL.
      ******************************************************************
       ENQUEUE-FILE-LOCKS.
           MOVE 4 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "HISTMAST"   TO WS-ENQ-RESOURCE (2).
           MOVE "SUMMAST"    TO WS-ENQ-RESOURCE (3).
           MOVE "PERADJ"     TO WS-ENQ-RESOURCE (4).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-HISTMNT: SHARED FILE HELD BY "
