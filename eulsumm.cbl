      * A master EULER-HISTMNT has marked stale (an in-place
      * correction the positional update cannot see) refuses UPDATE
      * and REPORT with return code 12 until a REBUILD runs.
      * Months closed by EULER-PERIODCLS are frozen: UPDATE will not
      * fold history dated in a closed month (return code 8 - the
      * change belongs in a prior-period adjustment), REBUILD
      * restores each closed month from the period register
      * (copybook EULPCLS) instead of the recomputed figures and
      * folds the prior-period adjustments (copybook EULPADJ) into
      * their open posting months, and REPORT marks closed months.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SMST-RECORD-KEY
               FILE STATUS IS WS-MAST-FILE-STATUS.
           SELECT PCLS-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PCLS-RECORD-KEY
               FILE STATUS IS WS-PCLS-FILE-STATUS.
           SELECT PADJ-FILE ASSIGN TO "PERADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADJ-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "EULSORT-WORK".
           SELECT RPT-FILE ASSIGN TO "EULER-SUMMARY-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  MAST-FILE.
       01  MAST-FILE-RECORD.
           COPY EULSMST.
       FD  PCLS-FILE.
       01  PCLS-FILE-RECORD.
           COPY EULPCLS.
       FD  PADJ-FILE.
       01  PADJ-FILE-RECORD.
           COPY EULPADJ.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-PROBLEM-ID            PIC X(02).
           01 WS-UPD-SKIPPED-COUNT     PIC 9(07) VALUE 0.
           01 WS-GROUP-COUNT           PIC S9(09) VALUE 0.

           01 WS-PCLS-FILE-STATUS      PIC X(02).
           01 WS-PADJ-FILE-STATUS      PIC X(02).
           01 WS-PCLS-OPEN-SW          PIC X(01) VALUE 'N'.
              88 WS-PCLS-FILE-OPEN     VALUE 'Y'.
           01 WS-PCLS-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PCLS-AT-EOF        VALUE 'Y'.
           01 WS-PADJ-EOF-SW           PIC X(01) VALUE 'N'.
              88 WS-PADJ-AT-EOF        VALUE 'Y'.
           01 WS-MONTH-CLOSED-SW       PIC X(01) VALUE 'N'.
              88 WS-MONTH-IS-CLOSED    VALUE 'Y'.
           01 WS-CHECKED-MONTH         PIC 9(06) VALUE 0.
           01 WS-UPD-CLOSED-COUNT      PIC 9(07) VALUE 0.
           01 WS-RBD-DROPPED-COUNT     PIC 9(07) VALUE 0.
           01 WS-RBD-RESTORED-COUNT    PIC 9(07) VALUE 0.
           01 WS-RBD-ADJ-COUNT         PIC 9(07) VALUE 0.

           01 WS-PRIOR-PROBLEM-ID      PIC X(02) VALUE SPACES.
           01 WS-PRIOR-MONTH           PIC 9(06) VALUE 0.
           01 WS-PRIOR-DESCRIPTION     PIC X(40) VALUE SPACES.
                   MOVE 12 TO RETURN-CODE
                   CLOSE MAST-FILE
               ELSE
                   PERFORM OPEN-PERIOD-REGISTER
                   PERFORM SCAN-HISTORY-FOR-UPDATE
                   PERFORM WRITE-UPDATE-CONTROL
                   PERFORM CLOSE-PERIOD-REGISTER
                   CLOSE MAST-FILE
                   DISPLAY "EULER-SUMMARY: MASTER UPDATED THROUGH "
                       "RECORD " WS-HIST-POSITION " - "
                       WS-UPD-APPLIED-COUNT " RECORD(S) FOLDED IN, "
                       WS-UPD-SKIPPED-COUNT " ALREADY ON THE MASTER"
                   IF WS-UPD-CLOSED-COUNT > 0
                       DISPLAY "EULER-SUMMARY: " WS-UPD-CLOSED-COUNT
                           " RECORD(S) DATED IN A CLOSED PERIOD NOT "
                           "FOLDED IN - ENTER AS PRIOR-PERIOD "
                           "ADJUSTMENTS"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

               STOP RUN
           END-IF.

      ******************************************************************
      * APPLY-HISTORY-TO-MASTER - fold one new history record into
      * its problem/month.  A record dated in a closed month is
      * counted and left out: the month's figures were signed off,
      * and the difference has to come in as a prior-period
      * adjustment through EULER-HISTMNT.
      ******************************************************************
       APPLY-HISTORY-TO-MASTER.
           MOVE WS-HIST-RUN-DATE (1:6)  TO WS-PCLS-RUN-MONTH.
           PERFORM CHECK-MONTH-CLOSED.
           IF WS-MONTH-IS-CLOSED
               ADD 1 TO WS-UPD-CLOSED-COUNT
               DISPLAY "EULER-SUMMARY: PROBLEM " WS-HIST-PROBLEM-ID
                   " RUN " WS-HIST-RUN-DATE " SEQ "
                   WS-HIST-RUN-SEQUENCE " DATED IN CLOSED PERIOD "
                   WS-HIST-RUN-DATE (1:6) " - NOT FOLDED IN"
           ELSE
               PERFORM FOLD-HISTORY-RECORD
           END-IF.

       FOLD-HISTORY-RECORD.
           ADD 1 TO WS-UPD-APPLIED-COUNT.
           MOVE WS-HIST-PROBLEM-ID      TO WS-SMST-PROBLEM-ID.
           MOVE WS-HIST-RUN-DATE (1:6)  TO WS-SMST-RUN-MONTH.
                           TO WS-SMST-RESULT-TOTAL
                       MOVE 1 TO WS-SMST-RECORD-COUNT
                       MOVE WS-HIST-RUN-DATE TO WS-SMST-LAST-DATE
                       MOVE SPACE TO WS-SMST-PERIOD-STATUS
                       MOVE 0     TO WS-SMST-CLOSED-DATE
                       WRITE MAST-FILE-RECORD
                           INVALID KEY
                               CONTINUE
           MOVE 0 TO WS-SMST-RESULT-TOTAL.
           MOVE WS-HIST-POSITION TO WS-SMST-RECORD-COUNT.
           MOVE WS-CURRENT-DATE TO WS-SMST-LAST-DATE.
           MOVE SPACE TO WS-SMST-PERIOD-STATUS.
           MOVE 0     TO WS-SMST-CLOSED-DATE.
           WRITE MAST-FILE-RECORD
               INVALID KEY
                   REWRITE MAST-FILE-RECORD

       WRITE-MASTER-MONTH-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-SMST-PERIOD-CLOSED
               STRING "    MONTH " WS-SMST-RUN-MONTH
                   "  RESULT TOTAL " WS-SMST-RESULT-TOTAL
                   "  RECORDS " WS-SMST-RECORD-COUNT
                   "  CLOSED " WS-SMST-CLOSED-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "    MONTH " WS-SMST-RUN-MONTH
                   "  RESULT TOTAL " WS-SMST-RESULT-TOTAL
                   "  RECORDS " WS-SMST-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.

       WRITE-MASTER-PROBLEM-TOTAL.
      * exactly as it always has, and each problem/month group is
      * filed to a freshly created master on the way through, with
      * the control record stamped from the latest run date the
      * history holds.  Closed months are then put back exactly as
      * they were signed off and the prior-period adjustments are
      * folded into their posting months (RESTORE-CLOSED-PERIODS).
      ******************************************************************
       REBUILD-SUMMARY-MASTER.
           OPEN OUTPUT MAST-FILE.
               MOVE 0 TO WS-SMST-RESULT-TOTAL
               MOVE WS-HIST-POSITION TO WS-SMST-RECORD-COUNT
               MOVE WS-MAX-DATE-SEEN TO WS-SMST-LAST-DATE
               MOVE SPACE TO WS-SMST-PERIOD-STATUS
               MOVE 0     TO WS-SMST-CLOSED-DATE
               WRITE MAST-FILE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE MAST-FILE
               PERFORM RESTORE-CLOSED-PERIODS
               DISPLAY "EULER-SUMMARY: MASTER REBUILT THROUGH "
                   WS-MAX-DATE-SEEN
           END-IF.

      ******************************************************************
      * RESTORE-CLOSED-PERIODS - the recomputed figures for a closed
      * month are not the ones that were signed off (a late reversal
      * or a prior-period correction may have touched its history),
      * so every recomputed record in a closed month is dropped and
      * the month is filed again from the period register, stamped
      * closed.  The prior-period adjustments are then folded into
      * the months they posted to - an adjustment posted to a month
      * since closed is already inside that month's register figures.
      ******************************************************************
       RESTORE-CLOSED-PERIODS.
           OPEN I-O MAST-FILE.
           PERFORM OPEN-PERIOD-REGISTER.
           IF WS-MAST-FILE-STATUS = "00" AND WS-PCLS-FILE-OPEN
               MOVE 'N' TO WS-MAST-EOF-SW
               MOVE LOW-VALUES TO WS-SMST-RECORD-KEY
               START MAST-FILE KEY GREATER THAN WS-SMST-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MAST-EOF-SW
               END-START
               PERFORM DROP-CLOSED-MONTH-RECORD UNTIL WS-MAST-AT-EOF

               MOVE 'N' TO WS-PCLS-EOF-SW
               MOVE LOW-VALUES TO WS-PCLS-RECORD-KEY
               START PCLS-FILE KEY GREATER THAN WS-PCLS-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PCLS-EOF-SW
               END-START
               PERFORM RESTORE-ONE-REGISTER-RECORD
                   UNTIL WS-PCLS-AT-EOF
           END-IF.
           IF WS-MAST-FILE-STATUS = "00"
               MOVE 'N' TO WS-PADJ-EOF-SW
               OPEN INPUT PADJ-FILE
               IF WS-PADJ-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-PADJ-EOF-SW
               END-IF
               PERFORM FOLD-ONE-ADJUSTMENT UNTIL WS-PADJ-AT-EOF
               IF WS-PADJ-FILE-STATUS = "10"
                   CLOSE PADJ-FILE
               END-IF
               CLOSE MAST-FILE
           END-IF.
           PERFORM CLOSE-PERIOD-REGISTER.
           DISPLAY "EULER-SUMMARY: CLOSED PERIODS RESTORED - "
               WS-RBD-DROPPED-COUNT " RECOMPUTED RECORD(S) DROPPED, "
               WS-RBD-RESTORED-COUNT " RESTORED FROM THE REGISTER, "
               WS-RBD-ADJ-COUNT " PRIOR-PERIOD ADJUSTMENT(S) FOLDED IN".

       DROP-CLOSED-MONTH-RECORD.
           READ MAST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MAST-EOF-SW
               NOT AT END
                   IF WS-SMST-PROBLEM-ID NOT = "00"
                       MOVE WS-SMST-RUN-MONTH TO WS-PCLS-RUN-MONTH
                       PERFORM CHECK-MONTH-CLOSED
                       IF WS-MONTH-IS-CLOSED
                           DELETE MAST-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-RBD-DROPPED-COUNT
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * RESTORE-ONE-REGISTER-RECORD - one month record per register
      * row.  A row with no activity, no adjustment and no records
      * stands for a problem id that had only an opening total in
      * the month - older registers carry such rows - and the master
      * never had a month record for it, so none is made.
      ******************************************************************
       RESTORE-ONE-REGISTER-RECORD.
           READ PCLS-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PCLS-EOF-SW
               NOT AT END
                   IF WS-PCLS-PROBLEM-ID NOT = "00"
                           AND (WS-PCLS-ACTIVITY-TOTAL NOT = 0
                               OR WS-PCLS-ADJUSTMENT-TOTAL NOT = 0
                               OR WS-PCLS-RECORD-COUNT NOT = 0)
                       MOVE WS-PCLS-PROBLEM-ID  TO WS-SMST-PROBLEM-ID
                       MOVE WS-PCLS-RUN-MONTH   TO WS-SMST-RUN-MONTH
                       MOVE WS-PCLS-DESCRIPTION TO WS-SMST-DESCRIPTION
                       COMPUTE WS-SMST-RESULT-TOTAL =
                           WS-PCLS-ACTIVITY-TOTAL
                               + WS-PCLS-ADJUSTMENT-TOTAL
                       MOVE WS-PCLS-RECORD-COUNT
                           TO WS-SMST-RECORD-COUNT
                       MOVE WS-MAX-DATE-SEEN    TO WS-SMST-LAST-DATE
                       MOVE 'C' TO WS-SMST-PERIOD-STATUS
                       MOVE WS-PCLS-CLOSED-TS (1:8)
                           TO WS-SMST-CLOSED-DATE
                       WRITE MAST-FILE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-RBD-RESTORED-COUNT
                       END-WRITE
                   END-IF
           END-READ.

       FOLD-ONE-ADJUSTMENT.
           READ PADJ-FILE
               AT END
                   MOVE 'Y' TO WS-PADJ-EOF-SW
               NOT AT END
                   MOVE WS-PADJ-POSTING-MONTH TO WS-PCLS-RUN-MONTH
                   PERFORM CHECK-MONTH-CLOSED
                   IF NOT WS-MONTH-IS-CLOSED
                       PERFORM POST-ADJUSTMENT-TO-MASTER
                   END-IF
           END-READ.

       POST-ADJUSTMENT-TO-MASTER.
           ADD 1 TO WS-RBD-ADJ-COUNT.
           MOVE WS-PADJ-PROBLEM-ID    TO WS-SMST-PROBLEM-ID.
           MOVE WS-PADJ-POSTING-MONTH TO WS-SMST-RUN-MONTH.
           READ MAST-FILE
               INVALID KEY
                   MOVE "PRIOR-PERIOD ADJUSTMENTS"
                       TO WS-SMST-DESCRIPTION
                   MOVE WS-PADJ-AMOUNT TO WS-SMST-RESULT-TOTAL
                   IF WS-PADJ-COUNT > 0
                       MOVE WS-PADJ-COUNT TO WS-SMST-RECORD-COUNT
                   ELSE
                       MOVE 0 TO WS-SMST-RECORD-COUNT
                   END-IF
                   MOVE WS-PADJ-POSTING-DATE TO WS-SMST-LAST-DATE
                   MOVE SPACE TO WS-SMST-PERIOD-STATUS
                   MOVE 0     TO WS-SMST-CLOSED-DATE
                   WRITE MAST-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-PADJ-AMOUNT TO WS-SMST-RESULT-TOTAL
                   IF WS-PADJ-COUNT < 0
                           AND WS-SMST-RECORD-COUNT = 0
                       CONTINUE
                   ELSE
                       ADD WS-PADJ-COUNT TO WS-SMST-RECORD-COUNT
                   END-IF
                   REWRITE MAST-FILE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * OPEN-PERIOD-REGISTER - the register of closed months (copybook
      * EULPCLS); none on file simply means no month has been closed.
      ******************************************************************
       OPEN-PERIOD-REGISTER.
           MOVE 0   TO WS-CHECKED-MONTH.
           MOVE 'N' TO WS-MONTH-CLOSED-SW.
           OPEN INPUT PCLS-FILE.
           IF WS-PCLS-FILE-STATUS = "00"
               SET WS-PCLS-FILE-OPEN TO TRUE
           END-IF.

       CLOSE-PERIOD-REGISTER.
           IF WS-PCLS-FILE-OPEN
               CLOSE PCLS-FILE
               MOVE 'N' TO WS-PCLS-OPEN-SW
           END-IF.

      ******************************************************************
      * CHECK-MONTH-CLOSED - is the month in WS-PCLS-RUN-MONTH on the
      * register?  The month's heading record under problem id 00
      * answers it; the last answer is kept since records arrive
      * grouped by month far more often than not.
      ******************************************************************
       CHECK-MONTH-CLOSED.
           IF WS-PCLS-RUN-MONTH NOT = WS-CHECKED-MONTH
               MOVE WS-PCLS-RUN-MONTH TO WS-CHECKED-MONTH
               MOVE 'N' TO WS-MONTH-CLOSED-SW
               IF WS-PCLS-FILE-OPEN
                   MOVE "00" TO WS-PCLS-PROBLEM-ID
                   READ PCLS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-MONTH-IS-CLOSED TO TRUE
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * READ-CONTROL-CARD - pick up the optional run-control card; a
      * business date replaces the machine clock in the report heading
           MOVE WS-GROUP-TOTAL       TO WS-SMST-RESULT-TOTAL.
           MOVE WS-GROUP-COUNT       TO WS-SMST-RECORD-COUNT.
           MOVE WS-MAX-DATE-SEEN     TO WS-SMST-LAST-DATE.
           MOVE SPACE                TO WS-SMST-PERIOD-STATUS.
           MOVE 0                    TO WS-SMST-CLOSED-DATE.
           WRITE MAST-FILE-RECORD
               INVALID KEY
                   CONTINUE
      * batch-window lock (copybook EULLOCK) on a file this program
      * reads, so an unclosed trailer segment mid-append never looks
      * like file damage.  Readers hold nothing themselves - only
      * writers enqueue.  A period close in flight holds the master
      * and the register, so the summary waits for it too.
      ******************************************************************
       CHECK-FILE-LOCKS.
           MOVE 3 TO WS-ENQ-COUNT.
           MOVE "HISTFILE"   TO WS-ENQ-RESOURCE (1).
           MOVE "SUMMAST"    TO WS-ENQ-RESOURCE (2).
           MOVE "PERIODS"    TO WS-ENQ-RESOURCE (3).
           PERFORM SCAN-LOCK-CONFLICTS.
           IF WS-LOCK-CONFLICT
               DISPLAY "EULER-SUMMARY: SHARED FILE HELD BY "
