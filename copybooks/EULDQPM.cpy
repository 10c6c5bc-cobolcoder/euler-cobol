      ******************************************************************
      * Copybook: EULDQPM
      * Purpose: Data-quality scan parameter card (logical file
      * DQPARM) for EULER-DQSCAN.  The default limit is the number of
      * defects a scanned file may carry before the scan raises an
      * alert for it; up to nine entries set a different limit for a
      * named file (SUSPFILE, AUDITFILE, RUNCTL, RUNSTAT, LOCKFILE,
      * CKPTFILE, CALFILE, EXTRLOG, GENCAT).  The detail limit caps
      * how many defect lines are listed per file - every defect is
      * still counted by field.  A missing card, or a field that is
      * not numeric, means a limit of zero (any defect raises the
      * alert) and 50 detail lines.
      ******************************************************************
           05 WS-DQPM-DEFAULT-LIMIT-X  PIC X(05).
           05 WS-DQPM-DETAIL-LIMIT-X   PIC X(03).
           05 WS-DQPM-ENTRY-COUNT-X    PIC X(02).
           05 WS-DQPM-ENTRY-X          OCCURS 9 TIMES.
              10 WS-DQPM-FILE-NAME-X   PIC X(12).
              10 WS-DQPM-LIMIT-X       PIC X(05).
