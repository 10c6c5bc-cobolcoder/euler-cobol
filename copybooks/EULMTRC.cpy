      ******************************************************************
      * Copybook: EULMTRC
      * Purpose: Work-unit metrics record (logical file METRICS),
      * appended by PROBLEM-1 through PROBLEM-4 once per run at end of
      * job, next to the audit trail's 'E' record.  The audit trail
      * says how long a run took; this record says how much work it
      * did, so a slow night can be told apart from a long one.  The
      * start timestamp is the run's 'S' audit record timestamp, so
      * EULER-TREND pairs each metrics record with its elapsed time
      * on AUDITFILE by job name and start timestamp.  The work units
      * are each program's own measure, named in the unit field:
      *     PROBLEM-1  NUMBERS      numbers tested in
      *                             CALCULATE-MULTIPLES
      *     PROBLEM-2  FIB-TERMS    Fibonacci terms generated
      *     PROBLEM-3  TRIAL-DIVS   trial divisions, with the
      *                             factor-cache hits and misses
      *     PROBLEM-4  PRODUCTS     products tested in
      *                             SEARCH-FOR-PALINDROME
      * The run mode is the run-control card's: N normal, R REPROC,
      * S simulation; the force flag is 'F' when the run honored the
      * force override (after the authority check).  Both are the
      * modes the run actually ran under, so EULER-CHARGEBK can
      * price surcharged runs and leave simulations out.
      ******************************************************************
           05 WS-MTRC-JOB-NAME         PIC X(08).
           05 WS-MTRC-PROBLEM-ID       PIC X(02).
           05 WS-MTRC-RUN-DATE         PIC 9(08).
           05 WS-MTRC-START-TIMESTAMP  PIC 9(14).
           05 WS-MTRC-RUN-MODE         PIC X(01).
              88 WS-MTRC-MODE-NORMAL   VALUE 'N'.
              88 WS-MTRC-MODE-REPROC   VALUE 'R'.
              88 WS-MTRC-MODE-SIMULATE VALUE 'S'.
           05 WS-MTRC-COMPLETION-CODE  PIC 9(04).
           05 WS-MTRC-UNIT-NAME        PIC X(12).
           05 WS-MTRC-WORK-UNITS       PIC 9(12).
           05 WS-MTRC-CACHE-HITS       PIC 9(09).
           05 WS-MTRC-CACHE-MISSES     PIC 9(09).
           05 WS-MTRC-FORCE-FLAG       PIC X(01).
              88 WS-MTRC-WAS-FORCED    VALUE 'F'.
