      ******************************************************************
      * Copybook: EULRELS
      * Purpose: Result release record (keyed logical file RELFILE) -
      * the release state of every EULER-RESULTS history result,
      * keyed the same as the results master (problem id, run date,
      * run sequence).  PROBLEM-1 through PROBLEM-4 write one
      * record per live result, pending release, stamped with the
      * job and operator that produced it; a forced rerun that
      * lands on the same key puts it back to pending, so the new
      * answer is reviewed like any other.  Only EULER-RELEASE moves
      * a result to released or held, and only for a reviewer who
      * holds the RELEASE grant (copybook EULAUTH) and did not run
      * the job; every decision is also logged (copybook EULRLOG).
      * EULER-EXTRACT sends only released results, and EULER-SPOOL
      * marks anything else as provisional.  A history result with
      * no release record at all counts as not released.
      ******************************************************************
           05 WS-RELS-RECORD-KEY.
              10 WS-RELS-PROBLEM-ID    PIC X(02).
              10 WS-RELS-RUN-DATE      PIC 9(08).
              10 WS-RELS-RUN-SEQUENCE  PIC 9(04).
           05 WS-RELS-STATUS           PIC X(01).
              88 WS-RELS-IS-PENDING    VALUE 'P'.
              88 WS-RELS-IS-RELEASED   VALUE 'R'.
              88 WS-RELS-IS-HELD       VALUE 'H'.
           05 WS-RELS-NUMERIC-RESULT   PIC 9(18).
           05 WS-RELS-RUN-JOB-NAME     PIC X(08).
           05 WS-RELS-RUN-OPERATOR-ID  PIC X(08).
           05 WS-RELS-RUN-TIMESTAMP    PIC 9(14).
           05 WS-RELS-DECIDED-BY       PIC X(08).
           05 WS-RELS-DECIDED-TS       PIC 9(14).
