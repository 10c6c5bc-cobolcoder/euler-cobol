      ******************************************************************
      * Copybook: EULRSPN
      * Purpose: Computation response record, written by
      * EULER-RESPONSE to the requester's own response file (logical
      * file RESP- followed by the requester id) once the request's
      * result is released.  An 'R' record carries the answer: the
      * history result for the scheduled run, keyed by its run date
      * and run sequence.  A factoring request (problem 03) follows
      * its 'R' record with one 'F' record per distinct prime factor
      * from the factor detail file, the factor in the result field
      * and its multiplicity beside it.
      ******************************************************************
           05 WS-RSPN-RECORD-TYPE      PIC X(01).
              88 WS-RSPN-IS-RESULT     VALUE 'R'.
              88 WS-RSPN-IS-FACTOR     VALUE 'F'.
           05 WS-RSPN-REQUESTER-ID     PIC X(08).
           05 WS-RSPN-REQUEST-NUMBER   PIC 9(06).
           05 WS-RSPN-PROBLEM-ID       PIC X(02).
           05 WS-RSPN-RUN-DATE         PIC 9(08).
           05 WS-RSPN-RUN-SEQUENCE     PIC 9(04).
           05 WS-RSPN-NUMERIC-RESULT   PIC 9(18).
           05 WS-RSPN-MULTIPLICITY     PIC 9(04).
           05 WS-RSPN-ANSWERED-DATE    PIC 9(08).
