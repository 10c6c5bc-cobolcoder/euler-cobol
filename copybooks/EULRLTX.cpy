      ******************************************************************
      * Copybook: EULRLTX
      * Purpose: Release decision card (logical file RELCARD) read by
      * EULER-RELEASE - one card per history result to decide: the
      * action (RELEASE or HOLD), the result key (problem id, run
      * date, run sequence) and a free-text note for the decision
      * log.  Key fields come in as alphanumeric so the program can
      * test them for NUMERIC before trusting them (the same
      * headroom pattern EULMNTX uses).
      ******************************************************************
           05 WS-RLTX-ACTION-X         PIC X(08).
              88 WS-RLTX-IS-RELEASE    VALUE "RELEASE".
              88 WS-RLTX-IS-HOLD       VALUE "HOLD".
           05 WS-RLTX-PROBLEM-ID       PIC X(02).
           05 WS-RLTX-RUN-DATE-X       PIC X(08).
           05 WS-RLTX-RUN-SEQ-X        PIC X(04).
           05 WS-RLTX-NOTE             PIC X(40).
