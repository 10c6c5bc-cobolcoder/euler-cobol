      ******************************************************************
      * Copybook: EULRLOG
      * Purpose: Release decision log record (logical file RELLOG) -
      * one record per release or hold decision EULER-RELEASE
      * applies, appended and never rewritten: the result key, the
      * decision, the release state before and after, the reviewer
      * who made it and when, the operator who ran the job, and the
      * reviewer's note.  The release file (copybook EULRELS) holds
      * only the latest state; this log is the history behind it.
      ******************************************************************
           05 WS-RLOG-PROBLEM-ID       PIC X(02).
           05 WS-RLOG-RUN-DATE         PIC 9(08).
           05 WS-RLOG-RUN-SEQUENCE     PIC 9(04).
           05 WS-RLOG-ACTION           PIC X(08).
           05 WS-RLOG-PRIOR-STATUS     PIC X(01).
           05 WS-RLOG-NEW-STATUS       PIC X(01).
           05 WS-RLOG-REVIEWER-ID      PIC X(08).
           05 WS-RLOG-TIMESTAMP        PIC 9(14).
           05 WS-RLOG-RUN-OPERATOR-ID  PIC X(08).
           05 WS-RLOG-NOTE             PIC X(40).
