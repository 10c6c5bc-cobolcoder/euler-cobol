      ******************************************************************
      * Copybook: EULTHRS
      * Purpose: Elapsed-time threshold parameter card read by
      * EULER-AUDIT, and by EULER-TREND to hold its projected runs
      * against - an entry count and a table of job name / maximum
      * elapsed seconds pairs, one entry per job whose runtime the
      * operators want policed.  Fields come in as alphanumeric so the
      * program can test them for NUMERIC before trusting them (the
