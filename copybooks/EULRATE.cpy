      ******************************************************************
      * Copybook: EULRATE
      * Purpose: Chargeback rate table (logical file RATEFILE) read by
      * EULER-CHARGEBK - one record per job name: the cost of one
      * elapsed second of batch time (9(05)V9(04), implied decimal,
      * so 000001500 is 0.15 per second), and the surcharges, as a
      * whole percentage of the run's time charge, added to a force
      * rerun and to a REPROC run.  A job name of DEFAULT prices any
      * job not named on the table.  Fields come in as alphanumeric
      * so the program can test them for NUMERIC before trusting
      * them (the same headroom pattern EULPARM uses).
      ******************************************************************
           05 WS-RATE-JOB-NAME         PIC X(08).
           05 WS-RATE-PER-SECOND-X     PIC X(09).
           05 WS-RATE-FORCE-PCT-X      PIC X(03).
           05 WS-RATE-REPROC-PCT-X     PIC X(03).
