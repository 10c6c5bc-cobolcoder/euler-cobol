      ******************************************************************
      * Copybook: EULCGCD
      * Purpose: Chargeback card (logical file CHRGCARD) read by
      * EULER-CHARGEBK - the business month (YYYYMM) to price.  The
      * month comes in as alphanumeric so it can be tested for
      * NUMERIC before it is trusted.  A missing card, or spaces,
      * prices the month before the business date's month - the
      * ordinary month-end submission.
      ******************************************************************
           05 WS-CGCD-CHARGE-MONTH-X   PIC X(06).
