      ******************************************************************
      * Copybook: EULPCRD
      * Purpose: Period-close card (logical file PCLSCARD) read by
      * EULER-PERIODCLS - the run month (YYYYMM) to close.  The
      * month comes in as alphanumeric so it can be tested for
      * NUMERIC before it is trusted.  A missing card, or spaces,
      * closes the month before the business date's month - the
      * ordinary month-end submission.
      ******************************************************************
           05 WS-PCRD-CLOSE-MONTH-X    PIC X(06).
