      ******************************************************************
      * Copybook: EULCBPM
      * Purpose: Calendar build parameter card (logical file
      * CALBPARM) for EULER-CALBUILD - the four-digit year to
      * generate.  A missing or non-numeric year builds the year of
      * the run-control card's business date (the machine date when
      * there is no card).
      ******************************************************************
           05 WS-CBPM-YEAR-X           PIC X(04).
