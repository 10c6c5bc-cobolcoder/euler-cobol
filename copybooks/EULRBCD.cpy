      ******************************************************************
      * Copybook: EULRBCD
      * Purpose: Rollback card (logical file ROLLCARD) read by
      * EULER-ROLLBACK - the business date (YYYYMMDD) of the
      * pre-batch snapshot set to put back.  There is no default:
      * a restore overwrites every file in the set, so the operator
      * names the set outright.  The date comes in as alphanumeric so
      * it can be tested for NUMERIC before it is trusted.
      ******************************************************************
           05 WS-RBCD-SET-DATE-X       PIC X(08).
