      ******************************************************************
      * Copybook: EULPSTX
      * Purpose: Parameter schedule entry card (logical file
      * PSCHCARD) read by EULER-PARMSCH - one card per parameter
      * version to stage on the schedule (copybook EULPSCH): the
      * problem id (01, 02 or 04), the business date the version
      * takes effect, and the parameter card image exactly as the
      * problem's own card would carry it.  The effective date comes
      * in as alphanumeric so the program can test it for NUMERIC
      * before trusting it (the same headroom pattern EULPARM uses).
      ******************************************************************
           05 WS-PSTX-PROBLEM-ID       PIC X(02).
           05 WS-PSTX-EFFECTIVE-DATE-X PIC X(08).
           05 WS-PSTX-PARM-IMAGE       PIC X(48).
