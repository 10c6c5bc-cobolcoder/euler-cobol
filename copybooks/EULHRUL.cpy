      ******************************************************************
      * Copybook: EULHRUL
      * Purpose: Holiday rule record (logical file HOLRULES) read by
      * EULER-CALBUILD to generate a year of the processing calendar
      * (copybook EULCAL).  Three kinds of rule:
      *     F  fixed date - the same month and day every year; with
      *        the observe flag 'Y' a Saturday holiday is also taken
      *        on the Friday before and a Sunday holiday on the
      *        Monday after.
      *     N  nth weekday of a month - weekday 1 (Monday) to 7
      *        (Sunday), nth 1 to 4, or 5 for the last one in the
      *        month (the last Monday in May, the fourth Thursday in
      *        November).
      *     C  one-off closure - a single full date, used only when
      *        it falls in the year being built.
      * Fields a rule type does not use are left blank.
      ******************************************************************
           05 WS-HRUL-RULE-TYPE        PIC X(01).
              88 WS-HRUL-IS-FIXED      VALUE 'F'.
              88 WS-HRUL-IS-NTH-WEEKDAY VALUE 'N'.
              88 WS-HRUL-IS-CLOSURE    VALUE 'C'.
           05 WS-HRUL-MONTH-X          PIC X(02).
           05 WS-HRUL-DAY-X            PIC X(02).
           05 WS-HRUL-WEEKDAY-X        PIC X(01).
           05 WS-HRUL-NTH-X            PIC X(01).
           05 WS-HRUL-OBSERVE-X        PIC X(01).
              88 WS-HRUL-OBSERVE-WEEKEND VALUE 'Y'.
           05 WS-HRUL-CLOSURE-DATE-X   PIC X(08).
           05 WS-HRUL-DESCRIPTION      PIC X(30).
