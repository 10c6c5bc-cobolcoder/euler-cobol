      * stamping a whole night's records.  The calendar is maintained
      * ahead by operations; a date not on the calendar is treated
      * as a non-processing day.
      * A year at a time is generated by EULER-CALBUILD from the
      * holiday rules (copybook EULHRUL), which marks its rows with
      * source 'G'.  A row with a blank source was keyed by hand and
      * is never overwritten by a build; a generated row is replaced
      * when the year is rebuilt.
      ******************************************************************
           05 WS-CAL-DATE              PIC 9(08).
           05 WS-CAL-DAY-TYPE          PIC X(01).
              88 WS-CAL-IS-BUSINESS    VALUE 'B'.
              88 WS-CAL-IS-HOLIDAY     VALUE 'H'.
              88 WS-CAL-IS-WEEKEND     VALUE 'W'.
           05 WS-CAL-SOURCE            PIC X(01).
              88 WS-CAL-WAS-GENERATED  VALUE 'G'.
              88 WS-CAL-WAS-HAND-KEYED VALUE SPACE.
