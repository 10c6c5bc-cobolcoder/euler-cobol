      * cache from the factor detail file.  Target fields come in as
      * alphanumeric so the program can test them for NUMERIC before
      * trusting them (the same headroom pattern EULPARM uses); a
      * blank or zero target entry is simply unused.  Targets are 18
      * digits wide, matching the cache key (copybook EULFCSH).
      ******************************************************************
           05 WS-CPRM-FUNCTION-X       PIC X(08).
              88 WS-CPRM-IS-REPORT     VALUE "REPORT".
              88 WS-CPRM-IS-EVICT      VALUE "EVICT".
              88 WS-CPRM-IS-REBUILD    VALUE "REBUILD".
           05 WS-CPRM-TARGET-X         OCCURS 10 TIMES
                                        PIC X(18).
