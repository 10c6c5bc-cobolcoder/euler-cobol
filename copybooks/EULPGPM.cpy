      ******************************************************************
      * Copybook: EULPGPM
      * Purpose: Prime-generation parameter card (logical file
      * PRIMPARM) read by EULER-PRIMEGEN.  REBUILD creates the prime
      * table master (copybook EULPRIM) fresh from 2 up to the limit;
      * EXTEND keeps every prime already on file and generates only
      * the stretch between the master's current limit and the new
      * one.  The limit comes in as alphanumeric so the program can
      * test it for NUMERIC before trusting it (the same headroom
      * pattern EULPARM uses).
      ******************************************************************
           05 WS-PGPM-MODE-X           PIC X(08).
              88 WS-PGPM-MODE-REBUILD  VALUE "REBUILD".
              88 WS-PGPM-MODE-EXTEND   VALUE "EXTEND".
           05 WS-PGPM-LIMIT-X          PIC X(12).
