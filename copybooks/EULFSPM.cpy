      ******************************************************************
      * Copybook: EULFSPM
      * Purpose: Factor analytics parameter card (logical file
      * FSTPARM) read by EULER-FACTSTAT.  The smooth limit decides
      * which targets count as "smooth": a target is smooth when
      * every one of its prime factors is below the limit.  The list
      * count is how many primes the most-frequent and largest-prime
      * lists show (1 to 50).  Fields come in as alphanumeric so the
      * program can test them for NUMERIC before trusting them; a
      * missing card, or a field that is not numeric or is zero,
      * means a smooth limit of 1000 and a list of 20.
      ******************************************************************
           05 WS-FSPM-SMOOTH-LIMIT-X   PIC X(18).
           05 WS-FSPM-LIST-COUNT-X     PIC X(02).
