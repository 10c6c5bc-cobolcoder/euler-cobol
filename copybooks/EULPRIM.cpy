      ******************************************************************
      * Copybook: EULPRIM
      * Purpose: Keyed prime table master (logical file PRIMEMAST)
      * built by EULER-PRIMEGEN and read by PROBLEM-3's trial
      * division and EULER-CACHEUTL's cache validation.  One record
      * per prime, keyed on the prime itself, carrying its ordinal
      * (2 is prime number 1).  The control trailer sits on the
      * all-nines key so it sorts behind every prime: its sequence
      * field holds the count of primes on file, its limit field the
      * number the table is complete up to, and its hash the
      * truncated sum of the primes - the same count-and-hash balance
      * EULCTL trailers give the flat files.  Every prime at or below
      * the limit is on file, so a keyed read that misses on a value
      * inside the limit proves the value is not prime.
      ******************************************************************
           05 WS-PRIM-RECORD-KEY.
              10 WS-PRIM-PRIME-VALUE   PIC 9(12).
                 88 WS-PRIM-IS-TRAILER VALUE 999999999999.
           05 WS-PRIM-RECORD-TYPE      PIC X(01).
              88 WS-PRIM-TYPE-PRIME    VALUE 'P'.
              88 WS-PRIM-TYPE-TRAILER  VALUE 'T'.
           05 WS-PRIM-SEQUENCE         PIC 9(09).
           05 WS-PRIM-LIMIT            PIC 9(12).
           05 WS-PRIM-HASH-TOTAL       PIC 9(14).
           05 WS-PRIM-BUILD-DATE       PIC 9(08).
