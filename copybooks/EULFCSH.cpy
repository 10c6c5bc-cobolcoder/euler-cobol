      * rows, one per distinct prime factor with its multiplicity,
      * in the order trial division found them.  Repeat targets on
      * the daily transaction file replay these rows instead of
      * grinding through trial division again.  Target, factor and
      * largest factor carry 18 digits, matching copybook EULFACT.
      ******************************************************************
           05 WS-CSH-RECORD-KEY.
              10 WS-CSH-TARGET-VALUE   PIC 9(18).
              10 WS-CSH-FACTOR-SEQ     PIC 9(04).
           05 WS-CSH-FACTOR-VALUE      PIC 9(18).
           05 WS-CSH-MULTIPLICITY      PIC 9(04).
           05 WS-CSH-MAX-FACTOR        PIC 9(18).
