      * it so EULER-PURGE can age the file; records written before the
      * field existed come back with a blank date and are treated as
      * oldest.
      * Target and factor carry 18 digits so a published PROBLEM-1,
      * PROBLEM-2 or PROBLEM-4 result (see copybook EULHIST) can be
      * factored whole.  The source problem id and run sequence name
      * the result the target came from: a published result carries
      * its own problem id and history run sequence, an ordinary
      * transaction target carries 03 and the sequence of the
      * PROBLEM-3 result it produced - so a factor group reads back
      * as "result of PROBLEM-2 on this date = these primes".
      ******************************************************************
           05 WS-FACT-TARGET-VALUE     PIC 9(18).
           05 WS-FACT-FACTOR-VALUE     PIC 9(18).
           05 WS-FACT-MULTIPLICITY     PIC 9(04).
           05 WS-FACT-RUN-DATE         PIC 9(08).
           05 WS-FACT-SOURCE-PROBLEM   PIC X(02).
           05 WS-FACT-SOURCE-SEQUENCE  PIC 9(04).
