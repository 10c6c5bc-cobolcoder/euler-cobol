      ******************************************************************
      * Copybook: EULCREF
      * Purpose: Reference-answer record (logical file CERTREF) read
      * by EULER-CERTIFY - the known parameter sets each PROBLEM-n
      * module must still answer correctly after a rebuild, and the
      * answers it must give.  A 'C' case row names the program, a
      * case id, the input image (the module's own parameter card
      * layout - EULPARM, EULP2PM or EULP4PM - or, for PROBLEM-3, the
      * 12-digit transaction target) and the expected result.  The
      * case's expected detail follows it: an 'F' row per factor the
      * PROBLEM-3 factor detail (copybook EULFACT) must list, in
      * order, with its multiplicity, and a 'P' row per candidate
      * pair the PROBLEM-4 detail (copybook EULPAL) must list, in
      * order, with their product in the result field.  A case with
      * no detail rows expects none.  Numeric fields come in as
      * alphanumeric so the job can test them for NUMERIC before
      * trusting them (the same pattern EULPARM uses).
      ******************************************************************
           05 WS-CREF-RECORD-TYPE      PIC X(01).
              88 WS-CREF-IS-CASE       VALUE 'C'.
              88 WS-CREF-IS-FACTOR     VALUE 'F'.
              88 WS-CREF-IS-PAIR       VALUE 'P'.
           05 WS-CREF-PROGRAM          PIC X(12).
           05 WS-CREF-CASE-ID          PIC X(04).
           05 WS-CREF-PARM-IMAGE       PIC X(48).
           05 WS-CREF-RESULT-X         PIC X(18).
           05 WS-CREF-FACTOR-1-X       PIC X(09).
           05 WS-CREF-FACTOR-2-X       PIC X(09).
           05 WS-CREF-MULTIPLICITY-X   PIC X(04).
