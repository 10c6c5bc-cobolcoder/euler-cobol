      ******************************************************************
      * Copybook: EULP3PM
      * Purpose: Parameter card read by PROBLEM-3 at job start - where
      * the run's targets come from.  Spaces or TRANFILE factor the
      * transaction file only, as the job always has.  RESULTS also
      * queues the business date's published PROBLEM-1, PROBLEM-2
      * and PROBLEM-4 results off the history (copybook EULHIST) as
      * targets once the transaction file is done, so every answer
      * the shop publishes gets factored without anyone keying it
      * onto the transaction file.  The card is optional: a missing
      * card runs the transaction file only.
      ******************************************************************
           05 WS-P3PM-SOURCE-X         PIC X(08).
              88 WS-P3PM-TRAN-ONLY     VALUE SPACES "TRANFILE".
              88 WS-P3PM-WITH-RESULTS  VALUE "RESULTS".
