                   "  FACTOR " WS-FACT-FACTOR-VALUE
                   " X " WS-FACT-MULTIPLICITY
                   "  RUN " WS-FACT-RUN-DATE
                   "  FROM " WS-FACT-SOURCE-PROBLEM
                   "/" WS-FACT-SOURCE-SEQUENCE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           IF WS-TYPE-IS-AUDT
