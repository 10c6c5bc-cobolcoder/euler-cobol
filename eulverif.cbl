
           01 WS-GROUP-OPEN-SW         PIC X(01) VALUE 'N'.
              88 WS-GROUP-IS-OPEN      VALUE 'Y'.
           01 WS-GROUP-TARGET          PIC 9(18) VALUE 0.
           01 WS-GROUP-RUN-DATE        PIC X(08) VALUE SPACES.
           01 WS-GROUP-SOURCE-PROBLEM  PIC X(02) VALUE SPACES.
           01 WS-GROUP-SOURCE-SEQUENCE PIC 9(04) VALUE 0.
           01 WS-GROUP-PRODUCT         PIC 9(18) VALUE 1.
           01 WS-GROUP-MAX-FACTOR      PIC 9(18) VALUE 0.
           01 WS-MULT-IDX              PIC 9(04) COMP.
           01 WS-PRODUCT-OVFL-SW       PIC X(01) VALUE 'N'.
              88 WS-PRODUCT-OVERFLOWED VALUE 'Y'.

      ******************************************************************
      * VERIFY-FACT-FILE - walk the factor detail in file order.  A
      * group is all consecutive records for one target value, run
      * date and source problem and run sequence (copybook EULFACT),
      * so a published result factored beside an identical
      * transaction target stays its own group; at each group end
      * the multiplied-out product must equal the target and the
      * group's largest factor must equal the next unconsumed
      * problem-03 history result.
      ******************************************************************
       VERIFY-FACT-FILE.
           OPEN INPUT FACT-FILE.
           PERFORM UNTIL WS-FACT-AT-EOF
               IF WS-GROUP-IS-OPEN
                       AND (WS-FACT-TARGET-VALUE NOT = WS-GROUP-TARGET
                       OR WS-FACT-RUN-DATE NOT = WS-GROUP-RUN-DATE
                       OR WS-FACT-SOURCE-PROBLEM
                           NOT = WS-GROUP-SOURCE-PROBLEM
                       OR WS-FACT-SOURCE-SEQUENCE
                           NOT = WS-GROUP-SOURCE-SEQUENCE)
                   PERFORM CLOSE-FACTOR-GROUP
               END-IF
               IF NOT WS-GROUP-IS-OPEN
                   MOVE 'Y' TO WS-GROUP-OPEN-SW
                   MOVE WS-FACT-TARGET-VALUE TO WS-GROUP-TARGET
                   MOVE WS-FACT-RUN-DATE     TO WS-GROUP-RUN-DATE
                   MOVE WS-FACT-SOURCE-PROBLEM
                       TO WS-GROUP-SOURCE-PROBLEM
                   MOVE WS-FACT-SOURCE-SEQUENCE
                       TO WS-GROUP-SOURCE-SEQUENCE
                   MOVE 1 TO WS-GROUP-PRODUCT
                   MOVE 0 TO WS-GROUP-MAX-FACTOR
                   MOVE 'N' TO WS-PRODUCT-OVFL-SW
               PERFORM WRITE-EXCEPTION-PREFIX
               STRING "TARGET " WS-GROUP-TARGET
                   " RUN " WS-GROUP-RUN-DATE
                   " FROM " WS-GROUP-SOURCE-PROBLEM
                   "/" WS-GROUP-SOURCE-SEQUENCE
                   " - FACTOR PRODUCT " WS-GROUP-PRODUCT
                   " DOES NOT REBUILD THE TARGET"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
