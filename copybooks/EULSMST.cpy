      * EULER-SUMMARY refuses UPDATE and REPORT against a stale
      * master until a REBUILD reconstructs it.  The result total is
      * signed so a reversal record can net a superseded result back
      * out.  A month closed by EULER-PERIODCLS is stamped 'C' with
      * its close date; its figures are frozen from then on (the
      * period register, copybook EULPCLS, holds them for REBUILD).
      ******************************************************************
           05 WS-SMST-RECORD-KEY.
              10 WS-SMST-PROBLEM-ID    PIC X(02).
           05 WS-SMST-RESULT-TOTAL     PIC S9(18).
           05 WS-SMST-RECORD-COUNT     PIC 9(09).
           05 WS-SMST-LAST-DATE        PIC 9(08).
           05 WS-SMST-PERIOD-STATUS    PIC X(01).
              88 WS-SMST-PERIOD-CLOSED VALUE 'C'.
           05 WS-SMST-CLOSED-DATE      PIC 9(08).
