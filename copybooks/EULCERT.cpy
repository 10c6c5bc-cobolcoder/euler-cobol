      ******************************************************************
      * Copybook: EULCERT
      * Purpose: Certificate record (logical file CERTFILE) appended
      * by EULER-CERTIFY once per program per certification run -
      * passed ('P') only when every reference case for the program
      * (copybook EULCREF) gave the expected answer, factor list and
      * candidate pairs.  The certificate date is the machine date
      * it was issued, so it can be set against the change date on
      * the program-change register (copybook EULPCHG); the latest
      * certificate on file for a program is the one in force.
      * EULER-DRIVER will not run a step whose program is under
      * certification without a passing certificate in force dated
      * on or after the program's last change.
      ******************************************************************
           05 WS-CERT-PROGRAM          PIC X(12).
           05 WS-CERT-DATE             PIC 9(08).
           05 WS-CERT-TIMESTAMP        PIC 9(14).
           05 WS-CERT-RESULT           PIC X(01).
              88 WS-CERT-PASSED        VALUE 'P'.
              88 WS-CERT-FAILED        VALUE 'F'.
           05 WS-CERT-CASES-RUN        PIC 9(03).
           05 WS-CERT-CASES-PASSED     PIC 9(03).
           05 WS-CERT-OPERATOR-ID      PIC X(08).
           05 WS-CERT-BUSINESS-DATE    PIC 9(08).
