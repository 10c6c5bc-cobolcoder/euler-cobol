      ******************************************************************
      * Copybook: EULPCHG
      * Purpose: Program-change register record (logical file
      * PGMCHANGE) - one row keyed by the desk each time a rebuilt
      * module is promoted into the nightly library: the program,
      * the date it changed, who promoted it and why.  The latest
      * change date on file for a program is its last change;
      * EULER-DRIVER refuses to run that program's step until
      * EULER-CERTIFY has issued it a passing certificate (copybook
      * EULCERT) dated on or after it.  The date comes in as
      * alphanumeric so the readers can test it for NUMERIC before
      * trusting it; a row that fails is reported and passed over.
      ******************************************************************
           05 WS-PCHG-PROGRAM          PIC X(12).
           05 WS-PCHG-CHANGE-DATE-X    PIC X(08).
           05 WS-PCHG-CHANGED-BY       PIC X(08).
           05 WS-PCHG-DESCRIPTION      PIC X(40).
