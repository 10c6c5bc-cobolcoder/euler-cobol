      ******************************************************************
      * Copybook: EULRQST
      * Purpose: Computation request record (logical file REQFILE) -
      * one per bound, digit count or number a user outside
      * operations wants worked, keyed in from the request mail in
      * place of hand-editing the nightly parameter cards.
      * EULER-INTAKE edits each record, suspends the bad ones and
      * files the good ones on the request master (copybook
      * EULRQMS).  The parameter image is the problem's own input:
      *     01  the PROBLEM-1 parameter card (copybook EULPARM)
      *     02  the 18-digit PROBLEM-2 bound (copybook EULP2PM)
      *     03  the 12-digit number to factor (a TRANFILE record)
      *     04  the 2-digit PROBLEM-4 factor size (copybook EULP4PM)
      * The request number and due business date come in as
      * alphanumeric so the intake can test them for NUMERIC before
      * trusting them (the same headroom pattern EULPARM uses).
      ******************************************************************
           05 WS-RQST-REQUESTER-ID     PIC X(08).
           05 WS-RQST-REQUEST-NUMBER-X PIC X(06).
           05 WS-RQST-PROBLEM-ID       PIC X(02).
           05 WS-RQST-DUE-DATE-X       PIC X(08).
           05 WS-RQST-PARM-IMAGE       PIC X(48).
