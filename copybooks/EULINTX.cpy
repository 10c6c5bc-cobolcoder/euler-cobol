      ******************************************************************
      * Copybook: EULINTX
      * Purpose: Incident maintenance card (logical file INCDCARD)
      * read by EULER-INCIDENT - one card per change: the action
      * (OPEN, UPDATE or CLOSE), the incident number (UPDATE and
      * CLOSE), the alert code, job name, business date and severity
      * (OPEN), the operator the incident is assigned to, and a note
      * that replaces the incident's notes.  Number, date and
      * severity come in as alphanumeric so the program can test
      * them for NUMERIC before trusting them (the same headroom
      * pattern EULRLTX uses).
      ******************************************************************
           05 WS-INTX-ACTION-X         PIC X(08).
              88 WS-INTX-IS-OPEN       VALUE "OPEN".
              88 WS-INTX-IS-UPDATE     VALUE "UPDATE".
              88 WS-INTX-IS-CLOSE      VALUE "CLOSE".
           05 WS-INTX-INCIDENT-NO-X    PIC X(06).
           05 WS-INTX-ALERT-CODE       PIC X(08).
           05 WS-INTX-JOB-NAME         PIC X(08).
           05 WS-INTX-BUSINESS-DATE-X  PIC X(08).
           05 WS-INTX-SEVERITY-X       PIC X(01).
           05 WS-INTX-OPERATOR-ID      PIC X(08).
           05 WS-INTX-NOTE             PIC X(60).
