      ******************************************************************
      * Copybook: EULILOG
      * Purpose: Incident history log record (logical file INCDLOG) -
      * one record per change to an incident, appended and never
      * rewritten: the incident number, the action (OPEN, AUTOOPEN,
      * UPDATE or CLOSE), the status before and after, the operator
      * who made the change and when, the operator the incident is
      * assigned to afterwards, and the note.  The incident file
      * (copybook EULINCD) holds only the latest state and the
      * latest note; this log is the shift-to-shift history behind
      * it.
      ******************************************************************
           05 WS-ILOG-INCIDENT-NO      PIC 9(06).
           05 WS-ILOG-ACTION           PIC X(08).
           05 WS-ILOG-PRIOR-STATUS     PIC X(01).
           05 WS-ILOG-NEW-STATUS       PIC X(01).
           05 WS-ILOG-CHANGED-BY       PIC X(08).
           05 WS-ILOG-TIMESTAMP        PIC 9(14).
           05 WS-ILOG-ASSIGNED-TO      PIC X(08).
           05 WS-ILOG-NOTE             PIC X(60).
