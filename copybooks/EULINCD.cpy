      ******************************************************************
      * Copybook: EULINCD
      * Purpose: Operations incident record (keyed logical file
      * INCIDENTS, keyed by incident number) - the follow-up on an
      * alert, kept on file instead of in the shift log.  Each
      * incident names the alert code, the job and the business date
      * it was raised for, who it is assigned to, and the latest
      * note.  The status moves O (open - nobody assigned yet) to W
      * (working - an operator has it) to C (closed).  EULER-ALERTDG
      * opens one automatically (origin A) for each severity-1 alert
      * with no incident already open for that job and code;
      * EULER-INCIDENT opens them by hand (origin M), assigns,
      * updates and closes them, and logs every change (copybook
      * EULILOG).  The opened and closed timestamps are what the
      * weekly EULER-INCDRPT measures time to close from.
      ******************************************************************
           05 WS-INCD-INCIDENT-NO      PIC 9(06).
           05 WS-INCD-STATUS           PIC X(01).
              88 WS-INCD-IS-UNASSIGNED VALUE 'O'.
              88 WS-INCD-IS-WORKING    VALUE 'W'.
              88 WS-INCD-IS-CLOSED     VALUE 'C'.
              88 WS-INCD-IS-OPEN       VALUE 'O' 'W'.
           05 WS-INCD-ORIGIN           PIC X(01).
              88 WS-INCD-WAS-AUTO-OPENED VALUE 'A'.
              88 WS-INCD-WAS-HAND-OPENED VALUE 'M'.
           05 WS-INCD-SEVERITY         PIC 9(01).
           05 WS-INCD-ALERT-CODE       PIC X(08).
           05 WS-INCD-JOB-NAME         PIC X(08).
           05 WS-INCD-BUSINESS-DATE    PIC 9(08).
           05 WS-INCD-ASSIGNED-TO      PIC X(08).
           05 WS-INCD-OPENED-BY        PIC X(08).
           05 WS-INCD-OPENED-TS        PIC 9(14).
           05 WS-INCD-UPDATED-BY       PIC X(08).
           05 WS-INCD-UPDATED-TS       PIC 9(14).
           05 WS-INCD-CLOSED-BY        PIC X(08).
           05 WS-INCD-CLOSED-TS        PIC 9(14).
           05 WS-INCD-NOTES            PIC X(60).
