      ******************************************************************
      * Copybook: EULRQMS
      * Purpose: Request master record (logical file REQMAST, keyed by
      * requester and request number) - every computation request
      * EULER-INTAKE has accepted, carried through to its answer.
      * The status moves P (pending - accepted, not yet on a card)
      * to S (scheduled - on the input cards for the scheduled
      * date) to A (answered - EULER-RESPONSE has written the result
      * to the requester's response file).  W marks a request whose
      * result has been computed but not yet released through
      * EULER-RELEASE; nothing leaves the shop unreleased.  A
      * scheduled request the night did not answer stays S and goes
      * back on the cards at the next intake.  The run sequence and
      * result are the history record the answer was taken from.
      ******************************************************************
           05 WS-RQMS-RECORD-KEY.
              10 WS-RQMS-REQUESTER-ID  PIC X(08).
              10 WS-RQMS-REQUEST-NUMBER PIC 9(06).
           05 WS-RQMS-PROBLEM-ID       PIC X(02).
           05 WS-RQMS-DUE-DATE         PIC 9(08).
           05 WS-RQMS-PARM-IMAGE       PIC X(48).
           05 WS-RQMS-STATUS           PIC X(01).
              88 WS-RQMS-IS-PENDING    VALUE 'P'.
              88 WS-RQMS-IS-SCHEDULED  VALUE 'S'.
              88 WS-RQMS-IS-WAITING    VALUE 'W'.
              88 WS-RQMS-IS-ANSWERED   VALUE 'A'.
           05 WS-RQMS-RECEIVED-DATE    PIC 9(08).
           05 WS-RQMS-SCHEDULED-DATE   PIC 9(08).
           05 WS-RQMS-ANSWERED-DATE    PIC 9(08).
           05 WS-RQMS-RUN-SEQUENCE     PIC 9(04).
           05 WS-RQMS-NUMERIC-RESULT   PIC 9(18).
