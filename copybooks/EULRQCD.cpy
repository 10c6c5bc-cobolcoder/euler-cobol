      ******************************************************************
      * Copybook: EULRQCD
      * Purpose: Request trailer EULER-INTAKE writes behind the card
      * image when it builds a PARMFILE, PARM2FILE or PARM4FILE card
      * from a computation request (copybook EULRQMS) - the business
      * date the card was built for and the request it answers.
      * PROBLEM-1, PROBLEM-2 and PROBLEM-4 ignore it except for one
      * test: a card built for tonight's business date outranks the
      * parameter schedule version in force, so a request is
      * answered under the parameters the requester asked for.  A
      * hand-keyed card has no trailer and the schedule wins as
      * before.  EULER-CERTIFY stamps its known-answer cards the same
      * way (requester CERTIFY, the reference case number as the
      * request number), so a certification run is never answered
      * under a schedule version instead of the reference inputs.
      ******************************************************************
           05 WS-RQCD-REQUEST-DATE-X   PIC X(08).
           05 WS-RQCD-REQUESTER-ID     PIC X(08).
           05 WS-RQCD-REQUEST-NUMBER-X PIC X(06).
