      * Purpose: Shared audit-log record.  Each program writes an 'S'
      * record at startup and an 'E' record at shutdown so a run can be
      * traced back to who submitted it and when.  A 'V' record logs a
      * privileged request (force, REPROC, purge, maintenance, result
      * release) refused by the operator-authorization check (see
      * copybook EULAUTH), so security review sees the attempt and
      * not just the after-the-fact operator id.  A 'B' record logs
      * a rollback of the nightly files to a pre-batch snapshot by
      * EULER-ROLLBACK, with the rollback's completion code.
      ******************************************************************
           05 WS-AUDT-RECORD-TYPE      PIC X(01).
              88 WS-AUDT-IS-START      VALUE 'S'.
              88 WS-AUDT-IS-END        VALUE 'E'.
              88 WS-AUDT-IS-VIOLATION  VALUE 'V'.
              88 WS-AUDT-IS-ROLLBACK   VALUE 'B'.
           05 WS-AUDT-JOB-NAME         PIC X(08).
           05 WS-AUDT-OPERATOR-ID      PIC X(08).
           05 WS-AUDT-TIMESTAMP        PIC 9(14).
