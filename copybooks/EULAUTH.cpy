      * Purpose: Operator-authorization record (logical file
      * OPERAUTH) - one record per operator id, with a Y/N grant per
      * privileged function: the CTLCARD force override, the REPROC
      * suspense run mode, the EULER-PURGE archive-and-purge,
      * EULER-HISTMNT history maintenance, the EULER-RELEASE result
      * release review, and the EULER-ROLLBACK restore of the nightly
      * files from a pre-batch snapshot (trailing grants, so an entry
      * written before they existed reads as no grant).  Programs
      * check the file at startup only when a privileged request is
      * present - a normal run needs no entry at all - and a request
      * from an id with no grant (or no entry, or no file) is
      * refused and logged to the audit trail as a 'V' violation
      * record so security review sees the attempt.
      ******************************************************************
           05 WS-AUTH-OPERATOR-ID      PIC X(08).
           05 WS-AUTH-FORCE-X          PIC X(01).
           05 WS-AUTH-REPROC-X         PIC X(01).
           05 WS-AUTH-PURGE-X          PIC X(01).
           05 WS-AUTH-MAINT-X          PIC X(01).
           05 WS-AUTH-RELEASE-X        PIC X(01).
           05 WS-AUTH-ROLLBACK-X       PIC X(01).
