      ******************************************************************
      * Copybook: EULSNPC
      * Purpose: Control area passed to the EULER-SNAPSHOT subprogram
      * by EULER-DRIVER (mode 'S', the pre-batch snapshot) and by
      * EULER-ROLLBACK (mode 'R' to restore a set, mode 'C' to count
      * the live files back afterwards).  The caller fills the mode
      * and the set date - the business date the set is named for -
      * and gets back a result and a message, and one entry per file
      * in the set: the live logical file name, whether the file was
      * on hand when the set was taken, the record count the set
      * holds for it, and the count this call copied (or, in count
      * mode, found on the live file).  A snapshot never overwrites a
      * set already taken for its date - the first one is the true
      * before-image of the night - and comes back as kept instead.
      ******************************************************************
           05 WS-SNPC-MODE             PIC X(01).
              88 WS-SNPC-MODE-SNAPSHOT VALUE 'S'.
              88 WS-SNPC-MODE-RESTORE  VALUE 'R'.
              88 WS-SNPC-MODE-COUNT    VALUE 'C'.
           05 WS-SNPC-SET-DATE         PIC 9(08).
           05 WS-SNPC-RESULT           PIC X(01).
              88 WS-SNPC-WAS-DONE      VALUE 'Y'.
              88 WS-SNPC-WAS-KEPT      VALUE 'K'.
              88 WS-SNPC-WAS-LOCKED    VALUE 'L'.
              88 WS-SNPC-HAS-FAILED    VALUE 'N'.
           05 WS-SNPC-MESSAGE          PIC X(60).
           05 WS-SNPC-TIMESTAMP        PIC 9(14).
           05 WS-SNPC-FILE-COUNT       PIC 9(02).
           05 WS-SNPC-FILE-ENTRY OCCURS 10 TIMES.
              10 WS-SNPC-FILE-NAME     PIC X(12).
              10 WS-SNPC-BACKUP-NAME   PIC X(20).
              10 WS-SNPC-PRESENT-SW    PIC X(01).
                 88 WS-SNPC-WAS-PRESENT VALUE 'Y'.
              10 WS-SNPC-SET-COUNT     PIC 9(09).
              10 WS-SNPC-COPY-COUNT    PIC 9(09).
