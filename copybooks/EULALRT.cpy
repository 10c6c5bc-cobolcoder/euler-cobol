      * Copybook: EULALRT
      * Purpose: Fixed-format exception alert record (logical file
      * ALERTFILE) written by the checking programs - EULER-VERIFY,
      * EULER-AUDIT, EULER-RECON, EULER-PROVRPT, and EULER-PURGE when
      * a file is out of balance - alongside their print reports, so the
      * enterprise monitoring system can parse the night's
      * exceptions instead of waiting for the spool package.
      * Severity 1 is page-someone-now, 2 is review-in-the-morning.
