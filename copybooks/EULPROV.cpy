      ******************************************************************
      * Copybook: EULPROV
      * Purpose: Result provenance record - one per history result
      * written by PROBLEM-1 through PROBLEM-4, on the keyed
      * provenance file (logical file PROVFILE) that EULER-INQUIRY
      * lists and EULER-PROVRPT checks.  The result key matches the
      * keyed results master (copybook EULHMST) field for field; the
      * run's start timestamp completes the key so a forced rerun of
      * the same date files beside the run it superseded instead of
      * over it, and the history of every answer stays readable.
      * The input source names where the input image came from:
      * PARMFILE, PARM2FILE, PARM4FILE or TRANFILE for an ordinary
      * run, PARMSCHED for a card taken off the effective-dated
      * parameter schedule (copybook EULPSCH - the version's
      * effective date is kept beside it, zero for any other
      * source), SUSPFILE for a REPROC run's corrected card, HISTFILE
      * for a published result PROBLEM-3 factored, and DEFAULT for
      * a PROBLEM-2 run with no parameter card.  The input image is
      * the card exactly as the program took it (a PROBLEM-3 image
      * is the 18-digit target); the run mode and force flag are the
      * ones the run actually honored after authorization, and the
      * compile date is the program's WHEN-COMPILED stamp, so a
      * result can be tied to the load module that produced it.
      ******************************************************************
           05 WS-PROV-RECORD-KEY.
              10 WS-PROV-RESULT-KEY.
                 15 WS-PROV-PROBLEM-ID     PIC X(02).
                 15 WS-PROV-RUN-DATE       PIC 9(08).
                 15 WS-PROV-RUN-SEQUENCE   PIC 9(04).
              10 WS-PROV-RUN-TIMESTAMP     PIC 9(14).
           05 WS-PROV-JOB-NAME         PIC X(08).
           05 WS-PROV-OPERATOR-ID      PIC X(08).
           05 WS-PROV-RUN-MODE         PIC X(08).
           05 WS-PROV-FORCE-FLAG       PIC X(01).
              88 WS-PROV-WAS-FORCED    VALUE 'F'.
           05 WS-PROV-COMPILE-DATE     PIC X(16).
           05 WS-PROV-INPUT-SOURCE     PIC X(10).
           05 WS-PROV-INPUT-IMAGE      PIC X(80).
           05 WS-PROV-NUMERIC-RESULT   PIC 9(18).
           05 WS-PROV-SCHED-EFFECTIVE  PIC 9(08).
