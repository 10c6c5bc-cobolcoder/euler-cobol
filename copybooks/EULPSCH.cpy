      ******************************************************************
      * Copybook: EULPSCH
      * Purpose: Effective-dated parameter schedule record (logical
      * file PARMSCHED) - one record per parameter version staged
      * for PROBLEM-1 (a PARMFILE card, copybook EULPARM), PROBLEM-2
      * (a PARM2FILE card, copybook EULP2PM) or PROBLEM-4 (a
      * PARM4FILE card, copybook EULP4PM), so a parameter change is
      * entered ahead of time instead of overwriting the live card
      * by hand on the right night.  Records are only ever appended,
      * by EULER-PARMSCH, stamped with the entering operator and the
      * entry timestamp.  The version in force for a business date
      * is the one with the latest effective date on or before it;
      * two versions with the same effective date resolve to the
      * later entry, which is how a staged version is corrected.  A
      * problem with no version in force falls back to its own
      * parameter card, exactly as before the schedule existed.
      * The parameter image is laid out exactly as the problem's own
      * card, left-justified (a PROBLEM-4 image is two bytes).
      ******************************************************************
           05 WS-PSCH-PROBLEM-ID       PIC X(02).
           05 WS-PSCH-EFFECTIVE-DATE   PIC 9(08).
           05 WS-PSCH-ENTERED-BY       PIC X(08).
           05 WS-PSCH-ENTERED-TS       PIC 9(14).
           05 WS-PSCH-PARM-IMAGE       PIC X(48).
