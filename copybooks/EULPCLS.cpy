      ******************************************************************
      * Copybook: EULPCLS
      * Purpose: Period-close register record (keyed logical file
      * PERIODS) written by EULER-PERIODCLS when a run month is
      * closed - one record per problem id carrying the signed-off
      * statement figures for the month: the opening total (every
      * earlier month), the month's history activity, the
      * prior-period adjustments posted into it (copybook EULPADJ),
      * and the closing total, with the month's record count.  A
      * record under problem id 00 heads each closed month with the
      * operator who closed it, the close timestamp and the grand
      * figures.  Keyed on run month first, so every problem of a
      * month reads together and a single read under problem 00
      * answers "is this month closed".  The register is what makes
      * a close stick: EULER-SUMMARY's REBUILD restores a closed
      * month's frozen figures from here instead of recomputing them,
      * and EULER-HISTMNT refuses ordinary changes dated in a month
      * found here.
      ******************************************************************
           05 WS-PCLS-RECORD-KEY.
              10 WS-PCLS-RUN-MONTH     PIC 9(06).
              10 WS-PCLS-PROBLEM-ID    PIC X(02).
           05 WS-PCLS-DESCRIPTION      PIC X(40).
           05 WS-PCLS-OPENING-TOTAL    PIC S9(18).
           05 WS-PCLS-ACTIVITY-TOTAL   PIC S9(18).
           05 WS-PCLS-ADJUSTMENT-TOTAL PIC S9(18).
           05 WS-PCLS-CLOSING-TOTAL    PIC S9(18).
           05 WS-PCLS-RECORD-COUNT     PIC S9(09).
           05 WS-PCLS-CLOSED-BY        PIC X(08).
           05 WS-PCLS-CLOSED-TS        PIC 9(14).
