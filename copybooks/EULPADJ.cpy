      ******************************************************************
      * Copybook: EULPADJ
      * Purpose: Prior-period adjustment record (logical file PERADJ)
      * appended by EULER-HISTMNT for every change it applies to a
      * result dated in a closed month (see copybook EULPCLS).  The
      * history record itself is still corrected or deleted, but the
      * closed month's reported figures stay as signed off: the
      * change's effect on the totals - the signed amount and record
      * count it moves - posts to the month open on the business
      * date, with the original key carried for reference back.
      * EULER-SUMMARY's REBUILD folds each adjustment into its
      * posting month, and EULER-PERIODCLS reports the month's
      * adjustments in their own statement column.
      ******************************************************************
           05 WS-PADJ-POSTING-MONTH    PIC 9(06).
           05 WS-PADJ-POSTING-DATE     PIC 9(08).
           05 WS-PADJ-ORIGINAL-KEY.
              10 WS-PADJ-PROBLEM-ID    PIC X(02).
              10 WS-PADJ-RUN-DATE      PIC 9(08).
              10 WS-PADJ-RUN-SEQUENCE  PIC 9(04).
           05 WS-PADJ-ACTION           PIC X(08).
           05 WS-PADJ-OLD-RESULT       PIC 9(18).
           05 WS-PADJ-NEW-RESULT       PIC 9(18).
           05 WS-PADJ-AMOUNT           PIC S9(18).
           05 WS-PADJ-COUNT            PIC S9(01).
           05 WS-PADJ-OPERATOR-ID      PIC X(08).
           05 WS-PADJ-TIMESTAMP        PIC 9(14).
