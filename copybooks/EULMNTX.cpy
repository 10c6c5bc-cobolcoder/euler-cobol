      * under the same key the master uses.  Key fields come in as
      * alphanumeric so the program can test them for NUMERIC before
      * trusting them (the same headroom pattern EULPARM uses).
      * A record dated in a closed month (copybook EULPCLS) can only
      * be changed as a prior-period adjustment - period flag 'P' -
      * which posts the change's effect to the open month (copybook
      * EULPADJ); without the flag the card is refused.
      ******************************************************************
           05 WS-MNTX-ACTION-X         PIC X(08).
              88 WS-MNTX-IS-CORRECT    VALUE "CORRECT".
           05 WS-MNTX-RUN-SEQ-X        PIC X(04).
           05 WS-MNTX-NEW-RESULT-X     PIC X(18).
           05 WS-MNTX-NEW-DESC         PIC X(40).
           05 WS-MNTX-PERIOD-X         PIC X(01).
              88 WS-MNTX-PRIOR-PERIOD  VALUE 'P'.
