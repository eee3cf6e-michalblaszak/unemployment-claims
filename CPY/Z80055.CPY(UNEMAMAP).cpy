      ******************************************************************
      * Symbolic map for the UNEMAMAP BMS mapset (transaction UNAP,
      * program UNEMAPPR - the approvals inbox). The mapset itself
      * is assembled from BMS macros kept in the panel library, not
      * in this source tree - this copybook is the symbolic map the
      * DFHMSD/DFHMDI/DFHMDF generation would produce for it,
      * hand-maintained here the way UNEMSMAP.cpy is.
      *-----------------------------------------------------------------
      * Fields:
      *    ASELI/ASELO   - the list line (01-10) acted on
      *    AACTI/AACTO   - blank to show the item's detail, 'A' to
      *                    approve it, 'R' to reject it
      *    AREASI/AREASO - the reason (required to reject)
      *    AUSERO        - the signed-on user the inbox is for
      *    ALIST-LINE(1..10) - one line per item awaiting the user:
      *                    line number, kind, reference, maker, age
      *                    in days
      *    ADETL-LINE(1..6)  - the selected item's detail (the
      *                    before and after of a correction or a
      *                    control-table change, a period's trail)
      *    APAGEO        - which page of the inbox is on screen (PF7
      *                    pages back, PF8 forward)
      *    AMSGO         - the message line
      ******************************************************************
       01  UNEMAMAPI.
           05 FILLER PIC X(12).
           05 ASELL COMP PIC S9(4).
           05 ASELF PIC X.
           05 FILLER REDEFINES ASELF.
               10 ASELA PIC X.
           05 ASELI PIC X(2).
           05 AACTL COMP PIC S9(4).
           05 AACTF PIC X.
           05 FILLER REDEFINES AACTF.
               10 AACTA PIC X.
           05 AACTI PIC X.
           05 AREASL COMP PIC S9(4).
           05 AREASF PIC X.
           05 FILLER REDEFINES AREASF.
               10 AREASA PIC X.
           05 AREASI PIC X(39).

       01  UNEMAMAPO REDEFINES UNEMAMAPI.
           05 FILLER    PIC X(12).
           05 FILLER    PIC X(3).
           05 ASELO     PIC X(2).
           05 FILLER    PIC X(3).
           05 AACTO     PIC X.
           05 FILLER    PIC X(3).
           05 AREASO    PIC X(39).
           05 FILLER    PIC X(3).
           05 AUSERO    PIC X(8).
           05 ALIST-LINE OCCURS 10 TIMES.
              10 FILLER    PIC X(3).
              10 ALINEO    PIC X(76).
           05 ADETL-LINE OCCURS 6 TIMES.
              10 FILLER    PIC X(3).
              10 ADETLO    PIC X(78).
           05 FILLER    PIC X(3).
           05 APAGEO    PIC X(20).
           05 FILLER    PIC X(3).
           05 AMSGO     PIC X(60).
