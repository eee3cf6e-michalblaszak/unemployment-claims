      ******************************************************************
      * Symbolic map for the UNEMWMAP BMS mapset (transaction UNAL,
      * program UNEMALWB - the alert workbench). The mapset itself
      * is assembled from BMS macros kept in the panel library, not
      * in this source tree - this copybook is the symbolic map the
      * DFHMSD/DFHMDI/DFHMDF generation would produce for it,
      * hand-maintained here the way UNEMSMAP.cpy is.
      *-----------------------------------------------------------------
      * Fields:
      *    WSELI/WSELO   - the list line (01-12) acted on
      *    WACTI/WACTO   - blank to show the alert's detail, 'K' to
      *                    acknowledge it, 'S' to assign it, 'N' to
      *                    annotate it, 'C' to close it
      *    WASGNI/WASGNO - the person to assign the alert to
      *    WNOTEI/WNOTEO - the annotation (kept with any action)
      *    WUSERO        - the signed-on user
      *    WLIST-LINE(1..12) - one line per alert not closed, by
      *                    severity, oldest first: line number,
      *                    severity, status, raised, event, program,
      *                    tier, assignee, message
      *    WDETL-LINE(1..4)  - the selected alert's detail
      *    WPAGEO        - which page is on screen (PF7 pages back,
      *                    PF8 forward)
      *    WMSGO         - the message line
      ******************************************************************
       01  UNEMWMAPI.
           05 FILLER PIC X(12).
           05 WSELL COMP PIC S9(4).
           05 WSELF PIC X.
           05 FILLER REDEFINES WSELF.
               10 WSELA PIC X.
           05 WSELI PIC X(2).
           05 WACTL COMP PIC S9(4).
           05 WACTF PIC X.
           05 FILLER REDEFINES WACTF.
               10 WACTA PIC X.
           05 WACTI PIC X.
           05 WASGNL COMP PIC S9(4).
           05 WASGNF PIC X.
           05 FILLER REDEFINES WASGNF.
               10 WASGNA PIC X.
           05 WASGNI PIC X(8).
           05 WNOTEL COMP PIC S9(4).
           05 WNOTEF PIC X.
           05 FILLER REDEFINES WNOTEF.
               10 WNOTEA PIC X.
           05 WNOTEI PIC X(40).

       01  UNEMWMAPO REDEFINES UNEMWMAPI.
           05 FILLER    PIC X(12).
           05 FILLER    PIC X(3).
           05 WSELO     PIC X(2).
           05 FILLER    PIC X(3).
           05 WACTO     PIC X.
           05 FILLER    PIC X(3).
           05 WASGNO    PIC X(8).
           05 FILLER    PIC X(3).
           05 WNOTEO    PIC X(40).
           05 FILLER    PIC X(3).
           05 WUSERO    PIC X(8).
           05 WLIST-LINE OCCURS 12 TIMES.
              10 FILLER    PIC X(3).
              10 WLINEO    PIC X(79).
           05 WDETL-LINE OCCURS 4 TIMES.
              10 FILLER    PIC X(3).
              10 WDETLO    PIC X(79).
           05 FILLER    PIC X(3).
           05 WPAGEO    PIC X(20).
           05 FILLER    PIC X(3).
           05 WMSGO     PIC X(60).
