      ******************************************************************
      * Symbolic map for the UNEMRMAP BMS mapset (transaction UNRB,
      * program UNEMRPBR - the report repository browser). The
      * mapset itself is assembled from BMS macros kept in the panel
      * library, not in this source tree - this copybook is the
      * symbolic map the DFHMSD/DFHMDI/DFHMDF generation would
      * produce for it, hand-maintained here the way UNEMSMAP.cpy
      * is.
      *-----------------------------------------------------------------
      * Fields:
      *    RPGMI/RPGMO   - search: the report program
      *    RPERI/RPERO   - search: the period (YYYYMM) the capture's
      *                    cycle date falls in
      *    RRUNI/RRUNO   - search: the run date (YYYYMMDD)
      *    RCYCI/RCYCO   - search: the cycle date (YYYYMMDD)
      *    RSELI/RSELO   - the list line (01-16) acted on
      *    RCMDI/RCMDO   - on the list: blank or 'V' to view the
      *                    capture on the selected line, 'R' to
      *                    request its reprint; viewing: 'R' to
      *                    request the reprint, 'X' back to the list
      *    RFINDI/RFINDO - viewing: the text to find, searched from
      *                    the line after the top of the screen
      *    RUSERO        - the signed-on user
      *    RHEADO        - the column headings (list) or the
      *                    capture's program, run, cycle and
      *                    parameters (viewing)
      *    RLIST-LINE(1..16) - the captures found, or the captured
      *                    report's lines
      *    RPAGEO        - which page / which lines are on screen
      *                    (PF7 back, PF8 forward; viewing, PF10 and
      *                    PF11 shift left and right, PF3 back to
      *                    the list)
      *    RMSGO         - the message line
      ******************************************************************
       01  UNEMRMAPI.
           05 FILLER PIC X(12).
           05 RPGML COMP PIC S9(4).
           05 RPGMF PIC X.
           05 FILLER REDEFINES RPGMF.
               10 RPGMA PIC X.
           05 RPGMI PIC X(8).
           05 RPERL COMP PIC S9(4).
           05 RPERF PIC X.
           05 FILLER REDEFINES RPERF.
               10 RPERA PIC X.
           05 RPERI PIC X(6).
           05 RRUNL COMP PIC S9(4).
           05 RRUNF PIC X.
           05 FILLER REDEFINES RRUNF.
               10 RRUNA PIC X.
           05 RRUNI PIC X(8).
           05 RCYCL COMP PIC S9(4).
           05 RCYCF PIC X.
           05 FILLER REDEFINES RCYCF.
               10 RCYCA PIC X.
           05 RCYCI PIC X(8).
           05 RSELL COMP PIC S9(4).
           05 RSELF PIC X.
           05 FILLER REDEFINES RSELF.
               10 RSELA PIC X.
           05 RSELI PIC X(2).
           05 RCMDL COMP PIC S9(4).
           05 RCMDF PIC X.
           05 FILLER REDEFINES RCMDF.
               10 RCMDA PIC X.
           05 RCMDI PIC X.
           05 RFINDL COMP PIC S9(4).
           05 RFINDF PIC X.
           05 FILLER REDEFINES RFINDF.
               10 RFINDA PIC X.
           05 RFINDI PIC X(20).

       01  UNEMRMAPO REDEFINES UNEMRMAPI.
           05 FILLER    PIC X(12).
           05 FILLER    PIC X(3).
           05 RPGMO     PIC X(8).
           05 FILLER    PIC X(3).
           05 RPERO     PIC X(6).
           05 FILLER    PIC X(3).
           05 RRUNO     PIC X(8).
           05 FILLER    PIC X(3).
           05 RCYCO     PIC X(8).
           05 FILLER    PIC X(3).
           05 RSELO     PIC X(2).
           05 FILLER    PIC X(3).
           05 RCMDO     PIC X.
           05 FILLER    PIC X(3).
           05 RFINDO    PIC X(20).
           05 FILLER    PIC X(3).
           05 RUSERO    PIC X(8).
           05 FILLER    PIC X(3).
           05 RHEADO    PIC X(79).
           05 RLIST-LINE OCCURS 16 TIMES.
              10 FILLER    PIC X(3).
              10 RLINEO    PIC X(79).
           05 FILLER    PIC X(3).
           05 RPAGEO    PIC X(30).
           05 FILLER    PIC X(3).
           05 RMSGO     PIC X(60).
