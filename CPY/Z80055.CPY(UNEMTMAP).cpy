      * produce for it, hand-maintained here the way UNEMSMAP.cpy is.
      *-----------------------------------------------------------------
      * Fields:
      *    TSRCO(1..9)   - one line per source: importer name,
      *                    outcome word, today's record count,
      *                    yesterday's record count; line 9 is the
      *                    UNEMPROM stage-to-live merge
      *    TELAPSO       - today's elapsed time against the usual
      *    TFCSTO        - the daily job's progress through its steps
      *                    and its forecast end against the window's
      *                    deadline (the step-timing history)
      *    TLOCKO        - the batch window - whether the live-
      *                    updating utilities are refused, and the
      *                    window lock's holder (UNEMWLCK)
      *    TMSGO         - the message line
      * The panel is display-only; any key refreshes it.
      ******************************************************************
       01  UNEMTMAPO REDEFINES UNEMTMAPI.
           05 FILLER    PIC X(12).
           05 FILLER    PIC X(3).
           05 TSRC-LINE OCCURS 9 TIMES.
              10 TSRCO     PIC X(8).
              10 FILLER    PIC X(2).
              10 TOUTCO    PIC X(12).
              10 FILLER    PIC X(3).
           05 TELAPSO   PIC X(20).
           05 FILLER    PIC X(3).
           05 TFCSTO    PIC X(60).
           05 FILLER    PIC X(3).
           05 TLOCKO    PIC X(60).
           05 FILLER    PIC X(3).
           05 TMSGO     PIC X(60).
