      * Fields:
      *    LCLAIML/F/I  - the claim id keyed in
      *    LOPERI       - the operator id, for the access trail
      *    LPERI/LPSTI  - a period date and state keyed instead of a
      *                   claim id - the period's claim rows
      *    LROW-LINE(1..10) - one line per period row: state, period
      *                   date, claim type, the demographic codes,
      *                   the claim id (LRCLMO)
      *    LSPANO       - the spell span (or period) summary line
      *    LMSGO        - the message line
      ******************************************************************
       01  UNEMLMAPI.
           05 FILLER REDEFINES LOPERF.
               10 LOPERA PIC X.
           05 LOPERI PIC X(8).
           05 LPERL COMP PIC S9(4).
           05 LPERF PIC X.
           05 FILLER REDEFINES LPERF.
               10 LPERA PIC X.
           05 LPERI PIC X(10).
           05 LPSTL COMP PIC S9(4).
           05 LPSTF PIC X.
           05 FILLER REDEFINES LPSTF.
               10 LPSTA PIC X.
           05 LPSTI PIC X(2).

       01  UNEMLMAPO REDEFINES UNEMLMAPI.
           05 FILLER    PIC X(12).
           05 LCLAIMO   PIC X(12).
           05 FILLER    PIC X(3).
           05 LOPERO    PIC X(8).
           05 FILLER    PIC X(3).
           05 LPERO     PIC X(10).
           05 FILLER    PIC X(3).
           05 LPSTO     PIC X(2).
           05 LROW-LINE OCCURS 10 TIMES.
              10 FILLER    PIC X(3).
              10 LSTATEO   PIC X(2).
              10 LRACEO    PIC X.
              10 FILLER    PIC X(2).
              10 LETHO     PIC X.
              10 FILLER    PIC X(2).
              10 LRCLMO    PIC X(12).
           05 FILLER    PIC X(3).
           05 LSPANO    PIC X(60).
           05 FILLER    PIC X(3).
