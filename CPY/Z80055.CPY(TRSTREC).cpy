      ******************************************************************
      * The copybook of the file/record description of the UNEMTRST
      * UI trust fund KSDS - one record per state per month, carrying
      * the treasury's monthly trust fund statement: the opening
      * balance, what came in (employer contributions, interest),
      * what went out (benefit withdrawals) and the closing balance.
      * Keyed state first, then the YYYY-MM month, so a state's
      * statements sit together in month order. Loaded by UNEMTFDI,
      * read by the solvency report (UNEMTFSR), which reconciles the
      * withdrawals to UNEMPAYM's PY-DOLLARS-PAID.
      *-----------------------------------------------------------------
      * A balance can go negative - a state borrowing from the
      * federal account - so the two balances are signed. The
      * total-wages figure is the trailing four quarters' total
      * covered wages the statement is set against (the reserve
      * ratio's denominator); zero when the treasury didn't supply
      * it.
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  TRUST-FILE.
       01  TRUST-REC.
           05 TF-KEY.
              10 TF-STATE-CODE      PIC X(2).
              10 TF-MONTH           PIC X(7).
           05 TF-OPENING-BALANCE    PIC S9(11)V99.
           05 TF-CONTRIBUTIONS      PIC 9(11)V99.
           05 TF-INTEREST           PIC 9(11)V99.
           05 TF-WITHDRAWALS        PIC 9(11)V99.
           05 TF-CLOSING-BALANCE    PIC S9(11)V99.
           05 TF-TOTAL-WAGES        PIC 9(13)V99.
           05 FILLER                PIC X(11).
