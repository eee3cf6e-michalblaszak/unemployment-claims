      ******************************************************************
      * The copybook of the file/record description of the UNEMOVPY
      * overpayment ledger KSDS - one record per transaction from the
      * agency's overpayment transaction file: an overpayment
      * established against a claim, every recovery against it (by
      * benefit offset, claimant repayment or tax intercept) and
      * every waiver. Keyed by the claim (CD-CLAIM-ID), then the
      * transaction date and the agency's sequence number within the
      * day, so a claim's whole history sits together in date order
      * and its balance is a running sum down the key. Loaded by
      * UNEMOVPI, read by the monthly ledger report (UNEMOVPR).
      *-----------------------------------------------------------------
      *    OP-TRANS-TYPE     E = overpayment established,
      *                      O = recovered by benefit offset,
      *                      R = recovered by claimant repayment,
      *                      T = recovered by tax intercept,
      *                      W = waived
      *    OP-CAUSE          F = fraud, N = non-fraud (claimant or
      *                      agency error) - carried on the
      *                      establishment, blank on the others
      *    OP-AMOUNT         always positive; the type says which way
      *                      it moves the balance
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  OVPY-FILE.
       01  OVPY-REC.
           05 OP-KEY.
              10 OP-CLAIM-ID       PIC X(12).
              10 OP-TRANS-DATE     PIC X(10).
              10 OP-TRANS-SEQ      PIC 9(3).
           05 OP-STATE-CODE        PIC X(2).
           05 OP-TRANS-TYPE        PIC X.
              88 OP-ESTABLISHED           VALUE 'E'.
              88 OP-RECOVERY              VALUE 'O' 'R' 'T'.
              88 OP-REC-OFFSET            VALUE 'O'.
              88 OP-REC-REPAYMENT         VALUE 'R'.
              88 OP-REC-INTERCEPT         VALUE 'T'.
              88 OP-WAIVED                VALUE 'W'.
           05 OP-CAUSE             PIC X.
              88 OP-CAUSE-FRAUD           VALUE 'F'.
              88 OP-CAUSE-NONFRAUD        VALUE 'N'.
           05 OP-AMOUNT            PIC 9(9)V99.
           05 FILLER               PIC X(60).
