      ******************************************************************
      * The copybook of the file/record description of the UNEMJOBO
      * job-openings KSDS - one record per period, state and industry
      * from the state's monthly job-openings survey, keyed by the
      * period date first so a month's states and industries sit
      * together. Loaded by UNEMJOBI and set against the claims by
      * the openings-per-claimant report (UNEMJOBR).
      *-----------------------------------------------------------------
      *    JO-PERIOD-DATE   YYYY-MM-DD, the FD-DATE of the monthly
      *                     UNEMPLRP record it belongs beside
      *    JO-INDUSTRY      01-20 in PAYLOAD.cpy's industry field
      *                     order (FD-INA-INDUSTRY has no openings)
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  JOBO-FILE.
       01  JOBO-REC.
           05 JO-KEY.
              10 JO-PERIOD-DATE PIC X(10).
              10 JO-STATE-CODE  PIC X(2).
              10 JO-INDUSTRY    PIC 9(2).
           05 JO-OPENINGS       PIC 9(9).
           05 FILLER            PIC X(17).
