      ******************************************************************
      * The copybook of the file/record description of the UNEMWARN
      * WARN notice KSDS - one record per mass-layoff notice an
      * employer filed with the state, keyed by the employer's
      * account number plus the notice date so an employer's
      * successive notices sit together in key order. The county
      * code is UNEMAREA's/UNEMCNTY's, the industry code is 01-20 in
      * PAYLOAD.cpy's industry field order (the coding CLMDREC.cpy
      * and WAGEREC.cpy use). Loaded by UNEMWRNI, matched against
      * the county and industry claims by UNEMWRNR.
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  WARN-FILE.
       01  WARN-REC.
           05 WN-KEY.
              10 WN-EMPLOYER-ID  PIC X(10).
              10 WN-NOTICE-DATE  PIC X(10).
           05 WN-EMPLOYER-NAME   PIC X(30).
           05 WN-COUNTY-CODE     PIC X(5).
           05 WN-STATE-CODE      PIC X(2).
           05 WN-INDUSTRY        PIC 9(2).
           *> The date the separations take effect - the claims
           *> are expected from this date's month onward.
           05 WN-LAYOFF-DATE     PIC X(10).
           05 WN-AFFECTED        PIC 9(7).
           05 FILLER             PIC X(24).
