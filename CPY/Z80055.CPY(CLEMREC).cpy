      ******************************************************************
      * The copybook of the file/record description of the UNEMCLEM
      * claim-to-employer link KSDS - one record per base-period
      * employer of a claim, from the agency's base-period employer
      * file: the employer's account number and name, its industry
      * (01-20 in PAYLOAD.cpy's industry field order, 00 = not
      * available - the charging run then falls back to the
      * claim's CD-INDUSTRY-CODE) and its share of the claimant's
      * base-period wages, in percent. Keyed by the claim
      * (CD-CLAIM-ID) then the employer, so a claim's employers sit
      * together. Loaded by UNEMCLEI, read by the quarterly
      * charging run (UNEMCHRG).
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  CLAIM-EMPLOYER.
       01  CLAIM-EMPLOYER-REC.
           05 CE-KEY.
              10 CE-CLAIM-ID       PIC X(12).
              10 CE-EMPLOYER-ID    PIC X(10).
           05 CE-STATE-CODE        PIC X(2).
           05 CE-EMPLOYER-NAME     PIC X(30).
           05 CE-INDUSTRY-CODE     PIC X(2).
           05 CE-WAGE-SHARE        PIC 9(3)V99.
           05 FILLER               PIC X(19).
