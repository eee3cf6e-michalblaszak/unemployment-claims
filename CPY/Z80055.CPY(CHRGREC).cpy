      ******************************************************************
      * The copybook of the file/record description of the UNEMBCHG
      * benefit charge KSDS - one record per claim charged to an
      * employer in a calendar quarter by the charging run
      * (UNEMCHRG): the claim's paid weeks in the quarter, the
      * benefits those weeks represent at the state's average
      * weekly benefit amount (PY-AVG-WEEKLY-BENEFIT) and the
      * employer's share of them. Keyed by employer, quarter and
      * claim, so an employer's charges for a quarter sit together
      * in the order its statement lists them - and the tax unit
      * can answer a disputed charge from the row behind it.
      *-----------------------------------------------------------------
      *    CG-QUARTER        YYYY-Qn
      *    CG-WAGE-SHARE     the employer's share of base-period
      *                      wages, in percent
      *    CG-BENEFITS       the claim's benefits for the quarter
      *    CG-CHARGE         CG-BENEFITS times CG-WAGE-SHARE
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  CHARGE-FILE.
       01  CHARGE-REC.
           05 CG-KEY.
              10 CG-EMPLOYER-ID    PIC X(10).
              10 CG-QUARTER        PIC X(7).
              10 CG-CLAIM-ID       PIC X(12).
              10 CG-STATE-CODE     PIC X(2).
           05 CG-EMPLOYER-NAME     PIC X(30).
           05 CG-INDUSTRY-CODE     PIC X(2).
           05 CG-WAGE-SHARE        PIC 9(3)V99.
           05 CG-WEEKS-PAID        PIC 9(3).
           05 CG-BENEFITS          PIC 9(9)V99.
           05 CG-CHARGE            PIC 9(9)V99.
           05 FILLER               PIC X(7).
