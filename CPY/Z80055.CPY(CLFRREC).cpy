      ******************************************************************
      * The copybook of the file/record description of the UNEMCLFR
      * county labor-force KSDS - one record per county per period
      * with the county's civilian labor force, its unemployed and
      * its resident population, keyed exactly like UNEMCNTY (the
      * county code plus the MMDDYYYY record-id) so the two line up
      * record for record. CF-STATE-CODE carries the parent state
      * from the UNEMAREA hierarchy. Loaded by UNEMCLFI and read by
      * the areas-of-substantial-unemployment designation (UNEMASUD).
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  CLFR-FILE.
       01  CLFR-REC.
           05 CF-KEY.
              10 CF-COUNTY-CODE PIC X(5).
              10 CF-RECORD-ID   PIC X(8).
           05 CF-STATE-CODE     PIC X(2).
           05 CF-PERIOD-DATE    PIC X(10).
           05 CF-LABOR-FORCE    PIC 9(9).
           05 CF-UNEMPLOYED     PIC 9(9).
           05 CF-POPULATION     PIC 9(9).
           05 FILLER            PIC X(8).
