      ******************************************************************
      * Classified-population balance check across the six dimensions.
      ******************************************************************
      * UNEMDQMR catches a dimension that was never loaded at all, and
      * UNEMINRC compares the six FD-INA-* figures, but nothing
      * checks that the populated dimensions agree in magnitude: the
      * age buckets, the gender fields, the twenty industry fields,
      * the race fields, the ethnic fields and the occupation groups
      * (each including its FD-INA-* "not available" count) all
      * describe the same set of claimants for the same record-id,
      * yet their totals can drift
      * thousands apart without any program noticing. This report
      * computes each dimension's total per record - the same
      * summation UNEMTOPN's 2100-COMPUTE-DIMENSION-TOTALS performs -
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-18  MB  Initial version.
      *    2021-08-24  MB  The occupation groups from the BYOCC source
      *                    are balanced as a sixth dimension.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      * dimension total is flagged.
       77  BALANCE-TOLERANCE-PCT PIC 9(2) VALUE 1.

      * The current record's six dimension totals, indexed so the
      * spread and the outlier can be found in one sweep.
       01  DIM-TOTAL-TABLE.
           05 DIM-TOTAL OCCURS 6 TIMES COMP-4 PIC 9(9) VALUE ZERO.

       01  DIM-LABEL-TABLE.
           05 FILLER PIC X(9) VALUE 'AGE'.
           05 FILLER PIC X(9) VALUE 'INDUSTRY'.
           05 FILLER PIC X(9) VALUE 'RACE'.
           05 FILLER PIC X(9) VALUE 'ETHNIC'.
           05 FILLER PIC X(9) VALUE 'OCCUPATN'.

       01  DIM-LABELS REDEFINES DIM-LABEL-TABLE.
           05 DIM-LABEL OCCURS 6 TIMES PIC X(9).

       01  DIM-IDX PIC 9(1) COMP-4.

      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Computes the current record's six dimension totals - the
      * same summation UNEMTOPN's 2100-COMPUTE-DIMENSION-TOTALS
      * performs, each dimension's FD-INA-* count included since an
      * unclassified claimant is still a claimant.
           ADD FD-INA-ETHNIC FD-HISPANIC-OR-LATINO
               FD-NOT-HISPANIC-OR-LATINO
               GIVING DIM-TOTAL (5)
           ADD FD-INA-OCCUPATION FD-MANAGEMENT-BUSINESS-FINANC
               FD-PROFESSIONAL-RELATED FD-SERVICE-OCCUPATIONS
               FD-SALES-RELATED FD-OFFICE-ADMIN-SUPPORT
               FD-FARMING-FISHING-FORESTRY FD-CONSTRUCTION-EXTRACTION
               FD-INSTALL-MAINTENANCE-REPAIR FD-PRODUCTION
               FD-TRANSPORT-MATERIAL-MOVING
               GIVING DIM-TOTAL (6)
           .

       2100-COMPUTE-DIMENSION-TOTALS-END.
           MOVE 999999999 TO TOTAL-LOW
           MOVE ZERO TO TOTAL-AVG

           PERFORM VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 6
              IF DIM-TOTAL (DIM-IDX) > ZERO THEN
                 IF DIM-TOTAL (DIM-IDX) > TOTAL-HIGH THEN
                    MOVE DIM-TOTAL (DIM-IDX) TO TOTAL-HIGH
              GO TO 2500-CHECK-BALANCE-END
           END-IF

           COMPUTE TOTAL-AVG ROUNDED = TOTAL-AVG / 6
           COMPUTE TOTAL-SPREAD = TOTAL-HIGH - TOTAL-LOW
           COMPUTE SPREAD-LIMIT =
              TOTAL-HIGH * BALANCE-TOLERANCE-PCT / 100
              *> the most likely bad source.
              MOVE ZERO TO WORST-DEVIATION
              MOVE ZERO TO WORST-DIM-IDX
              PERFORM VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 6
                 IF DIM-TOTAL (DIM-IDX) > ZERO THEN
                    IF DIM-TOTAL (DIM-IDX) > TOTAL-AVG THEN
                       COMPUTE DIM-DEVIATION =

              DISPLAY "*** OUT OF BALANCE: record " FD-RECORD-ID
                 " (" FD-DATE "), spread " TOTAL-SPREAD
              PERFORM VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 6
                 MOVE DIM-LABEL (DIM-IDX) TO BAL-DISP-LABEL
                 MOVE DIM-TOTAL (DIM-IDX) TO BAL-DISP-VALUE
                 DISPLAY BAL-LINE-DISP-REC
