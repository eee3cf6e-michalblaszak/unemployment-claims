           EXIT.
      ******************************************************************
       3000-CHECK-ONE-RECORD.
           MOVE REPORT-OUT-REC (1:446) TO EDIT-REC-MAP
           PERFORM 3100-DERIVE-TOTALS

           PERFORM VARYING RULE-IDX FROM 1 BY 1
