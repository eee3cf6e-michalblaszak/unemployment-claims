              END-PERFORM
           END-IF

           MOVE REPORT-OUT-REC (1:446) TO REC-MAP

           IF RM-STATE = 'US' THEN
              SET GROUP-HAS-US TO TRUE
