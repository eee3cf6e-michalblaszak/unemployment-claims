      *    MODE 'TOTAL' - TEXT is a caller-supplied grand-total
      *                   line, printed ahead of the record-count
      *                   trailer.
      *    MODE 'CLAIM' - the report prints claim-level
      *                   (person-level) detail; its repository
      *                   capture is marked so, and reading it back
      *                   online goes on the access trail.
      *    MODE 'TERM ' - the record-count trailer is printed and
      *                   the print file closed.
      * Every line also goes to the report repository (UNEMREPO), so
      *                    prefixed '** SCENARIO **' so hypothetical
      *                    pages can never pass for published
      *                    figures.
      *    2021-08-25  MB  MODE 'CLAIM' marks the repository capture
      *                    as carrying claim-level content.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
                 PERFORM 3000-PRINT-DETAIL-LINE
              WHEN 'TOTAL'
                 PERFORM 4000-PRINT-TOTAL-LINE
              WHEN 'CLAIM'
                 MOVE SPACES TO REPO-LINE
                 CALL "UNEMREPO" USING "CLAIM" PRNT-PGM REPO-PARAMS
                    REPO-LINE
              WHEN 'TERM'
                 PERFORM 5000-TERMINATE-REPORT
              WHEN OTHER
