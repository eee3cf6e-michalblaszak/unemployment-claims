      * reading the flat tables they always read. For
      * PARM='TABLE    yyyymmdd' this utility writes, to CTLOUTDD,
      * the row versions of the named table in effect on the given
      * cycle date - approved, effective on or before it, window
      * still open or ending after it - each row exactly as
      * CT-ROW-IMAGE carries it, so the output IS the flat table
      * for that date. With
      * PARM='TABLE' alone the date defaults to today, the form the
      * daily job uses to materialize each table ahead of the steps
      * that read it. A table with no versions in effect leaves
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  Versions awaiting approval or rejected in
      *                    the UNAP inbox are not materialized.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
              PERFORM 2500-FLUSH-PENDING-ROW
           END-IF

           IF CT-APPR-APPROVED
              AND CT-EFF-DATE <= AS-OF-DATE
              AND (CT-END-DATE = ZERO
                 OR CT-END-DATE > AS-OF-DATE) THEN
              SET ROW-PENDING TO TRUE
