      * UNEMRUNH run-history KSDS it now writes does not. This report
      * walks the run history and shows, per source: how many runs
      * are on record, how many ended clean / with rejected rows /
      * failed / skipped / completed as a restart, the average
      * elapsed time, and the slowest run - so "how often has
      * IMPBYRAC finished with rejected rows in the last quarter"
      * and "when did the nightly run start creeping past the batch
      * window" stop being unanswerable.
      *-----------------------------------------------------------------
      * Subprograms: none - reads the run-history KSDS directly.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-25  MB  A run completed as a restart from the
      *                    promotion checkpoint (outcome R) gets its
      *                    own count; the outbound producers' rows
      *                    (RH-ROW-KIND 'X') are left out of the import
      *                    trends.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
              10 ST-WARNINGS     COMP-4 PIC 9(5).
              10 ST-FAILURES     COMP-4 PIC 9(5).
              10 ST-SKIPPED      COMP-4 PIC 9(5).
              10 ST-RESTARTED    COMP-4 PIC 9(5).
              10 ST-ELAPSED-SUM  COMP-4 PIC 9(9).
              10 ST-ELAPSED-MAX  COMP-4 PIC 9(7).
              10 ST-SLOWEST-DATE PIC 9(8).
           05 RHRP-DISP-FAIL  PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(7)  VALUE ' skip: '.
           05 RHRP-DISP-SKIP  PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(10) VALUE ' restart: '.
           05 RHRP-DISP-RSTRT PIC ZZ,ZZ9 VALUE ZERO.

       01  RHRP-TIME-DISP-REC.
           05 FILLER           PIC X(13) VALUE '     elapsed '.
           PERFORM 2000-READ-NEXT-RUN
           PERFORM UNTIL RUN-HIST-EOF
              ADD 1 TO RECORDS-READ
              IF NOT RH-PRODUCER-ROW THEN
                 PERFORM 3000-TALLY-RUN THRU 3000-TALLY-RUN-END
              END-IF
              PERFORM 2000-READ-NEXT-RUN
           END-PERFORM

                 ADD 1 TO ST-FAILURES (SRC-FOUND-AT)
              WHEN RH-SKIPPED
                 ADD 1 TO ST-SKIPPED (SRC-FOUND-AT)
              WHEN RH-RESTARTED
                 ADD 1 TO ST-RESTARTED (SRC-FOUND-AT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
              MOVE ST-WARNINGS (SRC-IDX) TO RHRP-DISP-WARN
              MOVE ST-FAILURES (SRC-IDX) TO RHRP-DISP-FAIL
              MOVE ST-SKIPPED (SRC-IDX) TO RHRP-DISP-SKIP
              MOVE ST-RESTARTED (SRC-IDX) TO RHRP-DISP-RSTRT
              DISPLAY RHRP-LINE-DISP-REC

              IF ST-RUNS (SRC-IDX) > ZERO THEN
