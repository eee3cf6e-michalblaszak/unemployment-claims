      *                    now adjusts the UNEMSUMM summary rollups,
      *                    so the rollup reports stay in step with
      *                    the file.
      *    2021-08-24  MB  The occupation dimension (layout 07)
      *                    rolls up with the other counts.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.

      * The record image as it looked before/after the monthly
      * record is rewritten, for the before-and-after audit log.
       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.

      * A spaces image - the "no prior record" side of the summary
      * adjustment (UNEMSUMM) on an add.
       01  NO-IMAGE PIC X(446) VALUE SPACES.

      * The date this run reprocessed a historical record, stamped
      * onto each UNEMHIST entry written.
              10 GRP-CONTINUING COMP-4 PIC 9(8).
              10 GRP-EXT        COMP-4 PIC 9(8).
              10 GRP-DUA        COMP-4 PIC 9(8).
              10 GRP-OCC OCCURS 11 TIMES COMP-4 PIC 9(8).

       01  GRP-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  GRP-IDX  PIC 9(3) COMP-4.
           05 WEEK-REC-STATUS PIC X.
           05 WEEK-EXT-CLAIMS PIC 9(7).
           05 WEEK-DUA-CLAIMS PIC 9(7).
           05 WEEK-OCC-AREA.
              10 WEEK-OCC-COUNT OCCURS 11 TIMES PIC 9(7).

      * The monthly record being written, in the same positional map.
       01  MONTH-REC-MAP.
           05 MONTH-REC-STATUS PIC X.
           05 MONTH-EXT-CLAIMS PIC 9(7).
           05 MONTH-DUA-CLAIMS PIC 9(7).
           05 MONTH-OCC-AREA.
              10 MONTH-OCC-COUNT OCCURS 11 TIMES PIC 9(7).

       01  WEEKLY-RECORDS-SEEN COMP-4 PIC 9(5) VALUE ZERO.
       01  MONTHS-WRITTEN      COMP-4 PIC 9(5) VALUE ZERO.
              MOVE ZERO TO GRP-CONTINUING (GRP-FOUND-AT)
              MOVE ZERO TO GRP-EXT (GRP-FOUND-AT)
              MOVE ZERO TO GRP-DUA (GRP-FOUND-AT)
              PERFORM VARYING FIELD-IDX FROM 1 BY 1
                    UNTIL FIELD-IDX > 11
                 MOVE ZERO TO GRP-OCC (GRP-FOUND-AT FIELD-IDX)
              END-PERFORM
           END-IF

           ADD 1 TO GRP-WEEKS (GRP-FOUND-AT)
           ADD WEEK-CONTINUING TO GRP-CONTINUING (GRP-FOUND-AT)
           ADD WEEK-EXT-CLAIMS TO GRP-EXT (GRP-FOUND-AT)
           ADD WEEK-DUA-CLAIMS TO GRP-DUA (GRP-FOUND-AT)
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 11
              ADD WEEK-OCC-COUNT (FIELD-IDX)
                 TO GRP-OCC (GRP-FOUND-AT FIELD-IDX)
           END-PERFORM
           .

       2200-ACCUMULATE-WEEK-END.
              MOVE GRP-DUA (GRP-IDX) TO MONTH-DUA-CLAIMS
           END-IF

           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 11
              IF GRP-OCC (GRP-IDX FIELD-IDX) > 9999999 THEN
                 MOVE 9999999 TO MONTH-OCC-COUNT (FIELD-IDX)
              ELSE
                 MOVE GRP-OCC (GRP-IDX FIELD-IDX)
                    TO MONTH-OCC-COUNT (FIELD-IDX)
              END-IF
           END-PERFORM

           MOVE 07 TO MONTH-LAYOUT-VER
           MOVE 'P' TO MONTH-REC-STATUS
           .

