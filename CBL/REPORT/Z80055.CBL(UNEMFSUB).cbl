      * register (SUBREGDD, SUBRREC.cpy) with status 'S', where the
      * acknowledgment processor (UNEMFACK) later closes the loop.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPAPI - the report API, DATE-RANGE mode.
      *    UNEMCYRD - the business cycle.
      *    UNEMRHMK - the producer run-history marker.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-23  MB  The detail now carries the regular-only
      *                    combined claims (the program-type split
      *                    taken back out) - the series the bureau
      *                    requires.
      *    2021-08-25  MB  The run is recorded on the run history
      *                    (UNEMRHMK) as it ends, so UNEMXMIT
      *                    sends the file only once this cycle's
      *                    run has written it.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * The business cycle the transmittal is produced in.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The return code the run ends with, for the run history.
       01  RUN-RC PIC 9(2) VALUE ZERO.

       01  FEDSUB-OUT-STATUS PIC XX.
           88 FEDSUB-OUT-OK VALUE "00".

      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      * The PARM= text naming the month to submit (YYYY-MM).
       01  PARM-INFO.
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMFSUB" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           IF PARM-LEN < 7
              OR PARM-TEXT (1:4) IS NOT NUMERIC
              OR PARM-TEXT (5:1) NOT = "-"
           .

       1000-MAIN-END.
           MOVE RETURN-CODE TO RUN-RC
           CALL "UNEMRHMK" USING "UNEMFSUB" CYCLE-DATE-OUT RUN-RC
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      ******************************************************************
      * The validation pass: every monthly record of the month must
