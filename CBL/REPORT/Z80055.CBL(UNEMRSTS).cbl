      * outcome as UNEMPL01 writes it, today's record counts against
      * yesterday's, and today's elapsed time. Any key refreshes.
      * The data desk's "is it done yet?" calls get a panel instead.
      * The forecast line reads the daily job's run off the step-
      * timing history (UNEMSTPH, STPHREC.cpy - defined to CICS
      * read-only): the last step done, the steps to go, and the
      * forecast end against the window's deadline.
      * The window line says whether the batch window is open - the
      * cycle loading or the window lock held - and so whether the
      * live-updating utilities are being refused (UNEMWLCK).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-24  MB  IMPBYOCC added as the eighth panel line.
      *    2021-08-24  MB  UNEMPROM's stage-to-live merge added as the
      *                    ninth panel line; a merge that completed
      *                    as a restart from its checkpoint shows
      *                    RESTARTED and is called out on the message
      *                    line.
      *    2021-08-25  MB  Forecast line - the daily job's progress
      *                    and forecast end against the window's
      *                    deadline, from the step-timing history.
      *    2021-08-25  MB  The forecast line names the step a failed
      *                    run stopped at instead of forecasting it.
      *    2021-08-25  MB  Window line - the batch-window lock and
      *                    the cycle state the utilities gate on.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
              88 RH-FAILED   VALUE 'F'.
              88 RH-SKIPPED  VALUE 'K'.
              88 RH-NOT-RUN  VALUE 'P'.
              88 RH-RESTARTED VALUE 'R'.
           05 RH-REC-COUNT   PIC 9(5).
           05 RH-RETURN-CODE PIC 9(2).
           05 RH-START-TIME  PIC 9(6).
           05 RH-END-TIME    PIC 9(6).
           05 FILLER         PIC X(18).

      * The step-timing record, STPHREC.cpy's run-record and
      * pointer shapes minus the FD.
       01  STEP-HIST-REC.
           05 SH-KEY.
              10 SH-JOB       PIC X(8).
              10 SH-RUN-DATE  PIC 9(8).
              10 SH-STEP-SEQ  PIC 9(3).
           05 SH-RUN-DATA.
              10 SR-LAST-STEP     PIC X(8).
              10 SR-START-DATE    PIC 9(8).
              10 SR-START-TIME    PIC 9(6).
              10 SR-MARK-DATE     PIC 9(8).
              10 SR-MARK-TIME     PIC 9(6).
              10 SR-LAST-SEQ      PIC 9(3).
              10 SR-STEPS-LEFT    PIC 9(3).
              10 SR-STATUS        PIC X.
                 88 SR-RUNNING    VALUE 'R'.
                 88 SR-COMPLETE   VALUE 'C'.
                 88 SR-ABANDONED  VALUE 'A'.
              10 SR-FORECAST-SECS PIC 9(7).
              10 SR-FORECAST-TIME PIC 9(6).
              10 SR-FORECAST-DAYS PIC 9.
              10 SR-DEADLINE-SECS PIC 9(7).
              10 SR-DEADLINE-TIME PIC 9(6).
              10 SR-DEADLINE-DAYS PIC 9.
              10 SR-ALERT-SW      PIC X.
                 88 SR-ALERTED    VALUE 'Y'.
              10 SR-RESTARTS      PIC 9(2).
              10 SR-FAIL-SEQ      PIC 9(3).
              10 SR-FAIL-SW       PIC X.
                 88 SR-FAILED     VALUE 'Y'.
              10 FILLER           PIC X(3).
           05 SH-POINTER-DATA REDEFINES SH-RUN-DATA.
              10 SP-RUN-DATE      PIC 9(8).
              10 FILLER           PIC X(73).

       01  STPH-KEY.
           05 SK-JOB      PIC X(8) VALUE 'UNEMDLYJ'.
           05 SK-RUN-DATE PIC 9(8).
           05 SK-STEP-SEQ PIC 9(3).

      * The forecast line's pieces.
       01  FC-CLOCK.
           05 FC-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 FC-MM PIC 9(2).
       01  DL-CLOCK.
           05 DL-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 DL-MM PIC 9(2).
       01  STEPS-LEFT-EDIT PIC Z9.
       01  DEADLINE-TEXT   PIC X(24) VALUE SPACES.

       01  BROWSE-KEY.
           05 BK-RUN-DATE PIC 9(8).
           05 BK-RUN-TIME PIC 9(6).
       01  CURR-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
       01  DATE-WORK-X  PIC X(8) VALUE SPACES.

      * One slot per importer, matched by name, and the last for
      * the stage-to-live merge.
       01  PANEL-SOURCE-TABLE.
           05 FILLER PIC X(8) VALUE 'IMPBYAGE'.
           05 FILLER PIC X(8) VALUE 'IMPBYGEN'.
           05 FILLER PIC X(8) VALUE 'IMPBYETH'.
           05 FILLER PIC X(8) VALUE 'IMPBYSTA'.
           05 FILLER PIC X(8) VALUE 'IMPBYLAB'.
           05 FILLER PIC X(8) VALUE 'IMPBYOCC'.
           05 FILLER PIC X(8) VALUE 'UNEMPROM'.

       01  PANEL-SOURCES REDEFINES PANEL-SOURCE-TABLE.
           05 PANEL-SOURCE OCCURS 9 TIMES PIC X(8).

       01  PANEL-TALLIES.
           05 PANEL-ENTRY OCCURS 9 TIMES.
              10 PT-OUTCOME    PIC X.
              10 PT-TODAY      PIC 9(5) COMP-4.
              10 PT-YESTERDAY  PIC 9(5) COMP-4.
       01  RUN-END   PIC 9(6) VALUE ZERO.
       01  RUN-SEEN-SW PIC X VALUE 'N'.
           88 RUN-SEEN VALUE 'Y'.
       01  MERGE-SLOT PIC 9(1) COMP-4 VALUE 9.

       01  RESP-CODE PIC S9(8) COMP VALUE ZERO.

      * The batch window, from the interlock (UNEMWLCK).
       01  WLCK-STATUS PIC X VALUE SPACE.
       01  WLCK-TEXT   PIC X(60) VALUE SPACES.

      * The symbolic map for the UNEMTMAP panel.
       COPY UNEMTMAP.


           PERFORM 2000-GATHER-RUN-STATE
              THRU 2000-GATHER-RUN-STATE-EXIT
           PERFORM 2500-GATHER-FORECAST
              THRU 2500-GATHER-FORECAST-EXIT
           CALL "UNEMWLCK" USING "SHOW " "UNEMRSTS" WLCK-STATUS
              WLCK-TEXT
           MOVE WLCK-TEXT TO TLOCKO
           PERFORM 3000-PAINT-PANEL
              THRU 3000-PAINT-PANEL-EXIT

           IF RUN-SEEN THEN
              MOVE "Refreshed - press any key to refresh again."
                 TO TMSGO
              IF PT-OUTCOME (MERGE-SLOT) = 'R' THEN
                 MOVE "Today's merge restarted from its checkpoint."
                    TO TMSGO
              END-IF
           ELSE
              MOVE "No run recorded today yet." TO TMSGO
           END-IF
           EXIT.
      ******************************************************************
       2100-FOLD-RUN-RECORD.
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 9
              IF PANEL-SOURCE (SRC-IDX) = RH-SOURCE THEN
                 IF RH-RUN-DATE = YESTERDAY-DATE THEN
                    MOVE RH-REC-COUNT TO PT-YESTERDAY (SRC-IDX)
                    SET RUN-SEEN TO TRUE
                    MOVE RH-REC-COUNT TO PT-TODAY (SRC-IDX)
                    MOVE RH-OUTCOME TO PT-OUTCOME (SRC-IDX)
                    *> The elapsed time is the import run's.
                    IF SRC-IDX < MERGE-SLOT THEN
                       MOVE RH-START-TIME TO RUN-START
                       MOVE RH-END-TIME TO RUN-END
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

       2100-FOLD-RUN-RECORD-EXIT.
           EXIT.
      ******************************************************************
      * The daily job's run off the step-timing history - its
      * current-run pointer, then the run record - as the forecast
      * line.
      ******************************************************************
       2500-GATHER-FORECAST.
           MOVE SPACES TO TFCSTO
           MOVE ZERO TO SK-RUN-DATE SK-STEP-SEQ

           EXEC CICS
               READ DATASET('UNEMSTPH')
                    INTO(STEP-HIST-REC)
                    RIDFLD(STPH-KEY)
                    RESP(RESP-CODE)
           END-EXEC

           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              MOVE "No step timing recorded for UNEMDLYJ." TO TFCSTO
              GO TO 2500-GATHER-FORECAST-EXIT
           END-IF

           MOVE SP-RUN-DATE TO SK-RUN-DATE
           EXEC CICS
               READ DATASET('UNEMSTPH')
                    INTO(STEP-HIST-REC)
                    RIDFLD(STPH-KEY)
                    RESP(RESP-CODE)
           END-EXEC

           IF RESP-CODE NOT = DFHRESP(NORMAL) THEN
              MOVE "No step timing recorded for UNEMDLYJ." TO TFCSTO
              GO TO 2500-GATHER-FORECAST-EXIT
           END-IF

           MOVE SR-FORECAST-TIME (1:2) TO FC-HH
           MOVE SR-FORECAST-TIME (3:2) TO FC-MM
           MOVE SPACES TO DEADLINE-TEXT
           IF SR-DEADLINE-SECS = ZERO THEN
              MOVE ", no deadline" TO DEADLINE-TEXT
           ELSE
              MOVE SR-DEADLINE-TIME (1:2) TO DL-HH
              MOVE SR-DEADLINE-TIME (3:2) TO DL-MM
              IF SR-FORECAST-SECS > SR-DEADLINE-SECS THEN
                 STRING ", deadline " DL-CLOCK " LATE"
                    DELIMITED BY SIZE INTO DEADLINE-TEXT
              ELSE
                 STRING ", deadline " DL-CLOCK " ON TIME"
                    DELIMITED BY SIZE INTO DEADLINE-TEXT
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN SR-FAILED
                 STRING "UNEMDLYJ FAILED at step " SR-FAIL-SEQ
                        " - incident bundle captured"
                    DELIMITED BY SIZE INTO TFCSTO
              WHEN SR-COMPLETE
                 STRING "UNEMDLYJ complete at " FC-CLOCK
                        DEADLINE-TEXT
                    DELIMITED BY SIZE INTO TFCSTO
              WHEN SR-ABANDONED
                 STRING "UNEMDLYJ of " SR-START-DATE
                        " abandoned after " SR-LAST-STEP
                    DELIMITED BY SIZE INTO TFCSTO
              WHEN SR-LAST-SEQ = ZERO
                 STRING "UNEMDLYJ started, ends ~" FC-CLOCK
                        DEADLINE-TEXT
                    DELIMITED BY SIZE INTO TFCSTO
              WHEN OTHER
                 MOVE SR-STEPS-LEFT TO STEPS-LEFT-EDIT
                 STRING SR-LAST-STEP " done," STEPS-LEFT-EDIT
                        " to go: ends ~" FC-CLOCK DEADLINE-TEXT
                    DELIMITED BY SIZE INTO TFCSTO
           END-EVALUATE
           .

       2500-GATHER-FORECAST-EXIT.
           EXIT.
      ******************************************************************
       3000-PAINT-PANEL.
           PERFORM VARYING SRC-IDX FROM 1 BY 1 UNTIL SRC-IDX > 9
              MOVE PANEL-SOURCE (SRC-IDX) TO TSRCO (SRC-IDX)
              MOVE PT-TODAY (SRC-IDX) TO TTODAYO (SRC-IDX)
              MOVE PT-YESTERDAY (SRC-IDX) TO TYESTO (SRC-IDX)
                    MOVE "SKIPPED" TO TOUTCO (SRC-IDX)
                 WHEN 'P'
                    MOVE "NOT RUN" TO TOUTCO (SRC-IDX)
                 WHEN 'R'
                    MOVE "RESTARTED" TO TOUTCO (SRC-IDX)
                 WHEN OTHER
                    MOVE "WAITING" TO TOUTCO (SRC-IDX)
              END-EVALUATE
