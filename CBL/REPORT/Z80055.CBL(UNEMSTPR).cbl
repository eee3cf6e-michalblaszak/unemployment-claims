      ******************************************************************
      * Batch-window step-timing trend report.
      ******************************************************************
      * The step-timing history (STPHSTDD, written by the UNEMSTPT
      * marker steps of UNEMDLYJ and UNEMEODJ) holds the start, end
      * and CPU of every step of every run. This report reads the
      * last year of it, job by job:
      *    per step - the last run's elapsed time, the average
      *               elapsed time of its last ten runs against the
      *               ten before them and the change between the
      *               two, the average CPU of the last ten, and the
      *               change in the record volume those runs had to
      *               do. A step whose time grew more than its
      *               volume did, by more than the runtime parameter
      *               STPR-GROWTH-PCT percentage points (default 20),
      *               is flagged GROWING - a step slowing down for
      *               no reason of the data's is the one to look at
      *               before it breaks the window.
      *    per run  - the job's last ten runs: start, elapsed, end
      *               against the window's deadline, and restarts.
      * A run's volume is the records the day's import took in - the
      * UNEMPL01 rows of the import run history (RUNHSTDD) for the
      * run's date. Steps re-run after a restart are shown as the
      * last run (marked '*') but left out of the averages, their
      * time including the wait for the resubmission.
      * RC=4 the run history missing (no volume figures) or a table
      * overflowed; RC=8 the step-timing history couldn't be read.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMPARM - see CBL/UTIL(UNEMPARM).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  The outbound producers' run-history rows
      *                    (RH-ROW-KIND 'X') are left out of the import
      *                    volumes.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMSTPR.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-25.

      *========================
       ENVIRONMENT DIVISION.
      *========================
       CONFIGURATION SECTION.
      *------------------------
      * SOURCE-COMPUTER.
      *     IBM-SYSTEM WITH DEBUGGING MODE.

      *------------------------
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           SELECT STEP-HIST ASSIGN TO STPHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-KEY
           FILE STATUS IS STPH-FILE-STATUS.

           *> The import run history - the record volumes.
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  STEP-HIST
      *    01  STEP-HIST-REC.
       COPY STPHREC.

      * Provides:
      *    FD  RUN-HIST
      *    01  RUN-HIST-REC.
       COPY RUNHREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  STPH-FILE-STATUS PIC XX.
           88 STPH-FILE-OK VALUE "00".
           88 STPH-FILE-EOF VALUE "10".

       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-EOF VALUE "10".

       01  VOLUME-MISSING-SW PIC X VALUE 'N'.
           88 VOLUME-MISSING VALUE 'Y'.
       01  TABLE-OVERFLOW-SW PIC X VALUE 'N'.
           88 TABLE-OVERFLOW VALUE 'Y'.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
      * A year back - the oldest run reported on.
       01  LOW-DATE PIC 9(8) VALUE ZERO.

      * Runtime parameters.
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  GROWTH-LIMIT PIC 9(3) VALUE 20.

      * The import's records per run date, oldest first.
       01  VOLUME-TABLE.
           05 VOLUME-ENTRY OCCURS 400 TIMES.
              10 VT-DATE    PIC 9(8).
              10 VT-RECORDS PIC 9(9) COMP-4.
       01  VOLUME-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  VOLUME-IDX  PIC 9(4) COMP-4.

      * The job being gathered, and the run its step records belong
      * to.
       01  CUR-JOB       PIC X(8) VALUE SPACES.
       01  CUR-RUN-DATE  PIC 9(8) VALUE ZERO.
       01  CUR-VOLUME    PIC 9(9) COMP-4 VALUE ZERO.
       01  CUR-VOLUME-SW PIC X VALUE 'N'.
           88 CUR-VOLUME-KNOWN VALUE 'Y'.

      * The job's steps in step order, each with its last twenty
      * runs (re-runs left out), oldest first.
       01  STEP-TABLE.
           05 STEP-ENTRY OCCURS 60 TIMES.
              10 ST-SEQ          PIC 9(3).
              10 ST-NAME         PIC X(8).
              10 ST-LAST-DATE    PIC 9(8).
              10 ST-LAST-ELAPSED PIC 9(7).
              10 ST-LAST-RERUN   PIC X.
              10 ST-RUNS         PIC 9(2) COMP-4.
              10 ST-TREND OCCURS 20 TIMES.
                 15 TR-ELAPSED   PIC 9(7) COMP-4.
                 15 TR-CPU       PIC 9(9) COMP-4.
                 15 TR-CPU-SW    PIC X.
                 15 TR-VOLUME    PIC 9(9) COMP-4.
                 15 TR-VOLUME-SW PIC X.
       01  STEP-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  STEP-IDX  PIC 9(3) COMP-4.
       01  STEP-AT   PIC 9(3) COMP-4.
       01  SLOT-IDX  PIC 9(2) COMP-4.

      * The job's last ten runs, oldest first.
       01  RUN-TABLE.
           05 RUN-ENTRY OCCURS 10 TIMES.
              10 RT-DATE          PIC 9(8).
              10 RT-START-TIME    PIC 9(6).
              10 RT-STATUS        PIC X.
              10 RT-SECS          PIC 9(7).
              10 RT-END-TIME      PIC 9(6).
              10 RT-END-DAYS      PIC 9.
              10 RT-DEADLINE-SECS PIC 9(7).
              10 RT-DEADLINE-TIME PIC 9(6).
              10 RT-RESTARTS      PIC 9(2).
       01  RUN-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  RUN-IDX  PIC 9(2) COMP-4.

      * One step's two ten-run windows.
       01  TREND-WORK.
           05 REC-COUNT     PIC 9(2) COMP-4.
           05 PRI-COUNT     PIC 9(2) COMP-4.
           05 REC-FIRST     PIC 9(2) COMP-4.
           05 REC-ELAPSED   PIC 9(9) COMP-4.
           05 PRI-ELAPSED   PIC 9(9) COMP-4.
           05 REC-CPU       PIC 9(11) COMP-4.
           05 REC-CPU-N     PIC 9(2) COMP-4.
           05 REC-VOLUME    PIC 9(11) COMP-4.
           05 REC-VOLUME-N  PIC 9(2) COMP-4.
           05 PRI-VOLUME    PIC 9(11) COMP-4.
           05 PRI-VOLUME-N  PIC 9(2) COMP-4.
           05 REC-AVG       PIC 9(7) COMP-4.
           05 PRI-AVG       PIC 9(7) COMP-4.
           05 REC-VOL-AVG   PIC 9(9) COMP-4.
           05 PRI-VOL-AVG   PIC 9(9) COMP-4.
           05 CPU-AVG       PIC 9(7)V99 COMP-4.
           05 TIME-PCT      PIC S9(5) COMP-4.
           05 VOLUME-PCT    PIC S9(5) COMP-4.
           05 EXCESS-PCT    PIC S9(5) COMP-4.
           05 TIME-PCT-SW   PIC X.
              88 TIME-PCT-KNOWN VALUE 'Y'.
           05 VOLUME-PCT-SW PIC X.
              88 VOLUME-PCT-KNOWN VALUE 'Y'.

       01  PCT-EDIT PIC -(4)9.

      * A duration in seconds as hh:mm:ss, a clock time as hh:mm.
       01  DUR-SECS PIC 9(7) COMP-4 VALUE ZERO.
       01  DUR-REM  PIC 9(7) COMP-4 VALUE ZERO.
       01  DUR-TEXT.
           05 DUR-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 DUR-MM PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 DUR-SS PIC 9(2).
       01  CLOCK-HHMMSS PIC 9(6) VALUE ZERO.
       01  CLOCK-EDIT.
           05 CE-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 CE-MM PIC 9(2).

       01  REPORT-COUNTS.
           05 JOBS-REPORTED  PIC 9(3) COMP-4 VALUE ZERO.
           05 STEPS-REPORTED PIC 9(5) COMP-4 VALUE ZERO.
           05 STEPS-GROWING  PIC 9(5) COMP-4 VALUE ZERO.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  STPR-DISP-SEPARATOR PIC X(120) VALUE ALL '-'.

       01  STPR-WINDOW-DISP-REC.
           05 FILLER         PIC X(22) VALUE 'Runs started between '.
           05 SW-DISP-LOW    PIC 9(8)  VALUE ZERO.
           05 FILLER         PIC X(5)  VALUE ' and '.
           05 SW-DISP-TODAY  PIC 9(8)  VALUE ZERO.
           05 FILLER         PIC X(27)
              VALUE '   GROWING: time grew over '.
           05 SW-DISP-LIMIT  PIC ZZ9.
           05 FILLER         PIC X(28)
              VALUE ' points more than volume did'.

       01  STPR-JOB-DISP-REC.
           05 FILLER         PIC X(4)  VALUE 'JOB '.
           05 SJ-DISP-JOB    PIC X(8)  VALUE SPACES.
           05 FILLER         PIC X(3)  VALUE SPACES.
           05 SJ-DISP-TEXT   PIC X(60) VALUE SPACES.

       01  STPR-STEP-HEAD-DISP-REC.
           05 FILLER PIC X(10) VALUE 'STEP'.
           05 FILLER PIC X(5)  VALUE 'SEQ'.
           05 FILLER PIC X(10) VALUE 'LAST RUN'.
           05 FILLER PIC X(10) VALUE ' LAST SECS'.
           05 FILLER PIC X(10) VALUE ' AVG LAST'.
           05 FILLER PIC X(10) VALUE 'AVG PRIOR'.
           05 FILLER PIC X(8)  VALUE ' TIME %'.
           05 FILLER PIC X(12) VALUE '  AVG CPU S'.
           05 FILLER PIC X(8)  VALUE '  VOL %'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'TREND'.

       01  STPR-STEP-DISP-REC.
           05 SD-DISP-STEP     PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-SEQ      PIC 9(3)  VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-LAST     PIC 9(8)  VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-LAST-SEC PIC Z,ZZZ,ZZ9.
           05 SD-DISP-RERUN    PIC X     VALUE SPACE.
           05 SD-DISP-AVG-REC  PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X     VALUE SPACE.
           05 SD-DISP-AVG-PRI  PIC X(9)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-TIME-PCT PIC X(6)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-CPU      PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-VOL-PCT  PIC X(6)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SD-DISP-TREND    PIC X(20) VALUE SPACES.

       01  SD-NUM-EDIT PIC Z,ZZZ,ZZ9.
       01  SD-CPU-EDIT PIC ZZZ,ZZ9.99.

       01  STPR-RUN-HEAD-DISP-REC.
           05 FILLER PIC X(10) VALUE 'RUN DATE'.
           05 FILLER PIC X(10) VALUE 'STARTED'.
           05 FILLER PIC X(12) VALUE 'STATUS'.
           05 FILLER PIC X(10) VALUE 'ELAPSED'.
           05 FILLER PIC X(10) VALUE 'ENDED'.
           05 FILLER PIC X(10) VALUE 'DEADLINE'.
           05 FILLER PIC X(10) VALUE 'WINDOW'.
           05 FILLER PIC X(8)  VALUE 'RESTARTS'.

       01  STPR-RUN-DISP-REC.
           05 RD-DISP-DATE     PIC 9(8)  VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-DISP-START    PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-DISP-STATUS   PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-DISP-ELAPSED  PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-DISP-END      PIC X(5)  VALUE SPACES.
           05 RD-DISP-END-DAY  PIC X(3)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RD-DISP-DEADLINE PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RD-DISP-VERDICT  PIC X(10) VALUE SPACES.
           05 RD-DISP-RESTARTS PIC Z9.

       01  STPR-TOTAL-DISP-REC.
           05 TD-DISP-JOBS     PIC ZZ9.
           05 FILLER           PIC X(10) VALUE ' job(s), '.
           05 TD-DISP-STEPS    PIC ZZ,ZZ9.
           05 FILLER           PIC X(11) VALUE ' step(s), '.
           05 TD-DISP-GROWING  PIC ZZ,ZZ9.
           05 FILLER           PIC X(35)
              VALUE ' growing faster than their volume'.

       01  STPR-TEXT-DISP-REC.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SX-DISP-TEXT    PIC X(110) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           COMPUTE LOW-DATE = RUN-DATE-TODAY - 10000

           MOVE "STPR-GROWTH-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' THEN
              IF RTP-VALUE (1:3) IS NUMERIC THEN
                 MOVE RTP-VALUE (1:3) TO GROWTH-LIMIT
              ELSE
                 DISPLAY "STPR-GROWTH-PCT " RTP-VALUE
                    " is not nnn - 20 assumed."
              END-IF
           END-IF

           PERFORM 2000-LOAD-VOLUMES
              THRU 2000-LOAD-VOLUMES-END

           OPEN INPUT STEP-HIST
           IF NOT STPH-FILE-OK THEN
              DISPLAY "Couldn't open the step-timing history - "
                 "STATUS " STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "BATCH WINDOW STEP TIMING TRENDS (UNEMSTPR)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMSTPR" PRNT-TEXT
           MOVE LOW-DATE TO SW-DISP-LOW
           MOVE RUN-DATE-TODAY TO SW-DISP-TODAY
           MOVE GROWTH-LIMIT TO SW-DISP-LIMIT
           MOVE STPR-WINDOW-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           IF VOLUME-MISSING THEN
              MOVE "*** No run history - growth is the time's alone."
                 TO SX-DISP-TEXT
              MOVE STPR-TEXT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           END-IF

           PERFORM 3000-READ-NEXT-STEP-HIST
           PERFORM UNTIL STPH-FILE-EOF
              IF SH-JOB NOT = CUR-JOB THEN
                 IF CUR-JOB NOT = SPACES THEN
                    PERFORM 4000-PRINT-JOB
                 END-IF
                 PERFORM 3100-START-JOB
              END-IF
              IF SH-RUN-DATE NOT < LOW-DATE THEN
                 IF SH-STEP-SEQ = ZERO THEN
                    PERFORM 3200-ADD-RUN
                 ELSE
                    PERFORM 3300-ADD-STEP THRU 3300-ADD-STEP-END
                 END-IF
              END-IF
              PERFORM 3000-READ-NEXT-STEP-HIST
           END-PERFORM
           IF CUR-JOB NOT = SPACES THEN
              PERFORM 4000-PRINT-JOB
           END-IF

           CLOSE STEP-HIST

           MOVE JOBS-REPORTED TO TD-DISP-JOBS
           MOVE STEPS-REPORTED TO TD-DISP-STEPS
           MOVE STEPS-GROWING TO TD-DISP-GROWING
           MOVE STPR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMSTPR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMSTPR" PRNT-TEXT

           IF VOLUME-MISSING OR TABLE-OVERFLOW THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The import's records per run date over the year - the UNEMPL01
      * source rows of the run history (UNEMPROM's merge rows would
      * count the same records twice).
      ******************************************************************
       2000-LOAD-VOLUMES.
           OPEN INPUT RUN-HIST
           IF NOT RUN-HIST-OK THEN
              DISPLAY "*** Couldn't open the run history - STATUS "
                 RUN-HIST-STATUS " - no volume figures."
              SET VOLUME-MISSING TO TRUE
              GO TO 2000-LOAD-VOLUMES-END
           END-IF

           MOVE LOW-DATE TO RH-RUN-DATE
           MOVE ZERO TO RH-RUN-TIME
           MOVE LOW-VALUES TO RH-SOURCE
           START RUN-HIST KEY IS >= RH-KEY
              INVALID KEY
                 SET RUN-HIST-EOF TO TRUE
           END-START

           IF NOT RUN-HIST-EOF THEN
              PERFORM 2100-READ-NEXT-RUN-HIST
           END-IF
           PERFORM UNTIL RUN-HIST-EOF
              IF RH-SOURCE NOT = "UNEMPROM" AND NOT RH-SKIPPED
                 AND NOT RH-NOT-RUN AND NOT RH-PRODUCER-ROW
              THEN
                 PERFORM 2200-ADD-VOLUME THRU 2200-ADD-VOLUME-END
              END-IF
              PERFORM 2100-READ-NEXT-RUN-HIST
           END-PERFORM

           CLOSE RUN-HIST
           .

       2000-LOAD-VOLUMES-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-RUN-HIST.
           READ RUN-HIST NEXT

           IF NOT RUN-HIST-OK AND NOT RUN-HIST-EOF THEN
              SET RUN-HIST-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-RUN-HIST-END.
           EXIT.
      ******************************************************************
      * The history is in date order, so a new date goes on the end.
      ******************************************************************
       2200-ADD-VOLUME.
           IF VOLUME-USED > ZERO THEN
              IF VT-DATE (VOLUME-USED) = RH-RUN-DATE THEN
                 ADD RH-REC-COUNT TO VT-RECORDS (VOLUME-USED)
                 GO TO 2200-ADD-VOLUME-END
              END-IF
           END-IF

           IF VOLUME-USED >= 400 THEN
              IF NOT TABLE-OVERFLOW THEN
                 DISPLAY "*** More than 400 run dates - the rest have "
                    "no volume."
              END-IF
              SET TABLE-OVERFLOW TO TRUE
              GO TO 2200-ADD-VOLUME-END
           END-IF

           ADD 1 TO VOLUME-USED
           MOVE RH-RUN-DATE TO VT-DATE (VOLUME-USED)
           MOVE RH-REC-COUNT TO VT-RECORDS (VOLUME-USED)
           .

       2200-ADD-VOLUME-END.
           EXIT.
      ******************************************************************
       3000-READ-NEXT-STEP-HIST.
           READ STEP-HIST NEXT

           IF NOT STPH-FILE-OK AND NOT STPH-FILE-EOF THEN
              SET STPH-FILE-EOF TO TRUE
           END-IF
           .

       3000-READ-NEXT-STEP-HIST-END.
           EXIT.
      ******************************************************************
       3100-START-JOB.
           MOVE SH-JOB TO CUR-JOB
           MOVE ZERO TO CUR-RUN-DATE STEP-USED RUN-USED
           INITIALIZE STEP-TABLE RUN-TABLE
           .

       3100-START-JOB-END.
           EXIT.
      ******************************************************************
      * A run record: its volume is looked up for the steps that
      * follow it, and it goes on the end of the last-ten-runs table.
      ******************************************************************
       3200-ADD-RUN.
           MOVE SH-RUN-DATE TO CUR-RUN-DATE
           MOVE 'N' TO CUR-VOLUME-SW
           MOVE ZERO TO CUR-VOLUME
           PERFORM VARYING VOLUME-IDX FROM 1 BY 1
                 UNTIL VOLUME-IDX > VOLUME-USED
                 OR CUR-VOLUME-KNOWN
              IF VT-DATE (VOLUME-IDX) = SH-RUN-DATE THEN
                 MOVE VT-RECORDS (VOLUME-IDX) TO CUR-VOLUME
                 SET CUR-VOLUME-KNOWN TO TRUE
              END-IF
           END-PERFORM

           IF RUN-USED >= 10 THEN
              PERFORM VARYING RUN-IDX FROM 1 BY 1
                    UNTIL RUN-IDX > 9
                 MOVE RUN-ENTRY (RUN-IDX + 1) TO RUN-ENTRY (RUN-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO RUN-USED
           END-IF
           MOVE SH-RUN-DATE TO RT-DATE (RUN-USED)
           MOVE SR-START-TIME TO RT-START-TIME (RUN-USED)
           MOVE SR-STATUS TO RT-STATUS (RUN-USED)
           MOVE SR-FORECAST-SECS TO RT-SECS (RUN-USED)
           MOVE SR-FORECAST-TIME TO RT-END-TIME (RUN-USED)
           MOVE SR-FORECAST-DAYS TO RT-END-DAYS (RUN-USED)
           MOVE SR-DEADLINE-SECS TO RT-DEADLINE-SECS (RUN-USED)
           MOVE SR-DEADLINE-TIME TO RT-DEADLINE-TIME (RUN-USED)
           MOVE SR-RESTARTS TO RT-RESTARTS (RUN-USED)
           .

       3200-ADD-RUN-END.
           EXIT.
      ******************************************************************
      * A step record: the step's last run, and - not a re-run - one
      * more run on its trend, the oldest of twenty dropped.
      ******************************************************************
       3300-ADD-STEP.
           PERFORM 3400-FIND-STEP THRU 3400-FIND-STEP-END
           IF STEP-AT = ZERO THEN
              GO TO 3300-ADD-STEP-END
           END-IF

           MOVE SH-STEP TO ST-NAME (STEP-AT)
           MOVE SH-RUN-DATE TO ST-LAST-DATE (STEP-AT)
           MOVE SH-ELAPSED TO ST-LAST-ELAPSED (STEP-AT)
           MOVE SH-RERUN-SW TO ST-LAST-RERUN (STEP-AT)
           IF SH-RERUN THEN
              GO TO 3300-ADD-STEP-END
           END-IF

           IF ST-RUNS (STEP-AT) >= 20 THEN
              PERFORM VARYING SLOT-IDX FROM 1 BY 1
                    UNTIL SLOT-IDX > 19
                 MOVE ST-TREND (STEP-AT SLOT-IDX + 1)
                    TO ST-TREND (STEP-AT SLOT-IDX)
              END-PERFORM
           ELSE
              ADD 1 TO ST-RUNS (STEP-AT)
           END-IF
           MOVE ST-RUNS (STEP-AT) TO SLOT-IDX

           MOVE SH-ELAPSED TO TR-ELAPSED (STEP-AT SLOT-IDX)
           IF SH-CPU-COLLECTED THEN
              MOVE SH-CPU TO TR-CPU (STEP-AT SLOT-IDX)
              MOVE 'Y' TO TR-CPU-SW (STEP-AT SLOT-IDX)
           ELSE
              MOVE ZERO TO TR-CPU (STEP-AT SLOT-IDX)
              MOVE 'N' TO TR-CPU-SW (STEP-AT SLOT-IDX)
           END-IF
           IF CUR-VOLUME-KNOWN AND SH-RUN-DATE = CUR-RUN-DATE THEN
              MOVE CUR-VOLUME TO TR-VOLUME (STEP-AT SLOT-IDX)
              MOVE 'Y' TO TR-VOLUME-SW (STEP-AT SLOT-IDX)
           ELSE
              MOVE ZERO TO TR-VOLUME (STEP-AT SLOT-IDX)
              MOVE 'N' TO TR-VOLUME-SW (STEP-AT SLOT-IDX)
           END-IF
           .

       3300-ADD-STEP-END.
           EXIT.
      ******************************************************************
      * STEP-AT for SH-STEP-SEQ - the table kept in step order, a new
      * step slotted in; zero when the table is full.
      ******************************************************************
       3400-FIND-STEP.
           MOVE ZERO TO STEP-AT
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > STEP-USED
                 OR ST-SEQ (STEP-IDX) >= SH-STEP-SEQ
              CONTINUE
           END-PERFORM

           IF STEP-IDX <= STEP-USED THEN
              IF ST-SEQ (STEP-IDX) = SH-STEP-SEQ THEN
                 MOVE STEP-IDX TO STEP-AT
                 GO TO 3400-FIND-STEP-END
              END-IF
           END-IF

           IF STEP-USED >= 60 THEN
              IF NOT TABLE-OVERFLOW THEN
                 DISPLAY "*** More than 60 steps in " CUR-JOB
                    " - the rest are not reported."
              END-IF
              SET TABLE-OVERFLOW TO TRUE
              GO TO 3400-FIND-STEP-END
           END-IF

           *> Opens a slot at STEP-IDX by moving the rest down.
           MOVE STEP-IDX TO STEP-AT
           MOVE STEP-USED TO STEP-IDX
           ADD 1 TO STEP-USED
           PERFORM UNTIL STEP-IDX < STEP-AT
              MOVE STEP-ENTRY (STEP-IDX) TO STEP-ENTRY (STEP-IDX + 1)
              SUBTRACT 1 FROM STEP-IDX
           END-PERFORM

           INITIALIZE STEP-ENTRY (STEP-AT)
           MOVE SH-STEP-SEQ TO ST-SEQ (STEP-AT)
           .

       3400-FIND-STEP-END.
           EXIT.
      ******************************************************************
      * One job's section: its steps' trends, then its last runs.
      ******************************************************************
       4000-PRINT-JOB.
           ADD 1 TO JOBS-REPORTED

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           MOVE CUR-JOB TO SJ-DISP-JOB
           MOVE "step trends - last ten runs against the ten before"
              TO SJ-DISP-TEXT
           MOVE STPR-JOB-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           MOVE STPR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           MOVE STPR-STEP-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMSTPR" PRNT-TEXT

           PERFORM VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > STEP-USED
              PERFORM 4100-PRINT-STEP
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           MOVE CUR-JOB TO SJ-DISP-JOB
           MOVE "last runs against the window's deadline"
              TO SJ-DISP-TEXT
           MOVE STPR-JOB-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           MOVE STPR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           MOVE STPR-RUN-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMSTPR" PRNT-TEXT

           PERFORM VARYING RUN-IDX FROM 1 BY 1
                 UNTIL RUN-IDX > RUN-USED
              PERFORM 4200-PRINT-RUN
           END-PERFORM
           .

       4000-PRINT-JOB-END.
           EXIT.
      ******************************************************************
      * One step's line. The last ten runs on its trend are the
      * recent window, up to ten before them the prior one. The time
      * change less the volume change, over the limit, is GROWING.
      ******************************************************************
       4100-PRINT-STEP.
           ADD 1 TO STEPS-REPORTED
           INITIALIZE TREND-WORK

           IF ST-RUNS (STEP-IDX) > 10 THEN
              MOVE 10 TO REC-COUNT
           ELSE
              MOVE ST-RUNS (STEP-IDX) TO REC-COUNT
           END-IF
           COMPUTE PRI-COUNT = ST-RUNS (STEP-IDX) - REC-COUNT
           COMPUTE REC-FIRST = PRI-COUNT + 1

           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                 UNTIL SLOT-IDX > ST-RUNS (STEP-IDX)
              IF SLOT-IDX < REC-FIRST THEN
                 ADD TR-ELAPSED (STEP-IDX SLOT-IDX) TO PRI-ELAPSED
                 IF TR-VOLUME-SW (STEP-IDX SLOT-IDX) = 'Y' THEN
                    ADD TR-VOLUME (STEP-IDX SLOT-IDX) TO PRI-VOLUME
                    ADD 1 TO PRI-VOLUME-N
                 END-IF
              ELSE
                 ADD TR-ELAPSED (STEP-IDX SLOT-IDX) TO REC-ELAPSED
                 IF TR-CPU-SW (STEP-IDX SLOT-IDX) = 'Y' THEN
                    ADD TR-CPU (STEP-IDX SLOT-IDX) TO REC-CPU
                    ADD 1 TO REC-CPU-N
                 END-IF
                 IF TR-VOLUME-SW (STEP-IDX SLOT-IDX) = 'Y' THEN
                    ADD TR-VOLUME (STEP-IDX SLOT-IDX) TO REC-VOLUME
                    ADD 1 TO REC-VOLUME-N
                 END-IF
              END-IF
           END-PERFORM

           IF REC-COUNT > ZERO THEN
              COMPUTE REC-AVG ROUNDED = REC-ELAPSED / REC-COUNT
           END-IF
           IF PRI-COUNT > ZERO THEN
              COMPUTE PRI-AVG ROUNDED = PRI-ELAPSED / PRI-COUNT
              IF PRI-AVG > ZERO THEN
                 COMPUTE TIME-PCT ROUNDED =
                    (REC-AVG - PRI-AVG) * 100 / PRI-AVG
                 SET TIME-PCT-KNOWN TO TRUE
              END-IF
           END-IF
           IF REC-CPU-N > ZERO THEN
              COMPUTE CPU-AVG ROUNDED = REC-CPU / REC-CPU-N / 100
           END-IF
           IF REC-VOLUME-N > ZERO AND PRI-VOLUME-N > ZERO THEN
              COMPUTE REC-VOL-AVG ROUNDED = REC-VOLUME / REC-VOLUME-N
              COMPUTE PRI-VOL-AVG ROUNDED = PRI-VOLUME / PRI-VOLUME-N
              IF PRI-VOL-AVG > ZERO THEN
                 COMPUTE VOLUME-PCT ROUNDED =
                    (REC-VOL-AVG - PRI-VOL-AVG) * 100 / PRI-VOL-AVG
                 SET VOLUME-PCT-KNOWN TO TRUE
              END-IF
           END-IF

           MOVE ST-NAME (STEP-IDX) TO SD-DISP-STEP
           MOVE ST-SEQ (STEP-IDX) TO SD-DISP-SEQ
           MOVE ST-LAST-DATE (STEP-IDX) TO SD-DISP-LAST
           MOVE ST-LAST-ELAPSED (STEP-IDX) TO SD-DISP-LAST-SEC
           IF ST-LAST-RERUN (STEP-IDX) = 'Y' THEN
              MOVE '*' TO SD-DISP-RERUN
           ELSE
              MOVE SPACE TO SD-DISP-RERUN
           END-IF
           MOVE REC-AVG TO SD-DISP-AVG-REC

           IF PRI-COUNT > ZERO THEN
              MOVE PRI-AVG TO SD-NUM-EDIT
              MOVE SD-NUM-EDIT TO SD-DISP-AVG-PRI
           ELSE
              MOVE "      n/a" TO SD-DISP-AVG-PRI
           END-IF
           IF TIME-PCT-KNOWN THEN
              MOVE TIME-PCT TO PCT-EDIT
              MOVE PCT-EDIT TO SD-DISP-TIME-PCT
           ELSE
              MOVE "   n/a" TO SD-DISP-TIME-PCT
           END-IF
           IF REC-CPU-N > ZERO THEN
              MOVE CPU-AVG TO SD-CPU-EDIT
              MOVE SD-CPU-EDIT TO SD-DISP-CPU
           ELSE
              MOVE "       n/a" TO SD-DISP-CPU
           END-IF
           IF VOLUME-PCT-KNOWN THEN
              MOVE VOLUME-PCT TO PCT-EDIT
              MOVE PCT-EDIT TO SD-DISP-VOL-PCT
           ELSE
              MOVE "   n/a" TO SD-DISP-VOL-PCT
           END-IF

           MOVE SPACES TO SD-DISP-TREND
           EVALUATE TRUE
              WHEN PRI-COUNT = ZERO
                 MOVE "new - no prior runs" TO SD-DISP-TREND
              WHEN TIME-PCT-KNOWN
                 IF VOLUME-PCT-KNOWN THEN
                    COMPUTE EXCESS-PCT = TIME-PCT - VOLUME-PCT
                 ELSE
                    MOVE TIME-PCT TO EXCESS-PCT
                 END-IF
                 IF EXCESS-PCT > GROWTH-LIMIT THEN
                    MOVE "*** GROWING" TO SD-DISP-TREND
                    ADD 1 TO STEPS-GROWING
                 END-IF
           END-EVALUATE

           MOVE STPR-STEP-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           .

       4100-PRINT-STEP-END.
           EXIT.
      ******************************************************************
      * One run's line. A run still running shows its forecast end.
      ******************************************************************
       4200-PRINT-RUN.
           MOVE RT-DATE (RUN-IDX) TO RD-DISP-DATE
           MOVE RT-START-TIME (RUN-IDX) TO CLOCK-HHMMSS
           MOVE CLOCK-HHMMSS (1:2) TO DUR-HH
           MOVE CLOCK-HHMMSS (3:2) TO DUR-MM
           MOVE CLOCK-HHMMSS (5:2) TO DUR-SS
           MOVE DUR-TEXT TO RD-DISP-START

           EVALUATE RT-STATUS (RUN-IDX)
              WHEN 'C'
                 MOVE "complete" TO RD-DISP-STATUS
              WHEN 'R'
                 MOVE "running" TO RD-DISP-STATUS
              WHEN 'A'
                 MOVE "abandoned" TO RD-DISP-STATUS
              WHEN OTHER
                 MOVE "?" TO RD-DISP-STATUS
           END-EVALUATE

           MOVE RT-SECS (RUN-IDX) TO DUR-SECS
           PERFORM 4300-FORMAT-DURATION
           MOVE DUR-TEXT TO RD-DISP-ELAPSED

           MOVE RT-END-TIME (RUN-IDX) (1:2) TO CE-HH
           MOVE RT-END-TIME (RUN-IDX) (3:2) TO CE-MM
           MOVE CLOCK-EDIT TO RD-DISP-END
           MOVE SPACES TO RD-DISP-END-DAY
           IF RT-END-DAYS (RUN-IDX) > ZERO THEN
              MOVE "+" TO RD-DISP-END-DAY (1:1)
              MOVE RT-END-DAYS (RUN-IDX) TO RD-DISP-END-DAY (2:1)
           END-IF

           IF RT-DEADLINE-SECS (RUN-IDX) = ZERO THEN
              MOVE "none" TO RD-DISP-DEADLINE
              MOVE "-" TO RD-DISP-VERDICT
           ELSE
              MOVE RT-DEADLINE-TIME (RUN-IDX) (1:2) TO CE-HH
              MOVE RT-DEADLINE-TIME (RUN-IDX) (3:2) TO CE-MM
              MOVE CLOCK-EDIT TO RD-DISP-DEADLINE
              IF RT-SECS (RUN-IDX) > RT-DEADLINE-SECS (RUN-IDX) THEN
                 MOVE "*** LATE" TO RD-DISP-VERDICT
              ELSE
                 MOVE "on time" TO RD-DISP-VERDICT
              END-IF
           END-IF
           IF RT-STATUS (RUN-IDX) NOT = 'C' THEN
              MOVE "-" TO RD-DISP-VERDICT
           END-IF
           MOVE RT-RESTARTS (RUN-IDX) TO RD-DISP-RESTARTS

           MOVE STPR-RUN-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSTPR" PRNT-TEXT
           .

       4200-PRINT-RUN-END.
           EXIT.
      ******************************************************************
       4300-FORMAT-DURATION.
           DIVIDE DUR-SECS BY 3600 GIVING DUR-REM
              REMAINDER DUR-SECS
           IF DUR-REM > 99 THEN
              MOVE 99 TO DUR-HH
           ELSE
              MOVE DUR-REM TO DUR-HH
           END-IF
           DIVIDE DUR-SECS BY 60 GIVING DUR-MM
              REMAINDER DUR-SS
           .

       4300-FORMAT-DURATION-END.
           EXIT.
      ******************************************************************

       END PROGRAM UNEMSTPR.
