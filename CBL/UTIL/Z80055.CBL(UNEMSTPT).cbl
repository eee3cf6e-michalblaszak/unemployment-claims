      ******************************************************************
      * Batch-window step timing - marker steps and CPU collection.
      ******************************************************************
      * Nobody could say how long each step of the nightly window
      * took, whether it was getting slower, or - while the window
      * was running - when it would finish. The daily and end-of-
      * cycle jobs (UNEMDLYJ, UNEMEODJ) now carry a marker step of
      * this program after each of their own steps, each with the
      * COND of the step it times; each marker records the step it
      * follows on the step-timing history (STPHSTDD, STPHREC.cpy):
      *    PARM='START job'   opens the job's run - first step of the
      *                       job. A run of the job still marked as
      *                       running on an earlier date is marked
      *                       abandoned; a second START on the same
      *                       date (the whole job resubmitted) counts
      *                       a restart and keeps the run's start.
      *    PARM='MARK  job nnn stepname'
      *                       the step nnn (its position in the job,
      *                       the step number) has ended - it ran
      *                       from the previous mark (or the run's
      *                       start) until now. A step at or before
      *                       the last one marked is being run again
      *                       after a restart, and is flagged so.
      *    PARM='FAIL  job nnn stepname'
      *                       as MARK, for a step that abended or
      *                       ended RC 8 or over - the job runs this
      *                       in place of the step's MARK when the
      *                       step failed. The run record keeps the
      *                       step as the one the run failed at (the
      *                       incident bundle, UNEMINCB, reads it),
      *                       until the step is marked clean again
      *                       on a restart.
      *    PARM='END   job'   closes the run - last step of the job.
      *                       A run with a step still failed is left
      *                       running ('R'), RC=4, for its restart
      *                       to close.
      *    PARM='CPU'         collects each step's CPU time from the
      *                       SMF type 30 subtype 4 (step end) records
      *                       of the day's SMF dump (SMFINDD) - the
      *                       marker steps can't see another step's
      *                       CPU. Run from UNEMEODJ.
      * Each MARK (and the START) forecasts the run's end: the time
      * run so far plus, for every step still to come, its average
      * elapsed time over its last ten runs (re-runs left out). The
      * forecast is kept on the run record, where the UNST run-status
      * panel shows it. The window's hard deadline is the runtime
      * parameter DEADLINE-job (PARMFLDD, UNEMPARM), HHMM - at or
      * before the run's start time it is the next morning's. A
      * forecast past the deadline raises a WINDOWLT alert through
      * UNEMALRT, once per run; a run that actually ends past it
      * raises one at END if none was raised on the way.
      * RC=4 when a MARK or END found no open run (one is opened from
      * the mark), an END found the run failed, or the SMF dump was
      * missing; RC=8 on a bad PARM or
      * when the history could not be written.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMPARM: see CBL/UTIL(UNEMPARM).
      *  UNEMALRT: see CBL/UTIL(UNEMALRT).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  PARM='FAIL' records the step a run failed
      *                    at on the run record.
      *    2021-08-25  MB  Corrected the SMF30IOF/SMF30COF offsets in
      *                    the 6200 comment (32 and 56; the code
      *                    already read them there).
      *    2021-08-25  MB  END leaves a run whose failed step has not
      *                    been rerun clean in the running state, RC=4,
      *                    instead of closing it complete.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMSTPT.
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

           *> The day's SMF dump, type 30 records among the rest -
           *> read by PARM='CPU' only.
           SELECT SMF-IN ASSIGN TO SMFINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SMF-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  STEP-HIST
      *    01  STEP-HIST-REC.
       COPY STPHREC.

       FD  SMF-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
              DEPENDING ON SMF-REC-LEN
           RECORDING MODE V.
       01  SMF-REC PIC X(32756).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  STPH-FILE-STATUS PIC XX.
           88 STPH-FILE-OK VALUE "00".
           88 STPH-FILE-EOF VALUE "10".

       01  SMF-FILE-STATUS PIC XX.
           88 SMF-FILE-OK VALUE "00".
           88 SMF-FILE-EOF VALUE "10".

       01  SMF-REC-LEN PIC 9(5) COMP-4 VALUE ZERO.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  TIME-NOW-FULL  PIC 9(8) VALUE ZERO.
       01  TIME-NOW       PIC 9(6) VALUE ZERO.

      * The run being marked - its start date, from the job's
      * current-run pointer.
       01  THIS-RUN-DATE PIC 9(8) VALUE ZERO.
       01  THIS-SEQ      PIC 9(3) VALUE ZERO.

       01  POINTER-SW PIC X VALUE 'N'.
           88 POINTER-FOUND VALUE 'Y'.
       01  RUN-SW PIC X VALUE 'N'.
           88 RUN-FOUND VALUE 'Y'.
       01  STEP-SW PIC X VALUE 'N'.
           88 STEP-FOUND VALUE 'Y'.
       01  MARKED-RERUN-SW PIC X VALUE 'N'.
           88 MARKED-RERUN VALUE 'Y'.

      * The run record, held while the step record is written and the
      * history browsed for the forecast.
       01  RUN-HOLD PIC X(100) VALUE SPACES.

      * Where the step being marked started - the previous mark.
       01  SINCE-DATE PIC 9(8) VALUE ZERO.
       01  SINCE-TIME PIC 9(6) VALUE ZERO.
       01  PRIOR-LAST-SEQ PIC 9(3) VALUE ZERO.

      * Seconds between two date/time points (7200-ELAPSED-SECONDS).
       01  ELAPSED-FROM-DATE PIC 9(8) VALUE ZERO.
       01  ELAPSED-FROM-TIME PIC 9(6) VALUE ZERO.
       01  ELAPSED-TO-DATE   PIC 9(8) VALUE ZERO.
       01  ELAPSED-TO-TIME   PIC 9(6) VALUE ZERO.
       01  ELAPSED-SECS      PIC S9(9) COMP-4 VALUE ZERO.
       01  FROM-SERIAL       PIC 9(7) COMP-4 VALUE ZERO.

      * A clock time taken apart into seconds of the day, and back.
       01  CLOCK-HHMMSS PIC 9(6) VALUE ZERO.
       01  CLOCK-PARTS REDEFINES CLOCK-HHMMSS.
           05 CLK-HH PIC 9(2).
           05 CLK-MM PIC 9(2).
           05 CLK-SS PIC 9(2).
       01  CLOCK-SOD    PIC 9(5) COMP-4 VALUE ZERO.
       01  START-SOD    PIC 9(5) COMP-4 VALUE ZERO.
       01  TOTAL-SECS   PIC 9(9) COMP-4 VALUE ZERO.
       01  CLOCK-DAYS   PIC 9(3) COMP-4 VALUE ZERO.

      * hh:mm for the alert text.
       01  CLOCK-EDIT.
           05 CE-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 CE-MM PIC 9(2).
       01  FORECAST-CLOCK PIC X(5) VALUE SPACES.
       01  DEADLINE-CLOCK PIC X(5) VALUE SPACES.

      * Each step's elapsed times over its last ten runs - a ring
      * per step position, the oldest overwritten first.
       01  FORECAST-TABLE.
           05 FC-STEP OCCURS 999 TIMES.
              10 FC-COUNT   PIC 9(2) COMP-4.
              10 FC-NEXT    PIC 9(2) COMP-4.
              10 FC-ELAPSED PIC 9(7) COMP-4 OCCURS 10 TIMES.
       01  FC-SEQ        PIC 9(4) COMP-4 VALUE ZERO.
       01  FC-SLOT       PIC 9(2) COMP-4 VALUE ZERO.
       01  FC-SUM        PIC 9(9) COMP-4 VALUE ZERO.
       01  FC-REMAINING  PIC 9(9) COMP-4 VALUE ZERO.
       01  FC-STEPS-LEFT PIC 9(3) COMP-4 VALUE ZERO.
       01  FC-SO-FAR     PIC 9(9) COMP-4 VALUE ZERO.
       01  FC-LOW-DATE   PIC 9(8) VALUE ZERO.
       01  FC-JOB        PIC X(8) VALUE SPACES.

      * The window's deadline (DEADLINE-job).
       01  DEADLINE-HHMM PIC 9(4) VALUE ZERO.
       01  DEADLINE-PARTS REDEFINES DEADLINE-HHMM.
           05 DL-HH PIC 9(2).
           05 DL-MM PIC 9(2).
       01  DEADLINE-SOD  PIC 9(5) COMP-4 VALUE ZERO.

      * Runtime parameters.
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      * Serial day numbers (7000-COMPUTE-SERIAL).
       01  SERIAL-DATE PIC 9(8) VALUE ZERO.
       01  SERIAL-DATE-PARTS REDEFINES SERIAL-DATE.
           05 SER-YYYY PIC 9(4).
           05 SER-MM   PIC 9(2).
           05 SER-DD   PIC 9(2).

       01  SERIAL-WORK.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-4   PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-100 PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-400 PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-OUT PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM   PIC 9(4) COMP-4 VALUE ZERO.
       01  LEAP-SW PIC X VALUE 'N'.
           88 LEAP-YEAR VALUE 'Y'.

      * Cumulative days before each month (non-leap).
       01  CUM-DAYS-TABLE.
           05 FILLER PIC X(3) VALUE '000'.
           05 FILLER PIC X(3) VALUE '031'.
           05 FILLER PIC X(3) VALUE '059'.
           05 FILLER PIC X(3) VALUE '090'.
           05 FILLER PIC X(3) VALUE '120'.
           05 FILLER PIC X(3) VALUE '151'.
           05 FILLER PIC X(3) VALUE '181'.
           05 FILLER PIC X(3) VALUE '212'.
           05 FILLER PIC X(3) VALUE '243'.
           05 FILLER PIC X(3) VALUE '273'.
           05 FILLER PIC X(3) VALUE '304'.
           05 FILLER PIC X(3) VALUE '334'.
       01  CUM-DAYS REDEFINES CUM-DAYS-TABLE.
           05 CUM-DAYS-BEFORE OCCURS 12 TIMES PIC 9(3).

       01  MONTH-DAYS PIC 9(3) COMP-4 VALUE ZERO.
       01  MONTH-IDX  PIC 9(2) COMP-4 VALUE ZERO.

      * The SMF records' binary and packed fields.
       01  BIN-WORK.
           05 BIN-VALUE PIC 9(9) COMP-4.
       01  BIN-BYTES REDEFINES BIN-WORK PIC X(4).

       01  SMF-DATE-WORK.
           05 SMF-DATE-PACKED PIC S9(7) COMP-3.
       01  SMF-DATE-BYTES REDEFINES SMF-DATE-WORK PIC X(4).
       01  SMF-CYYDDD PIC 9(7) VALUE ZERO.
       01  SMF-CYYDDD-PARTS REDEFINES SMF-CYYDDD.
           05 FILLER     PIC 9(1).
           05 SMF-CENT   PIC 9(1).
           05 SMF-YY     PIC 9(2).
           05 SMF-DDD    PIC 9(3).
       01  JULIAN-DAY PIC 9(3) COMP-4 VALUE ZERO.

      * One step-end record's fields.
       01  ID-POS    PIC 9(5) COMP-4 VALUE ZERO.
       01  CPU-POS   PIC 9(5) COMP-4 VALUE ZERO.
       01  SMF-JOB   PIC X(8) VALUE SPACES.
       01  SMF-STEP  PIC X(8) VALUE SPACES.
       01  SMF-CPU   PIC 9(9) COMP-4 VALUE ZERO.
       01  SMF-DATE  PIC 9(8) VALUE ZERO.
       01  MATCH-DATE PIC 9(8) VALUE ZERO.
       01  MATCH-SW PIC X VALUE 'N'.
           88 CPU-MATCHED VALUE 'Y'.

       01  SMF-READ-COUNT   PIC 9(7) COMP-4 VALUE ZERO.
       01  SMF-STEP-COUNT   PIC 9(7) COMP-4 VALUE ZERO.
       01  CPU-SET-COUNT    PIC 9(7) COMP-4 VALUE ZERO.
       01  CPU-UNSET-COUNT  PIC 9(7) COMP-4 VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= action text - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-ACTION PIC X(5).
              10 FILLER      PIC X.
              10 PARM-JOB    PIC X(8).
              10 FILLER      PIC X.
              10 PARM-SEQ    PIC X(3).
              10 FILLER      PIC X.
              10 PARM-STEP   PIC X(8).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT TIME-NOW-FULL FROM TIME
           MOVE TIME-NOW-FULL (1:6) TO TIME-NOW

           IF PARM-LEN < 3 THEN
              DISPLAY "PARM missing - use START, MARK, FAIL, END or "
                 "CPU."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF PARM-TEXT (1:3) NOT = "CPU" THEN
              IF PARM-LEN < 14 OR PARM-JOB = SPACES THEN
                 DISPLAY "PARM '" PARM-TEXT (1:PARM-LEN)
                    "' names no job."
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
              END-IF
           END-IF

           OPEN I-O STEP-HIST
           IF NOT STPH-FILE-OK THEN
              DISPLAY "Cannot open the step-timing history - STATUS "
                 STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           EVALUATE TRUE
              WHEN PARM-ACTION = "START"
                 PERFORM 2000-START-RUN THRU 2000-START-RUN-END
              WHEN PARM-ACTION = "MARK" OR PARM-ACTION = "FAIL"
                 PERFORM 3000-MARK-STEP THRU 3000-MARK-STEP-END
              WHEN PARM-ACTION = "END"
                 PERFORM 4000-END-RUN THRU 4000-END-RUN-END
              WHEN PARM-TEXT (1:3) = "CPU"
                 PERFORM 6000-COLLECT-CPU THRU 6000-COLLECT-CPU-END
              WHEN OTHER
                 DISPLAY "Unknown action '" PARM-ACTION
                    "' - use START, MARK, FAIL, END or CPU."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE STEP-HIST
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Opens the job's run for today. The run record (step 000) is
      * written - or, when the whole job was resubmitted the same
      * day, reopened with one more restart - and the job's pointer
      * set to it.
      ******************************************************************
       2000-START-RUN.
           PERFORM 2100-READ-POINTER

           IF POINTER-FOUND AND THIS-RUN-DATE NOT = RUN-DATE-TODAY
           THEN
              PERFORM 2200-CLOSE-PRIOR-RUN
           END-IF

           MOVE RUN-DATE-TODAY TO THIS-RUN-DATE
           MOVE PARM-JOB TO SH-JOB
           MOVE THIS-RUN-DATE TO SH-RUN-DATE
           MOVE ZERO TO SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 MOVE 'N' TO RUN-SW
              NOT INVALID KEY
                 SET RUN-FOUND TO TRUE
           END-READ

           IF RUN-FOUND THEN
              ADD 1 TO SR-RESTARTS
              SET SR-RUNNING TO TRUE
              MOVE ZERO TO SR-FAIL-SEQ
              MOVE 'N' TO SR-FAIL-SW
              DISPLAY PARM-JOB " run of " THIS-RUN-DATE
                 " resubmitted - restart " SR-RESTARTS "."
           ELSE
              MOVE PARM-JOB TO SH-JOB
              MOVE THIS-RUN-DATE TO SH-RUN-DATE
              MOVE ZERO TO SH-STEP-SEQ
              MOVE SPACES TO SH-RUN-DATA
              MOVE RUN-DATE-TODAY TO SR-START-DATE SR-MARK-DATE
              MOVE TIME-NOW TO SR-START-TIME SR-MARK-TIME
              MOVE ZERO TO SR-LAST-SEQ SR-STEPS-LEFT SR-RESTARTS
                 SR-FAIL-SEQ
              MOVE 'N' TO SR-ALERT-SW SR-FAIL-SW
              SET SR-RUNNING TO TRUE
              PERFORM 2300-SET-DEADLINE
                 THRU 2300-SET-DEADLINE-END
              DISPLAY PARM-JOB " run of " THIS-RUN-DATE
                 " started at " TIME-NOW "."
           END-IF

           MOVE ZERO TO THIS-SEQ
           MOVE STEP-HIST-REC TO RUN-HOLD
           PERFORM 5000-FORECAST
           MOVE RUN-HOLD TO STEP-HIST-REC
           PERFORM 5400-SET-FORECAST
           PERFORM 5500-CHECK-DEADLINE
              THRU 5500-CHECK-DEADLINE-END

           IF RUN-FOUND THEN
              REWRITE STEP-HIST-REC
           ELSE
              WRITE STEP-HIST-REC
           END-IF
           IF NOT STPH-FILE-OK THEN
              DISPLAY "Cannot record the run of " PARM-JOB
                 " - STATUS " STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-START-RUN-END
           END-IF

           PERFORM 2400-WRITE-POINTER
           .

       2000-START-RUN-END.
           EXIT.
      ******************************************************************
      * The job's current-run pointer - THIS-RUN-DATE when found.
      ******************************************************************
       2100-READ-POINTER.
           MOVE 'N' TO POINTER-SW
           MOVE ZERO TO THIS-RUN-DATE
           MOVE PARM-JOB TO SH-JOB
           MOVE ZERO TO SH-RUN-DATE SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET POINTER-FOUND TO TRUE
                 MOVE SP-RUN-DATE TO THIS-RUN-DATE
           END-READ
           .

       2100-READ-POINTER-END.
           EXIT.
      ******************************************************************
      * A run of an earlier date still marked as running never
      * reached its END - it died or was cancelled and not restarted.
      ******************************************************************
       2200-CLOSE-PRIOR-RUN.
           MOVE PARM-JOB TO SH-JOB
           MOVE THIS-RUN-DATE TO SH-RUN-DATE
           MOVE ZERO TO SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SR-RUNNING THEN
                    SET SR-ABANDONED TO TRUE
                    REWRITE STEP-HIST-REC
                    DISPLAY PARM-JOB " run of " THIS-RUN-DATE
                       " never ended - marked abandoned."
                 END-IF
           END-READ
           .

       2200-CLOSE-PRIOR-RUN-END.
           EXIT.
      ******************************************************************
      * DEADLINE-job, HHMM, as seconds after the run's start - at or
      * before the start time it is the next day's. No parameter, no
      * deadline (zero).
      ******************************************************************
       2300-SET-DEADLINE.
           MOVE ZERO TO SR-DEADLINE-SECS SR-DEADLINE-TIME
              SR-DEADLINE-DAYS

           MOVE SPACES TO RTP-KEYWORD
           STRING "DEADLINE-" DELIMITED BY SIZE
                  PARM-JOB DELIMITED BY SPACE
              INTO RTP-KEYWORD
           END-STRING
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND NOT = 'Y' THEN
              DISPLAY "No " RTP-KEYWORD " parameter - the run has "
                 "no deadline."
              GO TO 2300-SET-DEADLINE-END
           END-IF
           IF RTP-VALUE (1:4) NOT NUMERIC
              OR RTP-VALUE (1:2) > "23" OR RTP-VALUE (3:2) > "59"
           THEN
              DISPLAY RTP-KEYWORD " " RTP-VALUE
                 " is not HHMM - the run has no deadline."
              GO TO 2300-SET-DEADLINE-END
           END-IF

           MOVE RTP-VALUE (1:4) TO DEADLINE-HHMM
           COMPUTE DEADLINE-SOD = DL-HH * 3600 + DL-MM * 60
           MOVE SR-START-TIME TO CLOCK-HHMMSS
           COMPUTE START-SOD = CLK-HH * 3600 + CLK-MM * 60 + CLK-SS

           IF DEADLINE-SOD > START-SOD THEN
              COMPUTE SR-DEADLINE-SECS = DEADLINE-SOD - START-SOD
              MOVE ZERO TO SR-DEADLINE-DAYS
           ELSE
              COMPUTE SR-DEADLINE-SECS = DEADLINE-SOD + 86400
                 - START-SOD
              MOVE 1 TO SR-DEADLINE-DAYS
           END-IF
           COMPUTE SR-DEADLINE-TIME = DEADLINE-HHMM * 100
           .

       2300-SET-DEADLINE-END.
           EXIT.
      ******************************************************************
       2400-WRITE-POINTER.
           MOVE PARM-JOB TO SH-JOB
           MOVE ZERO TO SH-RUN-DATE SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 MOVE SPACES TO SH-POINTER-DATA
                 MOVE THIS-RUN-DATE TO SP-RUN-DATE
                 WRITE STEP-HIST-REC
              NOT INVALID KEY
                 MOVE THIS-RUN-DATE TO SP-RUN-DATE
                 REWRITE STEP-HIST-REC
           END-READ

           IF NOT STPH-FILE-OK THEN
              DISPLAY "Cannot set the run pointer of " PARM-JOB
                 " - STATUS " STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       2400-WRITE-POINTER-END.
           EXIT.
      ******************************************************************
      * The step nnn has ended: its record is written from the last
      * mark to now, then the run record moves on and the end of the
      * run is forecast again. A FAIL names the step as the one the
      * run failed at - the first failure of a submission, or of a
      * restart (the step re-run); a clean MARK of that step on a
      * restart clears it.
      ******************************************************************
       3000-MARK-STEP.
           IF PARM-SEQ NOT NUMERIC OR PARM-SEQ = "000"
              OR PARM-STEP = SPACES
           THEN
              DISPLAY PARM-ACTION " needs '" PARM-ACTION
                 " job nnn stepname' - got '"
                 PARM-TEXT (1:PARM-LEN) "'."
              MOVE 8 TO RETURN-CODE
              GO TO 3000-MARK-STEP-END
           END-IF

           PERFORM 3100-FIND-RUN THRU 3100-FIND-RUN-END
           IF NOT RUN-FOUND THEN
              GO TO 3000-MARK-STEP-END
           END-IF
           MOVE PARM-SEQ TO THIS-SEQ

           MOVE STEP-HIST-REC TO RUN-HOLD
           MOVE SR-MARK-DATE TO SINCE-DATE
           MOVE SR-MARK-TIME TO SINCE-TIME
           MOVE SR-LAST-SEQ TO PRIOR-LAST-SEQ

           PERFORM 3200-WRITE-STEP THRU 3200-WRITE-STEP-END
           IF RETURN-CODE = 8 THEN
              GO TO 3000-MARK-STEP-END
           END-IF
           MOVE SH-RERUN-SW TO MARKED-RERUN-SW

           PERFORM 5000-FORECAST

           MOVE RUN-HOLD TO STEP-HIST-REC
           MOVE PARM-STEP TO SR-LAST-STEP
           MOVE THIS-SEQ TO SR-LAST-SEQ
           MOVE RUN-DATE-TODAY TO SR-MARK-DATE
           MOVE TIME-NOW TO SR-MARK-TIME
           PERFORM 5400-SET-FORECAST
           PERFORM 5500-CHECK-DEADLINE
              THRU 5500-CHECK-DEADLINE-END

           IF PARM-ACTION = "FAIL" THEN
              IF NOT SR-FAILED OR MARKED-RERUN THEN
                 MOVE THIS-SEQ TO SR-FAIL-SEQ
                 SET SR-FAILED TO TRUE
              END-IF
              DISPLAY "*** " PARM-JOB " " PARM-STEP " (" THIS-SEQ
                 ") failed - the run failed at step " SR-FAIL-SEQ "."
           ELSE
              IF SR-FAILED AND THIS-SEQ = SR-FAIL-SEQ THEN
                 MOVE 'N' TO SR-FAIL-SW
                 DISPLAY PARM-JOB " " PARM-STEP " ran clean on the "
                    "restart - the failure is cleared."
              END-IF
           END-IF

           REWRITE STEP-HIST-REC
           IF NOT STPH-FILE-OK THEN
              DISPLAY "Cannot update the run of " PARM-JOB
                 " - STATUS " STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       3000-MARK-STEP-END.
           EXIT.
      ******************************************************************
      * The run the mark belongs to - the pointer's, left in the
      * record area. With no pointer, or the pointer's run over on an
      * earlier date, a run is opened from this mark (RC=4). The
      * pointer's run over on today's date is a completed run being
      * restarted from a step - it is reopened.
      ******************************************************************
       3100-FIND-RUN.
           MOVE 'N' TO RUN-SW
           PERFORM 2100-READ-POINTER

           IF POINTER-FOUND THEN
              MOVE PARM-JOB TO SH-JOB
              MOVE THIS-RUN-DATE TO SH-RUN-DATE
              MOVE ZERO TO SH-STEP-SEQ
              READ STEP-HIST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET RUN-FOUND TO TRUE
              END-READ
           END-IF

           IF RUN-FOUND THEN
              IF SR-RUNNING THEN
                 GO TO 3100-FIND-RUN-END
              END-IF
              IF THIS-RUN-DATE = RUN-DATE-TODAY THEN
                 ADD 1 TO SR-RESTARTS
                 SET SR-RUNNING TO TRUE
                 DISPLAY PARM-JOB " run of " THIS-RUN-DATE
                    " restarted - restart " SR-RESTARTS "."
                 GO TO 3100-FIND-RUN-END
              END-IF
           END-IF

           DISPLAY "*** No open run of " PARM-JOB
              " - one is opened from this mark."
           MOVE 4 TO RETURN-CODE
           PERFORM 2000-START-RUN THRU 2000-START-RUN-END
           IF RETURN-CODE = 8 THEN
              MOVE 'N' TO RUN-SW
              GO TO 3100-FIND-RUN-END
           END-IF

           MOVE PARM-JOB TO SH-JOB
           MOVE THIS-RUN-DATE TO SH-RUN-DATE
           MOVE ZERO TO SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 MOVE 'N' TO RUN-SW
              NOT INVALID KEY
                 SET RUN-FOUND TO TRUE
           END-READ
           .

       3100-FIND-RUN-END.
           EXIT.
      ******************************************************************
      * The step record - from SINCE-DATE/TIME to now. One record per
      * step of the run: a step run again after a restart replaces
      * its earlier record and is flagged as re-run.
      ******************************************************************
       3200-WRITE-STEP.
           MOVE 'N' TO STEP-SW
           MOVE PARM-JOB TO SH-JOB
           MOVE THIS-RUN-DATE TO SH-RUN-DATE
           MOVE THIS-SEQ TO SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STEP-FOUND TO TRUE
           END-READ

           MOVE PARM-JOB TO SH-JOB
           MOVE THIS-RUN-DATE TO SH-RUN-DATE
           MOVE THIS-SEQ TO SH-STEP-SEQ
           MOVE SPACES TO SH-STEP-DATA
           MOVE PARM-STEP TO SH-STEP
           MOVE SINCE-DATE TO SH-START-DATE ELAPSED-FROM-DATE
           MOVE SINCE-TIME TO SH-START-TIME ELAPSED-FROM-TIME
           MOVE RUN-DATE-TODAY TO SH-END-DATE ELAPSED-TO-DATE
           MOVE TIME-NOW TO SH-END-TIME ELAPSED-TO-TIME
           PERFORM 7200-ELAPSED-SECONDS
           MOVE ELAPSED-SECS TO SH-ELAPSED
           MOVE ZERO TO SH-CPU
           MOVE 'N' TO SH-CPU-SW
           IF STEP-FOUND OR THIS-SEQ NOT > PRIOR-LAST-SEQ THEN
              SET SH-RERUN TO TRUE
           ELSE
              MOVE 'N' TO SH-RERUN-SW
           END-IF

           IF STEP-FOUND THEN
              REWRITE STEP-HIST-REC
           ELSE
              WRITE STEP-HIST-REC
           END-IF
           IF NOT STPH-FILE-OK THEN
              DISPLAY "Cannot record step " PARM-STEP " of "
                 PARM-JOB " - STATUS " STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 3200-WRITE-STEP-END
           END-IF

           DISPLAY PARM-JOB " " PARM-STEP " (" THIS-SEQ ") ran "
              SH-ELAPSED " seconds" WITH NO ADVANCING
           IF SH-RERUN THEN
              DISPLAY " - re-run after a restart."
           ELSE
              DISPLAY "."
           END-IF
           .

       3200-WRITE-STEP-END.
           EXIT.
      ******************************************************************
      * Closes the run: the actual end replaces the forecast, and a
      * run that ended past its deadline without a forecast alert on
      * the way raises one now.
      ******************************************************************
       4000-END-RUN.
           PERFORM 2100-READ-POINTER
           MOVE 'N' TO RUN-SW
           IF POINTER-FOUND THEN
              MOVE PARM-JOB TO SH-JOB
              MOVE THIS-RUN-DATE TO SH-RUN-DATE
              MOVE ZERO TO SH-STEP-SEQ
              READ STEP-HIST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET RUN-FOUND TO TRUE
              END-READ
           END-IF

           IF NOT RUN-FOUND THEN
              DISPLAY "*** No run of " PARM-JOB " to end."
              MOVE 4 TO RETURN-CODE
              GO TO 4000-END-RUN-END
           END-IF

           IF SR-FAILED THEN
              DISPLAY "*** " PARM-JOB " run of " THIS-RUN-DATE
                 " failed at step " SR-FAIL-SEQ " - left running "
                 "for the restart to close."
              MOVE 4 TO RETURN-CODE
              GO TO 4000-END-RUN-END
           END-IF

           MOVE SR-START-DATE TO ELAPSED-FROM-DATE
           MOVE SR-START-TIME TO ELAPSED-FROM-TIME
           MOVE RUN-DATE-TODAY TO ELAPSED-TO-DATE
           MOVE TIME-NOW TO ELAPSED-TO-TIME
           PERFORM 7200-ELAPSED-SECONDS
           MOVE ELAPSED-SECS TO FC-SO-FAR
           MOVE ZERO TO FC-REMAINING FC-STEPS-LEFT
           PERFORM 5400-SET-FORECAST
           SET SR-COMPLETE TO TRUE
           PERFORM 5500-CHECK-DEADLINE
              THRU 5500-CHECK-DEADLINE-END

           REWRITE STEP-HIST-REC
           IF NOT STPH-FILE-OK THEN
              DISPLAY "Cannot close the run of " PARM-JOB
                 " - STATUS " STPH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-END-RUN-END
           END-IF

           DISPLAY PARM-JOB " run of " THIS-RUN-DATE " ended at "
              TIME-NOW " after " FC-SO-FAR " seconds."
           .

       4000-END-RUN-END.
           EXIT.
      ******************************************************************
      * The time still to run after step THIS-SEQ: every later step's
      * average elapsed time over its last ten runs (a year back at
      * most, re-runs left out) in FC-REMAINING, the number of such
      * steps in FC-STEPS-LEFT, and the time run so far in FC-SO-FAR.
      * The run record is expected in RUN-HOLD - the browse uses the
      * record area.
      ******************************************************************
       5000-FORECAST.
           INITIALIZE FORECAST-TABLE
           MOVE ZERO TO FC-REMAINING FC-STEPS-LEFT
           MOVE PARM-JOB TO FC-JOB

           MOVE RUN-HOLD TO STEP-HIST-REC
           MOVE SR-START-DATE TO ELAPSED-FROM-DATE
           MOVE SR-START-TIME TO ELAPSED-FROM-TIME
           MOVE RUN-DATE-TODAY TO ELAPSED-TO-DATE
           MOVE TIME-NOW TO ELAPSED-TO-TIME
           PERFORM 7200-ELAPSED-SECONDS
           MOVE ELAPSED-SECS TO FC-SO-FAR

           IF THIS-RUN-DATE > 10000 THEN
              COMPUTE FC-LOW-DATE = THIS-RUN-DATE - 10000
           ELSE
              MOVE 1 TO FC-LOW-DATE
           END-IF
           MOVE FC-JOB TO SH-JOB
           MOVE FC-LOW-DATE TO SH-RUN-DATE
           MOVE ZERO TO SH-STEP-SEQ
           START STEP-HIST KEY IS >= SH-KEY
              INVALID KEY
                 SET STPH-FILE-EOF TO TRUE
           END-START

           IF NOT STPH-FILE-EOF THEN
              PERFORM 5100-READ-NEXT-HIST
           END-IF
           PERFORM UNTIL STPH-FILE-EOF
                 OR SH-JOB NOT = FC-JOB
                 OR SH-RUN-DATE NOT < THIS-RUN-DATE
              IF SH-STEP-SEQ > ZERO AND NOT SH-RERUN THEN
                 PERFORM 5200-RING-ONE-STEP
              END-IF
              PERFORM 5100-READ-NEXT-HIST
           END-PERFORM

           COMPUTE FC-SEQ = THIS-SEQ + 1
           PERFORM UNTIL FC-SEQ > 999
              IF FC-COUNT (FC-SEQ) > ZERO THEN
                 PERFORM 5300-ADD-STEP-AVERAGE
              END-IF
              ADD 1 TO FC-SEQ
           END-PERFORM
           .

       5000-FORECAST-END.
           EXIT.
      ******************************************************************
       5100-READ-NEXT-HIST.
           READ STEP-HIST NEXT

           IF NOT STPH-FILE-OK AND NOT STPH-FILE-EOF THEN
              SET STPH-FILE-EOF TO TRUE
           END-IF
           .

       5100-READ-NEXT-HIST-END.
           EXIT.
      ******************************************************************
       5200-RING-ONE-STEP.
           MOVE SH-STEP-SEQ TO FC-SEQ
           IF FC-NEXT (FC-SEQ) = ZERO OR FC-NEXT (FC-SEQ) > 10 THEN
              MOVE 1 TO FC-NEXT (FC-SEQ)
           END-IF
           MOVE FC-NEXT (FC-SEQ) TO FC-SLOT
           MOVE SH-ELAPSED TO FC-ELAPSED (FC-SEQ FC-SLOT)
           ADD 1 TO FC-NEXT (FC-SEQ)
           IF FC-COUNT (FC-SEQ) < 10 THEN
              ADD 1 TO FC-COUNT (FC-SEQ)
           END-IF
           .

       5200-RING-ONE-STEP-END.
           EXIT.
      ******************************************************************
       5300-ADD-STEP-AVERAGE.
           MOVE ZERO TO FC-SUM
           PERFORM VARYING FC-SLOT FROM 1 BY 1
                 UNTIL FC-SLOT > FC-COUNT (FC-SEQ)
              ADD FC-ELAPSED (FC-SEQ FC-SLOT) TO FC-SUM
           END-PERFORM
           COMPUTE FC-REMAINING ROUNDED = FC-REMAINING
              + FC-SUM / FC-COUNT (FC-SEQ)
           ADD 1 TO FC-STEPS-LEFT
           .

       5300-ADD-STEP-AVERAGE-END.
           EXIT.
      ******************************************************************
      * The forecast onto the run record in the record area: seconds
      * after the start, and the clock time and day it falls on.
      ******************************************************************
       5400-SET-FORECAST.
           COMPUTE SR-FORECAST-SECS = FC-SO-FAR + FC-REMAINING
           MOVE FC-STEPS-LEFT TO SR-STEPS-LEFT

           MOVE SR-START-TIME TO CLOCK-HHMMSS
           COMPUTE TOTAL-SECS = CLK-HH * 3600 + CLK-MM * 60 + CLK-SS
              + SR-FORECAST-SECS
           DIVIDE TOTAL-SECS BY 86400 GIVING CLOCK-DAYS
              REMAINDER CLOCK-SOD
           DIVIDE CLOCK-SOD BY 3600 GIVING CLK-HH
              REMAINDER CLOCK-SOD
           DIVIDE CLOCK-SOD BY 60 GIVING CLK-MM
              REMAINDER CLK-SS
           MOVE CLOCK-HHMMSS TO SR-FORECAST-TIME
           IF CLOCK-DAYS > 9 THEN
              MOVE 9 TO SR-FORECAST-DAYS
           ELSE
              MOVE CLOCK-DAYS TO SR-FORECAST-DAYS
           END-IF
           .

       5400-SET-FORECAST-END.
           EXIT.
      ******************************************************************
      * A forecast (or, at END, the actual end) past the deadline
      * raises the WINDOWLT alert - once per run.
      ******************************************************************
       5500-CHECK-DEADLINE.
           IF SR-DEADLINE-SECS = ZERO OR SR-ALERTED
              OR SR-FORECAST-SECS NOT > SR-DEADLINE-SECS
           THEN
              GO TO 5500-CHECK-DEADLINE-END
           END-IF

           MOVE SR-FORECAST-TIME (1:2) TO CE-HH
           MOVE SR-FORECAST-TIME (3:2) TO CE-MM
           MOVE CLOCK-EDIT TO FORECAST-CLOCK
           MOVE SR-DEADLINE-TIME (1:2) TO CE-HH
           MOVE SR-DEADLINE-TIME (3:2) TO CE-MM
           MOVE CLOCK-EDIT TO DEADLINE-CLOCK

           MOVE SPACES TO ALERT-MESSAGE
           IF SR-COMPLETE THEN
              STRING PARM-JOB DELIMITED BY SPACE
                     " ended " DELIMITED BY SIZE
                     FORECAST-CLOCK DELIMITED BY SIZE
                     ", past its deadline " DELIMITED BY SIZE
                     DEADLINE-CLOCK DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
              END-STRING
           ELSE
              STRING PARM-JOB DELIMITED BY SPACE
                     " forecast to end " DELIMITED BY SIZE
                     FORECAST-CLOCK DELIMITED BY SIZE
                     ", deadline " DELIMITED BY SIZE
                     DEADLINE-CLOCK DELIMITED BY SIZE
                     " (after " DELIMITED BY SIZE
                     SR-LAST-STEP DELIMITED BY SPACE
                     ")" DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
              END-STRING
           END-IF

           DISPLAY "*** " ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMSTPT" "WINDOWLT" "E"
              ALERT-MESSAGE
           SET SR-ALERTED TO TRUE
           .

       5500-CHECK-DEADLINE-END.
           EXIT.
      ******************************************************************
      * Each step-end record of the SMF dump (type 30, subtype 4) of
      * a job with a run on the history gives its CPU - TCB plus SRB
      * time, in hundredths - to the step record of that name whose
      * run started on the record's date or the day before and whose
      * CPU isn't collected yet.
      ******************************************************************
       6000-COLLECT-CPU.
           OPEN INPUT SMF-IN
           IF NOT SMF-FILE-OK THEN
              DISPLAY "*** No SMF dump on SMFINDD - STATUS "
                 SMF-FILE-STATUS " - no CPU collected."
              MOVE 4 TO RETURN-CODE
              GO TO 6000-COLLECT-CPU-END
           END-IF

           PERFORM 6100-READ-SMF
           PERFORM UNTIL SMF-FILE-EOF
              ADD 1 TO SMF-READ-COUNT
              PERFORM 6200-ONE-SMF-RECORD
                 THRU 6200-ONE-SMF-RECORD-END
              PERFORM 6100-READ-SMF
           END-PERFORM

           CLOSE SMF-IN

           DISPLAY "SMF records read:          " SMF-READ-COUNT
           DISPLAY "Step-end records (30.4):   " SMF-STEP-COUNT
           DISPLAY "Steps given their CPU:     " CPU-SET-COUNT
           DISPLAY "Timed jobs' steps unmatched: " CPU-UNSET-COUNT
           .

       6000-COLLECT-CPU-END.
           EXIT.
      ******************************************************************
       6100-READ-SMF.
           READ SMF-IN

           IF NOT SMF-FILE-OK AND NOT SMF-FILE-EOF THEN
              SET SMF-FILE-EOF TO TRUE
           END-IF
           .

       6100-READ-SMF-END.
           EXIT.
      ******************************************************************
      * The record area holds the record without its RDW, so each
      * SMF offset (counted from the RDW, as the section offsets in
      * the record are too) is at position offset - 3:
      *    SMF30RTY    type,          offset 5  (position 2)
      *    SMF30DTE    date 0cyydddF, offset 10 (position 7)
      *    SMF30STP    subtype,       offset 22 (position 19)
      *    SMF30IOF    identification section offset,
      *                               offset 32 (position 29)
      *    SMF30COF    processor accounting section offset,
      *                               offset 56 (position 53)
      *    SMF30JBN/SMF30STM   job/step name, section offsets 0/16
      *    SMF30CPT/SMF30CPS   TCB/SRB time,  section offsets 0/4
      ******************************************************************
       6200-ONE-SMF-RECORD.
           IF SMF-REC-LEN < 56 OR SMF-REC (2:1) NOT = X'1E'
              OR SMF-REC (19:2) NOT = X'0004'
           THEN
              GO TO 6200-ONE-SMF-RECORD-END
           END-IF
           ADD 1 TO SMF-STEP-COUNT

           MOVE SMF-REC (29:4) TO BIN-BYTES
           COMPUTE ID-POS = BIN-VALUE - 3
           MOVE SMF-REC (53:4) TO BIN-BYTES
           COMPUTE CPU-POS = BIN-VALUE - 3
           IF BIN-VALUE < 4 OR ID-POS < 5
              OR ID-POS + 23 > SMF-REC-LEN
              OR CPU-POS + 7 > SMF-REC-LEN
           THEN
              GO TO 6200-ONE-SMF-RECORD-END
           END-IF

           MOVE SMF-REC (ID-POS:8) TO SMF-JOB
           MOVE SMF-REC (ID-POS + 16:8) TO SMF-STEP

           MOVE SMF-JOB TO SH-JOB
           MOVE ZERO TO SH-RUN-DATE SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 GO TO 6200-ONE-SMF-RECORD-END
           END-READ

           MOVE SMF-REC (CPU-POS:4) TO BIN-BYTES
           MOVE BIN-VALUE TO SMF-CPU
           MOVE SMF-REC (CPU-POS + 4:4) TO BIN-BYTES
           ADD BIN-VALUE TO SMF-CPU

           MOVE SMF-REC (7:4) TO SMF-DATE-BYTES
           MOVE SMF-DATE-PACKED TO SMF-CYYDDD
           COMPUTE SER-YYYY = 1900 + SMF-CENT * 100 + SMF-YY
           MOVE SMF-DDD TO JULIAN-DAY
           PERFORM 7400-JULIAN-TO-DATE
           MOVE SERIAL-DATE TO SMF-DATE

           MOVE 'N' TO MATCH-SW
           MOVE SMF-DATE TO MATCH-DATE
           PERFORM 6300-MATCH-STEP
           IF NOT CPU-MATCHED THEN
              MOVE SMF-DATE TO SERIAL-DATE
              PERFORM 7300-PRIOR-DAY
                 THRU 7300-PRIOR-DAY-END
              MOVE SERIAL-DATE TO MATCH-DATE
              PERFORM 6300-MATCH-STEP
           END-IF

           IF NOT CPU-MATCHED THEN
              ADD 1 TO CPU-UNSET-COUNT
           END-IF
           .

       6200-ONE-SMF-RECORD-END.
           EXIT.
      ******************************************************************
      * The steps of SMF-JOB's run of MATCH-DATE, for SMF-STEP.
      ******************************************************************
       6300-MATCH-STEP.
           MOVE SMF-JOB TO SH-JOB
           MOVE MATCH-DATE TO SH-RUN-DATE
           MOVE 1 TO SH-STEP-SEQ
           START STEP-HIST KEY IS >= SH-KEY
              INVALID KEY
                 SET STPH-FILE-EOF TO TRUE
           END-START

           IF NOT STPH-FILE-EOF THEN
              PERFORM 5100-READ-NEXT-HIST
           END-IF
           PERFORM UNTIL STPH-FILE-EOF OR CPU-MATCHED
                 OR SH-JOB NOT = SMF-JOB
                 OR SH-RUN-DATE NOT = MATCH-DATE
              IF SH-STEP = SMF-STEP AND NOT SH-CPU-COLLECTED
                 AND SH-END-DATE NOT < SMF-DATE
              THEN
                 MOVE SMF-CPU TO SH-CPU
                 SET SH-CPU-COLLECTED TO TRUE
                 REWRITE STEP-HIST-REC
                 IF STPH-FILE-OK THEN
                    ADD 1 TO CPU-SET-COUNT
                 ELSE
                    DISPLAY "Cannot record the CPU of " SMF-JOB " "
                       SMF-STEP " - STATUS " STPH-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 SET CPU-MATCHED TO TRUE
              ELSE
                 PERFORM 5100-READ-NEXT-HIST
              END-IF
           END-PERFORM
           .

       6300-MATCH-STEP-END.
           EXIT.
      ******************************************************************
      * SERIAL-DATE (YYYYMMDD) as a serial day number in SERIAL-OUT -
      * whole years at 365 days plus the leap days before this year,
      * plus the cumulative days before the month, plus the day.
      ******************************************************************
       7000-COMPUTE-SERIAL.
           COMPUTE SW-PRIOR-YEARS = SER-YYYY - 1
           DIVIDE SW-PRIOR-YEARS BY 4 GIVING SW-BY-4
           DIVIDE SW-PRIOR-YEARS BY 100 GIVING SW-BY-100
           DIVIDE SW-PRIOR-YEARS BY 400 GIVING SW-BY-400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-BY-4
              - SW-BY-100 + SW-BY-400
              + CUM-DAYS-BEFORE (SER-MM) + SER-DD

           PERFORM 7100-TEST-LEAP
           IF SER-MM > 2 AND LEAP-YEAR THEN
              ADD 1 TO SERIAL-OUT
           END-IF
           .

       7000-COMPUTE-SERIAL-END.
           EXIT.
      ******************************************************************
       7100-TEST-LEAP.
           MOVE 'N' TO LEAP-SW
           DIVIDE SER-YYYY BY 4 GIVING LEAP-REM
              REMAINDER LEAP-REM
           IF LEAP-REM = ZERO THEN
              DIVIDE SER-YYYY BY 100 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM NOT = ZERO THEN
                 SET LEAP-YEAR TO TRUE
              ELSE
                 DIVIDE SER-YYYY BY 400 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM = ZERO THEN
                    SET LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       7100-TEST-LEAP-END.
           EXIT.
      ******************************************************************
      * ELAPSED-SECS from ELAPSED-FROM-DATE/TIME to ELAPSED-TO-DATE/
      * TIME - never below zero (a clock set back).
      ******************************************************************
       7200-ELAPSED-SECONDS.
           MOVE ELAPSED-FROM-DATE TO SERIAL-DATE
           PERFORM 7000-COMPUTE-SERIAL
           MOVE SERIAL-OUT TO FROM-SERIAL
           MOVE ELAPSED-TO-DATE TO SERIAL-DATE
           PERFORM 7000-COMPUTE-SERIAL

           MOVE ELAPSED-TO-TIME TO CLOCK-HHMMSS
           COMPUTE ELAPSED-SECS = (SERIAL-OUT - FROM-SERIAL) * 86400
              + CLK-HH * 3600 + CLK-MM * 60 + CLK-SS
           MOVE ELAPSED-FROM-TIME TO CLOCK-HHMMSS
           COMPUTE ELAPSED-SECS = ELAPSED-SECS
              - CLK-HH * 3600 - CLK-MM * 60 - CLK-SS

           IF ELAPSED-SECS < ZERO THEN
              MOVE ZERO TO ELAPSED-SECS
           END-IF
           .

       7200-ELAPSED-SECONDS-END.
           EXIT.
      ******************************************************************
      * SERIAL-DATE moved back one day.
      ******************************************************************
       7300-PRIOR-DAY.
           IF SER-DD > 1 THEN
              SUBTRACT 1 FROM SER-DD
              GO TO 7300-PRIOR-DAY-END
           END-IF

           IF SER-MM = 1 THEN
              SUBTRACT 1 FROM SER-YYYY
              MOVE 12 TO SER-MM
              MOVE 31 TO SER-DD
              GO TO 7300-PRIOR-DAY-END
           END-IF

           SUBTRACT 1 FROM SER-MM
           COMPUTE SER-DD = CUM-DAYS-BEFORE (SER-MM + 1)
              - CUM-DAYS-BEFORE (SER-MM)
           IF SER-MM = 2 THEN
              PERFORM 7100-TEST-LEAP
              IF LEAP-YEAR THEN
                 ADD 1 TO SER-DD
              END-IF
           END-IF
           .

       7300-PRIOR-DAY-END.
           EXIT.
      ******************************************************************
      * SER-YYYY and JULIAN-DAY (day of the year) as SERIAL-DATE.
      ******************************************************************
       7400-JULIAN-TO-DATE.
           PERFORM 7100-TEST-LEAP
           MOVE 12 TO MONTH-IDX
           PERFORM UNTIL MONTH-IDX = 1
              MOVE CUM-DAYS-BEFORE (MONTH-IDX) TO MONTH-DAYS
              IF MONTH-IDX > 2 AND LEAP-YEAR THEN
                 ADD 1 TO MONTH-DAYS
              END-IF
              IF JULIAN-DAY > MONTH-DAYS THEN
                 EXIT PERFORM
              END-IF
              SUBTRACT 1 FROM MONTH-IDX
           END-PERFORM

           MOVE CUM-DAYS-BEFORE (MONTH-IDX) TO MONTH-DAYS
           IF MONTH-IDX > 2 AND LEAP-YEAR THEN
              ADD 1 TO MONTH-DAYS
           END-IF
           MOVE MONTH-IDX TO SER-MM
           COMPUTE SER-DD = JULIAN-DAY - MONTH-DAYS
           .

       7400-JULIAN-TO-DATE-END.
           EXIT.
      ******************************************************************

       END PROGRAM UNEMSTPT.
