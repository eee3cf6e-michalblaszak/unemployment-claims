      ******************************************************************
      * The copybook of the file/record description of the step-
      * timing history KSDS (Z80055.UNEMPL.STEPHIST) - when each step
      * of the batch-window jobs (UNEMDLYJ, UNEMEODJ) started and
      * ended, and the CPU it used. Written by the UNEMSTPT marker
      * steps in those jobs and by its CPU collection from the SMF
      * step records; read by the step-timing report (UNEMSTPR) and
      * the UNST run-status panel (UNEMRSTS).
      *-----------------------------------------------------------------
      * Keyed by job, the date its run started, and the step's
      * position in the job. Three record shapes share the key:
      *    SH-STEP-SEQ 001-999, the step record - one per step run;
      *       SH-ELAPSED in seconds, SH-CPU in hundredths of a second
      *       once SH-CPU-COLLECTED. SH-RERUN marks a step run again
      *       in the same run (a restart) - its elapsed time includes
      *       the wait for the resubmission, so trends leave it out.
      *    SH-STEP-SEQ 000, the run record - where the run stands:
      *       the last step done, the forecast end and the window's
      *       deadline, both also as seconds after the run started,
      *       whether the late-window alert has fired, and the step
      *       (SR-FAIL-SEQ) the run failed at, when SR-FAILED.
      *    SH-RUN-DATE 00000000 and SH-STEP-SEQ 000, the job's
      *       current-run pointer - the run date of the run in
      *       progress or last finished.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  STEP-HIST.
       01  STEP-HIST-REC.
           05 SH-KEY.
              10 SH-JOB       PIC X(8).
              10 SH-RUN-DATE  PIC 9(8).
              10 SH-STEP-SEQ  PIC 9(3).
           05 SH-STEP-DATA.
              10 SH-STEP        PIC X(8).
              10 SH-START-DATE  PIC 9(8).
              10 SH-START-TIME  PIC 9(6).
              10 SH-END-DATE    PIC 9(8).
              10 SH-END-TIME    PIC 9(6).
              10 SH-ELAPSED     PIC 9(7).
              10 SH-CPU         PIC 9(9).
              10 SH-CPU-SW      PIC X.
                 88 SH-CPU-COLLECTED VALUE 'Y'.
              10 SH-RERUN-SW    PIC X.
                 88 SH-RERUN    VALUE 'Y'.
              10 FILLER         PIC X(27).
           05 SH-RUN-DATA REDEFINES SH-STEP-DATA.
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
           05 SH-POINTER-DATA REDEFINES SH-STEP-DATA.
              10 SP-RUN-DATE      PIC 9(8).
              10 FILLER           PIC X(73).
