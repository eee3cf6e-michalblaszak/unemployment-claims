      ******************************************************************
      * Incident bundle - the evidence of a failed batch-window run.
      ******************************************************************
      * When a step of the daily job abends or ends with a bad return
      * code in the night, the on-call person used to spend the first
      * hour gathering the evidence by hand - the run history, the
      * VSAM error history, the alerts, the load registry, the cycle
      * state, the staging counts and the job log. The job now runs
      * this program after any failure (UNEMDLYJ STEP098, under the
      * job's IF (ABEND | RC >= 8) gate) and it gathers all of it
      * into one report, captured in the report repository (UNEMPRNT
      * / UNEMREPO) under the title 'INCIDENT job step' with the
      * cycle date, so it can be reprinted (UNEMRPRT
      * PARM='UNEMINCB yyyymmdd') exactly as it stood at the failure.
      * A short diagnosis leads the bundle:
      *    the failing step - the step the run record of the
      *       step-timing history (STPHSTDD, STPHREC.cpy) names as
      *       the one the run failed at (UNEMSTPT PARM='FAIL');
      *    which sources were loaded - each importer's latest
      *       outcome on the run history since the run started;
      *    the cycle state (CYCLEDD);
      *    whether live was touched - the promotion checkpoint
      *       (PCKPTDD) of the current cycle: not merged, merged
      *       partway, or merged;
      *    the batch window - whether the window lock is still
      *       held, and so the utilities refused (UNEMWLCK);
      *    the restart point - the job's RESTART PROCEDURE for the
      *       failing step (the table below mirrors UNEMDLYJ's
      *       header; a change to one is a change to both).
      * Then the evidence, each for the dates from the run's start
      * to now:
      *     1  the steps run, with their timing (step-timing history)
      *     2  the import run history (UNEMRUNH)
      *     3  the VSAM errors (VERRHSTDD)
      *     4  the alerts raised (ALRTHSTDD)
      *     5  the source files registered (the load registry)
      *     6  the staging cluster's counts (STAGEDD)
      *     7  the job log's lines about the failure (JOBLOGDD - the
      *        job's output so far, copied off the spool by the SDSF
      *        step ahead of this one): the lines naming the failing
      *        step, the system and run-time error messages (abends,
      *        IGZ/CEE, IDCAMS, open failures) and the programs' own
      *        problem lines. At most INCB-LOG-LINES of them (runtime
      *        parameter file, default 200); the full log stays on
      *        the spool.
      *     8  notes - any dataset that couldn't be read.
      * Last, an INCIDENT alert (UNEMALRT, severity E - it pages)
      * tells the on-call person which step failed and where the
      * bundle is.
      * PARM='job' names the job (default UNEMDLYJ).
      * RC=0 bundle captured, RC=4 captured with notes (a dataset
      * not read, or no failing step recorded).
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPRNT - the shared print formatting.
      *    UNEMPARM - the runtime parameter file.
      *    UNEMALRT - the alerting subsystem.
      *    UNEMWLCK - the batch-window interlock.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  The diagnosis shows the batch window
      *                    (UNEMWLCK).
      *    2021-08-25  MB  A publish-pending record on the promotion
      *                    checkpoint is not counted as a committed
      *                    key.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMINCB.
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
           *> The step-timing history - the run and its steps
           SELECT STEP-HIST ASSIGN TO STPHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SH-KEY
           FILE STATUS IS STPH-FILE-STATUS.

           *> The import run history
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

           *> The VSAM error history
           SELECT VSAM-ERR-HIST ASSIGN TO VERRHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VE-KEY
           FILE STATUS IS VERR-HIST-STATUS.

           *> The alert history
           SELECT ALERT-HIST ASSIGN TO ALRTHSTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-HIST-STATUS.

           *> The source-file load registry
           SELECT LOAD-REG ASSIGN TO LOADREGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LOAD-REG-STATUS.

           *> The cycle-control dataset
           SELECT CYCLE-FILE ASSIGN TO CYCLEDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CYCLE-FILE-STATUS.

           *> The promotion checkpoint
           SELECT PCKP-FILE ASSIGN TO PCKPTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS PCKP-FILE-STATUS.

           *> The staging cluster
           SELECT STAGE-IN ASSIGN TO STAGEDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STAGE-RECORD-KEY
           FILE STATUS IS STAGE-IN-STATUS.

           *> The job's output so far, off the spool
           SELECT JOB-LOG ASSIGN TO JOBLOGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOB-LOG-STATUS.

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

       FD  VSAM-ERR-HIST.
       01  VSAM-ERR-REC.
           05 VE-KEY.
              10 VE-DATE PIC 9(8).
              10 VE-TIME PIC 9(6).
              10 VE-SEQ  PIC 9(2).
           05 VE-PGM        PIC X(8).
           05 VE-MESSAGE    PIC X(60).
           05 VE-STATUS     PIC XX.
           05 VE-RETURN     PIC 9(2).
           05 VE-COMPONENT  PIC 9(1).
           05 VE-REASON     PIC 9(3).
           05 FILLER        PIC X(10).

       FD  ALERT-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ALERT-HIST-REC.
           05 AL-DATE     PIC 9(8).
           05 AL-TIME     PIC 9(6).
           05 AL-PGM      PIC X(8).
           05 AL-EVENT    PIC X(8).
           05 AL-SEVERITY PIC X.
           05 AL-ROUTE    PIC X.
           05 AL-MESSAGE  PIC X(60).
           05 FILLER      PIC X(8).

       FD  LOAD-REG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  LOAD-REG-REC.
           05 LR-SOURCE-NAME PIC X(16).
           05 LR-LOAD-DATE   PIC 9(8).
           05 LR-REC-COUNT   PIC 9(7).
           05 LR-BYTE-COUNT  PIC 9(9).
           05 LR-FIRST-ID    PIC X(8).
           05 LR-LAST-ID     PIC X(8).
           05 LR-FINGERPRINT PIC 9(9).
           05 FILLER         PIC X(15).

      * Provides:
      *    FD  CYCLE-FILE
      *    01  CYCLE-REC.
       COPY CYCLEREC.

      * Provides:
      *    FD  PCKP-FILE
      *    01  PCKP-REC.
      *    01  PCKP-CONTROL-REC.
       COPY PCKPREC.

       FD  STAGE-IN.
       01  STAGE-REC.
           05 STAGE-RECORD-KEY.
              10 STAGE-RECORD-ID PIC X(8).
              10 STAGE-STATE     PIC X(2).
           05 STAGE-DATE         PIC X(10).
           05 STAGE-PERIOD-FREQ  PIC X.
              88 STAGE-IS-WEEKLY VALUE 'W'.
           05 FILLER             PIC X(425).

       FD  JOB-LOG
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F.
       01  JOB-LOG-REC.
           05 JL-CARRIAGE PIC X.
           05 JL-TEXT     PIC X(132).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  STPH-FILE-STATUS PIC XX.
           88 STPH-FILE-OK VALUE "00".
           88 STPH-FILE-EOF VALUE "10".

       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-EOF VALUE "10".

       01  VERR-HIST-STATUS PIC XX.
           88 VERR-HIST-OK VALUE "00".
           88 VERR-HIST-EOF VALUE "10".

       01  ALERT-HIST-STATUS PIC XX.
           88 ALERT-HIST-OK VALUE "00".
           88 ALERT-HIST-EOF VALUE "10".

       01  LOAD-REG-STATUS PIC XX.
           88 LOAD-REG-OK VALUE "00".
           88 LOAD-REG-EOF VALUE "10".

       01  CYCLE-FILE-STATUS PIC XX.
           88 CYCLE-FILE-OK VALUE "00".
           88 CYCLE-FILE-EOF VALUE "10".

       01  PCKP-FILE-STATUS PIC XX.
           88 PCKP-FILE-OK VALUE "00".
           88 PCKP-FILE-EOF VALUE "10".

       01  STAGE-IN-STATUS PIC XX.
           88 STAGE-IN-OK VALUE "00".
           88 STAGE-IN-EOF VALUE "10".

       01  JOB-LOG-STATUS PIC XX.
           88 JOB-LOG-OK VALUE "00".
           88 JOB-LOG-EOF VALUE "10".

       01  FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  TIME-NOW-FULL  PIC 9(8) VALUE ZERO.

      * The job, and its run - when it started, and the step it
      * failed at.
       01  INCB-JOB PIC X(8) VALUE 'UNEMDLYJ'.
       01  RUN-START-DATE PIC 9(8) VALUE ZERO.
       01  RUN-START-TIME PIC 9(6) VALUE ZERO.
       01  RUN-RESTARTS   PIC 9(2) VALUE ZERO.
       01  RUN-SW PIC X VALUE 'N'.
           88 RUN-FOUND VALUE 'Y'.
       01  FAIL-SW PIC X VALUE 'N'.
           88 FAIL-FOUND VALUE 'Y'.
       01  FAIL-SEQ  PIC 9(3) VALUE ZERO.
       01  FAIL-STEP PIC X(8) VALUE SPACES.
       01  FAIL-END-TIME PIC 9(6) VALUE ZERO.

      * The cycle, as found.
       01  CYCLE-SW PIC X VALUE 'N'.
           88 CYCLE-FOUND VALUE 'Y'.
       01  CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  CYCLE-TEXT PIC X(60) VALUE SPACES.

      * Whether live was touched, from the promotion checkpoint.
       01  LIVE-TEXT PIC X(100) VALUE SPACES.
       01  PCKP-KEYS PIC 9(7) COMP-4 VALUE ZERO.

      * Each importer's latest outcome since the run started.
       01  IMPORTER-TABLE-VALUES.
           05 FILLER PIC X(8) VALUE 'IMPBYAGE'.
           05 FILLER PIC X(8) VALUE 'IMPBYGEN'.
           05 FILLER PIC X(8) VALUE 'IMPBYIND'.
           05 FILLER PIC X(8) VALUE 'IMPBYRAC'.
           05 FILLER PIC X(8) VALUE 'IMPBYETH'.
           05 FILLER PIC X(8) VALUE 'IMPBYSTA'.
           05 FILLER PIC X(8) VALUE 'IMPBYLAB'.
           05 FILLER PIC X(8) VALUE 'IMPBYOCC'.
       01  IMPORTER-TABLE REDEFINES IMPORTER-TABLE-VALUES.
           05 IMPORTER-NAME PIC X(8) OCCURS 8 TIMES.

       01  IMPORTER-OUTCOMES.
           05 IMPORTER-OUTCOME PIC X OCCURS 8 TIMES.
       01  IMP-IDX     PIC 9(2) COMP-4.
       01  LOADED-COUNT PIC 9(2) COMP-4 VALUE ZERO.
       01  LOADED-EDIT  PIC 9.
       01  SO-IDX       PIC 9(2) COMP-4.
       01  OUTCOME-TEXT PIC X(10).

      * The restart point for each step of UNEMDLYJ - its RESTART
      * PROCEDURE. RS-FROM-STEP blank means the failing step itself.
       01  RESTART-TABLE-VALUES.
           05 FILLER PIC X(14) VALUE '001004'.
           05 FILLER PIC X(80) VALUE
              'The flat tables keep what they held - fix the problem an
      -       'd resubmit.'.
           05 FILLER PIC X(14) VALUE '005010'.
           05 FILLER PIC X(80) VALUE
              'Nothing touched yet - fix the cause (cycle, space, catal
      -       'og, GDG) and resubmit.'.
           05 FILLER PIC X(14) VALUE '015030STEP015'.
           05 FILLER PIC X(80) VALUE
              'Live untouched - fix the problem (or the bad source file
      -       ') and resubmit.'.
           05 FILLER PIC X(14) VALUE '040040STEP040'.
           05 FILLER PIC X(80) VALUE
              'No restore - UNEMPROM resumes after the last key on its
      -       'checkpoint (PROMCKPT).'.
           05 FILLER PIC X(14) VALUE '041065'.
           05 FILLER PIC X(80) VALUE
              'Live is promoted - fix the problem and resubmit; the mer
      -       'ge is not rerun.'.
           05 FILLER PIC X(14) VALUE '070070'.
           05 FILLER PIC X(80) VALUE
              'DO NOT RESTART - the audit chain is broken; have the bre
      -       'ak looked into.'.
           05 FILLER PIC X(14) VALUE '075075'.
           05 FILLER PIC X(80) VALUE
              'The day''s trail entries are not sealed yet - fix the pr
      -       'oblem and resubmit.'.
       01  RESTART-TABLE REDEFINES RESTART-TABLE-VALUES.
           05 RESTART-ENTRY OCCURS 7 TIMES.
              10 RS-FIRST-SEQ PIC 9(3).
              10 RS-LAST-SEQ  PIC 9(3).
              10 RS-FROM-STEP PIC X(8).
              10 RS-ADVICE    PIC X(80).
       01  RS-IDX PIC 9(2) COMP-4.
       01  RESTART-STEP PIC X(8) VALUE SPACES.
       01  RESTART-TEXT PIC X(80) VALUE SPACES.

      * The staging cluster's counts.
       01  STAGE-TOTAL   PIC 9(7) COMP-4 VALUE ZERO.
       01  STAGE-MONTHLY PIC 9(7) COMP-4 VALUE ZERO.
       01  STAGE-WEEKLY  PIC 9(7) COMP-4 VALUE ZERO.
       01  STAGE-STATE-TABLE.
           05 STAGE-STATE-CODE PIC X(2) OCCURS 60 TIMES.
       01  STAGE-STATES  PIC 9(2) COMP-4 VALUE ZERO.
       01  STATE-IDX     PIC 9(2) COMP-4.
       01  STATE-SW PIC X VALUE 'N'.
           88 STATE-KNOWN VALUE 'Y'.

      * The job-log lines worth keeping: the failing step's name (the
      * first pattern, set at run time) and the error markers.
       01  LOG-PATTERN-VALUES.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(10) VALUE '***'.
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC X(10) VALUE 'ABEND'.
           05 FILLER PIC 9(2)  VALUE 5.
           05 FILLER PIC X(10) VALUE 'IGZ0'.
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(10) VALUE 'CEE3'.
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(10) VALUE 'IEA995I'.
           05 FILLER PIC 9(2)  VALUE 7.
           05 FILLER PIC X(10) VALUE 'IDC3'.
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(10) VALUE 'IEC1'.
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(10) VALUE "Couldn't".
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(10) VALUE "COULDN'T".
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(10) VALUE 'Cannot'.
           05 FILLER PIC 9(2)  VALUE 6.
           05 FILLER PIC X(10) VALUE 'Error'.
           05 FILLER PIC 9(2)  VALUE 5.
           05 FILLER PIC X(10) VALUE 'ERROR'.
           05 FILLER PIC 9(2)  VALUE 5.
       01  LOG-PATTERN-TABLE REDEFINES LOG-PATTERN-VALUES.
           05 LOG-PATTERN OCCURS 13 TIMES.
              10 LP-TEXT PIC X(10).
              10 LP-LEN  PIC 9(2).
       01  LP-IDX       PIC 9(2) COMP-4.
       01  LOG-HITS     PIC 9(3) COMP-4 VALUE ZERO.
       01  LOG-READ     PIC 9(7) COMP-4 VALUE ZERO.
       01  LOG-KEPT     PIC 9(5) COMP-4 VALUE ZERO.
       01  LOG-DROPPED  PIC 9(5) COMP-4 VALUE ZERO.
       01  LOG-MAX-LINES PIC 9(5) COMP-4 VALUE 200.

      * The sections.
       01  SECTION-TITLE-VALUES.
           05 FILLER PIC X(60) VALUE
              'STEPS RUN, WITH TIMING (STEP-TIMING HISTORY)'.
           05 FILLER PIC X(60) VALUE
              'IMPORT RUN HISTORY (UNEMRUNH)'.
           05 FILLER PIC X(60) VALUE
              'VSAM ERRORS (VSAM ERROR HISTORY)'.
           05 FILLER PIC X(60) VALUE
              'ALERTS RAISED (ALERT HISTORY)'.
           05 FILLER PIC X(60) VALUE
              'SOURCE FILES REGISTERED (LOAD REGISTRY)'.
           05 FILLER PIC X(60) VALUE
              'STAGING CLUSTER COUNTS'.
           05 FILLER PIC X(60) VALUE
              'JOB LOG - THE LINES ABOUT THE FAILURE'.
           05 FILLER PIC X(60) VALUE
              'NOTES'.
       01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLE-VALUES.
           05 SECTION-TITLE PIC X(60) OCCURS 8 TIMES.
       01  SECT-NO PIC 9(2) COMP-4.
       01  SECTION-LINES PIC 9(7) COMP-4 VALUE ZERO.

      * The notes - datasets that couldn't be read - printed last.
       01  NOTE-TABLE.
           05 NOTE-TEXT PIC X(100) OCCURS 20 TIMES.
       01  NOTE-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  NOTE-IDX  PIC 9(2) COMP-4.
       01  NEW-NOTE-TEXT PIC X(100) VALUE SPACES.

      * Runtime parameters.
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      * The batch window, from the interlock (UNEMWLCK).
       01  WLCK-STATUS PIC X VALUE SPACE.
       01  WLCK-TEXT   PIC X(60) VALUE SPACES.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The title - its first 30 bytes are the capture's parameter
      * text on the report repository index.
       01  INCB-TITLE.
           05 INCB-TITLE-KEY  PIC X(30) VALUE SPACES.
           05 INCB-TITLE-REST PIC X(50) VALUE SPACES.

       01  INCB-DISP-SEPARATOR PIC X(122) VALUE ALL '-'.

       01  INCB-SECTION-DISP-REC.
           05 FILLER         PIC X(8)  VALUE 'SECTION '.
           05 SH-DISP-NO     PIC Z9.
           05 FILLER         PIC X(3)  VALUE ' - '.
           05 SH-DISP-TITLE  PIC X(60) VALUE SPACES.

       01  INCB-DIAG-DISP-REC.
           05 DG-DISP-LABEL  PIC X(18) VALUE SPACES.
           05 DG-DISP-TEXT   PIC X(100) VALUE SPACES.

       01  INCB-SOURCE-DISP-REC.
           05 FILLER         PIC X(18) VALUE SPACES.
           05 SO-DISP-ENTRY OCCURS 4 TIMES.
              10 SO-DISP-NAME    PIC X(8).
              10 FILLER          PIC X     VALUE SPACE.
              10 SO-DISP-OUTCOME PIC X(10).
              10 FILLER          PIC X(3)  VALUE SPACES.

       01  INCB-STEP-HEAD.
           05 FILLER PIC X(6)  VALUE 'SEQ'.
           05 FILLER PIC X(10) VALUE 'STEP'.
           05 FILLER PIC X(18) VALUE 'STARTED'.
           05 FILLER PIC X(18) VALUE 'ENDED'.
           05 FILLER PIC X(10) VALUE 'ELAPSED'.
           05 FILLER PIC X(20) VALUE 'NOTE'.
       01  INCB-STEP-DISP-REC.
           05 ST-DISP-SEQ     PIC 9(3).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 ST-DISP-STEP    PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 ST-DISP-S-DATE  PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 ST-DISP-S-TIME  PIC 9(6).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 ST-DISP-E-DATE  PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 ST-DISP-E-TIME  PIC 9(6).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 ST-DISP-ELAPSED PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 ST-DISP-NOTE    PIC X(30).

       01  INCB-RUN-HEAD.
           05 FILLER PIC X(10) VALUE 'RUN DATE'.
           05 FILLER PIC X(8)  VALUE 'TIME'.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(12) VALUE 'OUTCOME'.
           05 FILLER PIC X(9)  VALUE 'RECORDS'.
           05 FILLER PIC X(4)  VALUE 'RC'.
           05 FILLER PIC X(15) VALUE 'STARTED-ENDED'.
       01  INCB-RUN-DISP-REC.
           05 RN-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-TIME    PIC 9(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-SOURCE  PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-OUTCOME PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-RECORDS PIC ZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 RN-DISP-RC      PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-START   PIC 9(6).
           05 FILLER          PIC X     VALUE '-'.
           05 RN-DISP-END     PIC 9(6).

       01  INCB-VERR-HEAD.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(8)  VALUE 'TIME'.
           05 FILLER PIC X(10) VALUE 'PROGRAM'.
           05 FILLER PIC X(8)  VALUE 'STATUS'.
           05 FILLER PIC X(10) VALUE 'VSAM CODE'.
           05 FILLER PIC X(60) VALUE 'OPERATION'.
       01  INCB-VERR-DISP-REC.
           05 VR-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VR-DISP-TIME    PIC 9(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VR-DISP-PGM     PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VR-DISP-STATUS  PIC XX.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 VR-DISP-RETURN  PIC 9(2).
           05 FILLER          PIC X     VALUE '/'.
           05 VR-DISP-COMP    PIC 9.
           05 FILLER          PIC X     VALUE '/'.
           05 VR-DISP-REASON  PIC 9(3).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VR-DISP-MESSAGE PIC X(60).

       01  INCB-ALERT-HEAD.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(8)  VALUE 'TIME'.
           05 FILLER PIC X(10) VALUE 'PROGRAM'.
           05 FILLER PIC X(10) VALUE 'EVENT'.
           05 FILLER PIC X(6)  VALUE 'SEV'.
           05 FILLER PIC X(60) VALUE 'MESSAGE'.
       01  INCB-ALERT-DISP-REC.
           05 AR-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AR-DISP-TIME    PIC 9(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AR-DISP-PGM     PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AR-DISP-EVENT   PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AR-DISP-SEV     PIC X.
           05 FILLER          PIC X     VALUE '/'.
           05 AR-DISP-ROUTE   PIC X.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 AR-DISP-MESSAGE PIC X(60).

       01  INCB-REG-HEAD.
           05 FILLER PIC X(18) VALUE 'SOURCE FILE'.
           05 FILLER PIC X(10) VALUE 'LOADED'.
           05 FILLER PIC X(11) VALUE 'RECORDS'.
           05 FILLER PIC X(13) VALUE 'BYTES'.
           05 FILLER PIC X(20) VALUE 'RECORD-ID SPAN'.
           05 FILLER PIC X(11) VALUE 'FINGERPRINT'.
       01  INCB-REG-DISP-REC.
           05 RG-DISP-SOURCE  PIC X(16).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-LOADED  PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-RECORDS PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-BYTES   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-FIRST   PIC X(8).
           05 FILLER          PIC X(3)  VALUE ' - '.
           05 RG-DISP-LAST    PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RG-DISP-FPRINT  PIC 9(9).

       01  INCB-COUNT-DISP-REC.
           05 CN-DISP-LABEL   PIC X(30).
           05 CN-DISP-COUNT   PIC Z,ZZZ,ZZ9.

       01  INCB-TOTAL-DISP-REC.
           05 FILLER          PIC X(18) VALUE 'Incident bundle: '.
           05 IT-DISP-JOB     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 IT-DISP-STEP    PIC X(8).
           05 FILLER          PIC X(2)  VALUE ', '.
           05 IT-DISP-NOTES   PIC Z9.
           05 FILLER          PIC X(9)  VALUE ' note(s).'.

       01  DISP-COUNT PIC ZZ,ZZ9.
       01  DISP-TIME.
           05 DT-HH  PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 DT-MM  PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 DT-SS  PIC 9(2).
       01  CLOCK-HHMMSS PIC 9(6) VALUE ZERO.
       01  CLOCK-PARTS REDEFINES CLOCK-HHMMSS.
           05 CLK-HH PIC 9(2).
           05 CLK-MM PIC 9(2).
           05 CLK-SS PIC 9(2).

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= job name.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(8).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT TIME-NOW-FULL FROM TIME
           IF PARM-LEN > ZERO AND PARM-TEXT NOT = SPACES THEN
              MOVE PARM-TEXT TO INCB-JOB
           END-IF

           MOVE "INCB-LOG-LINES" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO LOG-MAX-LINES
           END-IF

           PERFORM 2100-FIND-FAILURE
              THRU 2100-FIND-FAILURE-END
           PERFORM 2200-READ-CYCLE
              THRU 2200-READ-CYCLE-END
           PERFORM 2300-CHECK-LIVE
              THRU 2300-CHECK-LIVE-END
           PERFORM 2400-SUMMARIZE-SOURCES
              THRU 2400-SUMMARIZE-SOURCES-END
           PERFORM 2500-FIND-RESTART

           PERFORM 3000-PRINT-DIAGNOSIS

           MOVE 1 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4100-STEPS-RUN
              THRU 4100-STEPS-RUN-END
           MOVE 2 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4200-RUN-HISTORY
              THRU 4200-RUN-HISTORY-END
           MOVE 3 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4300-VSAM-ERRORS
              THRU 4300-VSAM-ERRORS-END
           MOVE 4 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4400-ALERTS
              THRU 4400-ALERTS-END
           MOVE 5 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4500-REGISTRY
              THRU 4500-REGISTRY-END
           MOVE 6 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4600-STAGE-COUNTS
              THRU 4600-STAGE-COUNTS-END
           MOVE 7 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
           PERFORM 4700-JOB-LOG
              THRU 4700-JOB-LOG-END

           PERFORM 5000-PRINT-NOTES
           PERFORM 6000-RAISE-ALERT

           IF NOTE-USED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The job's current run on the step-timing history, and the
      * step its run record names as the one it failed at. With no
      * run on record, the evidence is gathered for today.
      ******************************************************************
       2100-FIND-FAILURE.
           MOVE RUN-DATE-TODAY TO RUN-START-DATE
           MOVE ZERO TO RUN-START-TIME

           OPEN INPUT STEP-HIST
           IF NOT STPH-FILE-OK THEN
              STRING "The step-timing history couldn't be read - no "
                 "failing step, evidence gathered for today only"
                 DELIMITED BY SIZE INTO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              GO TO 2100-FIND-FAILURE-END
           END-IF

           MOVE INCB-JOB TO SH-JOB
           MOVE ZERO TO SH-RUN-DATE SH-STEP-SEQ
           READ STEP-HIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SP-RUN-DATE TO SH-RUN-DATE
                 MOVE ZERO TO SH-STEP-SEQ
                 READ STEP-HIST
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET RUN-FOUND TO TRUE
                 END-READ
           END-READ

           IF NOT RUN-FOUND THEN
              MOVE SPACES TO NEW-NOTE-TEXT
              STRING "No run of " INCB-JOB " on the step-timing "
                 "history - evidence gathered for today only"
                 DELIMITED BY SIZE INTO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              CLOSE STEP-HIST
              GO TO 2100-FIND-FAILURE-END
           END-IF

           MOVE SR-START-DATE TO RUN-START-DATE
           MOVE SR-START-TIME TO RUN-START-TIME
           MOVE SR-RESTARTS TO RUN-RESTARTS
           IF SR-FAILED THEN
              SET FAIL-FOUND TO TRUE
              MOVE SR-FAIL-SEQ TO FAIL-SEQ SH-STEP-SEQ
              READ STEP-HIST
                 INVALID KEY
                    MOVE SPACES TO FAIL-STEP
                    STRING "STEP" FAIL-SEQ DELIMITED BY SIZE
                       INTO FAIL-STEP
                 NOT INVALID KEY
                    MOVE SH-STEP TO FAIL-STEP
                    MOVE SH-END-TIME TO FAIL-END-TIME
              END-READ
           ELSE
              MOVE SPACES TO NEW-NOTE-TEXT
              STRING "The run of " INCB-JOB " records no failed step"
                 " - see the job log section"
                 DELIMITED BY SIZE INTO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
           END-IF

           CLOSE STEP-HIST
           .

       2100-FIND-FAILURE-END.
           EXIT.
      ******************************************************************
       2200-READ-CYCLE.
           MOVE "Unknown - the cycle-control dataset couldn't be read"
              TO CYCLE-TEXT

           OPEN INPUT CYCLE-FILE
           IF NOT CYCLE-FILE-OK THEN
              MOVE "The cycle-control dataset couldn't be read"
                 TO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              GO TO 2200-READ-CYCLE-END
           END-IF

           READ CYCLE-FILE
              AT END
                 MOVE "Unknown - the cycle-control dataset is empty"
                    TO CYCLE-TEXT
              NOT AT END
                 SET CYCLE-FOUND TO TRUE
           END-READ
           CLOSE CYCLE-FILE

           IF NOT CYCLE-FOUND THEN
              GO TO 2200-READ-CYCLE-END
           END-IF

           MOVE CY-BUSINESS-DATE TO CYCLE-DATE
           MOVE SPACES TO CYCLE-TEXT
           EVALUATE TRUE
              WHEN CY-STATE-EXPECTED
                 STRING CY-BUSINESS-DATE " EXPECTED - opened, not "
                    "yet loaded" DELIMITED BY SIZE INTO CYCLE-TEXT
              WHEN CY-STATE-LOADED
                 STRING CY-BUSINESS-DATE " LOADED - promoted, checks "
                    "not passed" DELIMITED BY SIZE INTO CYCLE-TEXT
              WHEN CY-STATE-CHECKED
                 STRING CY-BUSINESS-DATE " CHECKED - awaiting release"
                    DELIMITED BY SIZE INTO CYCLE-TEXT
              WHEN CY-STATE-RELEASED
                 STRING CY-BUSINESS-DATE " RELEASED - the prior "
                    "cycle; today's was never opened"
                    DELIMITED BY SIZE INTO CYCLE-TEXT
              WHEN OTHER
                 STRING CY-BUSINESS-DATE " state '" CY-STATE
                    "' - not a known state"
                    DELIMITED BY SIZE INTO CYCLE-TEXT
           END-EVALUATE
           .

       2200-READ-CYCLE-END.
           EXIT.
      ******************************************************************
      * Live was touched when the promotion checkpoint's control
      * record belongs to the current cycle - partway while it is
      * still in progress. Every key record on the checkpoint is the
      * control record's cycle's (a fresh merge clears the rest).
      ******************************************************************
       2300-CHECK-LIVE.
           OPEN INPUT PCKP-FILE
           IF NOT PCKP-FILE-OK THEN
              MOVE "UNKNOWN - the promotion checkpoint couldn't be read"
                 TO LIVE-TEXT
              MOVE "The promotion checkpoint couldn't be read"
                 TO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              GO TO 2300-CHECK-LIVE-END
           END-IF

           MOVE LOW-VALUES TO PK-KEY
           READ PCKP-FILE
              INVALID KEY
                 MOVE SPACE TO PC-STATUS
           END-READ

           IF NOT CYCLE-FOUND OR PC-STATUS = SPACE
              OR PC-CYCLE-DATE NOT = CYCLE-DATE THEN
              MOVE "NO - the stage has not been merged into live"
                 TO LIVE-TEXT
              CLOSE PCKP-FILE
              GO TO 2300-CHECK-LIVE-END
           END-IF

           MOVE ZERO TO PCKP-KEYS
           MOVE LOW-VALUES TO PK-KEY
           START PCKP-FILE KEY IS > PK-KEY
              INVALID KEY
                 MOVE "10" TO PCKP-FILE-STATUS
           END-START
           PERFORM UNTIL NOT PCKP-FILE-OK
              READ PCKP-FILE NEXT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NOT PK-PUBLISH-PENDING THEN
                       ADD 1 TO PCKP-KEYS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PCKP-FILE

           MOVE PCKP-KEYS TO DISP-COUNT
           MOVE SPACES TO LIVE-TEXT
           IF PC-IN-PROGRESS THEN
              STRING "PARTLY - the merge stopped after " DISP-COUNT
                 " key(s) committed; a rerun picks up from there"
                 DELIMITED BY SIZE INTO LIVE-TEXT
           ELSE
              STRING "YES - the stage was merged into live ("
                 DISP-COUNT " key(s))"
                 DELIMITED BY SIZE INTO LIVE-TEXT
           END-IF
           .

       2300-CHECK-LIVE-END.
           EXIT.
      ******************************************************************
      * Each importer's latest outcome on the run history since the
      * run started - the keys run in date/time order, so the last
      * one read is the latest.
      ******************************************************************
       2400-SUMMARIZE-SOURCES.
           MOVE SPACES TO IMPORTER-OUTCOMES
           MOVE ZERO TO LOADED-COUNT

           OPEN INPUT RUN-HIST
           IF NOT RUN-HIST-OK THEN
              GO TO 2400-SUMMARIZE-SOURCES-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           MOVE LOW-VALUES TO RH-KEY
           MOVE RUN-START-DATE TO RH-RUN-DATE
           START RUN-HIST KEY IS >= RH-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ RUN-HIST NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF RH-RUN-DATE > RUN-DATE-TODAY THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    PERFORM VARYING IMP-IDX FROM 1 BY 1
                          UNTIL IMP-IDX > 8
                       IF IMPORTER-NAME (IMP-IDX) = RH-SOURCE THEN
                          MOVE RH-OUTCOME TO IMPORTER-OUTCOME (IMP-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM

           CLOSE RUN-HIST

           PERFORM VARYING IMP-IDX FROM 1 BY 1 UNTIL IMP-IDX > 8
              IF IMPORTER-OUTCOME (IMP-IDX) = 'S' OR 'W' OR 'R' THEN
                 ADD 1 TO LOADED-COUNT
              END-IF
           END-PERFORM
           .

       2400-SUMMARIZE-SOURCES-END.
           EXIT.
      ******************************************************************
      * The restart point for the failing step, from the RESTART
      * PROCEDURE table (UNEMDLYJ only).
      ******************************************************************
       2500-FIND-RESTART.
           MOVE SPACES TO RESTART-STEP RESTART-TEXT

           IF NOT FAIL-FOUND THEN
              STRING "No failed step recorded - see the job log and "
                 "the job's RESTART PROCEDURE"
                 DELIMITED BY SIZE INTO RESTART-TEXT
           ELSE
              IF INCB-JOB NOT = "UNEMDLYJ" THEN
                 MOVE FAIL-STEP TO RESTART-STEP
                 MOVE "See the RESTART PROCEDURE in the job's header"
                    TO RESTART-TEXT
              ELSE
                 PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > 7
                    IF FAIL-SEQ NOT < RS-FIRST-SEQ (RS-IDX)
                       AND FAIL-SEQ NOT > RS-LAST-SEQ (RS-IDX) THEN
                       MOVE RS-FROM-STEP (RS-IDX) TO RESTART-STEP
                       MOVE RS-ADVICE (RS-IDX) TO RESTART-TEXT
                    END-IF
                 END-PERFORM
                 IF RESTART-STEP = SPACES THEN
                    MOVE FAIL-STEP TO RESTART-STEP
                 END-IF
                 IF RESTART-TEXT = SPACES THEN
                    MOVE "See the RESTART PROCEDURE in the job's header"
                       TO RESTART-TEXT
                 END-IF
              END-IF
           END-IF
           .

       2500-FIND-RESTART-END.
           EXIT.
      ******************************************************************
      * The bundle's title and the diagnosis that leads it.
      ******************************************************************
       3000-PRINT-DIAGNOSIS.
           MOVE SPACES TO INCB-TITLE
           IF FAIL-FOUND THEN
              STRING "INCIDENT " INCB-JOB " " FAIL-STEP
                 DELIMITED BY SIZE INTO INCB-TITLE-KEY
           ELSE
              STRING "INCIDENT " INCB-JOB " NO STEP"
                 DELIMITED BY SIZE INTO INCB-TITLE-KEY
           END-IF
           STRING "CYCLE " CYCLE-DATE " (UNEMINCB)"
              DELIMITED BY SIZE INTO INCB-TITLE-REST
           MOVE INCB-TITLE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMINCB" PRNT-TEXT

           MOVE "DIAGNOSIS" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           MOVE INCB-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT

           MOVE "Failing step" TO DG-DISP-LABEL
           MOVE SPACES TO DG-DISP-TEXT
           IF FAIL-FOUND THEN
              MOVE FAIL-END-TIME TO CLOCK-HHMMSS
              MOVE CLK-HH TO DT-HH
              MOVE CLK-MM TO DT-MM
              MOVE CLK-SS TO DT-SS
              STRING INCB-JOB " " FAIL-STEP " (step " FAIL-SEQ
                 "), ended " DISP-TIME "; restarts so far "
                 RUN-RESTARTS
                 DELIMITED BY SIZE INTO DG-DISP-TEXT
           ELSE
              STRING INCB-JOB " - none recorded on the step-timing "
                 "history"
                 DELIMITED BY SIZE INTO DG-DISP-TEXT
           END-IF
           PERFORM 3050-PRINT-DIAG-LINE

           MOVE "Run started" TO DG-DISP-LABEL
           MOVE SPACES TO DG-DISP-TEXT
           MOVE RUN-START-TIME TO CLOCK-HHMMSS
           MOVE CLK-HH TO DT-HH
           MOVE CLK-MM TO DT-MM
           MOVE CLK-SS TO DT-SS
           STRING RUN-START-DATE " " DISP-TIME
              DELIMITED BY SIZE INTO DG-DISP-TEXT
           PERFORM 3050-PRINT-DIAG-LINE

           MOVE "Sources loaded" TO DG-DISP-LABEL
           MOVE SPACES TO DG-DISP-TEXT
           MOVE LOADED-COUNT TO LOADED-EDIT
           STRING LOADED-EDIT " of 8 - each importer's latest "
              "outcome since the run started:"
              DELIMITED BY SIZE INTO DG-DISP-TEXT
           PERFORM 3050-PRINT-DIAG-LINE
           PERFORM VARYING IMP-IDX FROM 1 BY 1 UNTIL IMP-IDX > 8
              PERFORM 3060-OUTCOME-TEXT
              MOVE IMP-IDX TO SO-IDX
              IF SO-IDX > 4 THEN
                 SUBTRACT 4 FROM SO-IDX
              END-IF
              MOVE IMPORTER-NAME (IMP-IDX) TO SO-DISP-NAME (SO-IDX)
              MOVE OUTCOME-TEXT TO SO-DISP-OUTCOME (SO-IDX)
              IF SO-IDX = 4 THEN
                 MOVE INCB-SOURCE-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
              END-IF
           END-PERFORM

           MOVE "Cycle state" TO DG-DISP-LABEL
           MOVE CYCLE-TEXT TO DG-DISP-TEXT
           PERFORM 3050-PRINT-DIAG-LINE

           MOVE "Live touched" TO DG-DISP-LABEL
           MOVE LIVE-TEXT TO DG-DISP-TEXT
           PERFORM 3050-PRINT-DIAG-LINE

           CALL "UNEMWLCK" USING "SHOW " "UNEMINCB" WLCK-STATUS
              WLCK-TEXT
           MOVE "Batch window" TO DG-DISP-LABEL
           MOVE WLCK-TEXT TO DG-DISP-TEXT
           PERFORM 3050-PRINT-DIAG-LINE

           MOVE "Restart point" TO DG-DISP-LABEL
           MOVE SPACES TO DG-DISP-TEXT
           IF RESTART-STEP NOT = SPACES THEN
              STRING "resubmit from " RESTART-STEP
                 DELIMITED BY SIZE INTO DG-DISP-TEXT
              PERFORM 3050-PRINT-DIAG-LINE
              MOVE SPACES TO DG-DISP-LABEL
           END-IF
           MOVE RESTART-TEXT TO DG-DISP-TEXT
           PERFORM 3050-PRINT-DIAG-LINE
           .

       3000-PRINT-DIAGNOSIS-END.
           EXIT.
      ******************************************************************
       3050-PRINT-DIAG-LINE.
           MOVE INCB-DIAG-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       3050-PRINT-DIAG-LINE-END.
           EXIT.
      ******************************************************************
       3060-OUTCOME-TEXT.
           EVALUATE IMPORTER-OUTCOME (IMP-IDX)
              WHEN 'S'
                 MOVE "OK" TO OUTCOME-TEXT
              WHEN 'W'
                 MOVE "REJECTS" TO OUTCOME-TEXT
              WHEN 'F'
                 MOVE "FAILED" TO OUTCOME-TEXT
              WHEN 'K'
                 MOVE "SKIPPED" TO OUTCOME-TEXT
              WHEN 'P'
                 MOVE "NOT RUN" TO OUTCOME-TEXT
              WHEN 'R'
                 MOVE "RESTARTED" TO OUTCOME-TEXT
              WHEN OTHER
                 MOVE "NO RUN" TO OUTCOME-TEXT
           END-EVALUATE
           .

       3060-OUTCOME-TEXT-END.
           EXIT.
      ******************************************************************
      * A section's heading and column headings.
      ******************************************************************
       3100-PRINT-SECTION-HEAD.
           MOVE ZERO TO SECTION-LINES
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           MOVE SECT-NO TO SH-DISP-NO
           MOVE SECTION-TITLE (SECT-NO) TO SH-DISP-TITLE
           MOVE INCB-SECTION-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT

           MOVE SPACES TO PRNT-TEXT
           EVALUATE SECT-NO
              WHEN 1
                 MOVE INCB-STEP-HEAD TO PRNT-TEXT
              WHEN 2
                 MOVE INCB-RUN-HEAD TO PRNT-TEXT
              WHEN 3
                 MOVE INCB-VERR-HEAD TO PRNT-TEXT
              WHEN 4
                 MOVE INCB-ALERT-HEAD TO PRNT-TEXT
              WHEN 5
                 MOVE INCB-REG-HEAD TO PRNT-TEXT
           END-EVALUATE
           IF PRNT-TEXT NOT = SPACES THEN
              CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           END-IF
           MOVE INCB-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       3100-PRINT-SECTION-HEAD-END.
           EXIT.
      ******************************************************************
      * After a section's entries - a line when there were none.
      ******************************************************************
       3200-END-SECTION.
           IF SECTION-LINES = ZERO THEN
              MOVE "Nothing on record." TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           END-IF
           .

       3200-END-SECTION-END.
           EXIT.
      ******************************************************************
      * Section 1 - the run's step records, the failing one marked.
      ******************************************************************
       4100-STEPS-RUN.
           IF NOT RUN-FOUND THEN
              PERFORM 3200-END-SECTION
              GO TO 4100-STEPS-RUN-END
           END-IF

           OPEN INPUT STEP-HIST
           IF NOT STPH-FILE-OK THEN
              PERFORM 3200-END-SECTION
              GO TO 4100-STEPS-RUN-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           MOVE INCB-JOB TO SH-JOB
           MOVE RUN-START-DATE TO SH-RUN-DATE
           MOVE 1 TO SH-STEP-SEQ
           START STEP-HIST KEY IS >= SH-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ STEP-HIST NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF SH-JOB NOT = INCB-JOB
                    OR SH-RUN-DATE NOT = RUN-START-DATE THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    PERFORM 4150-ONE-STEP
                 END-IF
              END-IF
           END-PERFORM

           CLOSE STEP-HIST
           PERFORM 3200-END-SECTION
           .

       4100-STEPS-RUN-END.
           EXIT.
      ******************************************************************
       4150-ONE-STEP.
           ADD 1 TO SECTION-LINES
           MOVE SH-STEP-SEQ TO ST-DISP-SEQ
           MOVE SH-STEP TO ST-DISP-STEP
           MOVE SH-START-DATE TO ST-DISP-S-DATE
           MOVE SH-START-TIME TO ST-DISP-S-TIME
           MOVE SH-END-DATE TO ST-DISP-E-DATE
           MOVE SH-END-TIME TO ST-DISP-E-TIME
           MOVE SH-ELAPSED TO ST-DISP-ELAPSED
           MOVE SPACES TO ST-DISP-NOTE
           EVALUATE TRUE
              WHEN FAIL-FOUND AND SH-STEP-SEQ = FAIL-SEQ
                 MOVE "<<< FAILED" TO ST-DISP-NOTE
              WHEN SH-RERUN
                 MOVE "re-run after a restart" TO ST-DISP-NOTE
           END-EVALUATE
           MOVE INCB-STEP-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4150-ONE-STEP-END.
           EXIT.
      ******************************************************************
      * Section 2 - the run history since the run started.
      ******************************************************************
       4200-RUN-HISTORY.
           OPEN INPUT RUN-HIST
           IF NOT RUN-HIST-OK THEN
              MOVE "The run history couldn't be read" TO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              PERFORM 3200-END-SECTION
              GO TO 4200-RUN-HISTORY-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           MOVE LOW-VALUES TO RH-KEY
           MOVE RUN-START-DATE TO RH-RUN-DATE
           START RUN-HIST KEY IS >= RH-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ RUN-HIST NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF RH-RUN-DATE > RUN-DATE-TODAY THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    PERFORM 4250-ONE-RUN
                 END-IF
              END-IF
           END-PERFORM

           CLOSE RUN-HIST
           PERFORM 3200-END-SECTION
           .

       4200-RUN-HISTORY-END.
           EXIT.
      ******************************************************************
       4250-ONE-RUN.
           ADD 1 TO SECTION-LINES
           MOVE RH-RUN-DATE TO RN-DISP-DATE
           MOVE RH-RUN-TIME TO RN-DISP-TIME
           MOVE RH-SOURCE TO RN-DISP-SOURCE
           EVALUATE TRUE
              WHEN RH-SUCCESS
                 MOVE 'SUCCESS' TO RN-DISP-OUTCOME
              WHEN RH-WARNING
                 MOVE 'WARNING' TO RN-DISP-OUTCOME
              WHEN RH-FAILED
                 MOVE 'FAILED' TO RN-DISP-OUTCOME
              WHEN RH-SKIPPED
                 MOVE 'SKIPPED' TO RN-DISP-OUTCOME
              WHEN RH-NOT-RUN
                 MOVE 'NOT RUN' TO RN-DISP-OUTCOME
              WHEN RH-RESTARTED
                 MOVE 'RESTARTED' TO RN-DISP-OUTCOME
              WHEN OTHER
                 MOVE RH-OUTCOME TO RN-DISP-OUTCOME
           END-EVALUATE
           MOVE RH-REC-COUNT TO RN-DISP-RECORDS
           MOVE RH-RETURN-CODE TO RN-DISP-RC
           MOVE RH-START-TIME TO RN-DISP-START
           MOVE RH-END-TIME TO RN-DISP-END
           MOVE INCB-RUN-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4250-ONE-RUN-END.
           EXIT.
      ******************************************************************
      * Section 3 - the VSAM errors logged since the run started.
      ******************************************************************
       4300-VSAM-ERRORS.
           OPEN INPUT VSAM-ERR-HIST
           IF NOT VERR-HIST-OK THEN
              MOVE "The VSAM error history couldn't be read"
                 TO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              PERFORM 3200-END-SECTION
              GO TO 4300-VSAM-ERRORS-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           MOVE RUN-START-DATE TO VE-DATE
           MOVE ZERO TO VE-TIME VE-SEQ
           START VSAM-ERR-HIST KEY IS >= VE-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ VSAM-ERR-HIST NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF VE-DATE > RUN-DATE-TODAY THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    IF VE-DATE > RUN-START-DATE
                       OR VE-TIME NOT < RUN-START-TIME THEN
                       PERFORM 4350-ONE-ERROR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE VSAM-ERR-HIST
           PERFORM 3200-END-SECTION
           .

       4300-VSAM-ERRORS-END.
           EXIT.
      ******************************************************************
       4350-ONE-ERROR.
           ADD 1 TO SECTION-LINES
           MOVE VE-DATE TO VR-DISP-DATE
           MOVE VE-TIME TO VR-DISP-TIME
           MOVE VE-PGM TO VR-DISP-PGM
           MOVE VE-STATUS TO VR-DISP-STATUS
           MOVE VE-RETURN TO VR-DISP-RETURN
           MOVE VE-COMPONENT TO VR-DISP-COMP
           MOVE VE-REASON TO VR-DISP-REASON
           MOVE VE-MESSAGE TO VR-DISP-MESSAGE
           MOVE INCB-VERR-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4350-ONE-ERROR-END.
           EXIT.
      ******************************************************************
      * Section 4 - the alerts raised since the run started.
      ******************************************************************
       4400-ALERTS.
           OPEN INPUT ALERT-HIST
           IF NOT ALERT-HIST-OK THEN
              MOVE "The alert history couldn't be read"
                 TO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              PERFORM 3200-END-SECTION
              GO TO 4400-ALERTS-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ ALERT-HIST
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF (AL-DATE > RUN-START-DATE
                    OR (AL-DATE = RUN-START-DATE
                        AND AL-TIME NOT < RUN-START-TIME))
                    AND AL-DATE NOT > RUN-DATE-TODAY THEN
                    PERFORM 4450-ONE-ALERT
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ALERT-HIST
           PERFORM 3200-END-SECTION
           .

       4400-ALERTS-END.
           EXIT.
      ******************************************************************
       4450-ONE-ALERT.
           ADD 1 TO SECTION-LINES
           MOVE AL-DATE TO AR-DISP-DATE
           MOVE AL-TIME TO AR-DISP-TIME
           MOVE AL-PGM TO AR-DISP-PGM
           MOVE AL-EVENT TO AR-DISP-EVENT
           MOVE AL-SEVERITY TO AR-DISP-SEV
           MOVE AL-ROUTE TO AR-DISP-ROUTE
           MOVE AL-MESSAGE TO AR-DISP-MESSAGE
           MOVE INCB-ALERT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4450-ONE-ALERT-END.
           EXIT.
      ******************************************************************
      * Section 5 - the source files registered since the run
      * started (the load registry carries the load date only).
      ******************************************************************
       4500-REGISTRY.
           OPEN INPUT LOAD-REG
           IF NOT LOAD-REG-OK THEN
              MOVE "The load registry couldn't be read"
                 TO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              PERFORM 3200-END-SECTION
              GO TO 4500-REGISTRY-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ LOAD-REG
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF LR-LOAD-DATE NOT < RUN-START-DATE
                    AND LR-LOAD-DATE NOT > RUN-DATE-TODAY THEN
                    PERFORM 4550-ONE-REGISTRATION
                 END-IF
              END-IF
           END-PERFORM

           CLOSE LOAD-REG
           PERFORM 3200-END-SECTION
           .

       4500-REGISTRY-END.
           EXIT.
      ******************************************************************
       4550-ONE-REGISTRATION.
           ADD 1 TO SECTION-LINES
           MOVE LR-SOURCE-NAME TO RG-DISP-SOURCE
           MOVE LR-LOAD-DATE TO RG-DISP-LOADED
           MOVE LR-REC-COUNT TO RG-DISP-RECORDS
           MOVE LR-BYTE-COUNT TO RG-DISP-BYTES
           MOVE LR-FIRST-ID TO RG-DISP-FIRST
           MOVE LR-LAST-ID TO RG-DISP-LAST
           MOVE LR-FINGERPRINT TO RG-DISP-FPRINT
           MOVE INCB-REG-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4550-ONE-REGISTRATION-END.
           EXIT.
      ******************************************************************
      * Section 6 - what the staging cluster holds: its records
      * (the '00000000' dummy left out), monthly and weekly, and the
      * states they cover.
      ******************************************************************
       4600-STAGE-COUNTS.
           OPEN INPUT STAGE-IN
           IF NOT STAGE-IN-OK THEN
              MOVE SPACES TO NEW-NOTE-TEXT
              STRING "The staging cluster couldn't be read - STATUS "
                 STAGE-IN-STATUS " (not yet rebuilt, or deleted)"
                 DELIMITED BY SIZE INTO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              PERFORM 3200-END-SECTION
              GO TO 4600-STAGE-COUNTS-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ STAGE-IN NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF
                 AND STAGE-RECORD-ID NOT = '00000000' THEN
                 PERFORM 4650-COUNT-STAGED
              END-IF
           END-PERFORM
           CLOSE STAGE-IN

           ADD 1 TO SECTION-LINES
           MOVE "Records staged" TO CN-DISP-LABEL
           MOVE STAGE-TOTAL TO CN-DISP-COUNT
           PERFORM 4690-PRINT-COUNT
           MOVE "  monthly" TO CN-DISP-LABEL
           MOVE STAGE-MONTHLY TO CN-DISP-COUNT
           PERFORM 4690-PRINT-COUNT
           MOVE "  weekly" TO CN-DISP-LABEL
           MOVE STAGE-WEEKLY TO CN-DISP-COUNT
           PERFORM 4690-PRINT-COUNT
           MOVE "States covered" TO CN-DISP-LABEL
           MOVE STAGE-STATES TO CN-DISP-COUNT
           PERFORM 4690-PRINT-COUNT
           .

       4600-STAGE-COUNTS-END.
           EXIT.
      ******************************************************************
       4650-COUNT-STAGED.
           ADD 1 TO STAGE-TOTAL
           IF STAGE-IS-WEEKLY THEN
              ADD 1 TO STAGE-WEEKLY
           ELSE
              ADD 1 TO STAGE-MONTHLY
           END-IF

           MOVE 'N' TO STATE-SW
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > STAGE-STATES OR STATE-KNOWN
              IF STAGE-STATE-CODE (STATE-IDX) = STAGE-STATE THEN
                 SET STATE-KNOWN TO TRUE
              END-IF
           END-PERFORM
           IF NOT STATE-KNOWN AND STAGE-STATES < 60 THEN
              ADD 1 TO STAGE-STATES
              MOVE STAGE-STATE TO STAGE-STATE-CODE (STAGE-STATES)
           END-IF
           .

       4650-COUNT-STAGED-END.
           EXIT.
      ******************************************************************
       4690-PRINT-COUNT.
           MOVE INCB-COUNT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4690-PRINT-COUNT-END.
           EXIT.
      ******************************************************************
      * Section 7 - the job log's lines about the failure: any line
      * carrying the failing step's name or one of the error markers,
      * up to LOG-MAX-LINES of them.
      ******************************************************************
       4700-JOB-LOG.
           OPEN INPUT JOB-LOG
           IF NOT JOB-LOG-OK THEN
              STRING "The job log couldn't be captured - read it on "
                 "the spool" DELIMITED BY SIZE INTO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
              PERFORM 3200-END-SECTION
              GO TO 4700-JOB-LOG-END
           END-IF

           MOVE SPACES TO LP-TEXT (1)
           MOVE 8 TO LP-LEN (1)
           IF FAIL-FOUND THEN
              MOVE FAIL-STEP TO LP-TEXT (1)
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ JOB-LOG
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 ADD 1 TO LOG-READ
                 PERFORM 4750-SCREEN-LOG-LINE
                    THRU 4750-SCREEN-LOG-LINE-END
              END-IF
           END-PERFORM
           CLOSE JOB-LOG

           IF LOG-READ = ZERO THEN
              STRING "The job log capture is empty - read it on the "
                 "spool" DELIMITED BY SIZE INTO NEW-NOTE-TEXT
              PERFORM 8000-ADD-NOTE
           END-IF
           PERFORM 3200-END-SECTION

           IF LOG-DROPPED > ZERO THEN
              MOVE LOG-DROPPED TO DISP-COUNT
              MOVE SPACES TO PRNT-TEXT
              STRING "*** " DISP-COUNT " further line(s) not kept "
                 "(INCB-LOG-LINES) - the full log is on the spool"
                 DELIMITED BY SIZE INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           END-IF
           .

       4700-JOB-LOG-END.
           EXIT.
      ******************************************************************
       4750-SCREEN-LOG-LINE.
           MOVE ZERO TO LOG-HITS
           PERFORM VARYING LP-IDX FROM 1 BY 1
                 UNTIL LP-IDX > 13 OR LOG-HITS > ZERO
              IF LP-TEXT (LP-IDX) NOT = SPACES THEN
                 INSPECT JL-TEXT TALLYING LOG-HITS
                    FOR ALL LP-TEXT (LP-IDX) (1:LP-LEN (LP-IDX))
              END-IF
           END-PERFORM

           IF LOG-HITS = ZERO THEN
              GO TO 4750-SCREEN-LOG-LINE-END
           END-IF

           IF LOG-KEPT NOT < LOG-MAX-LINES THEN
              ADD 1 TO LOG-DROPPED
              GO TO 4750-SCREEN-LOG-LINE-END
           END-IF

           ADD 1 TO LOG-KEPT SECTION-LINES
           MOVE SPACES TO PRNT-TEXT
           MOVE JL-TEXT TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           .

       4750-SCREEN-LOG-LINE-END.
           EXIT.
      ******************************************************************
      * Section 8 - the notes, then the bundle's total.
      ******************************************************************
       5000-PRINT-NOTES.
           MOVE 8 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD

           IF NOTE-USED = ZERO THEN
              MOVE "None - every source of the bundle was read."
                 TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           END-IF

           PERFORM VARYING NOTE-IDX FROM 1 BY 1
                 UNTIL NOTE-IDX > NOTE-USED
              MOVE NOTE-TEXT (NOTE-IDX) TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMINCB" PRNT-TEXT
           END-PERFORM

           MOVE INCB-JOB TO IT-DISP-JOB
           IF FAIL-FOUND THEN
              MOVE FAIL-STEP TO IT-DISP-STEP
           ELSE
              MOVE "NO STEP" TO IT-DISP-STEP
           END-IF
           MOVE NOTE-USED TO IT-DISP-NOTES
           MOVE INCB-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMINCB" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMINCB" PRNT-TEXT
           .

       5000-PRINT-NOTES-END.
           EXIT.
      ******************************************************************
      * The on-call page - which step failed, and the bundle to
      * reprint (UNEMRPRT PARM='UNEMINCB yyyymmdd').
      ******************************************************************
       6000-RAISE-ALERT.
           MOVE SPACES TO ALERT-MESSAGE
           IF FAIL-FOUND THEN
              STRING INCB-JOB " " FAIL-STEP " failed - incident "
                 "bundle UNEMINCB " RUN-DATE-TODAY
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
           ELSE
              STRING INCB-JOB " failed - incident bundle UNEMINCB "
                 RUN-DATE-TODAY
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
           END-IF
           CALL "UNEMALRT" USING "UNEMINCB" "INCIDENT" "E"
              ALERT-MESSAGE
           DISPLAY ALERT-MESSAGE
           .

       6000-RAISE-ALERT-END.
           EXIT.
      ******************************************************************
      * Notes NEW-NOTE-TEXT for the last section.
      ******************************************************************
       8000-ADD-NOTE.
           IF NOTE-USED < 20 THEN
              ADD 1 TO NOTE-USED
              MOVE NEW-NOTE-TEXT TO NOTE-TEXT (NOTE-USED)
           END-IF
           MOVE SPACES TO NEW-NOTE-TEXT
           .

       8000-ADD-NOTE-END.
           EXIT.

       END PROGRAM UNEMINCB.
