      * PARM='yyyymmdd yyyymmdd' (the first and last missed dates),
      * this orchestrator:
      *    1. verifies FIRST that the SRCARCDD content archive
      *       (UNEMSRCA) holds all eight source files for every
      *       publishing date in the range - a gap refuses the whole
      *       run before anything moves;
      *    2. then, date by date in order: RESETS the staging
      *       cluster (every record deleted, the dummy '00000000'
      *       record rewritten - the in-step equivalent of the
      *       daily job's DELETE/DEFINE + INITKSDS), stages that
      *       date's eight archived files onto the source DDs,
      *       opens the cycle on the date (UNEMCYCL 'START
      *       yyyymmdd'), runs the import chain (UNEMPL01, whose
      *       REPORTDD this job points at the STAGE), promotes the
      *                    without the reset each date re-promoted
      *                    its predecessors. Every driven program
      *                    is CANCELed after use.
      *    2021-08-24  MB  BYOCC.XML staged as the eighth source.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STG-STATUS.

           SELECT STG-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STG-STATUS.

           *> The staging cluster - reset per date, then read back
           *> for the promote.
           SELECT STAGE-FILE ASSIGN TO STAGEDD
              RECORDING MODE F.
       01  STG-LAB-REC PIC X(176).

       FD  STG-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  STG-OCC-REC PIC X(176).

       FD  STAGE-FILE.
       01  CU-STAGE-REC.
           05 CU-STAGE-KEY  PIC X(10).
           05 CU-STAGE-DATE PIC X(10).
           05 FILLER        PIC X(426).

       FD  LIVE-FILE.
       01  CU-LIVE-REC.
           05 CU-LIVE-KEY  PIC X(10).
           05 CU-LIVE-DATE PIC X(10).
           05 FILLER       PIC X(426).

      * Provides:
      *    FD  HIST-OUT
           88 AUTH-IS-DENIED  VALUE 'D'.

      * The promote's images - the same shape UNEMPROM keeps.
       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.
       01  NO-IMAGE         PIC X(446) VALUE SPACES.
       01  AS-OF-DATE PIC 9(8) VALUE ZERO.

      * The per-date promote counters.
           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.
       01  SOURCE-FILES REDEFINES SOURCE-FILE-TABLE.
           05 SOURCE-FILE OCCURS 8 TIMES PIC X(16).

       01  SOURCE-IDX PIC 9(2) COMP-4.

      * The archive-coverage check: one flag per date and source.
       01  COVERAGE-TABLE.
           05 COVERAGE-DATE OCCURS 31 TIMES.
              10 COVERAGE-FLAG OCCURS 8 TIMES PIC X.
       01  COVERAGE-GAPS PIC 9(3) COMP-4 VALUE ZERO.

       01  RANGE-START PIC 9(8) VALUE ZERO.
           EXIT.
      ******************************************************************
      * One pass over the archive proves every missed date has all
      * eight sources before anything is driven.
      ******************************************************************
       2000-VERIFY-ARCHIVE-COVERAGE.
           PERFORM VARYING MISSED-IDX FROM 1 BY 1
                 UNTIL MISSED-IDX > MISSED-USED
              PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                    UNTIL SOURCE-IDX > 8
                 MOVE 'N' TO COVERAGE-FLAG (MISSED-IDX SOURCE-IDX)
              END-PERFORM
           END-PERFORM
           PERFORM VARYING MISSED-IDX FROM 1 BY 1
                 UNTIL MISSED-IDX > MISSED-USED
              PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                    UNTIL SOURCE-IDX > 8
                 IF COVERAGE-FLAG (MISSED-IDX SOURCE-IDX) = 'N'
                 THEN
                    ADD 1 TO COVERAGE-GAPS
                 UNTIL MISSED-IDX > MISSED-USED
              IF AR-DATE = MISSED-DATE (MISSED-IDX) THEN
                 PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                       UNTIL SOURCE-IDX > 8
                    IF AR-SOURCE = SOURCE-FILE (SOURCE-IDX) THEN
                       MOVE 'Y' TO COVERAGE-FLAG
                          (MISSED-IDX SOURCE-IDX)
           END-IF

           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              PERFORM 3100-STAGE-ONE-SOURCE
           END-PERFORM

           EXIT.
      ******************************************************************
      * The driven import chain in initial state for the next date -
      * the driver and the eight importers it calls all carry
      * per-run counters and switches.
      ******************************************************************
       3400-CANCEL-IMPORT-CHAIN.
           CANCEL "IMPBYETH"
           CANCEL "IMPBYSTA"
           CANCEL "IMPBYLAB"
           CANCEL "IMPBYOCC"
           .

       3400-CANCEL-IMPORT-CHAIN-END.
              WHEN 5 OPEN OUTPUT STG-ETH
              WHEN 6 OPEN OUTPUT STG-STA
              WHEN 7 OPEN OUTPUT STG-LAB
              WHEN 8 OPEN OUTPUT STG-OCC
           END-EVALUATE
           .

              WHEN 5 WRITE STG-ETH-REC FROM AR-LINE
              WHEN 6 WRITE STG-STA-REC FROM AR-LINE
              WHEN 7 WRITE STG-LAB-REC FROM AR-LINE
              WHEN 8 WRITE STG-OCC-REC FROM AR-LINE
           END-EVALUATE
           .

              WHEN 5 CLOSE STG-ETH
              WHEN 6 CLOSE STG-STA
              WHEN 7 CLOSE STG-LAB
              WHEN 8 CLOSE STG-OCC
           END-EVALUATE
           .

