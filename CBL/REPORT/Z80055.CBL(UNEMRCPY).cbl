      ******************************************************************
      * Recipiency rate report.
      ******************************************************************
      * The share of unemployed people actually drawing benefits is
      * the figure advocates and the federal bureau quote about us,
      * and every input for it was already on file. This report
      * walks every monthly UNEMPLRP record in date order (one
      * UNEMPAPI all-records fetch) and, per state and period, sets
      * FD-CONTINUING-CLAIMS against the total unemployed - the
      * bureau's published rate (UNEMBNCH, loaded by IMPBENCH) times
      * FD-LABOR-FORCE:
      *    the recipiency rate (all programs);
      *    the regular-program rate, FD-EXTENDED-CLAIMS and
      *       FD-DISASTER-CLAIMS netted out of the continuing claims;
      *    the trailing twelve-month average of the recipiency rate
      *       (the periods with a computed rate among the state's
      *       last twelve).
      * A period with no published benchmark (or no labor force) is
      * flagged, not computed, and stays out of the average. The
      * report closes with the states ranked on their latest
      * twelve-month average, highest first.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMPAPI: see CBL/REPORT(UNEMPAPI) for the full parameter
      *            description. One all-records 'DATE' request.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRCPY.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-24.

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
           *> The benchmark-rates KSDS loaded by IMPBENCH
           SELECT BENCH-IN ASSIGN TO BENCHDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BENCH-IN-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  BENCH-IN.
       01  BENCH-IN-REC.
           05 BM-KEY.
              10 BM-PERIOD-DATE PIC X(10).
              10 BM-AREA        PIC X(2).
           05 BM-PUB-RATE       PIC 9(2)V99.
           05 FILLER            PIC X(24).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  BENCH-IN-STATUS PIC XX.
           88 BENCH-IN-OK VALUE "00".
           88 BENCH-IN-NOT-FOUND VALUE "23".

      * The business cycle this report ran under, stamped on the
      * output by UNEMCYRD.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The name of the subprogram to call
       01  UNEMPAPI PIC X(8) VALUE "UNEMPAPI".

      * Declaration of parameters used for call to the API subprogram
       COPY REPSTAT.

      * A temporary variable for walking through the list of returned
      * records
       01  CURRENT-NODE POINTER.

       01  RCPY-PAYLOAD-REC.
           COPY PAYLOAD.

       01  ID-PAR             PIC X(10) VALUE "0000-00-00".
       01  SORT-ORDER-PAR     PIC X(10) VALUE "DATE".
       01  ID-END-PAR         PIC X(10) VALUE SPACES.
       01  MAX-RECORDS-PAR    PIC 9(5) VALUE ZERO.
       01  RESUME-KEY-PAR     PIC X(10) VALUE SPACES.
       01  OUTPUT-FORMAT-PAR  PIC X(4) VALUE SPACES.
       01  DATE-QUALIFIER-PAR PIC X(10) VALUE SPACES.

      * One entry per state: its last twelve periods' recipiency
      * rates (a ring, RS-NEXT the slot the next period goes into),
      * and its latest period and twelve-month average for the
      * ranking.
       01  RCPY-STATE-TABLE.
           05 RS-ENTRY OCCURS 60 TIMES.
              10 RS-STATE       PIC X(2).
              10 RS-RATE        OCCURS 12 TIMES PIC 9(3)V99 COMP-3.
              10 RS-RATE-SW     OCCURS 12 TIMES PIC X.
              10 RS-NEXT        PIC 9(2) COMP-4.
              10 RS-LAST-DATE   PIC X(10).
              10 RS-AVG         PIC 9(3)V99 COMP-3.
              10 RS-AVG-MONTHS  PIC 9(2) COMP-4.
       01  RS-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  RS-IDX  PIC 9(2) COMP-4.
       01  RS-FOUND-AT PIC 9(2) COMP-4.
       01  RING-IDX PIC 9(2) COMP-4.

      * The ranking, built as a list of state-table subscripts and
      * ordered by a straight selection pass - sixty states at most.
       01  RANK-TABLE.
           05 RANK-SLOT OCCURS 60 TIMES PIC 9(2) COMP-4.
       01  RANK-IDX   PIC 9(2) COMP-4.
       01  RANK-SCAN  PIC 9(2) COMP-4.
       01  RANK-BEST  PIC 9(2) COMP-4.
       01  RANK-HOLD  PIC 9(2) COMP-4.

       01  TOTAL-UNEMPLOYED PIC 9(9)V99 COMP-3 VALUE ZERO.
       01  REGULAR-CLAIMS   PIC S9(9) COMP-4 VALUE ZERO.
       01  RECIPIENCY       PIC 9(3)V99 COMP-3 VALUE ZERO.
       01  REG-RECIPIENCY   PIC 9(3)V99 COMP-3 VALUE ZERO.
       01  RATE-SUM         PIC 9(5)V99 COMP-3 VALUE ZERO.

       01  PERIOD-COMPUTED-SW PIC X VALUE 'N'.
           88 PERIOD-COMPUTED VALUE 'Y'.

       01  RECORDS-SEEN     COMP-4 PIC 9(7) VALUE ZERO.
       01  PERIODS-COMPUTED COMP-4 PIC 9(7) VALUE ZERO.
       01  PERIODS-FLAGGED  COMP-4 PIC 9(7) VALUE ZERO.

       01  RCPY-DISP-SEPARATOR PIC X(104) VALUE ALL '-'.

       01  RCPY-HEAD-DISP-REC.
           05 FILLER PIC X(50) VALUE
              'PERIOD      ST CONTINUING  TOTAL UNEMP  RECIPIENCY'.
           05 FILLER PIC X(44) VALUE
              '   REGULAR 12-MO AVG  NOTE'.

       01  RCPY-LINE-DISP-REC.
           05 RC-DISP-DATE     PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RC-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RC-DISP-CONT     PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RC-DISP-UNEMP    PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RC-DISP-RATE     PIC ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(4)  VALUE '%   '.
           05 RC-DISP-REG      PIC ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(4)  VALUE '%   '.
           05 RC-DISP-AVG      PIC ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(3)  VALUE '%  '.
           05 RC-DISP-NOTE     PIC X(30) VALUE SPACES.

       01  RCPY-RANK-DISP-REC.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RK-DISP-RANK     PIC Z9    VALUE ZERO.
           05 FILLER           PIC X(3)  VALUE '.  '.
           05 RK-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(13) VALUE '  as of      '.
           05 RK-DISP-DATE     PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE '  12-month avg: '.
           05 RK-DISP-AVG      PIC ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(6)  VALUE '%  on '.
           05 RK-DISP-MONTHS   PIC Z9    VALUE ZERO.
           05 FILLER           PIC X(10) VALUE ' period(s)'.

       01  RCPY-TOTAL-DISP-REC.
           05 RT-DISP-LABEL PIC X(40) VALUE SPACES.
           05 RT-DISP-COUNT PIC Z,ZZZ,ZZ9 VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * Used for destructuring the pointer of the data record from the
      * linked list
      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMRCPY" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           OPEN INPUT BENCH-IN

           IF NOT BENCH-IN-OK THEN
              DISPLAY "Couldn't open the benchmark dataset - "
                 "STATUS " BENCH-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           CALL UNEMPAPI USING
              BY CONTENT ID-PAR
              BY CONTENT SORT-ORDER-PAR
              BY CONTENT ID-END-PAR
              BY CONTENT MAX-RECORDS-PAR
              BY CONTENT RESUME-KEY-PAR
              BY CONTENT OUTPUT-FORMAT-PAR
              BY CONTENT DATE-QUALIFIER-PAR
              BY REFERENCE RESPONSE-OUT FIRST-ELEMENT

           IF NOT RET-STATUS-OK THEN
              DISPLAY "[RCPY] Couldn't retrieve records."
              CLOSE BENCH-IN
              GO TO 1000-MAIN-END
           END-IF

           MOVE "RECIPIENCY RATE - CONTINUING CLAIMS OVER TOTAL "
              TO PRNT-TEXT
           MOVE "UNEMPLOYED (UNEMRCPY)" TO PRNT-TEXT (48:21)
           CALL "UNEMPRNT" USING "INIT " "UNEMRCPY" PRNT-TEXT
           MOVE RCPY-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMRCPY" PRNT-TEXT
           MOVE RCPY-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCPY" PRNT-TEXT

           SET CURRENT-NODE TO FIRST-ELEMENT
           PERFORM WITH TEST BEFORE UNTIL CURRENT-NODE = NULL
              SET ADDRESS OF CURRENT-REC TO CURRENT-NODE
              MOVE PAYLOAD OF CURRENT-REC TO RCPY-PAYLOAD-REC

              IF FD-FREQ-MONTHLY THEN
                 ADD 1 TO RECORDS-SEEN
                 PERFORM 2000-RECIPIENCY-ONE-RECORD
                    THRU 2000-RECIPIENCY-ONE-RECORD-END
              END-IF

              SET CURRENT-NODE TO RET-REC-NEXT-PTR
           END-PERFORM

           PERFORM 3000-FREE-UP
           CLOSE BENCH-IN

           PERFORM 4000-PRINT-RANKING
           PERFORM 5000-PRINT-TOTALS

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMRCPY" PRNT-TEXT

           DISPLAY RECORDS-SEEN " monthly record(s) on file, "
              PERIODS-COMPUTED " computed, " PERIODS-FLAGGED
              " flagged without a benchmark."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Computes one state period's recipiency, regular-program
      * recipiency and twelve-month average and prints its line.
      ******************************************************************
       2000-RECIPIENCY-ONE-RECORD.
           MOVE 'N' TO PERIOD-COMPUTED-SW
           MOVE ZERO TO TOTAL-UNEMPLOYED RECIPIENCY REG-RECIPIENCY
           MOVE SPACES TO RC-DISP-NOTE

           PERFORM 2100-FIND-STATE-ENTRY THRU 2100-FIND-STATE-ENTRY-END
           IF RS-FOUND-AT = ZERO THEN
              GO TO 2000-RECIPIENCY-ONE-RECORD-END
           END-IF

           MOVE FD-DATE TO BM-PERIOD-DATE
           MOVE FD-STATE-CODE TO BM-AREA
           READ BENCH-IN
              INVALID KEY
                 MOVE 'NO BENCHMARK - NOT COMPUTED' TO RC-DISP-NOTE
           END-READ

           IF RC-DISP-NOTE = SPACES THEN
              COMPUTE TOTAL-UNEMPLOYED ROUNDED =
                 FD-LABOR-FORCE * BM-PUB-RATE / 100
              IF TOTAL-UNEMPLOYED = ZERO THEN
                 MOVE 'NO UNEMPLOYED - NOT COMPUTED' TO RC-DISP-NOTE
              END-IF
           END-IF

           IF RC-DISP-NOTE = SPACES THEN
              SET PERIOD-COMPUTED TO TRUE
              COMPUTE RECIPIENCY ROUNDED =
                 FD-CONTINUING-CLAIMS * 100 / TOTAL-UNEMPLOYED
                 ON SIZE ERROR MOVE 999.99 TO RECIPIENCY
              END-COMPUTE

              COMPUTE REGULAR-CLAIMS = FD-CONTINUING-CLAIMS
                 - FD-EXTENDED-CLAIMS - FD-DISASTER-CLAIMS
              IF REGULAR-CLAIMS < ZERO THEN
                 MOVE ZERO TO REGULAR-CLAIMS
              END-IF
              COMPUTE REG-RECIPIENCY ROUNDED =
                 REGULAR-CLAIMS * 100 / TOTAL-UNEMPLOYED
                 ON SIZE ERROR MOVE 999.99 TO REG-RECIPIENCY
              END-COMPUTE
              ADD 1 TO PERIODS-COMPUTED
           ELSE
              ADD 1 TO PERIODS-FLAGGED
           END-IF

           PERFORM 2200-ROLL-TWELVE-MONTHS

           MOVE FD-DATE TO RC-DISP-DATE
           MOVE FD-STATE-CODE TO RC-DISP-STATE
           MOVE FD-CONTINUING-CLAIMS TO RC-DISP-CONT
           MOVE TOTAL-UNEMPLOYED TO RC-DISP-UNEMP
           MOVE RECIPIENCY TO RC-DISP-RATE
           MOVE REG-RECIPIENCY TO RC-DISP-REG
           MOVE RS-AVG (RS-FOUND-AT) TO RC-DISP-AVG

           MOVE RCPY-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCPY" PRNT-TEXT
           .

       2000-RECIPIENCY-ONE-RECORD-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) the record's state entry.
      ******************************************************************
       2100-FIND-STATE-ENTRY.
           MOVE ZERO TO RS-FOUND-AT
           PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-USED
              IF RS-STATE (RS-IDX) = FD-STATE-CODE THEN
                 MOVE RS-IDX TO RS-FOUND-AT
                 MOVE RS-USED TO RS-IDX
              END-IF
           END-PERFORM

           IF RS-FOUND-AT = ZERO THEN
              IF RS-USED >= 60 THEN
                 DISPLAY "*** More than 60 states - "
                    FD-STATE-CODE " not reported."
                 GO TO 2100-FIND-STATE-ENTRY-END
              END-IF
              ADD 1 TO RS-USED
              MOVE RS-USED TO RS-FOUND-AT
              MOVE FD-STATE-CODE TO RS-STATE (RS-FOUND-AT)
              MOVE 1 TO RS-NEXT (RS-FOUND-AT)
              MOVE ZERO TO RS-AVG (RS-FOUND-AT)
              MOVE ZERO TO RS-AVG-MONTHS (RS-FOUND-AT)
              PERFORM VARYING RING-IDX FROM 1 BY 1
                    UNTIL RING-IDX > 12
                 MOVE ZERO TO RS-RATE (RS-FOUND-AT RING-IDX)
                 MOVE 'N' TO RS-RATE-SW (RS-FOUND-AT RING-IDX)
              END-PERFORM
           END-IF
           .

       2100-FIND-STATE-ENTRY-END.
           EXIT.
      ******************************************************************
      * Puts the period into the state's twelve-slot ring - a
      * flagged period takes its slot too, so the ring always spans
      * the last twelve periods - and re-averages the computed ones.
      ******************************************************************
       2200-ROLL-TWELVE-MONTHS.
           MOVE RS-NEXT (RS-FOUND-AT) TO RING-IDX
           MOVE RECIPIENCY TO RS-RATE (RS-FOUND-AT RING-IDX)
           MOVE PERIOD-COMPUTED-SW TO RS-RATE-SW (RS-FOUND-AT RING-IDX)
           IF RING-IDX >= 12 THEN
              MOVE 1 TO RS-NEXT (RS-FOUND-AT)
           ELSE
              ADD 1 TO RS-NEXT (RS-FOUND-AT)
           END-IF
           MOVE FD-DATE TO RS-LAST-DATE (RS-FOUND-AT)

           MOVE ZERO TO RATE-SUM
           MOVE ZERO TO RS-AVG-MONTHS (RS-FOUND-AT)
           PERFORM VARYING RING-IDX FROM 1 BY 1 UNTIL RING-IDX > 12
              IF RS-RATE-SW (RS-FOUND-AT RING-IDX) = 'Y' THEN
                 ADD RS-RATE (RS-FOUND-AT RING-IDX) TO RATE-SUM
                 ADD 1 TO RS-AVG-MONTHS (RS-FOUND-AT)
              END-IF
           END-PERFORM

           IF RS-AVG-MONTHS (RS-FOUND-AT) > ZERO THEN
              COMPUTE RS-AVG (RS-FOUND-AT) ROUNDED =
                 RATE-SUM / RS-AVG-MONTHS (RS-FOUND-AT)
           ELSE
              MOVE ZERO TO RS-AVG (RS-FOUND-AT)
           END-IF
           .

       2200-ROLL-TWELVE-MONTHS-END.
           EXIT.
      ******************************************************************
      * Releases the list of nodes returned by UNEMPAPI.
      ******************************************************************
       3000-FREE-UP.
           SET CURRENT-NODE TO FIRST-ELEMENT

           PERFORM WITH TEST BEFORE UNTIL CURRENT-NODE = NULL
              SET ADDRESS OF CURRENT-REC TO CURRENT-NODE
              SET CURRENT-NODE TO RET-REC-NEXT-PTR

              FREE FIRST-ELEMENT
              SET FIRST-ELEMENT TO CURRENT-NODE
           END-PERFORM
           SET FIRST-ELEMENT TO NULL
           .

       3000-FREE-UP-END.
           EXIT.
      ******************************************************************
      * Ranks the states on their latest twelve-month average,
      * highest first. A state with no computed period in its last
      * twelve ranks last.
      ******************************************************************
       4000-PRINT-RANKING.
           PERFORM VARYING RANK-IDX FROM 1 BY 1 UNTIL RANK-IDX > RS-USED
              MOVE RANK-IDX TO RANK-SLOT (RANK-IDX)
           END-PERFORM

           PERFORM VARYING RANK-IDX FROM 1 BY 1 UNTIL RANK-IDX > RS-USED
              MOVE RANK-IDX TO RANK-BEST
              PERFORM VARYING RANK-SCAN FROM RANK-IDX BY 1
                    UNTIL RANK-SCAN > RS-USED
                 IF RS-AVG (RANK-SLOT (RANK-SCAN))
                       > RS-AVG (RANK-SLOT (RANK-BEST)) THEN
                    MOVE RANK-SCAN TO RANK-BEST
                 END-IF
              END-PERFORM
              MOVE RANK-SLOT (RANK-IDX) TO RANK-HOLD
              MOVE RANK-SLOT (RANK-BEST) TO RANK-SLOT (RANK-IDX)
              MOVE RANK-HOLD TO RANK-SLOT (RANK-BEST)
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCPY" PRNT-TEXT
           MOVE "STATES RANKED ON THE LATEST TWELVE-MONTH AVERAGE"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCPY" PRNT-TEXT
           MOVE RCPY-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCPY" PRNT-TEXT

           PERFORM VARYING RANK-IDX FROM 1 BY 1 UNTIL RANK-IDX > RS-USED
              MOVE RANK-SLOT (RANK-IDX) TO RS-IDX
              MOVE RANK-IDX TO RK-DISP-RANK
              MOVE RS-STATE (RS-IDX) TO RK-DISP-STATE
              MOVE RS-LAST-DATE (RS-IDX) TO RK-DISP-DATE
              MOVE RS-AVG (RS-IDX) TO RK-DISP-AVG
              MOVE RS-AVG-MONTHS (RS-IDX) TO RK-DISP-MONTHS
              MOVE RCPY-RANK-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMRCPY" PRNT-TEXT
           END-PERFORM
           .

       4000-PRINT-RANKING-END.
           EXIT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE "Monthly state periods reported" TO RT-DISP-LABEL
           MOVE RECORDS-SEEN TO RT-DISP-COUNT
           MOVE RCPY-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMRCPY" PRNT-TEXT
           MOVE "  flagged - no benchmark" TO RT-DISP-LABEL
           MOVE PERIODS-FLAGGED TO RT-DISP-COUNT
           MOVE RCPY-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMRCPY" PRNT-TEXT
           .

       5000-PRINT-TOTALS-END.
           EXIT.

       END PROGRAM UNEMRCPY.
