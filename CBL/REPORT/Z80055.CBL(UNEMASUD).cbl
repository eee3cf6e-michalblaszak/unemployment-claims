      ******************************************************************
      * Areas of substantial unemployment designation.
      ******************************************************************
      * Each year the state certifies the counties, and the groups of
      * contiguous counties, that qualify as areas of substantial
      * unemployment (ASU) for the federal workforce allotments. This
      * run makes the designation from the UNEMCLFR county
      * labor-force figures (loaded by UNEMCLFI) over a twelve-month
      * reference period:
      *    each county's average rate is its unemployed over its
      *       labor force, summed across the twelve months; a county
      *       short of twelve months of figures is not designated;
      *    a county at or above the rate threshold with at least
      *       the minimum population is a single-county ASU;
      *    the remaining counties at or above the threshold seed
      *       combined areas, highest rate first: the seed takes in
      *       its undesignated neighbours in the same state (the
      *       county adjacency list, ADJCINDD), the highest rate
      *       first, as long as the combined rate stays at or above
      *       the threshold; a combination that reaches the minimum
      *       population is certified, any other is released.
      * The certified list goes to ASUCERTDD with the supporting
      * figures (twelve-month average labor force and unemployed,
      * the rate and the population), and the whole designation -
      * every county with its disposition - is printed.
      *-----------------------------------------------------------------
      * Runtime parameters (UNEMPARM / PARMFLDD):
      *    ASU-REF-END   last month of the reference period (YYYY-MM);
      *                  default the latest June before the cycle
      *                  month
      *    ASU-RATE-PCT  the threshold in tenths of a percent
      *                  (3 digits, default 065 = 6.5%)
      *    ASU-MIN-POP   the minimum population (7 digits, default
      *                  0010000)
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMASUD.
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
           *> The county labor-force KSDS, read front to back
           SELECT CLFR-FILE ASSIGN TO CLFRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-KEY
           FILE STATUS IS CLFR-FILE-STATUS.

           *> The area-hierarchy KSDS, read-only - county names
           SELECT AREA-FILE ASSIGN TO AREADD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COUNTY-CODE
           FILE STATUS IS AREA-FILE-STATUS.

           *> The county adjacency list
           SELECT ADJACENCY-IN ASSIGN TO ADJCINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ADJACENCY-IN-STATUS.

           *> The certified list
           SELECT CERTIFIED-OUT ASSIGN TO ASUCERTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CERTIFIED-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  CLFR-FILE
      *    01  CLFR-REC.
       COPY CLFRREC.

      * Provides:
      *    FD  AREA-FILE
      *    01  AREA-REC.
       COPY AREAREC.

      * One pair of counties sharing a boundary, either way round.
       FD  ADJACENCY-IN
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE F.
       01  ADJACENCY-IN-REC.
           05 AJ-COUNTY-CODE   PIC X(5).
           05 AJ-NEIGHBOUR     PIC X(5).
           05 FILLER           PIC X(10).

      * One line per certified county, and one total line per
      * combined area.
       FD  CERTIFIED-OUT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  CERTIFIED-OUT-REC.
           *> S = single-county area, G = county of a combined
           *> area, T = a combined area's total
           05 AC-LINE-TYPE     PIC X.
           05 AC-STATE-CODE    PIC X(2).
           05 AC-AREA-NO       PIC 9(3).
           05 AC-COUNTY-CODE   PIC X(5).
           05 AC-COUNTY-NAME   PIC X(30).
           05 AC-LABOR-FORCE   PIC 9(9).
           05 AC-UNEMPLOYED    PIC 9(9).
           05 AC-RATE          PIC 9(3)V99.
           05 AC-POPULATION    PIC 9(9).
           05 AC-REF-START     PIC X(7).
           05 AC-REF-END       PIC X(7).
           05 FILLER           PIC X(13).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CLFR-FILE-STATUS PIC XX.
           88 CLFR-FILE-OK VALUE "00".
           88 CLFR-FILE-EOF VALUE "10".

       01  AREA-FILE-STATUS PIC XX.
           88 AREA-FILE-OK VALUE "00".

       01  ADJACENCY-IN-STATUS PIC XX.
           88 ADJACENCY-IN-OK VALUE "00".
           88 ADJACENCY-IN-EOF VALUE "10".

       01  CERTIFIED-OUT-STATUS PIC XX.
           88 CERTIFIED-OUT-OK VALUE "00".

      * The business cycle - the default reference period ends in
      * the June before its month.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.

      * The twelve-month reference period, YYYY-MM to YYYY-MM.
       01  REF-START PIC X(7) VALUE SPACES.
       01  REF-END   PIC X(7) VALUE SPACES.
       01  REF-WORK.
           05 RW-YYYY PIC 9(4) VALUE ZERO.
           05 RW-MM   PIC 9(2) VALUE ZERO.

      * The tests.
       01  ASU-RATE-TENTHS PIC 9(3) VALUE 065.
       01  ASU-MIN-POP     PIC 9(7) VALUE 0010000.
       01  RATE-DISP       PIC Z9.9 VALUE ZERO.
       01  POP-DISP        PIC Z,ZZZ,ZZ9 VALUE ZERO.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * Every county with figures in the reference period.
       01  COUNTY-TABLE.
           05 CT-ENTRY OCCURS 600 TIMES.
              10 CT-COUNTY-CODE PIC X(5).
              10 CT-STATE-CODE  PIC X(2).
              10 CT-COUNTY-NAME PIC X(30).
              10 CT-LF-SUM      PIC 9(11) COMP-3.
              10 CT-UN-SUM      PIC 9(11) COMP-3.
              10 CT-MONTHS      PIC 9(3) COMP-4.
              10 CT-POPULATION  PIC 9(9) COMP-3.
              10 CT-POP-DATE    PIC X(10).
              10 CT-RATE        PIC 9(3)V99 COMP-3.
              *> I = incomplete figures, N = not (yet) designated,
              *> P = in the combination being built, S = single-
              *> county area, G = county of a combined area
              10 CT-STATUS      PIC X.
                 88 CT-INCOMPLETE  VALUE 'I'.
                 88 CT-OPEN        VALUE 'N'.
                 88 CT-PENDING     VALUE 'P'.
                 88 CT-SINGLE      VALUE 'S'.
                 88 CT-COMBINED    VALUE 'G'.
              10 CT-AREA-NO     PIC 9(3) COMP-4.
              10 CT-TRIED-SW    PIC X.
                 88 CT-TRIED       VALUE 'Y'.
       01  CT-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  CT-IDX  PIC 9(4) COMP-4.
       01  CT-FOUND-AT PIC 9(4) COMP-4.
       01  COUNTY-KEY-IN PIC X(5) VALUE SPACES.
       01  COUNTIES-DROPPED COMP-4 PIC 9(7) VALUE ZERO.

      * The adjacency list, as pairs of COUNTY-TABLE entries.
       01  ADJACENCY-TABLE.
           05 AJ-ENTRY OCCURS 3000 TIMES.
              10 AJ-IDX-A PIC 9(4) COMP-4.
              10 AJ-IDX-B PIC 9(4) COMP-4.
       01  AJ-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  AJ-IDX  PIC 9(4) COMP-4.
       01  PAIRS-SKIPPED COMP-4 PIC 9(7) VALUE ZERO.
       01  ADJACENCY-SW PIC X VALUE 'N'.
           88 ADJACENCY-LOADED VALUE 'Y'.

      * The combination being built round its seed.
       01  SEED-AT      PIC 9(4) COMP-4 VALUE ZERO.
       01  CANDIDATE-AT PIC 9(4) COMP-4 VALUE ZERO.
       01  ADJACENT-SW  PIC X VALUE 'N'.
           88 IS-ADJACENT VALUE 'Y'.
       01  GROUP-LF     PIC 9(11) COMP-3 VALUE ZERO.
       01  GROUP-UN     PIC 9(11) COMP-3 VALUE ZERO.
       01  GROUP-POP    PIC 9(11) COMP-3 VALUE ZERO.
       01  GROUP-MEMBERS PIC 9(4) COMP-4 VALUE ZERO.
       01  GROUP-MONTHS PIC 9(3) COMP-4 VALUE ZERO.
       01  AREAS-CERTIFIED PIC 9(3) COMP-4 VALUE ZERO.
       01  SINGLES-CERTIFIED COMP-4 PIC 9(7) VALUE ZERO.
       01  AREA-IDX     PIC 9(3) COMP-4.

      * The rate test in whole numbers: unemployed x 1000 against
      * labor force x the threshold in tenths.
       01  TEST-UN-SIDE PIC 9(15) COMP-3 VALUE ZERO.
       01  TEST-LF-SIDE PIC 9(15) COMP-3 VALUE ZERO.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  LINES-WRITTEN COMP-4 PIC 9(7) VALUE ZERO.

       01  ASUD-DISP-SEPARATOR PIC X(132) VALUE ALL '-'.

       01  ASUD-HEAD-DISP-REC.
           05 FILLER PIC X(40) VALUE
              'ST  AREA  COUNTY NAME                   '.
           05 FILLER PIC X(40) VALUE
              '         LABOR FORCE   UNEMPLOYED    RAT'.
           05 FILLER PIC X(27) VALUE
              'E   POPULATION  DISPOSITION'.

       01  ASUD-DISP-REC.
           05 AD-DISP-STATE     PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-AREA      PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-COUNTY    PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-NAME      PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-LF        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-UN        PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-RATE      PIC ZZ9.99 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-POP       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-DISP-NOTE      PIC X(24) VALUE SPACES.
       01  AREA-NO-DISP PIC ZZ9.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-PARAMETERS

           OPEN INPUT CLFR-FILE

           IF NOT CLFR-FILE-OK THEN
              DISPLAY "Couldn't open the county labor-force dataset "
                 "- STATUS " CLFR-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO CF-KEY
           START CLFR-FILE KEY IS >= CF-KEY
              INVALID KEY SET CLFR-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-CLFR
           PERFORM UNTIL CLFR-FILE-EOF
              IF CF-PERIOD-DATE (1:7) >= REF-START
                 AND CF-PERIOD-DATE (1:7) <= REF-END THEN
                 ADD 1 TO ROWS-READ
                 PERFORM 2200-POST-CLFR-ROW THRU 2200-POST-CLFR-ROW-END
              END-IF
              PERFORM 2100-READ-NEXT-CLFR
           END-PERFORM

           CLOSE CLFR-FILE

           PERFORM 2300-NAME-COUNTIES
           PERFORM 2400-LOAD-ADJACENCY THRU 2400-LOAD-ADJACENCY-END

           PERFORM 3000-DESIGNATE-SINGLES
           IF ADJACENCY-LOADED THEN
              PERFORM 3100-BUILD-COMBINATION
                 THRU 3100-BUILD-COMBINATION-END
              PERFORM UNTIL SEED-AT = ZERO
                 PERFORM 3100-BUILD-COMBINATION
                    THRU 3100-BUILD-COMBINATION-END
              END-PERFORM
           END-IF

           OPEN OUTPUT CERTIFIED-OUT

           IF NOT CERTIFIED-OUT-OK THEN
              DISPLAY "Couldn't open the certified list - STATUS "
                 CERTIFIED-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 4000-PRINT-DESIGNATION

           CLOSE CERTIFIED-OUT

           DISPLAY "Reference period " REF-START " to " REF-END ": "
              ROWS-READ " labor-force row(s), " CT-USED
              " county(ies), " SINGLES-CERTIFIED
              " single-county area(s), " AREAS-CERTIFIED
              " combined area(s), " LINES-WRITTEN
              " certified line(s) written."

           IF COUNTIES-DROPPED > ZERO OR PAIRS-SKIPPED > ZERO THEN
              DISPLAY "*** " COUNTIES-DROPPED " county row(s) and "
                 PAIRS-SKIPPED " adjacency pair(s) did not fit the "
                 "tables."
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Settles the reference period and the two tests.
      ******************************************************************
       1100-SET-PARAMETERS.
           CALL "UNEMCYRD" USING "UNEMASUD" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           MOVE CYCLE-DATE-WORK (1:4) TO RW-YYYY
           MOVE CYCLE-DATE-WORK (5:2) TO RW-MM
           IF RW-MM < 7 THEN
              SUBTRACT 1 FROM RW-YYYY
           END-IF
           MOVE 6 TO RW-MM
           STRING RW-YYYY "-" RW-MM DELIMITED BY SIZE INTO REF-END

           MOVE "ASU-REF-END" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:4) IS NUMERIC
              AND RTP-VALUE (5:1) = '-'
              AND RTP-VALUE (6:2) IS NUMERIC
              AND RTP-VALUE (6:2) >= "01"
              AND RTP-VALUE (6:2) <= "12" THEN
              MOVE RTP-VALUE (1:7) TO REF-END
              DISPLAY "ASU-REF-END set from the parameter file: "
                 REF-END
           END-IF

           *> Eleven months back from the end is the start.
           MOVE REF-END (1:4) TO RW-YYYY
           MOVE REF-END (6:2) TO RW-MM
           IF RW-MM = 12 THEN
              MOVE 1 TO RW-MM
           ELSE
              ADD 1 TO RW-MM
              SUBTRACT 1 FROM RW-YYYY
           END-IF
           STRING RW-YYYY "-" RW-MM DELIMITED BY SIZE INTO REF-START

           MOVE "ASU-RATE-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC
              AND RTP-VALUE (1:3) > "000" THEN
              MOVE RTP-VALUE (1:3) TO ASU-RATE-TENTHS
              DISPLAY "ASU-RATE-PCT set from the parameter file: "
                 ASU-RATE-TENTHS
           END-IF

           MOVE "ASU-MIN-POP" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:7) IS NUMERIC THEN
              MOVE RTP-VALUE (1:7) TO ASU-MIN-POP
              DISPLAY "ASU-MIN-POP set from the parameter file: "
                 ASU-MIN-POP
           END-IF
           .

       1100-SET-PARAMETERS-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-CLFR.
           READ CLFR-FILE NEXT
              AT END SET CLFR-FILE-EOF TO TRUE
           END-READ

           IF NOT CLFR-FILE-OK AND NOT CLFR-FILE-EOF THEN
              DISPLAY "Error reading the county labor-force dataset "
                 "- STATUS " CLFR-FILE-STATUS
              SET CLFR-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-CLFR-END.
           EXIT.
      ******************************************************************
      * Adds one month's figures to the county's sums. The population
      * is the latest month's.
      ******************************************************************
       2200-POST-CLFR-ROW.
           MOVE CF-COUNTY-CODE TO COUNTY-KEY-IN
           PERFORM 2500-FIND-COUNTY-ENTRY
              THRU 2500-FIND-COUNTY-ENTRY-END
           IF CT-FOUND-AT = ZERO THEN
              GO TO 2200-POST-CLFR-ROW-END
           END-IF

           MOVE CF-STATE-CODE TO CT-STATE-CODE (CT-FOUND-AT)
           ADD CF-LABOR-FORCE TO CT-LF-SUM (CT-FOUND-AT)
           ADD CF-UNEMPLOYED TO CT-UN-SUM (CT-FOUND-AT)
           ADD 1 TO CT-MONTHS (CT-FOUND-AT)
           IF CF-PERIOD-DATE > CT-POP-DATE (CT-FOUND-AT) THEN
              MOVE CF-PERIOD-DATE TO CT-POP-DATE (CT-FOUND-AT)
              MOVE CF-POPULATION TO CT-POPULATION (CT-FOUND-AT)
           END-IF
           .

       2200-POST-CLFR-ROW-END.
           EXIT.
      ******************************************************************
      * Names each county from the hierarchy, works out its rate and
      * sets aside the ones short of twelve months of figures.
      ******************************************************************
       2300-NAME-COUNTIES.
           OPEN INPUT AREA-FILE
           IF NOT AREA-FILE-OK THEN
              DISPLAY "Couldn't open the area-hierarchy dataset - "
                 "STATUS " AREA-FILE-STATUS " - no county names."
           END-IF

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF AREA-FILE-OK THEN
                 MOVE CT-COUNTY-CODE (CT-IDX) TO AR-COUNTY-CODE
                 READ AREA-FILE
                    INVALID KEY
                       MOVE SPACES TO CT-COUNTY-NAME (CT-IDX)
                    NOT INVALID KEY
                       MOVE AR-COUNTY-NAME TO CT-COUNTY-NAME (CT-IDX)
                 END-READ
              END-IF
              COMPUTE CT-RATE (CT-IDX) ROUNDED =
                 CT-UN-SUM (CT-IDX) * 100 / CT-LF-SUM (CT-IDX)
              IF CT-MONTHS (CT-IDX) < 12 THEN
                 SET CT-INCOMPLETE (CT-IDX) TO TRUE
              ELSE
                 SET CT-OPEN (CT-IDX) TO TRUE
              END-IF
           END-PERFORM

           CLOSE AREA-FILE
           .

       2300-NAME-COUNTIES-END.
           EXIT.
      ******************************************************************
      * Loads the adjacency list. Without it no combination can be
      * formed - the single-county areas are still certified.
      ******************************************************************
       2400-LOAD-ADJACENCY.
           OPEN INPUT ADJACENCY-IN
           IF NOT ADJACENCY-IN-OK THEN
              DISPLAY "No county adjacency list - STATUS "
                 ADJACENCY-IN-STATUS
                 " - combined areas not considered."
              MOVE 4 TO RETURN-CODE
              GO TO 2400-LOAD-ADJACENCY-END
           END-IF
           SET ADJACENCY-LOADED TO TRUE

           PERFORM 2410-READ-ADJACENCY
           PERFORM UNTIL ADJACENCY-IN-EOF
              PERFORM 2420-POST-ADJACENCY THRU 2420-POST-ADJACENCY-END
              PERFORM 2410-READ-ADJACENCY
           END-PERFORM

           CLOSE ADJACENCY-IN
           .

       2400-LOAD-ADJACENCY-END.
           EXIT.
      ******************************************************************
       2410-READ-ADJACENCY.
           READ ADJACENCY-IN
              AT END CONTINUE
           END-READ

           IF NOT ADJACENCY-IN-OK AND NOT ADJACENCY-IN-EOF THEN
              DISPLAY "Error reading the county adjacency list - "
                 "STATUS " ADJACENCY-IN-STATUS
              SET ADJACENCY-IN-EOF TO TRUE
           END-IF
           .

       2410-READ-ADJACENCY-END.
           EXIT.
      ******************************************************************
      * Keeps a pair only when both counties have figures - no other
      * county can be in a combination.
      ******************************************************************
       2420-POST-ADJACENCY.
           MOVE ZERO TO CANDIDATE-AT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-COUNTY-CODE (CT-IDX) = AJ-COUNTY-CODE THEN
                 MOVE CT-IDX TO CANDIDATE-AT
                 MOVE CT-USED TO CT-IDX
              END-IF
           END-PERFORM
           IF CANDIDATE-AT = ZERO THEN
              GO TO 2420-POST-ADJACENCY-END
           END-IF

           MOVE ZERO TO CT-FOUND-AT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-COUNTY-CODE (CT-IDX) = AJ-NEIGHBOUR THEN
                 MOVE CT-IDX TO CT-FOUND-AT
                 MOVE CT-USED TO CT-IDX
              END-IF
           END-PERFORM
           IF CT-FOUND-AT = ZERO THEN
              GO TO 2420-POST-ADJACENCY-END
           END-IF

           IF AJ-USED >= 3000 THEN
              ADD 1 TO PAIRS-SKIPPED
           ELSE
              ADD 1 TO AJ-USED
              MOVE CANDIDATE-AT TO AJ-IDX-A (AJ-USED)
              MOVE CT-FOUND-AT TO AJ-IDX-B (AJ-USED)
           END-IF
           .

       2420-POST-ADJACENCY-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) COUNTY-KEY-IN's county table entry.
      ******************************************************************
       2500-FIND-COUNTY-ENTRY.
           MOVE ZERO TO CT-FOUND-AT

           *> The dataset is in county order - the county is nearly
           *> always the last one added.
           IF CT-USED > ZERO THEN
              IF CT-COUNTY-CODE (CT-USED) = COUNTY-KEY-IN THEN
                 MOVE CT-USED TO CT-FOUND-AT
                 GO TO 2500-FIND-COUNTY-ENTRY-END
              END-IF
           END-IF

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-COUNTY-CODE (CT-IDX) = COUNTY-KEY-IN THEN
                 MOVE CT-IDX TO CT-FOUND-AT
                 MOVE CT-USED TO CT-IDX
              END-IF
           END-PERFORM

           IF CT-FOUND-AT = ZERO THEN
              IF CT-USED >= 600 THEN
                 ADD 1 TO COUNTIES-DROPPED
              ELSE
                 ADD 1 TO CT-USED
                 MOVE CT-USED TO CT-FOUND-AT
                 INITIALIZE CT-ENTRY (CT-FOUND-AT)
                 MOVE COUNTY-KEY-IN TO CT-COUNTY-CODE (CT-FOUND-AT)
                 MOVE SPACES TO CT-POP-DATE (CT-FOUND-AT)
              END-IF
           END-IF
           .

       2500-FIND-COUNTY-ENTRY-END.
           EXIT.
      ******************************************************************
      * Certifies every county that passes both tests on its own.
      ******************************************************************
       3000-DESIGNATE-SINGLES.
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-OPEN (CT-IDX)
                 AND CT-POPULATION (CT-IDX) >= ASU-MIN-POP THEN
                 COMPUTE TEST-UN-SIDE = CT-UN-SUM (CT-IDX) * 1000
                 COMPUTE TEST-LF-SIDE =
                    CT-LF-SUM (CT-IDX) * ASU-RATE-TENTHS
                 IF TEST-UN-SIDE >= TEST-LF-SIDE THEN
                    SET CT-SINGLE (CT-IDX) TO TRUE
                    ADD 1 TO SINGLES-CERTIFIED
                 END-IF
              END-IF
           END-PERFORM
           .

       3000-DESIGNATE-SINGLES-END.
           EXIT.
      ******************************************************************
      * Builds one combination round the highest-rate open county
      * still at or above the threshold and not yet tried as a seed
      * (SEED-AT is left zero when none is left). The combination
      * grows a neighbour at a time and is certified once it is
      * done if it reached the minimum population; otherwise its
      * counties are released for the next seed.
      ******************************************************************
       3100-BUILD-COMBINATION.
           MOVE ZERO TO SEED-AT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-OPEN (CT-IDX) AND NOT CT-TRIED (CT-IDX) THEN
                 COMPUTE TEST-UN-SIDE = CT-UN-SUM (CT-IDX) * 1000
                 COMPUTE TEST-LF-SIDE =
                    CT-LF-SUM (CT-IDX) * ASU-RATE-TENTHS
                 IF TEST-UN-SIDE >= TEST-LF-SIDE THEN
                    IF SEED-AT = ZERO THEN
                       MOVE CT-IDX TO SEED-AT
                    ELSE
                       IF CT-RATE (CT-IDX) > CT-RATE (SEED-AT) THEN
                          MOVE CT-IDX TO SEED-AT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF SEED-AT = ZERO THEN
              GO TO 3100-BUILD-COMBINATION-END
           END-IF

           MOVE 'Y' TO CT-TRIED-SW (SEED-AT)
           SET CT-PENDING (SEED-AT) TO TRUE
           MOVE CT-LF-SUM (SEED-AT) TO GROUP-LF
           MOVE CT-UN-SUM (SEED-AT) TO GROUP-UN
           MOVE CT-POPULATION (SEED-AT) TO GROUP-POP
           MOVE 1 TO GROUP-MEMBERS

           PERFORM 3200-FIND-CANDIDATE
           PERFORM UNTIL CANDIDATE-AT = ZERO
              SET CT-PENDING (CANDIDATE-AT) TO TRUE
              ADD CT-LF-SUM (CANDIDATE-AT) TO GROUP-LF
              ADD CT-UN-SUM (CANDIDATE-AT) TO GROUP-UN
              ADD CT-POPULATION (CANDIDATE-AT) TO GROUP-POP
              ADD 1 TO GROUP-MEMBERS
              PERFORM 3200-FIND-CANDIDATE
           END-PERFORM

           IF GROUP-MEMBERS > 1 AND GROUP-POP >= ASU-MIN-POP
              AND AREAS-CERTIFIED < 999 THEN
              ADD 1 TO AREAS-CERTIFIED
              PERFORM VARYING CT-IDX FROM 1 BY 1
                 UNTIL CT-IDX > CT-USED
                 IF CT-PENDING (CT-IDX) THEN
                    SET CT-COMBINED (CT-IDX) TO TRUE
                    MOVE AREAS-CERTIFIED TO CT-AREA-NO (CT-IDX)
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING CT-IDX FROM 1 BY 1
                 UNTIL CT-IDX > CT-USED
                 IF CT-PENDING (CT-IDX) THEN
                    SET CT-OPEN (CT-IDX) TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

       3100-BUILD-COMBINATION-END.
           EXIT.
      ******************************************************************
      * Leaves in CANDIDATE-AT the highest-rate open county of the
      * seed's state that borders the combination and keeps the
      * combined rate at or above the threshold (zero when none).
      ******************************************************************
       3200-FIND-CANDIDATE.
           MOVE ZERO TO CANDIDATE-AT

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-OPEN (CT-IDX)
                 AND CT-STATE-CODE (CT-IDX) = CT-STATE-CODE (SEED-AT)
                 THEN
                 COMPUTE TEST-UN-SIDE =
                    (GROUP-UN + CT-UN-SUM (CT-IDX)) * 1000
                 COMPUTE TEST-LF-SIDE =
                    (GROUP-LF + CT-LF-SUM (CT-IDX)) * ASU-RATE-TENTHS
                 IF TEST-UN-SIDE >= TEST-LF-SIDE THEN
                    PERFORM 3300-CHECK-ADJACENT
                    IF IS-ADJACENT THEN
                       IF CANDIDATE-AT = ZERO THEN
                          MOVE CT-IDX TO CANDIDATE-AT
                       ELSE
                          IF CT-RATE (CT-IDX) > CT-RATE (CANDIDATE-AT)
                             THEN
                             MOVE CT-IDX TO CANDIDATE-AT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       3200-FIND-CANDIDATE-END.
           EXIT.
      ******************************************************************
      * Sets IS-ADJACENT when county CT-IDX borders a county of the
      * combination being built.
      ******************************************************************
       3300-CHECK-ADJACENT.
           MOVE 'N' TO ADJACENT-SW

           PERFORM VARYING AJ-IDX FROM 1 BY 1
              UNTIL AJ-IDX > AJ-USED OR IS-ADJACENT
              IF AJ-IDX-A (AJ-IDX) = CT-IDX THEN
                 IF CT-PENDING (AJ-IDX-B (AJ-IDX)) THEN
                    SET IS-ADJACENT TO TRUE
                 END-IF
              END-IF
              IF AJ-IDX-B (AJ-IDX) = CT-IDX THEN
                 IF CT-PENDING (AJ-IDX-A (AJ-IDX)) THEN
                    SET IS-ADJACENT TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .

       3300-CHECK-ADJACENT-END.
           EXIT.
      ******************************************************************
      * Prints the certified areas - the single counties, then each
      * combined area with its counties and its total - writing each
      * line to the certified list as well, then every county with
      * its disposition.
      ******************************************************************
       4000-PRINT-DESIGNATION.
           DIVIDE 10 INTO ASU-RATE-TENTHS GIVING RATE-DISP
           MOVE ASU-MIN-POP TO POP-DISP
           MOVE SPACES TO PRNT-TEXT
           STRING "AREAS OF SUBSTANTIAL UNEMPLOYMENT, " REF-START
              " TO " REF-END " - RATE " RATE-DISP
              "% OR MORE, POPULATION " POP-DISP " OR MORE (UNEMASUD)"
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMASUD" PRNT-TEXT

           MOVE "CERTIFIED SINGLE-COUNTY AREAS" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           PERFORM 4900-PRINT-HEADINGS

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-SINGLE (CT-IDX) THEN
                 PERFORM 4100-PRINT-COUNTY-LINE
                 MOVE SPACES TO CERTIFIED-OUT-REC
                 MOVE 'S' TO AC-LINE-TYPE
                 MOVE ZERO TO AC-AREA-NO
                 PERFORM 4200-WRITE-COUNTY-LINE
              END-IF
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           MOVE "CERTIFIED COMBINED AREAS" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           PERFORM 4900-PRINT-HEADINGS

           PERFORM VARYING AREA-IDX FROM 1 BY 1
              UNTIL AREA-IDX > AREAS-CERTIFIED
              PERFORM 4300-PRINT-COMBINED-AREA
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           MOVE "ALL COUNTIES" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           PERFORM 4900-PRINT-HEADINGS

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              PERFORM 4100-PRINT-COUNTY-LINE
           END-PERFORM

           CALL "UNEMPRNT" USING "TERM " "UNEMASUD" PRNT-TEXT
           .

       4000-PRINT-DESIGNATION-END.
           EXIT.
      ******************************************************************
      * Prints county CT-IDX with its twelve-month averages and its
      * disposition.
      ******************************************************************
       4100-PRINT-COUNTY-LINE.
           MOVE CT-STATE-CODE (CT-IDX) TO AD-DISP-STATE
           MOVE SPACES TO AD-DISP-AREA
           MOVE CT-COUNTY-CODE (CT-IDX) TO AD-DISP-COUNTY
           MOVE CT-COUNTY-NAME (CT-IDX) TO AD-DISP-NAME
           COMPUTE AD-DISP-LF ROUNDED =
              CT-LF-SUM (CT-IDX) / CT-MONTHS (CT-IDX)
           COMPUTE AD-DISP-UN ROUNDED =
              CT-UN-SUM (CT-IDX) / CT-MONTHS (CT-IDX)
           MOVE CT-RATE (CT-IDX) TO AD-DISP-RATE
           MOVE CT-POPULATION (CT-IDX) TO AD-DISP-POP

           COMPUTE TEST-UN-SIDE = CT-UN-SUM (CT-IDX) * 1000
           COMPUTE TEST-LF-SIDE = CT-LF-SUM (CT-IDX) * ASU-RATE-TENTHS
           EVALUATE TRUE
              WHEN CT-SINGLE (CT-IDX)
                 MOVE "SINGLE-COUNTY AREA" TO AD-DISP-NOTE
              WHEN CT-COMBINED (CT-IDX)
                 MOVE CT-AREA-NO (CT-IDX) TO AREA-NO-DISP
                 MOVE AREA-NO-DISP TO AD-DISP-AREA
                 MOVE SPACES TO AD-DISP-NOTE
                 STRING "IN COMBINED AREA " AREA-NO-DISP
                    DELIMITED BY SIZE INTO AD-DISP-NOTE
              WHEN CT-INCOMPLETE (CT-IDX)
                 MOVE "UNDER 12 MONTHS OF DATA" TO AD-DISP-NOTE
              WHEN TEST-UN-SIDE < TEST-LF-SIDE
                 MOVE "BELOW RATE THRESHOLD" TO AD-DISP-NOTE
              WHEN OTHER
                 MOVE "BELOW MINIMUM POPULATION" TO AD-DISP-NOTE
           END-EVALUATE

           MOVE ASUD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           .

       4100-PRINT-COUNTY-LINE-END.
           EXIT.
      ******************************************************************
      * Writes county CT-IDX to the certified list (the line type and
      * area number already set).
      ******************************************************************
       4200-WRITE-COUNTY-LINE.
           MOVE CT-STATE-CODE (CT-IDX) TO AC-STATE-CODE
           MOVE CT-COUNTY-CODE (CT-IDX) TO AC-COUNTY-CODE
           MOVE CT-COUNTY-NAME (CT-IDX) TO AC-COUNTY-NAME
           COMPUTE AC-LABOR-FORCE ROUNDED =
              CT-LF-SUM (CT-IDX) / CT-MONTHS (CT-IDX)
           COMPUTE AC-UNEMPLOYED ROUNDED =
              CT-UN-SUM (CT-IDX) / CT-MONTHS (CT-IDX)
           MOVE CT-RATE (CT-IDX) TO AC-RATE
           MOVE CT-POPULATION (CT-IDX) TO AC-POPULATION
           MOVE REF-START TO AC-REF-START
           MOVE REF-END TO AC-REF-END

           WRITE CERTIFIED-OUT-REC
           ADD 1 TO LINES-WRITTEN
           .

       4200-WRITE-COUNTY-LINE-END.
           EXIT.
      ******************************************************************
      * One combined area: its counties, then its combined figures.
      ******************************************************************
       4300-PRINT-COMBINED-AREA.
           MOVE ZERO TO GROUP-LF GROUP-UN GROUP-POP GROUP-MONTHS

           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-USED
              IF CT-COMBINED (CT-IDX)
                 AND CT-AREA-NO (CT-IDX) = AREA-IDX THEN
                 PERFORM 4100-PRINT-COUNTY-LINE
                 MOVE SPACES TO CERTIFIED-OUT-REC
                 MOVE 'G' TO AC-LINE-TYPE
                 MOVE AREA-IDX TO AC-AREA-NO
                 PERFORM 4200-WRITE-COUNTY-LINE
                 ADD CT-LF-SUM (CT-IDX) TO GROUP-LF
                 ADD CT-UN-SUM (CT-IDX) TO GROUP-UN
                 ADD CT-POPULATION (CT-IDX) TO GROUP-POP
                 MOVE CT-MONTHS (CT-IDX) TO GROUP-MONTHS
              END-IF
           END-PERFORM

           *> Every county of an area has its twelve months, so the
           *> area's averages divide by the same count.
           MOVE AREA-IDX TO AREA-NO-DISP
           MOVE AREA-NO-DISP TO AD-DISP-AREA
           MOVE "TOTAL" TO AD-DISP-COUNTY
           MOVE SPACES TO AD-DISP-NAME
           COMPUTE AD-DISP-LF ROUNDED = GROUP-LF / GROUP-MONTHS
           COMPUTE AD-DISP-UN ROUNDED = GROUP-UN / GROUP-MONTHS
           COMPUTE AD-DISP-RATE ROUNDED = GROUP-UN * 100 / GROUP-LF
           MOVE GROUP-POP TO AD-DISP-POP
           MOVE "COMBINED AREA" TO AD-DISP-NOTE
           MOVE ASUD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT

           MOVE SPACES TO CERTIFIED-OUT-REC
           MOVE 'T' TO AC-LINE-TYPE
           MOVE AD-DISP-STATE TO AC-STATE-CODE
           MOVE AREA-IDX TO AC-AREA-NO
           COMPUTE AC-LABOR-FORCE ROUNDED = GROUP-LF / GROUP-MONTHS
           COMPUTE AC-UNEMPLOYED ROUNDED = GROUP-UN / GROUP-MONTHS
           COMPUTE AC-RATE ROUNDED = GROUP-UN * 100 / GROUP-LF
           MOVE GROUP-POP TO AC-POPULATION
           MOVE REF-START TO AC-REF-START
           MOVE REF-END TO AC-REF-END
           WRITE CERTIFIED-OUT-REC
           ADD 1 TO LINES-WRITTEN
           .

       4300-PRINT-COMBINED-AREA-END.
           EXIT.
      ******************************************************************
       4900-PRINT-HEADINGS.
           MOVE ASUD-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           MOVE ASUD-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMASUD" PRNT-TEXT
           .

       4900-PRINT-HEADINGS-END.
           EXIT.

       END PROGRAM UNEMASUD.
