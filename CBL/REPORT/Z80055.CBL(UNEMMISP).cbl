      ******************************************************************
      * Missing-period gap report over each state's series.
      ******************************************************************
      * UNEMDQMR finds a record with a dimension missing and UNEMCLOS
      * proves the month being closed is whole, but nothing looked
      * backward for periods that simply aren't there - January and
      * March with no February, a weekly series missing a week in
      * the middle, the 'US' record on file for a period the state's
      * own record never arrived for. This report walks every
      * state's series over the FD-STATE-CODE path, separately for
      * the monthly and the weekly records, and lists each missing
      * period:
      *    monthly - every month from the state's first monthly
      *       period through the month before the cycle date's (the
      *       last month that can be complete);
      *    weekly - every 7 days from the state's first week through
      *       the cycle date less MISP-WEEK-LAG-DAYS (the weekly
      *       feed's reporting lag); a week up to 11 days after the
      *       one before it is taken as the next week, not a gap;
      * with whether the 'US' record exists for the period and, from
      * the LOADREGDD load registry (UNEMLREG), each source file
      * whose record-id span covers the period - its latest
      * registration, load date and record count - so a file that
      * never came can be told from a file that came and loaded
      * nothing for the state.
      * RC=0 no gaps, RC=4 gaps listed, RC=8 no cycle date, the
      * cluster could not be opened, or the load registry could not
      * be read (its gaps are then listed as LOAD REGISTRY NOT
      * AVAILABLE rather than as files that never came).
      *-----------------------------------------------------------------
      * Subprograms: UNEMCYRD - the cycle date.
      *              UNEMPRNT - the shared print formatting.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  A load registry that won't open or read no
      *                    longer makes every gap read as a file that
      *                    never came - the gaps say LOAD REGISTRY NOT
      *                    AVAILABLE and the step ends RC=8.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMMISP.
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
           *> The live VSAM dataset, read through the state path
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS FD-STATE-CODE WITH DUPLICATES
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The source-file load registry, read-only
           SELECT LOAD-REG ASSIGN TO LOADREGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LOAD-REG-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Laid out exactly as UNEMLREG writes it.
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

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  LOAD-REG-STATUS PIC XX.
           88 LOAD-REG-OK VALUE "00".
           88 LOAD-REG-EOF VALUE "10".

      * 'N' once the load registry failed to open or read - its gaps
      * then can't be diagnosed, and the step ends RC=8.
       01  LOAD-REG-USABLE-SW PIC X VALUE 'Y'.
           88 LOAD-REG-USABLE VALUE 'Y'.

      * The business cycle the series are checked up to (UNEMCYRD).
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-TEXT PIC X(10) VALUE SPACES.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * Runtime parameters (UNEMPARM / PARMFLDD) and their defaults.
       77  MISP-WEEK-LAG-DAYS PIC 9(2) VALUE 7.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The last month and the last week a state is expected to have.
       01  LAST-MONTH-DUE   PIC X(7) VALUE SPACES.
       01  WEEK-DUE-SERIAL  PIC 9(7) COMP-4 VALUE ZERO.

       01  CURRENT-STATE PIC X(2) VALUE SPACES.

      * The national 'US' periods on file.
       01  US-TABLE.
           05 US-ENTRY OCCURS 2000 TIMES.
              10 US-DATE PIC X(10).
              10 US-FREQ PIC X.
       01  US-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  US-IDX  PIC 9(4) COMP-4.

      * The state's series, ordered by FD-DATE as it is collected.
       01  SER-TABLE.
           05 SER-ENTRY OCCURS 2000 TIMES.
              10 SER-DATE PIC X(10).
              10 SER-FREQ PIC X.
       01  SER-USED  PIC 9(4) COMP-4 VALUE ZERO.
       01  SER-IDX   PIC 9(4) COMP-4.
       01  INSERT-AT PIC 9(4) COMP-4.

      * Walking the months.
       01  PREV-MONTH PIC X(7) VALUE SPACES.
       01  CAND-MONTH.
           05 CM-YYYY PIC 9(4).
           05 FILLER  PIC X VALUE '-'.
           05 CM-MM   PIC 9(2).

      * Walking the weeks.
       01  PREV-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
       01  THIS-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
       01  CAND-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
       01  CAND-DATE.
           05 CD-YYYY PIC 9(4).
           05 FILLER  PIC X VALUE '-'.
           05 CD-MM   PIC 9(2).
           05 FILLER  PIC X VALUE '-'.
           05 CD-DD   PIC 9(2).

       01  DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  DAYS-IN-MONTH-R REDEFINES DAYS-IN-MONTH-TABLE.
           05 DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
       01  MONTH-DAYS PIC 9(2) VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC X(10) VALUE SPACES.
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM       PIC 9(4) COMP-4 VALUE ZERO.
       01  LEAP-YEAR-SW   PIC X VALUE 'N'.
           88 LEAP-YEAR VALUE 'Y'.

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

      * The gap being listed.
       01  GAP-FREQ   PIC X VALUE SPACE.
       01  GAP-PERIOD PIC X(10) VALUE SPACES.
      * The period as the registry's record-id spans are compared -
      * YYYYMM for a month, YYYYMMDD for a week.
       01  GAP-KEY    PIC X(8) VALUE SPACES.
       01  US-ON-FILE-SW PIC X VALUE 'N'.
           88 US-ON-FILE VALUE 'Y'.

      * A registration's record-id span, as YYYYMMDD.
       01  SPAN-FIRST PIC X(8) VALUE SPACES.
       01  SPAN-LAST  PIC X(8) VALUE SPACES.
       01  SPAN-MATCH-SW PIC X VALUE 'N'.
           88 SPAN-MATCHES VALUE 'Y'.

      * The sources that covered the gap - the latest registration
      * of each.
       01  SOURCE-TABLE.
           05 SRC-ENTRY OCCURS 20 TIMES.
              10 SRC-NAME      PIC X(16).
              10 SRC-LOAD-DATE PIC 9(8).
              10 SRC-COUNT     PIC 9(7).
              10 SRC-FIRST-ID  PIC X(8).
              10 SRC-LAST-ID   PIC X(8).
       01  SRC-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  SRC-IDX  PIC 9(2) COMP-4.
       01  SRC-AT   PIC 9(2) COMP-4.

       01  STATES-SEEN    COMP-4 PIC 9(3) VALUE ZERO.
       01  RECORDS-SEEN   COMP-4 PIC 9(7) VALUE ZERO.
       01  MONTHS-MISSING COMP-4 PIC 9(7) VALUE ZERO.
       01  WEEKS-MISSING  COMP-4 PIC 9(7) VALUE ZERO.
       01  STATE-GAPS     COMP-4 PIC 9(5) VALUE ZERO.

       01  MISP-DISP-SEPARATOR PIC X(100) VALUE ALL '-'.

       01  MISP-HEAD-DISP-REC.
           05 FILLER PIC X(7)  VALUE 'STATE'.
           05 FILLER PIC X(6)  VALUE 'FREQ'.
           05 FILLER PIC X(12) VALUE 'PERIOD'.
           05 FILLER PIC X(12) VALUE 'US ON FILE'.
           05 FILLER PIC X(40)
              VALUE 'SOURCES REGISTERED FOR THE PERIOD'.

       01  MISP-LINE-DISP-REC.
           05 GP-DISP-STATE  PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(5) VALUE SPACES.
           05 GP-DISP-FREQ   PIC X VALUE SPACE.
           05 FILLER         PIC X(5) VALUE SPACES.
           05 GP-DISP-PERIOD PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 GP-DISP-US     PIC X(3) VALUE SPACES.
           05 FILLER         PIC X(9) VALUE SPACES.
           05 GP-DISP-NOTE   PIC X(40) VALUE SPACES.

       01  MISP-SRC-DISP-REC.
           05 FILLER         PIC X(37) VALUE SPACES.
           05 GS-DISP-SOURCE PIC X(16) VALUE SPACES.
           05 FILLER         PIC X(8) VALUE ' loaded '.
           05 GS-DISP-LOADED PIC 9(8) VALUE ZERO.
           05 FILLER         PIC X(10) VALUE '  records '.
           05 GS-DISP-COUNT  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(7) VALUE '  span '.
           05 GS-DISP-FIRST  PIC X(8) VALUE SPACES.
           05 FILLER         PIC X VALUE '-'.
           05 GS-DISP-LAST   PIC X(8) VALUE SPACES.

       01  MISP-STATE-DISP-REC.
           05 FILLER         PIC X(6) VALUE 'STATE '.
           05 GT-DISP-STATE  PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(2) VALUE ': '.
           05 GT-DISP-PERIODS PIC Z,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(20) VALUE ' period(s) on file, '.
           05 GT-DISP-GAPS   PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(10) VALUE ' missing.'.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMMISP" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           IF CYCLE-DATE-OUT = ZERO THEN
              DISPLAY "*** No cycle date - the series can't be "
                 "checked up to it."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1100-LOAD-RUNTIME-PARMS
           PERFORM 1200-SET-DUE-PERIODS

           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1500-COLLECT-US-PERIODS

           MOVE SPACES TO PRNT-TEXT
           STRING "MISSING-PERIOD GAP REPORT - THROUGH CYCLE DATE "
              CYCLE-DATE-TEXT " (UNEMMISP)"
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMMISP" PRNT-TEXT
           MOVE MISP-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMMISP" PRNT-TEXT
           MOVE MISP-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMMISP" PRNT-TEXT

           PERFORM 2000-WALK-STATES

           CLOSE REPORT-OUT

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMMISP" PRNT-TEXT

           DISPLAY STATES-SEEN " state(s), " RECORDS-SEEN
              " period(s) on file, " MONTHS-MISSING
              " month(s) and " WEEKS-MISSING " week(s) missing."

           IF MONTHS-MISSING > ZERO OR WEEKS-MISSING > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           IF NOT LOAD-REG-USABLE THEN
              DISPLAY "*** The load registry was not available - the "
                 "gaps' sources are not shown."
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "MISP-WEEK-LAG-DAYS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO MISP-WEEK-LAG-DAYS
              DISPLAY "MISP-WEEK-LAG-DAYS set from the parameter "
                 "file: " MISP-WEEK-LAG-DAYS
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * The month before the cycle date's, and the last week that
      * should have reported by the cycle date.
      ******************************************************************
       1200-SET-DUE-PERIODS.
           STRING CYCLE-DATE-OUT (1:4) "-" CYCLE-DATE-OUT (5:2) "-"
              CYCLE-DATE-OUT (7:2)
              DELIMITED BY SIZE INTO CYCLE-DATE-TEXT

           MOVE CYCLE-DATE-OUT (1:4) TO CM-YYYY
           MOVE CYCLE-DATE-OUT (5:2) TO CM-MM
           IF CM-MM = 1 THEN
              MOVE 12 TO CM-MM
              SUBTRACT 1 FROM CM-YYYY
           ELSE
              SUBTRACT 1 FROM CM-MM
           END-IF
           MOVE CAND-MONTH TO LAST-MONTH-DUE

           MOVE CYCLE-DATE-TEXT TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           COMPUTE WEEK-DUE-SERIAL = SERIAL-OUT - MISP-WEEK-LAG-DAYS
           .

       1200-SET-DUE-PERIODS-END.
           EXIT.
      ******************************************************************
      * The 'US' periods - one START on the state path.
      ******************************************************************
       1500-COLLECT-US-PERIODS.
           MOVE 'US' TO FD-STATE-CODE
           START REPORT-OUT KEY = FD-STATE-CODE
              INVALID KEY
                 MOVE "10" TO REPORT-OUT-STATUS
           END-START

           PERFORM 2100-READ-NEXT-RECORD
           PERFORM UNTIL REPORT-OUT-END-OF-FILE
              IF FD-STATE-CODE NOT = 'US' THEN
                 MOVE "10" TO REPORT-OUT-STATUS
              ELSE
                 IF FD-RECORD-ID NOT = "00000000" THEN
                    IF US-USED >= 2000 THEN
                       DISPLAY "*** More than 2000 US periods - "
                          FD-DATE " not compared."
                    ELSE
                       ADD 1 TO US-USED
                       MOVE FD-DATE TO US-DATE (US-USED)
                       MOVE FD-PERIOD-FREQ TO US-FREQ (US-USED)
                    END-IF
                 END-IF
                 PERFORM 2100-READ-NEXT-RECORD
              END-IF
           END-PERFORM

           MOVE "00" TO REPORT-OUT-STATUS
           .

       1500-COLLECT-US-PERIODS-END.
           EXIT.
      ******************************************************************
      * The state path from the top - each state's series collected
      * and checked at the state break.
      ******************************************************************
       2000-WALK-STATES.
           MOVE LOW-VALUES TO FD-STATE-CODE
           START REPORT-OUT KEY >= FD-STATE-CODE
              INVALID KEY MOVE "10" TO REPORT-OUT-STATUS
           END-START

           MOVE ZERO TO SER-USED
           MOVE SPACES TO CURRENT-STATE

           PERFORM 2100-READ-NEXT-RECORD
           PERFORM UNTIL REPORT-OUT-END-OF-FILE
              IF FD-STATE-CODE NOT = CURRENT-STATE THEN
                 PERFORM 3000-CHECK-STATE THRU 3000-CHECK-STATE-END
                 MOVE FD-STATE-CODE TO CURRENT-STATE
                 MOVE ZERO TO SER-USED
              END-IF
              IF FD-RECORD-ID NOT = "00000000" THEN
                 PERFORM 2200-INSERT-INTO-SERIES
                    THRU 2200-INSERT-INTO-SERIES-END
              END-IF
              PERFORM 2100-READ-NEXT-RECORD
           END-PERFORM

           PERFORM 3000-CHECK-STATE THRU 3000-CHECK-STATE-END
           .

       2000-WALK-STATES-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-RECORD.
           READ REPORT-OUT NEXT
              AT END MOVE "10" TO REPORT-OUT-STATUS
           END-READ

           IF NOT REPORT-OUT-FILE-OK
              AND REPORT-OUT-STATUS NOT = "02"
              AND NOT REPORT-OUT-END-OF-FILE THEN
              DISPLAY "Error reading the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE "10" TO REPORT-OUT-STATUS
           END-IF
           .

       2100-READ-NEXT-RECORD-END.
           EXIT.
      ******************************************************************
      * Inserts the period at its date position - the path returns a
      * state's records in base-key order, not date order.
      ******************************************************************
       2200-INSERT-INTO-SERIES.
           IF SER-USED >= 2000 THEN
              DISPLAY "*** More than 2000 periods for "
                 FD-STATE-CODE " - " FD-DATE " not checked."
              GO TO 2200-INSERT-INTO-SERIES-END
           END-IF

           ADD 1 TO RECORDS-SEEN

           MOVE 1 TO INSERT-AT
           PERFORM VARYING SER-IDX FROM 1 BY 1
                 UNTIL SER-IDX > SER-USED
              IF SER-DATE (SER-IDX) <= FD-DATE THEN
                 COMPUTE INSERT-AT = SER-IDX + 1
              END-IF
           END-PERFORM

           PERFORM VARYING SER-IDX FROM SER-USED BY -1
                 UNTIL SER-IDX < INSERT-AT
              MOVE SER-ENTRY (SER-IDX) TO SER-ENTRY (SER-IDX + 1)
           END-PERFORM

           ADD 1 TO SER-USED
           MOVE FD-DATE TO SER-DATE (INSERT-AT)
           MOVE FD-PERIOD-FREQ TO SER-FREQ (INSERT-AT)
           .

       2200-INSERT-INTO-SERIES-END.
           EXIT.
      ******************************************************************
       3000-CHECK-STATE.
           IF SER-USED = ZERO THEN
              GO TO 3000-CHECK-STATE-END
           END-IF

           ADD 1 TO STATES-SEEN
           MOVE ZERO TO STATE-GAPS

           PERFORM 3100-CHECK-MONTHS
           PERFORM 3200-CHECK-WEEKS

           MOVE CURRENT-STATE TO GT-DISP-STATE
           MOVE SER-USED TO GT-DISP-PERIODS
           MOVE STATE-GAPS TO GT-DISP-GAPS
           MOVE MISP-STATE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMMISP" PRNT-TEXT
           MOVE MISP-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMMISP" PRNT-TEXT
           .

       3000-CHECK-STATE-END.
           EXIT.
      ******************************************************************
      * The monthly series - every month between two on file, and
      * every month after the last one through LAST-MONTH-DUE.
      ******************************************************************
       3100-CHECK-MONTHS.
           MOVE SPACES TO PREV-MONTH
           MOVE 'M' TO GAP-FREQ

           PERFORM VARYING SER-IDX FROM 1 BY 1
                 UNTIL SER-IDX > SER-USED
              IF SER-FREQ (SER-IDX) = 'M' THEN
                 IF PREV-MONTH NOT = SPACES THEN
                    MOVE PREV-MONTH TO CAND-MONTH
                    PERFORM 8200-NEXT-MONTH
                    PERFORM UNTIL CAND-MONTH >= SER-DATE (SER-IDX)
                                                (1:7)
                       PERFORM 3110-MONTH-GAP
                       PERFORM 8200-NEXT-MONTH
                    END-PERFORM
                 END-IF
                 IF SER-DATE (SER-IDX) (1:7) > PREV-MONTH
                    OR PREV-MONTH = SPACES THEN
                    MOVE SER-DATE (SER-IDX) (1:7) TO PREV-MONTH
                 END-IF
              END-IF
           END-PERFORM

           IF PREV-MONTH NOT = SPACES THEN
              MOVE PREV-MONTH TO CAND-MONTH
              PERFORM 8200-NEXT-MONTH
              PERFORM UNTIL CAND-MONTH > LAST-MONTH-DUE
                 PERFORM 3110-MONTH-GAP
                 PERFORM 8200-NEXT-MONTH
              END-PERFORM
           END-IF
           .

       3100-CHECK-MONTHS-END.
           EXIT.
      ******************************************************************
       3110-MONTH-GAP.
           ADD 1 TO MONTHS-MISSING
           MOVE CAND-MONTH TO GAP-PERIOD
           MOVE SPACES TO GAP-KEY
           STRING CM-YYYY CM-MM DELIMITED BY SIZE INTO GAP-KEY
           PERFORM 4000-LIST-GAP
           .

       3110-MONTH-GAP-END.
           EXIT.
      ******************************************************************
      * The weekly series - a week up to 11 days after the one
      * before is the next week; anything further leaves a week (or
      * more) missing, counted 7 days at a time.
      ******************************************************************
       3200-CHECK-WEEKS.
           MOVE ZERO TO PREV-SERIAL
           MOVE 'W' TO GAP-FREQ

           PERFORM VARYING SER-IDX FROM 1 BY 1
                 UNTIL SER-IDX > SER-USED
              IF SER-FREQ (SER-IDX) = 'W' THEN
                 MOVE SER-DATE (SER-IDX) TO SERIAL-DATE-IN
                 PERFORM 8000-DATE-TO-SERIAL
                 MOVE SERIAL-OUT TO THIS-SERIAL
                 IF PREV-SERIAL > ZERO THEN
                    PERFORM UNTIL CAND-SERIAL + 5 > THIS-SERIAL
                       PERFORM 3210-WEEK-GAP
                       PERFORM 8100-NEXT-WEEK
                    END-PERFORM
                 END-IF
                 MOVE THIS-SERIAL TO PREV-SERIAL
                 MOVE SER-DATE (SER-IDX) TO CAND-DATE
                 MOVE THIS-SERIAL TO CAND-SERIAL
                 PERFORM 8100-NEXT-WEEK
              END-IF
           END-PERFORM

           IF PREV-SERIAL > ZERO THEN
              PERFORM UNTIL CAND-SERIAL > WEEK-DUE-SERIAL
                 PERFORM 3210-WEEK-GAP
                 PERFORM 8100-NEXT-WEEK
              END-PERFORM
           END-IF
           .

       3200-CHECK-WEEKS-END.
           EXIT.
      ******************************************************************
       3210-WEEK-GAP.
           ADD 1 TO WEEKS-MISSING
           MOVE CAND-DATE TO GAP-PERIOD
           MOVE SPACES TO GAP-KEY
           STRING CD-YYYY CD-MM CD-DD DELIMITED BY SIZE INTO GAP-KEY
           PERFORM 4000-LIST-GAP
           .

       3210-WEEK-GAP-END.
           EXIT.
      ******************************************************************
      * One missing period - whether the nation has it, and what the
      * load registry says came in for it.
      ******************************************************************
       4000-LIST-GAP.
           ADD 1 TO STATE-GAPS

           MOVE 'N' TO US-ON-FILE-SW
           PERFORM VARYING US-IDX FROM 1 BY 1
                 UNTIL US-IDX > US-USED OR US-ON-FILE
              IF US-FREQ (US-IDX) = GAP-FREQ THEN
                 IF GAP-FREQ = 'M' THEN
                    IF US-DATE (US-IDX) (1:7) = GAP-PERIOD (1:7)
                       SET US-ON-FILE TO TRUE
                    END-IF
                 ELSE
                    IF US-DATE (US-IDX) = GAP-PERIOD
                       SET US-ON-FILE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 4100-FIND-SOURCES THRU 4100-FIND-SOURCES-END

           MOVE CURRENT-STATE TO GP-DISP-STATE
           MOVE GAP-FREQ TO GP-DISP-FREQ
           MOVE GAP-PERIOD TO GP-DISP-PERIOD
           IF US-ON-FILE THEN
              MOVE 'YES' TO GP-DISP-US
           ELSE
              MOVE 'NO' TO GP-DISP-US
           END-IF
           EVALUATE TRUE
              WHEN NOT LOAD-REG-USABLE
                 MOVE 'LOAD REGISTRY NOT AVAILABLE' TO GP-DISP-NOTE
              WHEN SRC-USED = ZERO
                 MOVE 'NO SOURCE FILE REGISTERED - NEVER CAME'
                    TO GP-DISP-NOTE
              WHEN OTHER
                 MOVE SPACES TO GP-DISP-NOTE
           END-EVALUATE
           MOVE MISP-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMMISP" PRNT-TEXT

           PERFORM VARYING SRC-IDX FROM 1 BY 1
                 UNTIL SRC-IDX > SRC-USED
              MOVE SRC-NAME (SRC-IDX) TO GS-DISP-SOURCE
              MOVE SRC-LOAD-DATE (SRC-IDX) TO GS-DISP-LOADED
              MOVE SRC-COUNT (SRC-IDX) TO GS-DISP-COUNT
              MOVE SRC-FIRST-ID (SRC-IDX) TO GS-DISP-FIRST
              MOVE SRC-LAST-ID (SRC-IDX) TO GS-DISP-LAST
              MOVE MISP-SRC-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMMISP" PRNT-TEXT
           END-PERFORM
           .

       4000-LIST-GAP-END.
           EXIT.
      ******************************************************************
      * Reads the registry front to back for the registrations whose
      * record-id span covers the gap, keeping each source's latest.
      * Once the registry has failed it is not tried again.
      ******************************************************************
       4100-FIND-SOURCES.
           MOVE ZERO TO SRC-USED

           IF NOT LOAD-REG-USABLE THEN
              GO TO 4100-FIND-SOURCES-END
           END-IF

           OPEN INPUT LOAD-REG

           IF NOT LOAD-REG-OK THEN
              DISPLAY "Couldn't open the load registry - STATUS "
                 LOAD-REG-STATUS
              MOVE 'N' TO LOAD-REG-USABLE-SW
              GO TO 4100-FIND-SOURCES-END
           END-IF

           PERFORM UNTIL LOAD-REG-EOF
              READ LOAD-REG
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 4110-ONE-REGISTRATION
                       THRU 4110-ONE-REGISTRATION-END
              END-READ
              IF NOT LOAD-REG-OK AND NOT LOAD-REG-EOF THEN
                 DISPLAY "Error reading the load registry - STATUS "
                    LOAD-REG-STATUS
                 MOVE 'N' TO LOAD-REG-USABLE-SW
                 MOVE ZERO TO SRC-USED
                 SET LOAD-REG-EOF TO TRUE
              END-IF
           END-PERFORM

           CLOSE LOAD-REG
           .

       4100-FIND-SOURCES-END.
           EXIT.
      ******************************************************************
       4110-ONE-REGISTRATION.
           MOVE SPACES TO SPAN-FIRST
           MOVE SPACES TO SPAN-LAST
           STRING LR-FIRST-ID (5:4) LR-FIRST-ID (1:4)
              DELIMITED BY SIZE INTO SPAN-FIRST
           STRING LR-LAST-ID (5:4) LR-LAST-ID (1:4)
              DELIMITED BY SIZE INTO SPAN-LAST

           IF SPAN-FIRST IS NOT NUMERIC
              OR SPAN-LAST IS NOT NUMERIC THEN
              GO TO 4110-ONE-REGISTRATION-END
           END-IF

           MOVE 'N' TO SPAN-MATCH-SW
           IF GAP-FREQ = 'M' THEN
              IF SPAN-FIRST (1:6) <= GAP-KEY (1:6)
                 AND SPAN-LAST (1:6) >= GAP-KEY (1:6) THEN
                 SET SPAN-MATCHES TO TRUE
              END-IF
           ELSE
              IF SPAN-FIRST <= GAP-KEY AND SPAN-LAST >= GAP-KEY THEN
                 SET SPAN-MATCHES TO TRUE
              END-IF
           END-IF

           IF NOT SPAN-MATCHES THEN
              GO TO 4110-ONE-REGISTRATION-END
           END-IF

           MOVE ZERO TO SRC-AT
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                 UNTIL SRC-IDX > SRC-USED OR SRC-AT > ZERO
              IF SRC-NAME (SRC-IDX) = LR-SOURCE-NAME THEN
                 MOVE SRC-IDX TO SRC-AT
              END-IF
           END-PERFORM

           IF SRC-AT = ZERO THEN
              IF SRC-USED >= 20 THEN
                 GO TO 4110-ONE-REGISTRATION-END
              END-IF
              ADD 1 TO SRC-USED
              MOVE SRC-USED TO SRC-AT
              MOVE LR-SOURCE-NAME TO SRC-NAME (SRC-AT)
              MOVE ZERO TO SRC-LOAD-DATE (SRC-AT)
           END-IF

           IF LR-LOAD-DATE >= SRC-LOAD-DATE (SRC-AT) THEN
              MOVE LR-LOAD-DATE TO SRC-LOAD-DATE (SRC-AT)
              MOVE LR-REC-COUNT TO SRC-COUNT (SRC-AT)
              MOVE LR-FIRST-ID TO SRC-FIRST-ID (SRC-AT)
              MOVE LR-LAST-ID TO SRC-LAST-ID (SRC-AT)
           END-IF
           .

       4110-ONE-REGISTRATION-END.
           EXIT.
      ******************************************************************
      * Converts SERIAL-DATE-IN (YYYY-MM-DD) to a day serial, the
      * same arithmetic UNEMDURA's 8000-DATE-TO-SERIAL makes.
      ******************************************************************
       8000-DATE-TO-SERIAL.
           MOVE SERIAL-DATE-IN (1:4) TO SW-YYYY
           MOVE SERIAL-DATE-IN (6:2) TO SW-MM
           MOVE SERIAL-DATE-IN (9:2) TO SW-DD

           COMPUTE SW-PRIOR-YEARS = SW-YYYY - 1
           COMPUTE SW-LEAPS = SW-PRIOR-YEARS / 4
              - SW-PRIOR-YEARS / 100
              + SW-PRIOR-YEARS / 400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-LEAPS
              + CUM-DAYS-BEFORE (SW-MM) + SW-DD

           IF SW-MM > 2 THEN
              DIVIDE SW-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE SW-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE SW-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       8000-DATE-TO-SERIAL-END.
           EXIT.
      ******************************************************************
      * Moves CAND-DATE / CAND-SERIAL on seven days.
      ******************************************************************
       8100-NEXT-WEEK.
           ADD 7 TO CAND-SERIAL
           ADD 7 TO CD-DD

           MOVE DAYS-IN-MONTH (CD-MM) TO MONTH-DAYS
           IF CD-MM = 2 THEN
              MOVE 'N' TO LEAP-YEAR-SW
              DIVIDE CD-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 SET LEAP-YEAR TO TRUE
                 DIVIDE CD-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM = ZERO THEN
                    MOVE 'N' TO LEAP-YEAR-SW
                    DIVIDE CD-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       SET LEAP-YEAR TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF LEAP-YEAR THEN
                 MOVE 29 TO MONTH-DAYS
              END-IF
           END-IF

           IF CD-DD > MONTH-DAYS THEN
              SUBTRACT MONTH-DAYS FROM CD-DD
              IF CD-MM = 12 THEN
                 MOVE 1 TO CD-MM
                 ADD 1 TO CD-YYYY
              ELSE
                 ADD 1 TO CD-MM
              END-IF
           END-IF
           .

       8100-NEXT-WEEK-END.
           EXIT.
      ******************************************************************
       8200-NEXT-MONTH.
           IF CM-MM = 12 THEN
              MOVE 1 TO CM-MM
              ADD 1 TO CM-YYYY
           ELSE
              ADD 1 TO CM-MM
           END-IF
           .

       8200-NEXT-MONTH-END.
           EXIT.

       END PROGRAM UNEMMISP.
