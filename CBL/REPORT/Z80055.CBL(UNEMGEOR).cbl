      ******************************************************************
      * County grouping rollup report.
      ******************************************************************
      * The workforce boards report by local workforce area and the
      * legislators ask about their districts - both groupings of the
      * counties in the UNEMAREA hierarchy, both kept until now in
      * somebody's spreadsheet, with a county split between two
      * districts handled differently every time. The groupings now
      * live in the GEOGRPDD geography-groupings table as named
      * schemes, one row per county in a group:
      *    cols  1-12  scheme        (e.g. WIOA-AREA, SENATE-2022)
      *    cols 13-22  group id      (e.g. LWDA-07, SD-014)
      *    cols 23-27  county code   (as in UNEMAREA)
      *    cols 29-34  allocation share, n.nnnn - the part of the
      *                county's claims the group takes when the
      *                county is split; blank is the whole county
      *    cols 36-45  effective from, yyyy-mm-dd
      *    cols 47-56  effective to, yyyy-mm-dd - blank while current
      *    cols 58-80  group name
      * '*' in column one is a comment. A redrawn map is new rows
      * effective from the day it takes effect, with the old rows
      * given their effective-to date - never edited in place - so
      * every past month can still be reported as it was grouped.
      *
      * PARM='scheme yyyy-mm' rolls the month's UNEMCNTY initial and
      * continuing claims up to the scheme's groups in effect on the
      * last day of the month: initial claims summed over the
      * month's periods, continuing claims as of each county's last
      * period in the month, a split county's claims apportioned by
      * its shares. Each group is shown with the over-the-month
      * change - the prior month rolled up under the same grouping,
      * so a redrawn map does not show up as a change in claims -
      * and its share of its state's county total. Claims of the
      * counties (or parts of counties) the scheme leaves out are
      * shown per state as NOT IN ANY GROUP, so each state's groups
      * foot to its county total. A group whose counties lie in two
      * states is shown under each state with that state's part.
      *
      * The scheme's rows are checked before anything is rolled up.
      * Errors - a malformed row, a county not in UNEMAREA, a
      * county and group in effect twice, a county allocated more
      * than once over - end the step RC=8 with nothing printed; a
      * county in effect for less than its whole claims ends it
      * RC=4 once printed.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPRNT - the print service (and repository capture).
      *    UNEMCYRD - the cycle date.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  A read error on the geography-groupings
      *                    table is counted and ends the load instead
      *                    of looping on the failed READ.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMGEOR.
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
           *> The geography-groupings table
           SELECT GEO-GROUP ASSIGN TO GEOGRPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GEO-GROUP-STATUS.

           *> The area-hierarchy KSDS, read by key
           SELECT AREA-FILE ASSIGN TO AREADD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COUNTY-CODE
           FILE STATUS IS AREA-FILE-STATUS.

           *> The county claims KSDS, read front to back
           SELECT COUNTY-FILE ASSIGN TO CNTYDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS COUNTY-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  GEO-GROUP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  GEO-GROUP-REC.
           05 GE-SCHEME     PIC X(12).
           05 GE-GROUP-ID   PIC X(10).
           05 GE-COUNTY     PIC X(5).
           05 FILLER        PIC X(1).
           05 GE-SHARE      PIC X(6).
           05 FILLER        PIC X(1).
           05 GE-EFF-FROM   PIC X(10).
           05 FILLER        PIC X(1).
           05 GE-EFF-TO     PIC X(10).
           05 FILLER        PIC X(1).
           05 GE-GROUP-NAME PIC X(23).

      * Provides:
      *    FD  AREA-FILE
      *    01  AREA-REC.
       COPY AREAREC.

      * Provides:
      *    FD  COUNTY-FILE
      *    01  COUNTY-REC.
       COPY CNTYREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  GEO-GROUP-STATUS PIC XX.
           88 GEO-GROUP-OK VALUE "00".
           88 GEO-GROUP-EOF VALUE "10".

       01  AREA-FILE-STATUS PIC XX.
           88 AREA-FILE-OK VALUE "00".

       01  COUNTY-FILE-STATUS PIC XX.
           88 COUNTY-FILE-OK VALUE "00".
           88 COUNTY-FILE-EOF VALUE "10".

      * The business cycle this report ran under, stamped on the
      * output by UNEMCYRD.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The scheme and month asked for, the prior month and the
      * date the grouping is taken as of (the month's last day).
       01  REQ-SCHEME      PIC X(12) VALUE SPACES.
       01  REQ-MONTH       PIC X(7) VALUE SPACES.
       01  PRIOR-MONTH     PIC X(7) VALUE SPACES.
       01  AS-OF-DATE      PIC X(10) VALUE SPACES.
       01  MONTH-WORK.
           05 MW-YYYY PIC 9(4).
           05 FILLER  PIC X VALUE '-'.
           05 MW-MM   PIC 9(2).
       01  LAST-DAY    PIC 9(2) VALUE ZERO.
       01  LEAP-REM    PIC 9(4) COMP-4 VALUE ZERO.
       01  LEAP-QUOT   PIC 9(4) COMP-4 VALUE ZERO.

      * Days in each month (February corrected in a leap year).
       01  MONTH-DAYS-TABLE PIC X(24)
           VALUE '312831303130313130313031'.
       01  MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
           05 DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

       01  ROW-ERRORS   PIC 9(5) COMP-4 VALUE ZERO.
       01  ROW-WARNINGS PIC 9(5) COMP-4 VALUE ZERO.
       01  ROWS-READ    PIC 9(7) COMP-4 VALUE ZERO.
       01  SCHEME-ROWS  PIC 9(7) COMP-4 VALUE ZERO.
       01  CHECK-DATE   PIC X(10) VALUE SPACES.
       01  DATE-SW PIC X VALUE 'N'.
           88 DATE-OK VALUE 'Y'.

      * A row's share, n.nnnn.
       01  SHARE-DIGITS PIC X(5) VALUE ZEROS.
       01  SHARE-NUMBER REDEFINES SHARE-DIGITS PIC 9V9(4).

      * The scheme's rows in effect on AS-OF-DATE.
       01  GEO-TABLE.
           05 GEO-ENTRY OCCURS 3000 TIMES.
              10 GT-COUNTY     PIC X(5).
              10 GT-GROUP-ID   PIC X(10).
              10 GT-GROUP-NAME PIC X(23).
              10 GT-SHARE      PIC 9V9(4) COMP-3.
       01  GEO-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  GEO-IDX  PIC 9(4) COMP-4.
       01  GEO-IDX2 PIC 9(4) COMP-4.
       01  COUNTY-SHARE PIC 9(3)V9(4) COMP-3 VALUE ZERO.
       01  EDIT-SHARE   PIC ZZ9.9999.

      * The groups, by state then group id (kept in that order as
      * they are opened), and their rolled-up claims.
       01  GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 600 TIMES.
              10 GA-STATE      PIC X(2).
              10 GA-GROUP-ID   PIC X(10).
              10 GA-GROUP-NAME PIC X(23).
              10 GA-CUR-INIT   PIC S9(11)V9(4) COMP-3.
              10 GA-CUR-CONT   PIC S9(11)V9(4) COMP-3.
              10 GA-PRI-INIT   PIC S9(11)V9(4) COMP-3.
              10 GA-PRI-CONT   PIC S9(11)V9(4) COMP-3.
       01  GROUP-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  GROUP-IDX  PIC 9(4) COMP-4.
       01  GROUP-AT   PIC 9(4) COMP-4 VALUE ZERO.
       01  SHIFT-IDX  PIC 9(4) COMP-4.

      * The state county totals, and the part in no group.
       01  STATE-TABLE.
           05 STATE-ENTRY OCCURS 60 TIMES.
              10 SA-STATE      PIC X(2).
              10 SA-CUR-INIT   PIC S9(11)V9(4) COMP-3.
              10 SA-CUR-CONT   PIC S9(11)V9(4) COMP-3.
              10 SA-PRI-INIT   PIC S9(11)V9(4) COMP-3.
              10 SA-PRI-CONT   PIC S9(11)V9(4) COMP-3.
              10 SA-OUT-CUR-INIT PIC S9(11)V9(4) COMP-3.
              10 SA-OUT-CUR-CONT PIC S9(11)V9(4) COMP-3.
              10 SA-OUT-PRI-INIT PIC S9(11)V9(4) COMP-3.
              10 SA-OUT-PRI-CONT PIC S9(11)V9(4) COMP-3.
       01  STATE-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  STATE-IDX  PIC 9(2) COMP-4.
       01  STATE-AT   PIC 9(2) COMP-4 VALUE ZERO.

      * The county under the read cursor, gathered over its rows in
      * the two months before it is apportioned.
       01  COUNTY-BUFFER.
           05 CB-COUNTY     PIC X(5) VALUE SPACES.
           05 CB-STATE      PIC X(2) VALUE SPACES.
           05 CB-CUR-INIT   PIC 9(9) COMP-4 VALUE ZERO.
           05 CB-CUR-CONT   PIC 9(9) COMP-4 VALUE ZERO.
           05 CB-CUR-LAST   PIC X(10) VALUE SPACES.
           05 CB-PRI-INIT   PIC 9(9) COMP-4 VALUE ZERO.
           05 CB-PRI-CONT   PIC 9(9) COMP-4 VALUE ZERO.
           05 CB-PRI-LAST   PIC X(10) VALUE SPACES.
           05 CB-SEEN-SW    PIC X VALUE 'N'.
              88 CB-SEEN VALUE 'Y'.
       01  OUT-SHARE PIC S9(3)V9(4) COMP-3 VALUE ZERO.
       01  COUNTY-ROWS PIC 9(9) COMP-4 VALUE ZERO.

      * The figures of the line being printed.
       01  LINE-CUR-INIT PIC S9(11)V9(4) COMP-3 VALUE ZERO.
       01  LINE-CUR-CONT PIC S9(11)V9(4) COMP-3 VALUE ZERO.
       01  LINE-PRI-INIT PIC S9(11)V9(4) COMP-3 VALUE ZERO.
       01  LINE-PRI-CONT PIC S9(11)V9(4) COMP-3 VALUE ZERO.
       01  ROUND-WORK    PIC S9(11) COMP-3 VALUE ZERO.
       01  SHARE-PCT     PIC 9(3)V9 COMP-3 VALUE ZERO.

       01  GEOR-DISP-SEPARATOR PIC X(104) VALUE ALL '-'.

       01  GEOR-HEAD-1.
           05 FILLER PIC X(38) VALUE '    GROUP'.
           05 FILLER PIC X(33) VALUE
              '          INITIAL CLAIMS'.
           05 FILLER PIC X(33) VALUE
              '       CONTINUED CLAIMS'.

       01  GEOR-HEAD-2.
           05 FILLER PIC X(38) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
              '      MONTH    CHANGE   STATE%'.
           05 FILLER PIC X(33) VALUE
              '      MONTH    CHANGE   STATE%'.

       01  GEOR-LINE-DISP-REC.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 GL-DISP-GROUP   PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 GL-DISP-NAME    PIC X(23) VALUE SPACES.
           05 GL-DISP-INIT    PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 GL-DISP-INIT-CHG PIC ----,--9 VALUE ZERO.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 GL-DISP-INIT-PCT PIC ZZ9.9 VALUE ZERO.
           05 FILLER          PIC X(1) VALUE '%'.
           05 GL-DISP-CONT    PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 GL-DISP-CONT-CHG PIC ----,--9 VALUE ZERO.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 GL-DISP-CONT-PCT PIC ZZ9.9 VALUE ZERO.
           05 FILLER          PIC X(1) VALUE '%'.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * PARM='scheme yyyy-mm'.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(20).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMGEOR" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           PERFORM 1100-CHECK-PARM THRU 1100-CHECK-PARM-END
           IF ROW-ERRORS > ZERO THEN
              DISPLAY "Usage: PARM='<scheme> <yyyy-mm>' - a scheme "
                 "from the geography-groupings table."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT AREA-FILE

           IF NOT AREA-FILE-OK THEN
              DISPLAY "Couldn't open the area hierarchy - STATUS "
                 AREA-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1500-LOAD-SCHEME THRU 1500-LOAD-SCHEME-END
           CLOSE AREA-FILE

           PERFORM 1600-CHECK-COUNTY-SHARES

           IF ROW-ERRORS = ZERO AND GEO-USED = ZERO THEN
              DISPLAY "*** No row of scheme " REQ-SCHEME
                 " is in effect on " AS-OF-DATE "."
              ADD 1 TO ROW-ERRORS
           END-IF

           IF ROW-ERRORS > ZERO THEN
              DISPLAY ROW-ERRORS " error(s) in scheme " REQ-SCHEME
                 " - nothing rolled up."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT COUNTY-FILE

           IF NOT COUNTY-FILE-OK THEN
              DISPLAY "Couldn't open the county claims dataset - "
                 "STATUS " COUNTY-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO CN-KEY
           START COUNTY-FILE KEY >= CN-KEY
              INVALID KEY SET COUNTY-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-COUNTY
           PERFORM UNTIL COUNTY-FILE-EOF
              IF CN-COUNTY-CODE NOT = CB-COUNTY THEN
                 PERFORM 2500-APPORTION-COUNTY
                    THRU 2500-APPORTION-COUNTY-END
                 PERFORM 2300-START-COUNTY
              END-IF
              PERFORM 2200-GATHER-ROW
              PERFORM 2100-READ-NEXT-COUNTY
           END-PERFORM

           *> The last county is still gathered when the file runs
           *> out.
           PERFORM 2500-APPORTION-COUNTY THRU 2500-APPORTION-COUNTY-END

           CLOSE COUNTY-FILE

           PERFORM 5000-PRINT-ROLLUP

           DISPLAY ROWS-READ " grouping row(s) read, " GEO-USED
              " of scheme " REQ-SCHEME " in effect on " AS-OF-DATE
              ", " GROUP-USED " group(s) in " STATE-USED
              " state(s), " COUNTY-ROWS " county row(s) rolled up."

           IF ROW-WARNINGS > ZERO THEN
              DISPLAY ROW-WARNINGS " county(ies) not wholly "
                 "allocated - the rest is shown as NOT IN ANY GROUP."
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The scheme and month from the PARM; the prior month and the
      * month's last day.
      ******************************************************************
       1100-CHECK-PARM.
           IF PARM-LEN = ZERO OR PARM-TEXT = SPACES THEN
              ADD 1 TO ROW-ERRORS
              GO TO 1100-CHECK-PARM-END
           END-IF

           UNSTRING PARM-TEXT DELIMITED BY ALL SPACE
              INTO REQ-SCHEME REQ-MONTH
           END-UNSTRING

           IF REQ-MONTH (1:4) IS NOT NUMERIC
              OR REQ-MONTH (5:1) NOT = '-'
              OR REQ-MONTH (6:2) IS NOT NUMERIC THEN
              DISPLAY "*** Not a yyyy-mm month: " REQ-MONTH
              ADD 1 TO ROW-ERRORS
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE REQ-MONTH (1:4) TO MW-YYYY
           MOVE REQ-MONTH (6:2) TO MW-MM
           IF MW-MM < 1 OR MW-MM > 12 THEN
              DISPLAY "*** Not a yyyy-mm month: " REQ-MONTH
              ADD 1 TO ROW-ERRORS
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE DAYS-IN-MONTH (MW-MM) TO LAST-DAY
           IF MW-MM = 2 THEN
              DIVIDE MW-YYYY BY 4 GIVING LEAP-QUOT
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 MOVE 29 TO LAST-DAY
                 DIVIDE MW-YYYY BY 100 GIVING LEAP-QUOT
                    REMAINDER LEAP-REM
                 IF LEAP-REM = ZERO THEN
                    MOVE 28 TO LAST-DAY
                    DIVIDE MW-YYYY BY 400 GIVING LEAP-QUOT
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       MOVE 29 TO LAST-DAY
                    END-IF
                 END-IF
              END-IF
           END-IF

           STRING REQ-MONTH "-" LAST-DAY DELIMITED BY SIZE
              INTO AS-OF-DATE

           IF MW-MM = 1 THEN
              SUBTRACT 1 FROM MW-YYYY
              MOVE 12 TO MW-MM
           ELSE
              SUBTRACT 1 FROM MW-MM
           END-IF
           MOVE MONTH-WORK TO PRIOR-MONTH
           .

       1100-CHECK-PARM-END.
           EXIT.
      ******************************************************************
      * Reads the table, checks every row of the scheme and keeps
      * those in effect on AS-OF-DATE.
      ******************************************************************
       1500-LOAD-SCHEME.
           OPEN INPUT GEO-GROUP

           IF NOT GEO-GROUP-OK THEN
              DISPLAY "Couldn't open the geography-groupings table "
                 "- STATUS " GEO-GROUP-STATUS
              ADD 1 TO ROW-ERRORS
              GO TO 1500-LOAD-SCHEME-END
           END-IF

           PERFORM UNTIL GEO-GROUP-EOF
              READ GEO-GROUP
                 AT END CONTINUE
                 NOT AT END
                    ADD 1 TO ROWS-READ
                    IF GEO-GROUP-REC (1:1) NOT = '*'
                       AND GE-SCHEME = REQ-SCHEME THEN
                       ADD 1 TO SCHEME-ROWS
                       PERFORM 1510-CHECK-ROW THRU 1510-CHECK-ROW-END
                    END-IF
              END-READ
              IF NOT GEO-GROUP-OK AND NOT GEO-GROUP-EOF THEN
                 DISPLAY "*** Error reading the geography-groupings "
                    "table - STATUS " GEO-GROUP-STATUS
                 ADD 1 TO ROW-ERRORS
                 SET GEO-GROUP-EOF TO TRUE
              END-IF
           END-PERFORM

           CLOSE GEO-GROUP

           IF SCHEME-ROWS = ZERO THEN
              DISPLAY "*** Scheme '" REQ-SCHEME "' not found in "
                 "the geography-groupings table."
              ADD 1 TO ROW-ERRORS
           END-IF
           .

       1500-LOAD-SCHEME-END.
           EXIT.
      ******************************************************************
       1510-CHECK-ROW.
           IF GE-GROUP-ID = SPACES OR GE-COUNTY = SPACES THEN
              DISPLAY "*** Group id or county missing: "
                 GEO-GROUP-REC
              ADD 1 TO ROW-ERRORS
              GO TO 1510-CHECK-ROW-END
           END-IF

           IF GE-SHARE = SPACES THEN
              MOVE 1 TO SHARE-NUMBER
           ELSE
              IF GE-SHARE (1:1) IS NOT NUMERIC
                 OR GE-SHARE (2:1) NOT = '.'
                 OR GE-SHARE (3:4) IS NOT NUMERIC THEN
                 DISPLAY "*** Share is not n.nnnn: " GEO-GROUP-REC
                 ADD 1 TO ROW-ERRORS
                 GO TO 1510-CHECK-ROW-END
              END-IF
              MOVE GE-SHARE (1:1) TO SHARE-DIGITS (1:1)
              MOVE GE-SHARE (3:4) TO SHARE-DIGITS (2:4)
              IF SHARE-NUMBER = ZERO OR SHARE-NUMBER > 1 THEN
                 DISPLAY "*** Share must be above 0 and at most 1: "
                    GEO-GROUP-REC
                 ADD 1 TO ROW-ERRORS
                 GO TO 1510-CHECK-ROW-END
              END-IF
           END-IF

           MOVE GE-EFF-FROM TO CHECK-DATE
           PERFORM 1560-CHECK-DATE
           IF NOT DATE-OK THEN
              DISPLAY "*** Effective-from is not yyyy-mm-dd: "
                 GEO-GROUP-REC
              ADD 1 TO ROW-ERRORS
              GO TO 1510-CHECK-ROW-END
           END-IF

           IF GE-EFF-TO NOT = SPACES THEN
              MOVE GE-EFF-TO TO CHECK-DATE
              PERFORM 1560-CHECK-DATE
              IF NOT DATE-OK OR GE-EFF-TO < GE-EFF-FROM THEN
                 DISPLAY "*** Effective-to is not a yyyy-mm-dd date "
                    "on or after effective-from: " GEO-GROUP-REC
                 ADD 1 TO ROW-ERRORS
                 GO TO 1510-CHECK-ROW-END
              END-IF
           END-IF

           MOVE GE-COUNTY TO AR-COUNTY-CODE
           READ AREA-FILE
              INVALID KEY
                 DISPLAY "*** County not in the area hierarchy: "
                    GEO-GROUP-REC
                 ADD 1 TO ROW-ERRORS
                 GO TO 1510-CHECK-ROW-END
           END-READ

           *> Kept only when in effect on the month's last day.
           IF GE-EFF-FROM > AS-OF-DATE THEN
              GO TO 1510-CHECK-ROW-END
           END-IF
           IF GE-EFF-TO NOT = SPACES AND GE-EFF-TO < AS-OF-DATE THEN
              GO TO 1510-CHECK-ROW-END
           END-IF

           PERFORM VARYING GEO-IDX FROM 1 BY 1
                 UNTIL GEO-IDX > GEO-USED
              IF GT-COUNTY (GEO-IDX) = GE-COUNTY
                 AND GT-GROUP-ID (GEO-IDX) = GE-GROUP-ID THEN
                 DISPLAY "*** County " GE-COUNTY " in group "
                    GE-GROUP-ID " twice on " AS-OF-DATE ": "
                    GEO-GROUP-REC
                 ADD 1 TO ROW-ERRORS
                 GO TO 1510-CHECK-ROW-END
              END-IF
           END-PERFORM

           IF GEO-USED >= 3000 THEN
              DISPLAY "*** More than 3000 rows in effect - "
                 GEO-GROUP-REC
              ADD 1 TO ROW-ERRORS
              GO TO 1510-CHECK-ROW-END
           END-IF

           ADD 1 TO GEO-USED
           MOVE GE-COUNTY TO GT-COUNTY (GEO-USED)
           MOVE GE-GROUP-ID TO GT-GROUP-ID (GEO-USED)
           MOVE GE-GROUP-NAME TO GT-GROUP-NAME (GEO-USED)
           MOVE SHARE-NUMBER TO GT-SHARE (GEO-USED)
           .

       1510-CHECK-ROW-END.
           EXIT.
      ******************************************************************
       1560-CHECK-DATE.
           MOVE 'N' TO DATE-SW
           IF CHECK-DATE (1:4) IS NUMERIC
              AND CHECK-DATE (5:1) = '-'
              AND CHECK-DATE (6:2) IS NUMERIC
              AND CHECK-DATE (8:1) = '-'
              AND CHECK-DATE (9:2) IS NUMERIC THEN
              IF CHECK-DATE (6:2) >= '01' AND CHECK-DATE (6:2) <= '12'
                 AND CHECK-DATE (9:2) >= '01'
                 AND CHECK-DATE (9:2) <= '31' THEN
                 SET DATE-OK TO TRUE
              END-IF
           END-IF
           .

       1560-CHECK-DATE-END.
           EXIT.
      ******************************************************************
      * Each county's shares in effect must come to one at most;
      * under one is allowed but listed - the rest of its claims
      * go to NOT IN ANY GROUP.
      ******************************************************************
       1600-CHECK-COUNTY-SHARES.
           PERFORM VARYING GEO-IDX FROM 1 BY 1
                 UNTIL GEO-IDX > GEO-USED
              MOVE ZERO TO COUNTY-SHARE
              MOVE ZERO TO GEO-IDX2
              PERFORM VARYING GROUP-IDX FROM 1 BY 1
                    UNTIL GROUP-IDX > GEO-USED
                 IF GT-COUNTY (GROUP-IDX) = GT-COUNTY (GEO-IDX) THEN
                    ADD GT-SHARE (GROUP-IDX) TO COUNTY-SHARE
                    IF GEO-IDX2 = ZERO THEN
                       MOVE GROUP-IDX TO GEO-IDX2
                    END-IF
                 END-IF
              END-PERFORM

              *> Judged once per county, at its first row.
              IF GEO-IDX2 = GEO-IDX THEN
                 MOVE COUNTY-SHARE TO EDIT-SHARE
                 IF COUNTY-SHARE > 1 THEN
                    DISPLAY "*** County " GT-COUNTY (GEO-IDX)
                       " allocated " EDIT-SHARE " times over on "
                       AS-OF-DATE "."
                    ADD 1 TO ROW-ERRORS
                 END-IF
                 IF COUNTY-SHARE < 1 THEN
                    DISPLAY "County " GT-COUNTY (GEO-IDX)
                       " allocated only " EDIT-SHARE " on "
                       AS-OF-DATE "."
                    ADD 1 TO ROW-WARNINGS
                 END-IF
              END-IF
           END-PERFORM
           .

       1600-CHECK-COUNTY-SHARES-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-COUNTY.
           READ COUNTY-FILE NEXT
              AT END SET COUNTY-FILE-EOF TO TRUE
           END-READ

           IF NOT COUNTY-FILE-OK AND NOT COUNTY-FILE-EOF THEN
              DISPLAY "Error reading the county claims dataset - "
                 "STATUS " COUNTY-FILE-STATUS
              SET COUNTY-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-COUNTY-END.
           EXIT.
      ******************************************************************
      * Adds a county row of the month or the prior month to the
      * county buffer - initial claims summed, continuing claims
      * those of the latest period.
      ******************************************************************
       2200-GATHER-ROW.
           EVALUATE CN-PERIOD-DATE (1:7)
              WHEN REQ-MONTH
                 SET CB-SEEN TO TRUE
                 ADD 1 TO COUNTY-ROWS
                 ADD CN-INITIAL-CLAIMS TO CB-CUR-INIT
                 IF CN-PERIOD-DATE > CB-CUR-LAST THEN
                    MOVE CN-PERIOD-DATE TO CB-CUR-LAST
                    MOVE CN-CONTINUING-CLAIMS TO CB-CUR-CONT
                 END-IF
              WHEN PRIOR-MONTH
                 SET CB-SEEN TO TRUE
                 ADD 1 TO COUNTY-ROWS
                 ADD CN-INITIAL-CLAIMS TO CB-PRI-INIT
                 IF CN-PERIOD-DATE > CB-PRI-LAST THEN
                    MOVE CN-PERIOD-DATE TO CB-PRI-LAST
                    MOVE CN-CONTINUING-CLAIMS TO CB-PRI-CONT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2200-GATHER-ROW-END.
           EXIT.
      ******************************************************************
       2300-START-COUNTY.
           INITIALIZE COUNTY-BUFFER
           MOVE CN-COUNTY-CODE TO CB-COUNTY
           MOVE CN-STATE-CODE TO CB-STATE
           .

       2300-START-COUNTY-END.
           EXIT.
      ******************************************************************
      * Apportions the gathered county to its groups by share, the
      * unallocated rest to its state's NOT IN ANY GROUP, and the
      * whole to its state's county total.
      ******************************************************************
       2500-APPORTION-COUNTY.
           IF NOT CB-SEEN THEN
              GO TO 2500-APPORTION-COUNTY-END
           END-IF

           PERFORM 2700-FIND-STATE THRU 2700-FIND-STATE-END
           IF STATE-AT = ZERO THEN
              GO TO 2500-APPORTION-COUNTY-END
           END-IF

           ADD CB-CUR-INIT TO SA-CUR-INIT (STATE-AT)
           ADD CB-CUR-CONT TO SA-CUR-CONT (STATE-AT)
           ADD CB-PRI-INIT TO SA-PRI-INIT (STATE-AT)
           ADD CB-PRI-CONT TO SA-PRI-CONT (STATE-AT)

           MOVE 1 TO OUT-SHARE
           PERFORM VARYING GEO-IDX FROM 1 BY 1
                 UNTIL GEO-IDX > GEO-USED
              IF GT-COUNTY (GEO-IDX) = CB-COUNTY THEN
                 PERFORM 2600-FIND-GROUP THRU 2600-FIND-GROUP-END
                 IF GROUP-AT > ZERO THEN
                    SUBTRACT GT-SHARE (GEO-IDX) FROM OUT-SHARE
                    COMPUTE GA-CUR-INIT (GROUP-AT) =
                       GA-CUR-INIT (GROUP-AT)
                       + CB-CUR-INIT * GT-SHARE (GEO-IDX)
                    COMPUTE GA-CUR-CONT (GROUP-AT) =
                       GA-CUR-CONT (GROUP-AT)
                       + CB-CUR-CONT * GT-SHARE (GEO-IDX)
                    COMPUTE GA-PRI-INIT (GROUP-AT) =
                       GA-PRI-INIT (GROUP-AT)
                       + CB-PRI-INIT * GT-SHARE (GEO-IDX)
                    COMPUTE GA-PRI-CONT (GROUP-AT) =
                       GA-PRI-CONT (GROUP-AT)
                       + CB-PRI-CONT * GT-SHARE (GEO-IDX)
                 END-IF
              END-IF
           END-PERFORM

           IF OUT-SHARE > ZERO THEN
              COMPUTE SA-OUT-CUR-INIT (STATE-AT) =
                 SA-OUT-CUR-INIT (STATE-AT) + CB-CUR-INIT * OUT-SHARE
              COMPUTE SA-OUT-CUR-CONT (STATE-AT) =
                 SA-OUT-CUR-CONT (STATE-AT) + CB-CUR-CONT * OUT-SHARE
              COMPUTE SA-OUT-PRI-INIT (STATE-AT) =
                 SA-OUT-PRI-INIT (STATE-AT) + CB-PRI-INIT * OUT-SHARE
              COMPUTE SA-OUT-PRI-CONT (STATE-AT) =
                 SA-OUT-PRI-CONT (STATE-AT) + CB-PRI-CONT * OUT-SHARE
           END-IF
           .

       2500-APPORTION-COUNTY-END.
           EXIT.
      ******************************************************************
      * GROUP-AT - the group of row GEO-IDX in the county's state,
      * opened in state/group-id order if new.
      ******************************************************************
       2600-FIND-GROUP.
           MOVE ZERO TO GROUP-AT
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                 UNTIL GROUP-IDX > GROUP-USED OR GROUP-AT > ZERO
              IF GA-STATE (GROUP-IDX) = CB-STATE
                 AND GA-GROUP-ID (GROUP-IDX) = GT-GROUP-ID (GEO-IDX)
              THEN
                 MOVE GROUP-IDX TO GROUP-AT
              END-IF
           END-PERFORM

           IF GROUP-AT > ZERO THEN
              GO TO 2600-FIND-GROUP-END
           END-IF

           IF GROUP-USED >= 600 THEN
              DISPLAY "*** More than 600 groups - " CB-STATE " "
                 GT-GROUP-ID (GEO-IDX) " not rolled up."
              ADD 1 TO ROW-WARNINGS
              GO TO 2600-FIND-GROUP-END
           END-IF

           *> The insertion point, and the entries after it moved
           *> down one.
           MOVE 1 TO GROUP-AT
           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                 UNTIL GROUP-IDX > GROUP-USED
              IF GA-STATE (GROUP-IDX) < CB-STATE
                 OR (GA-STATE (GROUP-IDX) = CB-STATE
                 AND GA-GROUP-ID (GROUP-IDX) < GT-GROUP-ID (GEO-IDX))
              THEN
                 COMPUTE GROUP-AT = GROUP-IDX + 1
              END-IF
           END-PERFORM

           PERFORM VARYING SHIFT-IDX FROM GROUP-USED BY -1
                 UNTIL SHIFT-IDX < GROUP-AT
              MOVE GROUP-ENTRY (SHIFT-IDX) TO GROUP-ENTRY
                 (SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO GROUP-USED

           INITIALIZE GROUP-ENTRY (GROUP-AT)
           MOVE CB-STATE TO GA-STATE (GROUP-AT)
           MOVE GT-GROUP-ID (GEO-IDX) TO GA-GROUP-ID (GROUP-AT)
           MOVE GT-GROUP-NAME (GEO-IDX) TO GA-GROUP-NAME (GROUP-AT)
           .

       2600-FIND-GROUP-END.
           EXIT.
      ******************************************************************
      * STATE-AT - the county's state, opened in state order if new.
      ******************************************************************
       2700-FIND-STATE.
           MOVE ZERO TO STATE-AT
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > STATE-USED OR STATE-AT > ZERO
              IF SA-STATE (STATE-IDX) = CB-STATE THEN
                 MOVE STATE-IDX TO STATE-AT
              END-IF
           END-PERFORM

           IF STATE-AT > ZERO THEN
              GO TO 2700-FIND-STATE-END
           END-IF

           IF STATE-USED >= 60 THEN
              DISPLAY "*** More than 60 states - county " CB-COUNTY
                 " of " CB-STATE " not rolled up."
              ADD 1 TO ROW-WARNINGS
              GO TO 2700-FIND-STATE-END
           END-IF

           MOVE 1 TO STATE-AT
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > STATE-USED
              IF SA-STATE (STATE-IDX) < CB-STATE THEN
                 COMPUTE STATE-AT = STATE-IDX + 1
              END-IF
           END-PERFORM

           PERFORM VARYING SHIFT-IDX FROM STATE-USED BY -1
                 UNTIL SHIFT-IDX < STATE-AT
              MOVE STATE-ENTRY (SHIFT-IDX) TO STATE-ENTRY
                 (SHIFT-IDX + 1)
           END-PERFORM
           ADD 1 TO STATE-USED

           INITIALIZE STATE-ENTRY (STATE-AT)
           MOVE CB-STATE TO SA-STATE (STATE-AT)
           .

       2700-FIND-STATE-END.
           EXIT.
      ******************************************************************
      * The rollup through UNEMPRNT - per state its groups, the part
      * in no group and the state's county total.
      ******************************************************************
       5000-PRINT-ROLLUP.
           MOVE SPACES TO PRNT-TEXT
           STRING "COUNTY GROUPING ROLLUP (UNEMGEOR) - SCHEME "
              REQ-SCHEME " MONTH " REQ-MONTH
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMGEOR" PRNT-TEXT

           MOVE SPACES TO PRNT-TEXT
           STRING "Grouping in effect on " AS-OF-DATE
              "; change from " PRIOR-MONTH
              " under the same grouping."
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT

           IF STATE-USED = ZERO THEN
              MOVE SPACES TO PRNT-TEXT
              STRING "No county claims on file for the month or "
                 "the prior month." DELIMITED BY SIZE INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT
           END-IF

           PERFORM VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > STATE-USED
              PERFORM 5100-PRINT-STATE
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMGEOR" PRNT-TEXT
           .

       5000-PRINT-ROLLUP-END.
           EXIT.
      ******************************************************************
       5100-PRINT-STATE.
           MOVE GEOR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "STATE " SA-STATE (STATE-IDX)
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT
           MOVE GEOR-HEAD-1 TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT
           MOVE GEOR-HEAD-2 TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT

           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                 UNTIL GROUP-IDX > GROUP-USED
              IF GA-STATE (GROUP-IDX) = SA-STATE (STATE-IDX) THEN
                 MOVE GA-GROUP-ID (GROUP-IDX) TO GL-DISP-GROUP
                 MOVE GA-GROUP-NAME (GROUP-IDX) TO GL-DISP-NAME
                 MOVE GA-CUR-INIT (GROUP-IDX) TO LINE-CUR-INIT
                 MOVE GA-CUR-CONT (GROUP-IDX) TO LINE-CUR-CONT
                 MOVE GA-PRI-INIT (GROUP-IDX) TO LINE-PRI-INIT
                 MOVE GA-PRI-CONT (GROUP-IDX) TO LINE-PRI-CONT
                 PERFORM 5200-PRINT-LINE
              END-IF
           END-PERFORM

           IF SA-OUT-CUR-INIT (STATE-IDX) > ZERO
              OR SA-OUT-CUR-CONT (STATE-IDX) > ZERO
              OR SA-OUT-PRI-INIT (STATE-IDX) > ZERO
              OR SA-OUT-PRI-CONT (STATE-IDX) > ZERO THEN
              MOVE SPACES TO GL-DISP-GROUP
              MOVE "NOT IN ANY GROUP" TO GL-DISP-NAME
              MOVE SA-OUT-CUR-INIT (STATE-IDX) TO LINE-CUR-INIT
              MOVE SA-OUT-CUR-CONT (STATE-IDX) TO LINE-CUR-CONT
              MOVE SA-OUT-PRI-INIT (STATE-IDX) TO LINE-PRI-INIT
              MOVE SA-OUT-PRI-CONT (STATE-IDX) TO LINE-PRI-CONT
              PERFORM 5200-PRINT-LINE
           END-IF

           MOVE SPACES TO GL-DISP-GROUP
           MOVE "STATE COUNTY TOTAL" TO GL-DISP-NAME
           MOVE SA-CUR-INIT (STATE-IDX) TO LINE-CUR-INIT
           MOVE SA-CUR-CONT (STATE-IDX) TO LINE-CUR-CONT
           MOVE SA-PRI-INIT (STATE-IDX) TO LINE-PRI-INIT
           MOVE SA-PRI-CONT (STATE-IDX) TO LINE-PRI-CONT
           PERFORM 5200-PRINT-LINE
           .

       5100-PRINT-STATE-END.
           EXIT.
      ******************************************************************
      * One line from the LINE- figures - apportioned claims are
      * rounded to whole claimants as they are printed.
      ******************************************************************
       5200-PRINT-LINE.
           COMPUTE ROUND-WORK ROUNDED = LINE-CUR-INIT
           MOVE ROUND-WORK TO GL-DISP-INIT
           COMPUTE ROUND-WORK ROUNDED = LINE-CUR-INIT - LINE-PRI-INIT
           MOVE ROUND-WORK TO GL-DISP-INIT-CHG
           COMPUTE ROUND-WORK ROUNDED = LINE-CUR-CONT
           MOVE ROUND-WORK TO GL-DISP-CONT
           COMPUTE ROUND-WORK ROUNDED = LINE-CUR-CONT - LINE-PRI-CONT
           MOVE ROUND-WORK TO GL-DISP-CONT-CHG

           MOVE ZERO TO SHARE-PCT
           IF SA-CUR-INIT (STATE-IDX) > ZERO THEN
              COMPUTE SHARE-PCT ROUNDED = LINE-CUR-INIT * 100
                 / SA-CUR-INIT (STATE-IDX)
           END-IF
           MOVE SHARE-PCT TO GL-DISP-INIT-PCT

           MOVE ZERO TO SHARE-PCT
           IF SA-CUR-CONT (STATE-IDX) > ZERO THEN
              COMPUTE SHARE-PCT ROUNDED = LINE-CUR-CONT * 100
                 / SA-CUR-CONT (STATE-IDX)
           END-IF
           MOVE SHARE-PCT TO GL-DISP-CONT-PCT

           MOVE GEOR-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMGEOR" PRNT-TEXT
           .

       5200-PRINT-LINE-END.
           EXIT.

       END PROGRAM UNEMGEOR.
