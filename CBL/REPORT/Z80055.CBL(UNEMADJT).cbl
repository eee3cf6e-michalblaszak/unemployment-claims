      ******************************************************************
      * Adjudication and appeals timeliness report.
      ******************************************************************
      * UNEMTIME measures first payments; the measures that put a
      * state on a corrective-action plan are the adjudication and
      * appeals ones. This report walks the UNEMCASE cases (loaded
      * by UNEMCASI) and shows:
      *    the cases that missed their standard - a determination
      *       made more than 21 days after issue detection, an
      *       appeal decided more than 30 days after filing (marked
      *       when past 45 too), and any open case already past its
      *       standard;
      *    per decision month and state, the nonmonetary
      *       determinations made and the share within 21 days, and
      *       the first-level appeals decided and the shares within
      *       30 and 45 days, with PASS/FAIL against ADJT-NONMON-PCT
      *       (80), ADJT-APPL30-PCT (60) and ADJT-APPL45-PCT (80);
      *    the open inventory per state and case type, aged as of
      *       the cycle date into 0-21, 22-30, 31-45, 46-90 and over
      *       90 days.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMADJT.
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
           *> The case KSDS, read front to back
           SELECT CASE-FILE ASSIGN TO CASEDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-ID
           FILE STATUS IS CASE-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  CASE-FILE
      *    01  CASE-REC.
       COPY CASEREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CASE-FILE-STATUS PIC XX.
           88 CASE-FILE-OK VALUE "00".
           88 CASE-FILE-EOF VALUE "10".

      * The business cycle this report ran under - the date the
      * open inventory is aged to.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The federal pass lines - the shares that must meet each
      * standard.
       77  ADJT-NONMON-PCT PIC 9(3) VALUE 80.
       77  ADJT-APPL30-PCT PIC 9(3) VALUE 60.
       77  ADJT-APPL45-PCT PIC 9(3) VALUE 80.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  CASE-DAYS PIC S9(7) COMP-4 VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC X(10) VALUE SPACES.
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
       01  START-SERIAL   PIC 9(7) COMP-4 VALUE ZERO.
       01  CYCLE-SERIAL   PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM       PIC 9(4) COMP-4 VALUE ZERO.

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

      * One entry per decision month (YYYY-MM) and state.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 400 TIMES.
              10 PT-PERIOD       PIC X(7).
              10 PT-STATE        PIC X(2).
              10 PT-NM-DECIDED   COMP-4 PIC 9(7).
              10 PT-NM-WITHIN-21 COMP-4 PIC 9(7).
              10 PT-AP-DECIDED   COMP-4 PIC 9(7).
              10 PT-AP-WITHIN-30 COMP-4 PIC 9(7).
              10 PT-AP-WITHIN-45 COMP-4 PIC 9(7).

       01  PERIOD-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  PERIOD-IDX  PIC 9(3) COMP-4.
       01  PERIOD-FOUND-AT PIC 9(3) COMP-4.

      * One entry per state and case type for the open inventory,
      * the five age bands side by side.
       01  INVENTORY-TABLE.
           05 INVENTORY-ENTRY OCCURS 120 TIMES.
              10 IV-STATE      PIC X(2).
              10 IV-CASE-TYPE  PIC X.
              10 IV-BAND       OCCURS 5 TIMES COMP-4 PIC 9(7).
              10 IV-TOTAL      COMP-4 PIC 9(7).

       01  INVENTORY-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  INVENTORY-IDX  PIC 9(3) COMP-4.
       01  INVENTORY-FOUND-AT PIC 9(3) COMP-4.
       01  BAND-IDX       PIC 9 COMP-4.

       01  CASES-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  CASES-DECIDED  COMP-4 PIC 9(7) VALUE ZERO.
       01  CASES-OPEN     COMP-4 PIC 9(7) VALUE ZERO.
       01  CASES-MISSED   COMP-4 PIC 9(7) VALUE ZERO.

       01  PCT-21 PIC 9(3)V9 COMP-3 VALUE ZERO.
       01  PCT-30 PIC 9(3)V9 COMP-3 VALUE ZERO.
       01  PCT-45 PIC 9(3)V9 COMP-3 VALUE ZERO.

       01  ADJT-DISP-SEPARATOR PIC X(110) VALUE ALL '-'.

       01  ADJT-MISS-DISP-REC.
           05 MS-DISP-CASE     PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MS-DISP-CLAIM    PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MS-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MS-DISP-TYPE     PIC X(13) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MS-DISP-START    PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MS-DISP-DECIDED  PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MS-DISP-DAYS     PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(7)  VALUE ' days  '.
           05 MS-DISP-NOTE     PIC X(24) VALUE SPACES.

       01  ADJT-NM-DISP-REC.
           05 NM-DISP-PERIOD   PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 NM-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
              '  nonmonetary  decided: '.
           05 NM-DISP-DECIDED  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(11) VALUE '  in 21d: '.
           05 NM-DISP-21       PIC ZZ9.9 VALUE ZERO.
           05 FILLER           PIC X(3)  VALUE '%  '.
           05 NM-DISP-VERDICT  PIC X(8)  VALUE SPACES.

       01  ADJT-AP-DISP-REC.
           05 AP-DISP-PERIOD   PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AP-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
              '  appeals      decided: '.
           05 AP-DISP-DECIDED  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(11) VALUE '  in 30d: '.
           05 AP-DISP-30       PIC ZZ9.9 VALUE ZERO.
           05 FILLER           PIC X(11) VALUE '%  in 45d: '.
           05 AP-DISP-45       PIC ZZ9.9 VALUE ZERO.
           05 FILLER           PIC X(3)  VALUE '%  '.
           05 AP-DISP-VERDICT  PIC X(8)  VALUE SPACES.

       01  ADJT-INV-HEAD-DISP-REC.
           05 FILLER PIC X(48) VALUE
              'ST  TYPE               0-21     22-30     31-45 '.
           05 FILLER PIC X(31) VALUE
              '    46-90   OVER 90       TOTAL'.

       01  ADJT-INV-DISP-REC.
           05 IV-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 IV-DISP-TYPE     PIC X(13) VALUE SPACES.
           05 IV-DISP-BAND     OCCURS 5 TIMES PIC ZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 IV-DISP-TOTAL    PIC Z,ZZZ,ZZ9 VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-LOAD-RUNTIME-PARMS

           CALL "UNEMCYRD" USING "UNEMADJT" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           STRING CYCLE-DATE-WORK (1:4) "-" CYCLE-DATE-WORK (5:2) "-"
              CYCLE-DATE-WORK (7:2) DELIMITED BY SIZE
              INTO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO CYCLE-SERIAL

           OPEN INPUT CASE-FILE

           IF NOT CASE-FILE-OK THEN
              DISPLAY "Couldn't open the case dataset - "
                 "STATUS " CASE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "ADJUDICATION AND APPEALS TIMELINESS (UNEMADJT)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMADJT" PRNT-TEXT
           MOVE "CASES THAT MISSED THEIR STANDARD" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           MOVE ADJT-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT

           MOVE LOW-VALUES TO CS-CASE-ID
           START CASE-FILE KEY IS >= CS-CASE-ID
              INVALID KEY SET CASE-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-CASE
           PERFORM UNTIL CASE-FILE-EOF
              ADD 1 TO CASES-READ
              PERFORM 2200-MEASURE-CASE
              PERFORM 2100-READ-NEXT-CASE
           END-PERFORM

           CLOSE CASE-FILE

           PERFORM 4000-PRINT-MEASURES
           PERFORM 5000-PRINT-INVENTORY

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMADJT" PRNT-TEXT

           DISPLAY CASES-READ " case(s) read, " CASES-DECIDED
              " decided, " CASES-OPEN " open, " CASES-MISSED
              " past their standard."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "ADJT-NONMON-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO ADJT-NONMON-PCT
              DISPLAY "ADJT-NONMON-PCT set from the parameter file: "
                 ADJT-NONMON-PCT
           END-IF

           MOVE "ADJT-APPL30-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO ADJT-APPL30-PCT
              DISPLAY "ADJT-APPL30-PCT set from the parameter file: "
                 ADJT-APPL30-PCT
           END-IF

           MOVE "ADJT-APPL45-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO ADJT-APPL45-PCT
              DISPLAY "ADJT-APPL45-PCT set from the parameter file: "
                 ADJT-APPL45-PCT
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-CASE.
           READ CASE-FILE NEXT
              AT END SET CASE-FILE-EOF TO TRUE
           END-READ

           IF NOT CASE-FILE-OK AND NOT CASE-FILE-EOF THEN
              DISPLAY "Error reading the case dataset - "
                 "STATUS " CASE-FILE-STATUS
              SET CASE-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-CASE-END.
           EXIT.
      ******************************************************************
      * A decided case counts toward its decision month's measures;
      * an open one goes into the aged inventory. Either way a case
      * past its standard is listed.
      ******************************************************************
       2200-MEASURE-CASE.
           MOVE CS-START-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO START-SERIAL

           IF CS-CASE-OPEN THEN
              ADD 1 TO CASES-OPEN
              COMPUTE CASE-DAYS = CYCLE-SERIAL - START-SERIAL
              IF CASE-DAYS < ZERO THEN
                 MOVE ZERO TO CASE-DAYS
              END-IF
              PERFORM 2400-AGE-OPEN-CASE THRU 2400-AGE-OPEN-CASE-END
           ELSE
              ADD 1 TO CASES-DECIDED
              MOVE CS-DECISION-DATE TO SERIAL-DATE-IN
              PERFORM 8000-DATE-TO-SERIAL
              COMPUTE CASE-DAYS = SERIAL-OUT - START-SERIAL
              PERFORM 2300-COUNT-DECIDED-CASE
                 THRU 2300-COUNT-DECIDED-CASE-END
           END-IF

           IF (CS-NONMONETARY AND CASE-DAYS > 21)
              OR (CS-APPEAL AND CASE-DAYS > 30) THEN
              PERFORM 2500-LIST-MISSED-CASE
           END-IF
           .

       2200-MEASURE-CASE-END.
           EXIT.
      ******************************************************************
       2300-COUNT-DECIDED-CASE.
           PERFORM 2600-FIND-PERIOD-ENTRY
           IF PERIOD-FOUND-AT = ZERO THEN
              GO TO 2300-COUNT-DECIDED-CASE-END
           END-IF

           IF CS-NONMONETARY THEN
              ADD 1 TO PT-NM-DECIDED (PERIOD-FOUND-AT)
              IF CASE-DAYS <= 21 THEN
                 ADD 1 TO PT-NM-WITHIN-21 (PERIOD-FOUND-AT)
              END-IF
           ELSE
              ADD 1 TO PT-AP-DECIDED (PERIOD-FOUND-AT)
              IF CASE-DAYS <= 30 THEN
                 ADD 1 TO PT-AP-WITHIN-30 (PERIOD-FOUND-AT)
              END-IF
              IF CASE-DAYS <= 45 THEN
                 ADD 1 TO PT-AP-WITHIN-45 (PERIOD-FOUND-AT)
              END-IF
           END-IF
           .

       2300-COUNT-DECIDED-CASE-END.
           EXIT.
      ******************************************************************
       2400-AGE-OPEN-CASE.
           PERFORM 2700-FIND-INVENTORY-ENTRY
           IF INVENTORY-FOUND-AT = ZERO THEN
              GO TO 2400-AGE-OPEN-CASE-END
           END-IF

           EVALUATE TRUE
              WHEN CASE-DAYS <= 21
                 MOVE 1 TO BAND-IDX
              WHEN CASE-DAYS <= 30
                 MOVE 2 TO BAND-IDX
              WHEN CASE-DAYS <= 45
                 MOVE 3 TO BAND-IDX
              WHEN CASE-DAYS <= 90
                 MOVE 4 TO BAND-IDX
              WHEN OTHER
                 MOVE 5 TO BAND-IDX
           END-EVALUATE

           ADD 1 TO IV-BAND (INVENTORY-FOUND-AT BAND-IDX)
           ADD 1 TO IV-TOTAL (INVENTORY-FOUND-AT)
           .

       2400-AGE-OPEN-CASE-END.
           EXIT.
      ******************************************************************
       2500-LIST-MISSED-CASE.
           ADD 1 TO CASES-MISSED

           MOVE CS-CASE-ID TO MS-DISP-CASE
           MOVE CS-CLAIM-ID TO MS-DISP-CLAIM
           MOVE CS-STATE-CODE TO MS-DISP-STATE
           IF CS-NONMONETARY THEN
              MOVE 'NONMONETARY' TO MS-DISP-TYPE
           ELSE
              MOVE 'APPEAL' TO MS-DISP-TYPE
           END-IF
           MOVE CS-START-DATE TO MS-DISP-START
           MOVE CASE-DAYS TO MS-DISP-DAYS

           IF CS-CASE-OPEN THEN
              MOVE 'OPEN' TO MS-DISP-DECIDED
           ELSE
              MOVE CS-DECISION-DATE TO MS-DISP-DECIDED
           END-IF

           EVALUATE TRUE
              WHEN CS-NONMONETARY
                 MOVE 'PAST 21-DAY STANDARD' TO MS-DISP-NOTE
              WHEN CASE-DAYS > 45
                 MOVE 'PAST 30 AND 45-DAY' TO MS-DISP-NOTE
              WHEN OTHER
                 MOVE 'PAST 30-DAY STANDARD' TO MS-DISP-NOTE
           END-EVALUATE

           MOVE ADJT-MISS-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           .

       2500-LIST-MISSED-CASE-END.
           EXIT.
      ******************************************************************
       2600-FIND-PERIOD-ENTRY.
           MOVE ZERO TO PERIOD-FOUND-AT

           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                 UNTIL PERIOD-IDX > PERIOD-USED
              IF PT-PERIOD (PERIOD-IDX) = CS-DECISION-DATE (1:7)
                    AND PT-STATE (PERIOD-IDX) = CS-STATE-CODE THEN
                 MOVE PERIOD-IDX TO PERIOD-FOUND-AT
                 MOVE PERIOD-USED TO PERIOD-IDX
              END-IF
           END-PERFORM

           IF PERIOD-FOUND-AT = ZERO THEN
              IF PERIOD-USED >= 400 THEN
                 DISPLAY "*** More than 400 month/state groups - "
                    CS-DECISION-DATE (1:7) " " CS-STATE-CODE
                    " not tabulated."
              ELSE
                 ADD 1 TO PERIOD-USED
                 MOVE PERIOD-USED TO PERIOD-FOUND-AT
                 MOVE CS-DECISION-DATE (1:7)
                    TO PT-PERIOD (PERIOD-FOUND-AT)
                 MOVE CS-STATE-CODE TO PT-STATE (PERIOD-FOUND-AT)
                 MOVE ZERO TO PT-NM-DECIDED (PERIOD-FOUND-AT)
                 MOVE ZERO TO PT-NM-WITHIN-21 (PERIOD-FOUND-AT)
                 MOVE ZERO TO PT-AP-DECIDED (PERIOD-FOUND-AT)
                 MOVE ZERO TO PT-AP-WITHIN-30 (PERIOD-FOUND-AT)
                 MOVE ZERO TO PT-AP-WITHIN-45 (PERIOD-FOUND-AT)
              END-IF
           END-IF
           .

       2600-FIND-PERIOD-ENTRY-END.
           EXIT.
      ******************************************************************
       2700-FIND-INVENTORY-ENTRY.
           MOVE ZERO TO INVENTORY-FOUND-AT

           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                 UNTIL INVENTORY-IDX > INVENTORY-USED
              IF IV-STATE (INVENTORY-IDX) = CS-STATE-CODE
                    AND IV-CASE-TYPE (INVENTORY-IDX)
                       = CS-CASE-TYPE THEN
                 MOVE INVENTORY-IDX TO INVENTORY-FOUND-AT
                 MOVE INVENTORY-USED TO INVENTORY-IDX
              END-IF
           END-PERFORM

           IF INVENTORY-FOUND-AT = ZERO THEN
              IF INVENTORY-USED >= 120 THEN
                 DISPLAY "*** More than 120 inventory groups - "
                    CS-STATE-CODE " " CS-CASE-TYPE " not aged."
              ELSE
                 ADD 1 TO INVENTORY-USED
                 MOVE INVENTORY-USED TO INVENTORY-FOUND-AT
                 MOVE CS-STATE-CODE
                    TO IV-STATE (INVENTORY-FOUND-AT)
                 MOVE CS-CASE-TYPE
                    TO IV-CASE-TYPE (INVENTORY-FOUND-AT)
                 PERFORM VARYING BAND-IDX FROM 1 BY 1
                       UNTIL BAND-IDX > 5
                    MOVE ZERO TO IV-BAND (INVENTORY-FOUND-AT BAND-IDX)
                 END-PERFORM
                 MOVE ZERO TO IV-TOTAL (INVENTORY-FOUND-AT)
              END-IF
           END-IF
           .

       2700-FIND-INVENTORY-ENTRY-END.
           EXIT.
      ******************************************************************
       4000-PRINT-MEASURES.
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           MOVE "TIMELINESS BY DECISION MONTH AND STATE" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           MOVE ADJT-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT

           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                 UNTIL PERIOD-IDX > PERIOD-USED
              IF PT-NM-DECIDED (PERIOD-IDX) > ZERO THEN
                 PERFORM 4100-PRINT-NONMONETARY
              END-IF
              IF PT-AP-DECIDED (PERIOD-IDX) > ZERO THEN
                 PERFORM 4200-PRINT-APPEALS
              END-IF
           END-PERFORM
           .

       4000-PRINT-MEASURES-END.
           EXIT.
      ******************************************************************
       4100-PRINT-NONMONETARY.
           MOVE PT-PERIOD (PERIOD-IDX) TO NM-DISP-PERIOD
           MOVE PT-STATE (PERIOD-IDX) TO NM-DISP-STATE
           MOVE PT-NM-DECIDED (PERIOD-IDX) TO NM-DISP-DECIDED

           COMPUTE PCT-21 ROUNDED =
              PT-NM-WITHIN-21 (PERIOD-IDX) * 100
              / PT-NM-DECIDED (PERIOD-IDX)
           MOVE PCT-21 TO NM-DISP-21

           IF PCT-21 >= ADJT-NONMON-PCT THEN
              MOVE 'PASS' TO NM-DISP-VERDICT
           ELSE
              MOVE '*** FAIL' TO NM-DISP-VERDICT
           END-IF

           MOVE ADJT-NM-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           .

       4100-PRINT-NONMONETARY-END.
           EXIT.
      ******************************************************************
       4200-PRINT-APPEALS.
           MOVE PT-PERIOD (PERIOD-IDX) TO AP-DISP-PERIOD
           MOVE PT-STATE (PERIOD-IDX) TO AP-DISP-STATE
           MOVE PT-AP-DECIDED (PERIOD-IDX) TO AP-DISP-DECIDED

           COMPUTE PCT-30 ROUNDED =
              PT-AP-WITHIN-30 (PERIOD-IDX) * 100
              / PT-AP-DECIDED (PERIOD-IDX)
           COMPUTE PCT-45 ROUNDED =
              PT-AP-WITHIN-45 (PERIOD-IDX) * 100
              / PT-AP-DECIDED (PERIOD-IDX)
           MOVE PCT-30 TO AP-DISP-30
           MOVE PCT-45 TO AP-DISP-45

           IF PCT-30 >= ADJT-APPL30-PCT
              AND PCT-45 >= ADJT-APPL45-PCT THEN
              MOVE 'PASS' TO AP-DISP-VERDICT
           ELSE
              MOVE '*** FAIL' TO AP-DISP-VERDICT
           END-IF

           MOVE ADJT-AP-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           .

       4200-PRINT-APPEALS-END.
           EXIT.
      ******************************************************************
       5000-PRINT-INVENTORY.
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "OPEN INVENTORY AGED AS OF " CYCLE-DATE-WORK
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           MOVE ADJT-INV-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           MOVE ADJT-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT

           PERFORM VARYING INVENTORY-IDX FROM 1 BY 1
                 UNTIL INVENTORY-IDX > INVENTORY-USED
              MOVE IV-STATE (INVENTORY-IDX) TO IV-DISP-STATE
              IF IV-CASE-TYPE (INVENTORY-IDX) = 'N' THEN
                 MOVE 'NONMONETARY' TO IV-DISP-TYPE
              ELSE
                 MOVE 'APPEAL' TO IV-DISP-TYPE
              END-IF
              PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
                 MOVE IV-BAND (INVENTORY-IDX BAND-IDX)
                    TO IV-DISP-BAND (BAND-IDX)
              END-PERFORM
              MOVE IV-TOTAL (INVENTORY-IDX) TO IV-DISP-TOTAL

              MOVE ADJT-INV-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMADJT" PRNT-TEXT
           END-PERFORM
           .

       5000-PRINT-INVENTORY-END.
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

       END PROGRAM UNEMADJT.
