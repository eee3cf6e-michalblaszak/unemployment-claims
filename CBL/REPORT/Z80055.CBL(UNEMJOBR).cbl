      ******************************************************************
      * Job openings per continuing claimant, by industry.
      ******************************************************************
      * Whether there are jobs for the people filing is the first
      * question at every workforce board meeting, and the analysts
      * answered it by joining UNEMCSV to the survey spreadsheet by
      * hand. This report walks every monthly UNEMPLRP record in
      * date order (one UNEMPAPI all-records fetch) and, per state
      * and period, sets each industry's continuing claimants next
      * to the job-openings survey's openings for it (UNEMJOBO,
      * loaded by UNEMJOBI):
      *    the openings per continuing claimant;
      *    the same ratio a year earlier and the change since;
      *    a flag on every industry whose claimants rose over the
      *       year while its openings fell - those are also listed
      *       together at the end of the report.
      * The industry counts on the record are the period's combined
      * claims; an industry's continuing claimants are its share of
      * them at the record's continuing-to-combined split
      * (FD-CONTINUING-CLAIMS over FD-INITIAL-CLAIMS plus
      * FD-CONTINUING-CLAIMS). A record with no split on file uses
      * the industry count as it stands. A state period the survey
      * has no rows for prints one line saying so, and an industry
      * with no claimants shows its openings without a ratio.
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
       PROGRAM-ID. UNEMJOBR.
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
           *> The job-openings KSDS loaded by UNEMJOBI
           SELECT JOBO-FILE ASSIGN TO JOBODD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOBO-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  JOBO-FILE
      *    01  JOBO-REC.
       COPY JOBOREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  JOBO-FILE-STATUS PIC XX.
           88 JOBO-FILE-OK VALUE "00".
           88 JOBO-FILE-NOT-FOUND VALUE "23".

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

       01  ID-PAR             PIC X(10) VALUE "0000-00-00".
       01  SORT-ORDER-PAR     PIC X(10) VALUE "DATE".
       01  ID-END-PAR         PIC X(10) VALUE SPACES.
       01  MAX-RECORDS-PAR    PIC 9(5) VALUE ZERO.
       01  RESUME-KEY-PAR     PIC X(10) VALUE SPACES.
       01  OUTPUT-FORMAT-PAR  PIC X(4) VALUE SPACES.
       01  DATE-QUALIFIER-PAR PIC X(10) VALUE SPACES.

      * The record mapped positionally, the way UNEMRSTM maps it.
      * The industry fields 01-20 are counts 16-35.
       01  JOBR-REC-MAP.
           05 RM-RECORD-ID PIC X(8).
           05 RM-STATE     PIC X(2).
           05 RM-DATE      PIC X(10).
           05 RM-DATE-PARTS REDEFINES RM-DATE.
              10 RM-YYYY   PIC 9(4).
              10 FILLER    PIC X.
              10 RM-MM     PIC 9(2).
              10 FILLER    PIC X(3).
           05 RM-FREQ      PIC X.
           05 RM-COUNT-AREA.
              10 RM-COUNT OCCURS 44 TIMES PIC 9(7).
           05 RM-LABOR     PIC 9(9).
           05 RM-INITIAL   PIC 9(7).
           05 RM-CONTIN    PIC 9(7).

      * The industry names, 01-20 in PAYLOAD.cpy's industry field
      * order - the names UNEMRSTM and UNEMCHRG print.
       01  INDUSTRY-NAME-TABLE.
           05 FILLER PIC X(30) VALUE 'WHOLESALE TRADE'.
           05 FILLER PIC X(30) VALUE 'TRANSPORTATION, WAREHOUSING'.
           05 FILLER PIC X(30) VALUE 'CONSTRUCTION'.
           05 FILLER PIC X(30) VALUE 'FINANCE, INSURANCE'.
           05 FILLER PIC X(30) VALUE 'MANUFACTURING'.
           05 FILLER PIC X(30) VALUE 'AGRICULTURE, FORESTRY, FISHING'.
           05 FILLER PIC X(30) VALUE 'PUBLIC ADMINISTRATION'.
           05 FILLER PIC X(30) VALUE 'UTILITIES'.
           05 FILLER PIC X(30) VALUE 'ACCOMMODATION, FOOD SERVICES'.
           05 FILLER PIC X(30) VALUE 'INFORMATION'.
           05 FILLER PIC X(30) VALUE 'PROFESSIONAL, SCIENTIFIC, TECH'.
           05 FILLER PIC X(30) VALUE 'REAL ESTATE, RENTAL, LEASING'.
           05 FILLER PIC X(30) VALUE 'OTHER SERVICES'.
           05 FILLER PIC X(30) VALUE 'MANAGEMENT OF COMPANIES'.
           05 FILLER PIC X(30) VALUE 'EDUCATIONAL SERVICES'.
           05 FILLER PIC X(30) VALUE 'MINING'.
           05 FILLER PIC X(30) VALUE 'HEALTH CARE, SOCIAL ASSISTANCE'.
           05 FILLER PIC X(30) VALUE 'ARTS, ENTERTAINMENT, RECREATN'.
           05 FILLER PIC X(30) VALUE 'ADMIN, SUPPORT, WASTE MGMT'.
           05 FILLER PIC X(30) VALUE 'RETAIL TRADE'.
       01  INDUSTRY-NAMES REDEFINES INDUSTRY-NAME-TABLE.
           05 INDUSTRY-NAME OCCURS 20 TIMES PIC X(30).

       01  IND-IDX PIC 9(2) COMP-4.

      * The state period under work, one entry per industry: its
      * continuing claimants, its openings (and whether the survey
      * had a row for it) and the ratio between them.
       01  PERIOD-WORK.
           05 PW-ENTRY OCCURS 20 TIMES.
              10 PW-CLAIMANTS PIC 9(7) COMP-3.
              10 PW-OPENINGS  PIC 9(9) COMP-3.
              10 PW-FOUND-SW  PIC X.
              10 PW-RATIO     PIC 9(5)V99 COMP-3.
       01  PW-ROWS-FOUND PIC 9(2) COMP-4 VALUE ZERO.

      * One entry per state, one slot per calendar month: the year
      * the slot was last filled for, and that period's claimants
      * and openings per industry. A period finds last year's same
      * month in its own slot before overwriting it.
       01  JOBR-STATE-TABLE.
           05 JS-ENTRY OCCURS 60 TIMES.
              10 JS-STATE       PIC X(2).
              10 JS-MONTH OCCURS 12 TIMES.
                 15 JS-YEAR        PIC 9(4).
                 15 JS-IND OCCURS 20 TIMES.
                    20 JS-CLAIMANTS PIC 9(7) COMP-3.
                    20 JS-OPENINGS  PIC 9(9) COMP-3.
                    20 JS-FOUND-SW  PIC X.
       01  JS-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  JS-IDX  PIC 9(2) COMP-4.
       01  JS-FOUND-AT PIC 9(2) COMP-4.
       01  MONTH-IDX PIC 9(2) COMP-4.

      * The claims-up/openings-down findings, listed together after
      * the detail.
       01  JOBR-EXCEPTION-TABLE.
           05 JX-ENTRY OCCURS 500 TIMES.
              10 JX-DATE            PIC X(10).
              10 JX-STATE           PIC X(2).
              10 JX-INDUSTRY        PIC 9(2).
              10 JX-PRIOR-CLAIMANTS PIC 9(7) COMP-3.
              10 JX-CLAIMANTS       PIC 9(7) COMP-3.
              10 JX-PRIOR-OPENINGS  PIC 9(9) COMP-3.
              10 JX-OPENINGS        PIC 9(9) COMP-3.
       01  JX-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  JX-IDX  PIC 9(3) COMP-4.

       01  COMBINED-CLAIMS PIC 9(9) COMP-4 VALUE ZERO.
       01  TOTAL-CLAIMANTS PIC 9(9) COMP-4 VALUE ZERO.
       01  TOTAL-OPENINGS  PIC 9(11) COMP-4 VALUE ZERO.
       01  PRIOR-RATIO     PIC 9(5)V99 COMP-3 VALUE ZERO.
       01  RATIO-CHANGE    PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  PRIOR-YEAR      PIC 9(4) VALUE ZERO.

       01  PRIOR-AVAILABLE-SW PIC X VALUE 'N'.
           88 PRIOR-AVAILABLE VALUE 'Y'.

       01  RECORDS-SEEN       COMP-4 PIC 9(7) VALUE ZERO.
       01  PERIODS-NO-SURVEY  COMP-4 PIC 9(7) VALUE ZERO.
       01  INDUSTRY-LINES     COMP-4 PIC 9(7) VALUE ZERO.
       01  EXCEPTIONS-FOUND   COMP-4 PIC 9(7) VALUE ZERO.
       01  EXCEPTIONS-DROPPED COMP-4 PIC 9(7) VALUE ZERO.

       01  JOBR-DISP-SEPARATOR PIC X(128) VALUE ALL '-'.

       01  JOBR-HEAD-DISP-REC.
           05 FILLER PIC X(50) VALUE
              'PERIOD      ST IN INDUSTRY                       C'.
           05 FILLER PIC X(50) VALUE
              'LAIMANTS     OPENINGS  PER CLMT  YEAR AGO     CHAN'.
           05 FILLER PIC X(8) VALUE
              'GE  NOTE'.

       01  JOBR-LINE-DISP-REC.
           05 JL-DISP-DATE      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-DISP-STATE     PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JL-DISP-IND       PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JL-DISP-NAME      PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JL-DISP-CLAIMANTS PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-DISP-OPENINGS  PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JL-DISP-RATIO     PIC X(9)  VALUE SPACES.
           05 JL-DISP-RATIO-NUM REDEFINES JL-DISP-RATIO
                                PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JL-DISP-PRIOR     PIC X(9)  VALUE SPACES.
           05 JL-DISP-PRIOR-NUM REDEFINES JL-DISP-PRIOR
                                PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JL-DISP-CHANGE    PIC X(10) VALUE SPACES.
           05 JL-DISP-CHANGE-NUM REDEFINES JL-DISP-CHANGE
                                PIC -ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JL-DISP-NOTE      PIC X(24) VALUE SPACES.

       01  JOBR-EXC-HEAD-DISP-REC.
           05 FILLER PIC X(50) VALUE
              'PERIOD      ST IN INDUSTRY                        '.
           05 FILLER PIC X(50) VALUE
              ' CLMT AGO     CLMT NOW   OPENGS AGO     OPENGS NOW'.

       01  JOBR-EXC-DISP-REC.
           05 JE-DISP-DATE      PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JE-DISP-STATE     PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JE-DISP-IND       PIC 9(2)  VALUE ZERO.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 JE-DISP-NAME      PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JE-DISP-PRIOR-CLM PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(4)  VALUE ' -> '.
           05 JE-DISP-CLM       PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 JE-DISP-PRIOR-OPN PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(4)  VALUE ' -> '.
           05 JE-DISP-OPN       PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.

       01  JOBR-TOTAL-DISP-REC.
           05 JT-DISP-LABEL PIC X(44) VALUE SPACES.
           05 JT-DISP-COUNT PIC Z,ZZZ,ZZ9 VALUE ZERO.

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
           CALL "UNEMCYRD" USING "UNEMJOBR" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           OPEN INPUT JOBO-FILE

           IF NOT JOBO-FILE-OK THEN
              DISPLAY "Couldn't open the job-openings dataset - "
                 "STATUS " JOBO-FILE-STATUS
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
              DISPLAY "[JOBR] Couldn't retrieve records."
              CLOSE JOBO-FILE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "JOB OPENINGS PER CONTINUING CLAIMANT BY INDUSTRY "
              TO PRNT-TEXT
           MOVE "(UNEMJOBR)" TO PRNT-TEXT (50:10)
           CALL "UNEMPRNT" USING "INIT " "UNEMJOBR" PRNT-TEXT
           MOVE JOBR-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMJOBR" PRNT-TEXT
           MOVE JOBR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT

           SET CURRENT-NODE TO FIRST-ELEMENT
           PERFORM WITH TEST BEFORE UNTIL CURRENT-NODE = NULL
              SET ADDRESS OF CURRENT-REC TO CURRENT-NODE
              MOVE PAYLOAD OF CURRENT-REC TO JOBR-REC-MAP

              IF RM-FREQ = 'M' THEN
                 ADD 1 TO RECORDS-SEEN
                 PERFORM 2000-OPENINGS-ONE-RECORD
                    THRU 2000-OPENINGS-ONE-RECORD-END
              END-IF

              SET CURRENT-NODE TO RET-REC-NEXT-PTR
           END-PERFORM

           PERFORM 3000-FREE-UP
           CLOSE JOBO-FILE

           PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-PRINT-EXCEPTIONS-END
           PERFORM 5000-PRINT-TOTALS

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMJOBR" PRNT-TEXT

           DISPLAY RECORDS-SEEN " monthly record(s) on file, "
              PERIODS-NO-SURVEY " without survey rows, "
              EXCEPTIONS-FOUND " claims-up/openings-down finding(s)."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * One state period: the industries' claimants and openings,
      * the ratio against the same month a year earlier, the lines,
      * and the period kept in its month slot for next year.
      ******************************************************************
       2000-OPENINGS-ONE-RECORD.
           PERFORM 2100-FIND-STATE-ENTRY THRU 2100-FIND-STATE-ENTRY-END
           IF JS-FOUND-AT = ZERO THEN
              GO TO 2000-OPENINGS-ONE-RECORD-END
           END-IF

           IF RM-MM < 1 OR RM-MM > 12 THEN
              DISPLAY "*** Malformed period date " RM-DATE " - "
                 RM-STATE " not reported."
              GO TO 2000-OPENINGS-ONE-RECORD-END
           END-IF
           MOVE RM-MM TO MONTH-IDX
           COMPUTE PRIOR-YEAR = RM-YYYY - 1

           MOVE 'N' TO PRIOR-AVAILABLE-SW
           IF JS-YEAR (JS-FOUND-AT MONTH-IDX) = PRIOR-YEAR THEN
              SET PRIOR-AVAILABLE TO TRUE
           END-IF

           PERFORM 2200-LOAD-PERIOD-WORK

           IF PW-ROWS-FOUND = ZERO THEN
              ADD 1 TO PERIODS-NO-SURVEY
              MOVE SPACES TO JOBR-LINE-DISP-REC
              MOVE RM-DATE TO JL-DISP-DATE
              MOVE RM-STATE TO JL-DISP-STATE
              MOVE 'NO SURVEY ROWS FOR THIS PERIOD' TO JL-DISP-NAME
              MOVE JOBR-LINE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           ELSE
              PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
                 PERFORM 2300-PRINT-INDUSTRY-LINE
                    THRU 2300-PRINT-INDUSTRY-LINE-END
              END-PERFORM
              PERFORM 2400-PRINT-PERIOD-TOTAL
           END-IF

           PERFORM 2500-KEEP-MONTH-SLOT
           .

       2000-OPENINGS-ONE-RECORD-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) the record's state entry.
      ******************************************************************
       2100-FIND-STATE-ENTRY.
           MOVE ZERO TO JS-FOUND-AT
           PERFORM VARYING JS-IDX FROM 1 BY 1 UNTIL JS-IDX > JS-USED
              IF JS-STATE (JS-IDX) = RM-STATE THEN
                 MOVE JS-IDX TO JS-FOUND-AT
                 MOVE JS-USED TO JS-IDX
              END-IF
           END-PERFORM

           IF JS-FOUND-AT = ZERO THEN
              IF JS-USED >= 60 THEN
                 DISPLAY "*** More than 60 states - "
                    RM-STATE " not reported."
                 GO TO 2100-FIND-STATE-ENTRY-END
              END-IF
              ADD 1 TO JS-USED
              MOVE JS-USED TO JS-FOUND-AT
              MOVE RM-STATE TO JS-STATE (JS-FOUND-AT)
              PERFORM VARYING MONTH-IDX FROM 1 BY 1
                    UNTIL MONTH-IDX > 12
                 MOVE ZERO TO JS-YEAR (JS-FOUND-AT MONTH-IDX)
              END-PERFORM
           END-IF
           .

       2100-FIND-STATE-ENTRY-END.
           EXIT.
      ******************************************************************
      * Each industry's continuing claimants - its combined count at
      * the record's continuing share - and the survey's openings
      * for it, with the ratio between them.
      ******************************************************************
       2200-LOAD-PERIOD-WORK.
           MOVE ZERO TO PW-ROWS-FOUND
           COMPUTE COMBINED-CLAIMS = RM-INITIAL + RM-CONTIN

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              IF COMBINED-CLAIMS > ZERO THEN
                 COMPUTE PW-CLAIMANTS (IND-IDX) ROUNDED =
                    RM-COUNT (IND-IDX + 15) * RM-CONTIN
                       / COMBINED-CLAIMS
              ELSE
                 MOVE RM-COUNT (IND-IDX + 15)
                    TO PW-CLAIMANTS (IND-IDX)
              END-IF

              MOVE RM-DATE TO JO-PERIOD-DATE
              MOVE RM-STATE TO JO-STATE-CODE
              MOVE IND-IDX TO JO-INDUSTRY
              READ JOBO-FILE
                 INVALID KEY
                    MOVE ZERO TO PW-OPENINGS (IND-IDX)
                    MOVE 'N' TO PW-FOUND-SW (IND-IDX)
                 NOT INVALID KEY
                    MOVE JO-OPENINGS TO PW-OPENINGS (IND-IDX)
                    MOVE 'Y' TO PW-FOUND-SW (IND-IDX)
                    ADD 1 TO PW-ROWS-FOUND
              END-READ

              MOVE ZERO TO PW-RATIO (IND-IDX)
              IF PW-CLAIMANTS (IND-IDX) > ZERO THEN
                 COMPUTE PW-RATIO (IND-IDX) ROUNDED =
                    PW-OPENINGS (IND-IDX) / PW-CLAIMANTS (IND-IDX)
                    ON SIZE ERROR MOVE 99999.99 TO PW-RATIO (IND-IDX)
                 END-COMPUTE
              END-IF
           END-PERFORM
           .

       2200-LOAD-PERIOD-WORK-END.
           EXIT.
      ******************************************************************
      * One industry's line. An industry with neither claimants nor
      * a survey row has nothing to say and is left out.
      ******************************************************************
       2300-PRINT-INDUSTRY-LINE.
           IF PW-CLAIMANTS (IND-IDX) = ZERO
              AND PW-FOUND-SW (IND-IDX) = 'N' THEN
              GO TO 2300-PRINT-INDUSTRY-LINE-END
           END-IF

           MOVE SPACES TO JOBR-LINE-DISP-REC
           MOVE RM-DATE TO JL-DISP-DATE
           MOVE RM-STATE TO JL-DISP-STATE
           MOVE IND-IDX TO JE-DISP-IND
           MOVE JE-DISP-IND TO JL-DISP-IND
           MOVE INDUSTRY-NAME (IND-IDX) TO JL-DISP-NAME
           MOVE PW-CLAIMANTS (IND-IDX) TO JL-DISP-CLAIMANTS
           MOVE PW-OPENINGS (IND-IDX) TO JL-DISP-OPENINGS

           IF PW-FOUND-SW (IND-IDX) = 'N' THEN
              MOVE 'NO SURVEY ROW' TO JL-DISP-NOTE
           ELSE
              IF PW-CLAIMANTS (IND-IDX) = ZERO THEN
                 MOVE '      n/a' TO JL-DISP-RATIO
              ELSE
                 MOVE PW-RATIO (IND-IDX) TO JL-DISP-RATIO-NUM
              END-IF
           END-IF

           IF PRIOR-AVAILABLE
              AND JS-FOUND-SW (JS-FOUND-AT MONTH-IDX IND-IDX) = 'Y'
              AND PW-FOUND-SW (IND-IDX) = 'Y' THEN
              PERFORM 2350-COMPARE-YEAR-AGO
           END-IF

           MOVE JOBR-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           ADD 1 TO INDUSTRY-LINES
           .

       2300-PRINT-INDUSTRY-LINE-END.
           EXIT.
      ******************************************************************
      * The same industry a year earlier: its ratio, the change, and
      * the claims-up/openings-down finding.
      ******************************************************************
       2350-COMPARE-YEAR-AGO.
           IF JS-CLAIMANTS (JS-FOUND-AT MONTH-IDX IND-IDX) > ZERO
              AND PW-CLAIMANTS (IND-IDX) > ZERO THEN
              COMPUTE PRIOR-RATIO ROUNDED =
                 JS-OPENINGS (JS-FOUND-AT MONTH-IDX IND-IDX)
                    / JS-CLAIMANTS (JS-FOUND-AT MONTH-IDX IND-IDX)
                 ON SIZE ERROR MOVE 99999.99 TO PRIOR-RATIO
              END-COMPUTE
              COMPUTE RATIO-CHANGE = PW-RATIO (IND-IDX) - PRIOR-RATIO
              MOVE PRIOR-RATIO TO JL-DISP-PRIOR-NUM
              MOVE RATIO-CHANGE TO JL-DISP-CHANGE-NUM
           END-IF

           IF PW-CLAIMANTS (IND-IDX)
                 > JS-CLAIMANTS (JS-FOUND-AT MONTH-IDX IND-IDX)
              AND PW-OPENINGS (IND-IDX)
                 < JS-OPENINGS (JS-FOUND-AT MONTH-IDX IND-IDX) THEN
              MOVE 'CLAIMS UP, OPENINGS DOWN' TO JL-DISP-NOTE
              ADD 1 TO EXCEPTIONS-FOUND
              IF JX-USED < 500 THEN
                 ADD 1 TO JX-USED
                 MOVE RM-DATE TO JX-DATE (JX-USED)
                 MOVE RM-STATE TO JX-STATE (JX-USED)
                 MOVE IND-IDX TO JX-INDUSTRY (JX-USED)
                 MOVE JS-CLAIMANTS (JS-FOUND-AT MONTH-IDX IND-IDX)
                    TO JX-PRIOR-CLAIMANTS (JX-USED)
                 MOVE PW-CLAIMANTS (IND-IDX)
                    TO JX-CLAIMANTS (JX-USED)
                 MOVE JS-OPENINGS (JS-FOUND-AT MONTH-IDX IND-IDX)
                    TO JX-PRIOR-OPENINGS (JX-USED)
                 MOVE PW-OPENINGS (IND-IDX)
                    TO JX-OPENINGS (JX-USED)
              ELSE
                 ADD 1 TO EXCEPTIONS-DROPPED
              END-IF
           END-IF
           .

       2350-COMPARE-YEAR-AGO-END.
           EXIT.
      ******************************************************************
      * The state period across all industries the survey covered.
      ******************************************************************
       2400-PRINT-PERIOD-TOTAL.
           MOVE ZERO TO TOTAL-CLAIMANTS TOTAL-OPENINGS
           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              IF PW-FOUND-SW (IND-IDX) = 'Y' THEN
                 ADD PW-CLAIMANTS (IND-IDX) TO TOTAL-CLAIMANTS
                 ADD PW-OPENINGS (IND-IDX) TO TOTAL-OPENINGS
              END-IF
           END-PERFORM

           MOVE SPACES TO JOBR-LINE-DISP-REC
           MOVE RM-DATE TO JL-DISP-DATE
           MOVE RM-STATE TO JL-DISP-STATE
           MOVE '   ALL SURVEYED INDUSTRIES' TO JL-DISP-NAME
           MOVE TOTAL-CLAIMANTS TO JL-DISP-CLAIMANTS
           MOVE TOTAL-OPENINGS TO JL-DISP-OPENINGS
           IF TOTAL-CLAIMANTS > ZERO THEN
              COMPUTE PRIOR-RATIO ROUNDED =
                 TOTAL-OPENINGS / TOTAL-CLAIMANTS
                 ON SIZE ERROR MOVE 99999.99 TO PRIOR-RATIO
              END-COMPUTE
              MOVE PRIOR-RATIO TO JL-DISP-RATIO-NUM
           ELSE
              MOVE '      n/a' TO JL-DISP-RATIO
           END-IF

           MOVE JOBR-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           .

       2400-PRINT-PERIOD-TOTAL-END.
           EXIT.
      ******************************************************************
      * Keeps the period in its calendar-month slot, where the same
      * month next year will look for it.
      ******************************************************************
       2500-KEEP-MONTH-SLOT.
           MOVE RM-YYYY TO JS-YEAR (JS-FOUND-AT MONTH-IDX)
           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              MOVE PW-CLAIMANTS (IND-IDX)
                 TO JS-CLAIMANTS (JS-FOUND-AT MONTH-IDX IND-IDX)
              MOVE PW-OPENINGS (IND-IDX)
                 TO JS-OPENINGS (JS-FOUND-AT MONTH-IDX IND-IDX)
              MOVE PW-FOUND-SW (IND-IDX)
                 TO JS-FOUND-SW (JS-FOUND-AT MONTH-IDX IND-IDX)
           END-PERFORM
           .

       2500-KEEP-MONTH-SLOT-END.
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
      * The industries whose claimants rose over the year while
      * their openings fell, in the order they were found.
      ******************************************************************
       4000-PRINT-EXCEPTIONS.
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           MOVE "INDUSTRIES WITH CLAIMS RISING WHILE OPENINGS FALL "
              TO PRNT-TEXT
           MOVE "(SAME MONTH A YEAR EARLIER)" TO PRNT-TEXT (51:27)
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           MOVE JOBR-EXC-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           MOVE JOBR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT

           IF JX-USED = ZERO THEN
              MOVE "  None." TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
              GO TO 4000-PRINT-EXCEPTIONS-END
           END-IF

           PERFORM VARYING JX-IDX FROM 1 BY 1 UNTIL JX-IDX > JX-USED
              MOVE JX-DATE (JX-IDX) TO JE-DISP-DATE
              MOVE JX-STATE (JX-IDX) TO JE-DISP-STATE
              MOVE JX-INDUSTRY (JX-IDX) TO JE-DISP-IND
              MOVE INDUSTRY-NAME (JX-INDUSTRY (JX-IDX))
                 TO JE-DISP-NAME
              MOVE JX-PRIOR-CLAIMANTS (JX-IDX) TO JE-DISP-PRIOR-CLM
              MOVE JX-CLAIMANTS (JX-IDX) TO JE-DISP-CLM
              MOVE JX-PRIOR-OPENINGS (JX-IDX) TO JE-DISP-PRIOR-OPN
              MOVE JX-OPENINGS (JX-IDX) TO JE-DISP-OPN
              MOVE JOBR-EXC-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           END-PERFORM

           IF EXCEPTIONS-DROPPED > ZERO THEN
              MOVE SPACES TO PRNT-TEXT
              MOVE EXCEPTIONS-DROPPED TO JT-DISP-COUNT
              STRING "  *** " JT-DISP-COUNT
                 " further finding(s) flagged in the detail above"
                 " but not listed here."
                 DELIMITED BY SIZE INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMJOBR" PRNT-TEXT
           END-IF
           .

       4000-PRINT-EXCEPTIONS-END.
           EXIT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE "Monthly state periods reported" TO JT-DISP-LABEL
           MOVE RECORDS-SEEN TO JT-DISP-COUNT
           MOVE JOBR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMJOBR" PRNT-TEXT
           MOVE "  without job-openings survey rows" TO JT-DISP-LABEL
           MOVE PERIODS-NO-SURVEY TO JT-DISP-COUNT
           MOVE JOBR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMJOBR" PRNT-TEXT
           MOVE "Industry lines printed" TO JT-DISP-LABEL
           MOVE INDUSTRY-LINES TO JT-DISP-COUNT
           MOVE JOBR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMJOBR" PRNT-TEXT
           MOVE "Claims up while openings down" TO JT-DISP-LABEL
           MOVE EXCEPTIONS-FOUND TO JT-DISP-COUNT
           MOVE JOBR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMJOBR" PRNT-TEXT
           .

       5000-PRINT-TOTALS-END.
           EXIT.

       END PROGRAM UNEMJOBR.
