      ******************************************************************
      * WARN notice to claims-surge linkage report.
      ******************************************************************
      * A WARN notice announces the layoff; the claims follow some
      * weeks later in the county and the industry the employer sits
      * in. This report walks the UNEMWARN notices (loaded by
      * UNEMWRNI) and, for each one, looks at the periods from its
      * layoff month through WARN-WINDOW-MONTHS months on:
      *    the county's initial claims (UNEMCNTY) above the county's
      *       own level in the month before the layoff;
      *    the state's claims in the notice's industry (UNEMPLRP,
      *       one UNEMPAPI DATE-RANGE fetch per notice) above the
      *       same month-before level;
      * and sets the rise observed against the claims expected from
      * the notice - the affected headcount at WARN-TAKEUP-PCT
      * percent. Each notice gets a verdict:
      *    ARRIVED        - the county rise reached the expected
      *                     claims;
      *    PARTIAL        - a rise, but short of the expectation;
      *    NOT SEEN       - periods after the layoff are on file but
      *                     show no rise;
      *    NO DATA YET    - no period after the layoff is on file;
      *    LAYOFF PENDING - the layoff date is past the business
      *                     date this report ran under.
      * The last three are the announced layoffs that have not yet
      * reached us.
      * WARN-TAKEUP-PCT and WARN-WINDOW-MONTHS can be overridden from
      * the PARMFLDD runtime parameter file.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMPAPI: see CBL/REPORT(UNEMPAPI) for the full parameter
      *            description. One DATE-RANGE request per notice.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      *    2021-08-25  MB  The county baseline is multiplied by the
      *                    window months on file, not the rows -
      *                    weekly UNEMCNTY rows overstated it.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMWRNR.
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
           *> The WARN notice KSDS, read front to back
           SELECT WARN-FILE ASSIGN TO WARNDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WN-KEY
           FILE STATUS IS WARN-FILE-STATUS.

           *> The county claims KSDS, browsed one county at a time
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
      * Provides:
      *    FD  WARN-FILE
      *    01  WARN-REC.
       COPY WARNREC.

      * Provides:
      *    FD  COUNTY-FILE
      *    01  COUNTY-REC.
       COPY CNTYREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  WARN-FILE-STATUS PIC XX.
           88 WARN-FILE-OK VALUE "00".
           88 WARN-FILE-EOF VALUE "10".

       01  COUNTY-FILE-STATUS PIC XX.
           88 COUNTY-FILE-OK VALUE "00".
           88 COUNTY-FILE-EOF VALUE "10".

      * The business cycle this report ran under, stamped on the
      * output by UNEMCYRD.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The cycle date as YYYY-MM-DD, to set against the layoff
      * dates.
       01  CYCLE-DATE-ISO.
           05 CDI-YYYY PIC X(4).
           05 FILLER   PIC X VALUE '-'.
           05 CDI-MM   PIC X(2).
           05 FILLER   PIC X VALUE '-'.
           05 CDI-DD   PIC X(2).
       01  CYCLE-DATE-WORK PIC X(8).

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The share, in percent, of a notice's affected headcount
      * expected to file - not everyone laid off claims.
       77  WARN-TAKEUP-PCT PIC 9(3) VALUE 75.

      * How many months, counting the layoff month, the claims are
      * followed for.
       77  WARN-WINDOW-MONTHS PIC 9(2) VALUE 3.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD): the
      * working-storage values above are the compiled defaults, kept
      * when the parameter file doesn't supply the keywords.
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The name of the subprogram to call
       01  UNEMPAPI PIC X(8) VALUE "UNEMPAPI".

      * Declaration of parameters used for call to the API subprogram
       COPY REPSTAT.

      * A temporary variable for walking through the list of returned
      * records
       01  CURRENT-NODE POINTER.

       01  WRNR-PAYLOAD-REC.
           COPY PAYLOAD.

       01  ID-PAR             PIC X(10).
       01  SORT-ORDER-PAR     PIC X(10) VALUE "DATE-RANGE".
       01  ID-END-PAR         PIC X(10).
       01  MAX-RECORDS-PAR    PIC 9(5) VALUE ZERO.
       01  RESUME-KEY-PAR     PIC X(10) VALUE SPACES.
       01  OUTPUT-FORMAT-PAR  PIC X(4) VALUE SPACES.
       01  DATE-QUALIFIER-PAR PIC X(10) VALUE SPACES.

      * The record's count fields lined up positionally - the
      * industry slots of the 1-44 count map.
       01  WRNR-REC-MAP.
           05 RM-RECORD-ID PIC X(8).
           05 RM-STATE     PIC X(2).
           05 RM-DATE      PIC X(10).
           05 RM-FREQ      PIC X.
           05 RM-COUNT-AREA.
              10 RM-COUNT OCCURS 44 TIMES PIC 9(7).

      * The twenty industry fields' slots in the 1-44 positional
      * count map: industry runs 15-35 with the INA marker at 15,
      * so code nn sits at slot 15 + nn.
       77  INDUSTRY-SLOT-BASE PIC 9(2) VALUE 15.
       01  SLOT-IDX PIC 9(2) COMP-4.

      * The notice's months as YYYY-MM: the month before the layoff
      * (the baseline), the layoff month and the window's last
      * month, worked through a running month number.
       01  BASE-MONTH   PIC X(7) VALUE SPACES.
       01  FIRST-MONTH  PIC X(7) VALUE SPACES.
       01  LAST-MONTH   PIC X(7) VALUE SPACES.
       01  AFTER-MONTH  PIC X(7) VALUE SPACES.

       01  MONTH-NO     PIC 9(6) COMP-4 VALUE ZERO.
       01  MONTH-WORK.
           05 MW-YYYY   PIC 9(4).
           05 FILLER    PIC X VALUE '-'.
           05 MW-MM     PIC 9(2).
       01  MONTH-WORK-X REDEFINES MONTH-WORK PIC X(7).
       01  MONTH-REM    PIC 9(2) COMP-4 VALUE ZERO.
       01  LAYOFF-MONTH-NO PIC 9(6) COMP-4 VALUE ZERO.

      * The county and industry figures gathered for one notice.
       01  CNTY-BASE       PIC 9(9) COMP-4 VALUE ZERO.
       01  CNTY-WINDOW     PIC 9(9) COMP-4 VALUE ZERO.
       01  CNTY-MONTHS     PIC 9(2) COMP-4 VALUE ZERO.
       01  CNTY-RISE       PIC S9(9) COMP-4 VALUE ZERO.
       01  IND-BASE        PIC 9(9) COMP-4 VALUE ZERO.
       01  IND-WINDOW      PIC 9(9) COMP-4 VALUE ZERO.
       01  IND-MONTHS      PIC 9(2) COMP-4 VALUE ZERO.
       01  IND-RISE        PIC S9(9) COMP-4 VALUE ZERO.
       01  EXPECTED-CLAIMS PIC 9(9) COMP-4 VALUE ZERO.
       01  RECORD-MONTH    PIC X(7) VALUE SPACES.

      * The window months the county has rows for. A county may
      * report weekly, several rows to the month, and the baseline
      * is the month's total, so the months are counted, not the
      * rows.
       01  CNTY-MONTHS-SEEN.
           05 CNTY-MONTH-SEEN PIC X OCCURS 99 TIMES.
              88 CNTY-MONTH-ON-FILE VALUE 'Y'.
       01  RECORD-MONTH-NO PIC 9(6) COMP-4 VALUE ZERO.
       01  MONTH-SLOT      PIC 9(2) COMP-4 VALUE ZERO.

       01  VERDICT PIC X(14) VALUE SPACES.

       01  NOTICES-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  NOTICES-ARRIVED  COMP-4 PIC 9(7) VALUE ZERO.
       01  NOTICES-PARTIAL  COMP-4 PIC 9(7) VALUE ZERO.
       01  NOTICES-NOT-SEEN COMP-4 PIC 9(7) VALUE ZERO.
       01  NOTICES-NO-DATA  COMP-4 PIC 9(7) VALUE ZERO.
       01  NOTICES-PENDING  COMP-4 PIC 9(7) VALUE ZERO.

       01  WRNR-DISP-SEPARATOR PIC X(118) VALUE ALL '-'.

       01  WRNR-HEAD-DISP-REC.
           05 FILLER PIC X(47) VALUE
              'EMPLOYER   NAME                  CNTY  ST IN LA'.
           05 FILLER PIC X(47) VALUE
              'YOFF      AFFECTED EXPECTED CNTY-OBS   IND-OBS '.
           05 FILLER PIC X(14) VALUE
              ' VERDICT      '.

       01  WRNR-LINE-DISP-REC.
           05 WR-DISP-EMPLOYER PIC X(10) VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-NAME     PIC X(21) VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-COUNTY   PIC X(5)  VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-IND      PIC 9(2)  VALUE ZERO.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-LAYOFF   PIC X(10) VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-AFFECTED PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 WR-DISP-EXPECTED PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 WR-DISP-CNTY-OBS PIC -,---,--9 VALUE ZERO.
           05 FILLER           PIC X     VALUE SPACE.
           05 WR-DISP-IND-OBS  PIC -,---,--9 VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 WR-DISP-VERDICT  PIC X(14) VALUE SPACES.

       01  WRNR-TOTAL-DISP-REC.
           05 WT-DISP-LABEL PIC X(40) VALUE SPACES.
           05 WT-DISP-COUNT PIC Z,ZZZ,ZZ9 VALUE ZERO.

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
           CALL "UNEMCYRD" USING "UNEMWRNR" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           MOVE CYCLE-DATE-WORK (1:4) TO CDI-YYYY
           MOVE CYCLE-DATE-WORK (5:2) TO CDI-MM
           MOVE CYCLE-DATE-WORK (7:2) TO CDI-DD

           PERFORM 1100-LOAD-RUNTIME-PARMS

           OPEN INPUT WARN-FILE

           IF NOT WARN-FILE-OK THEN
              DISPLAY "Couldn't open the WARN notice dataset - "
                 "STATUS " WARN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT COUNTY-FILE

           IF NOT COUNTY-FILE-OK THEN
              DISPLAY "Couldn't open the county claims dataset - "
                 "STATUS " COUNTY-FILE-STATUS
              CLOSE WARN-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "WARN NOTICES - EXPECTED VS OBSERVED CLAIMS (UNEMWRNR)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMWRNR" PRNT-TEXT
           MOVE WRNR-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMWRNR" PRNT-TEXT
           MOVE WRNR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMWRNR" PRNT-TEXT

           MOVE LOW-VALUES TO WN-KEY
           START WARN-FILE KEY >= WN-KEY
              INVALID KEY SET WARN-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-NOTICE
           PERFORM UNTIL WARN-FILE-EOF
              ADD 1 TO NOTICES-READ
              PERFORM 3000-MATCH-ONE-NOTICE
              PERFORM 2100-READ-NEXT-NOTICE
           END-PERFORM

           CLOSE WARN-FILE
           CLOSE COUNTY-FILE

           PERFORM 5000-PRINT-TOTALS

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMWRNR" PRNT-TEXT

           DISPLAY NOTICES-READ " WARN notice(s) matched."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Overrides the compiled tuning constants from the shared
      * runtime parameter file, when it supplies them.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "WARN-TAKEUP-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO WARN-TAKEUP-PCT
              DISPLAY "WARN-TAKEUP-PCT set from the parameter file: "
                 WARN-TAKEUP-PCT
           END-IF

           MOVE "WARN-WINDOW-MONTHS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC
              AND RTP-VALUE (1:2) > "00" THEN
              MOVE RTP-VALUE (1:2) TO WARN-WINDOW-MONTHS
              DISPLAY "WARN-WINDOW-MONTHS set from the parameter "
                 "file: " WARN-WINDOW-MONTHS
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-NOTICE.
           READ WARN-FILE NEXT
              AT END SET WARN-FILE-EOF TO TRUE
           END-READ

           IF NOT WARN-FILE-OK AND NOT WARN-FILE-EOF THEN
              DISPLAY "Error reading the WARN notice dataset - "
                 "STATUS " WARN-FILE-STATUS
              SET WARN-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-NOTICE-END.
           EXIT.
      ******************************************************************
      * Follows one notice into the claims and prints its line.
      ******************************************************************
       3000-MATCH-ONE-NOTICE.
           PERFORM 3100-SET-NOTICE-MONTHS

           COMPUTE EXPECTED-CLAIMS ROUNDED =
              WN-AFFECTED * WARN-TAKEUP-PCT / 100

           MOVE ZERO TO CNTY-BASE CNTY-WINDOW CNTY-MONTHS
           MOVE ZERO TO IND-BASE IND-WINDOW IND-MONTHS
           MOVE ZERO TO CNTY-RISE IND-RISE

           IF WN-LAYOFF-DATE > CYCLE-DATE-ISO THEN
              MOVE 'LAYOFF PENDING' TO VERDICT
              ADD 1 TO NOTICES-PENDING
           ELSE
              PERFORM 3200-GATHER-COUNTY-CLAIMS
                 THRU 3200-GATHER-COUNTY-CLAIMS-END
              PERFORM 3300-GATHER-INDUSTRY-CLAIMS
                 THRU 3300-GATHER-INDUSTRY-CLAIMS-END
              PERFORM 3400-SET-VERDICT
           END-IF

           MOVE WN-EMPLOYER-ID TO WR-DISP-EMPLOYER
           MOVE WN-EMPLOYER-NAME TO WR-DISP-NAME
           MOVE WN-COUNTY-CODE TO WR-DISP-COUNTY
           MOVE WN-STATE-CODE TO WR-DISP-STATE
           MOVE WN-INDUSTRY TO WR-DISP-IND
           MOVE WN-LAYOFF-DATE TO WR-DISP-LAYOFF
           MOVE WN-AFFECTED TO WR-DISP-AFFECTED
           MOVE EXPECTED-CLAIMS TO WR-DISP-EXPECTED
           MOVE CNTY-RISE TO WR-DISP-CNTY-OBS
           MOVE IND-RISE TO WR-DISP-IND-OBS
           MOVE VERDICT TO WR-DISP-VERDICT

           MOVE WRNR-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMWRNR" PRNT-TEXT
           .

       3000-MATCH-ONE-NOTICE-END.
           EXIT.
      ******************************************************************
      * Works out the baseline month (the month before the layoff),
      * the layoff month, the window's last month and the month
      * after it, all as YYYY-MM.
      ******************************************************************
       3100-SET-NOTICE-MONTHS.
           MOVE WN-LAYOFF-DATE (1:4) TO MW-YYYY
           MOVE WN-LAYOFF-DATE (6:2) TO MW-MM
           COMPUTE LAYOFF-MONTH-NO = MW-YYYY * 12 + MW-MM - 1
           MOVE MONTH-WORK-X TO FIRST-MONTH

           COMPUTE MONTH-NO = LAYOFF-MONTH-NO - 1
           PERFORM 3150-MONTH-NO-TO-MONTH
           MOVE MONTH-WORK-X TO BASE-MONTH

           COMPUTE MONTH-NO = LAYOFF-MONTH-NO + WARN-WINDOW-MONTHS
              - 1
           PERFORM 3150-MONTH-NO-TO-MONTH
           MOVE MONTH-WORK-X TO LAST-MONTH

           COMPUTE MONTH-NO = LAYOFF-MONTH-NO + WARN-WINDOW-MONTHS
           PERFORM 3150-MONTH-NO-TO-MONTH
           MOVE MONTH-WORK-X TO AFTER-MONTH
           .

       3100-SET-NOTICE-MONTHS-END.
           EXIT.
      ******************************************************************
       3150-MONTH-NO-TO-MONTH.
           DIVIDE MONTH-NO BY 12 GIVING MW-YYYY REMAINDER MONTH-REM
           COMPUTE MW-MM = MONTH-REM + 1
           .

       3150-MONTH-NO-TO-MONTH-END.
           EXIT.
      ******************************************************************
      * Browses the notice's county in UNEMCNTY: the baseline
      * month's initial claims and the window months' sum, all of a
      * month's rows added together. The
      * county's rows sit together in key order, the MMDDYYYY
      * record-id after the county code, so each row's own period
      * date decides where it falls.
      ******************************************************************
       3200-GATHER-COUNTY-CLAIMS.
           MOVE SPACES TO CNTY-MONTHS-SEEN
           MOVE WN-COUNTY-CODE TO CN-COUNTY-CODE
           MOVE LOW-VALUES TO CN-RECORD-ID
           START COUNTY-FILE KEY >= CN-KEY
              INVALID KEY GO TO 3200-GATHER-COUNTY-CLAIMS-END
           END-START

           PERFORM 3250-READ-NEXT-COUNTY
           PERFORM UNTIL COUNTY-FILE-EOF
                 OR CN-COUNTY-CODE NOT = WN-COUNTY-CODE
              MOVE CN-PERIOD-DATE (1:7) TO RECORD-MONTH
              IF RECORD-MONTH = BASE-MONTH THEN
                 ADD CN-INITIAL-CLAIMS TO CNTY-BASE
              END-IF
              IF RECORD-MONTH >= FIRST-MONTH
                 AND RECORD-MONTH <= LAST-MONTH THEN
                 ADD CN-INITIAL-CLAIMS TO CNTY-WINDOW
                 PERFORM 3260-COUNT-COUNTY-MONTH
              END-IF
              PERFORM 3250-READ-NEXT-COUNTY
           END-PERFORM

           MOVE "00" TO COUNTY-FILE-STATUS

           COMPUTE CNTY-RISE = CNTY-WINDOW - CNTY-BASE * CNTY-MONTHS
           .

       3200-GATHER-COUNTY-CLAIMS-END.
           EXIT.
      ******************************************************************
       3250-READ-NEXT-COUNTY.
           READ COUNTY-FILE NEXT
              AT END SET COUNTY-FILE-EOF TO TRUE
           END-READ

           IF NOT COUNTY-FILE-OK AND NOT COUNTY-FILE-EOF THEN
              DISPLAY "Error reading the county claims dataset - "
                 "STATUS " COUNTY-FILE-STATUS
              SET COUNTY-FILE-EOF TO TRUE
           END-IF
           .

       3250-READ-NEXT-COUNTY-END.
           EXIT.
      ******************************************************************
      * Counts the row's month into CNTY-MONTHS the first time a row
      * of that window month turns up - the rows come in record-id
      * order, not date order.
      ******************************************************************
       3260-COUNT-COUNTY-MONTH.
           MOVE CN-PERIOD-DATE (1:4) TO MW-YYYY
           MOVE CN-PERIOD-DATE (6:2) TO MW-MM
           COMPUTE RECORD-MONTH-NO = MW-YYYY * 12 + MW-MM - 1
           COMPUTE MONTH-SLOT = RECORD-MONTH-NO - LAYOFF-MONTH-NO + 1

           IF NOT CNTY-MONTH-ON-FILE (MONTH-SLOT) THEN
              SET CNTY-MONTH-ON-FILE (MONTH-SLOT) TO TRUE
              ADD 1 TO CNTY-MONTHS
           END-IF
           .

       3260-COUNT-COUNTY-MONTH-END.
           EXIT.
      ******************************************************************
      * Fetches the state's monthly records from the baseline month
      * through the first day after the window and sums the
      * notice's industry field the same way.
      ******************************************************************
       3300-GATHER-INDUSTRY-CLAIMS.
           MOVE SPACES TO ID-PAR
           STRING BASE-MONTH "-01" DELIMITED BY SIZE INTO ID-PAR
           MOVE SPACES TO ID-END-PAR
           STRING AFTER-MONTH "-01" DELIMITED BY SIZE INTO ID-END-PAR

           INITIALIZE RESPONSE-OUT ALL TO VALUE
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
              GO TO 3300-GATHER-INDUSTRY-CLAIMS-END
           END-IF

           COMPUTE SLOT-IDX = INDUSTRY-SLOT-BASE + WN-INDUSTRY

           SET CURRENT-NODE TO FIRST-ELEMENT
           PERFORM WITH TEST BEFORE UNTIL CURRENT-NODE = NULL
              SET ADDRESS OF CURRENT-REC TO CURRENT-NODE
              MOVE PAYLOAD OF CURRENT-REC TO WRNR-PAYLOAD-REC
              MOVE PAYLOAD OF CURRENT-REC TO WRNR-REC-MAP

              IF FD-FREQ-MONTHLY AND RM-STATE = WN-STATE-CODE THEN
                 MOVE RM-DATE (1:7) TO RECORD-MONTH
                 IF RECORD-MONTH = BASE-MONTH THEN
                    ADD RM-COUNT (SLOT-IDX) TO IND-BASE
                 END-IF
                 IF RECORD-MONTH >= FIRST-MONTH
                    AND RECORD-MONTH <= LAST-MONTH THEN
                    ADD RM-COUNT (SLOT-IDX) TO IND-WINDOW
                    ADD 1 TO IND-MONTHS
                 END-IF
              END-IF

              SET CURRENT-NODE TO RET-REC-NEXT-PTR
           END-PERFORM

           PERFORM 3900-FREE-UP

           COMPUTE IND-RISE = IND-WINDOW - IND-BASE * IND-MONTHS
           .

       3300-GATHER-INDUSTRY-CLAIMS-END.
           EXIT.
      ******************************************************************
      * Sets the notice's verdict from the county rise - the closer
      * of the two to the employer; the industry rise, statewide,
      * only corroborates a partial arrival.
      ******************************************************************
       3400-SET-VERDICT.
           EVALUATE TRUE
              WHEN CNTY-MONTHS = ZERO AND IND-MONTHS = ZERO
                 MOVE 'NO DATA YET' TO VERDICT
                 ADD 1 TO NOTICES-NO-DATA
              WHEN CNTY-RISE > ZERO
                   AND CNTY-RISE >= EXPECTED-CLAIMS
                 MOVE 'ARRIVED' TO VERDICT
                 ADD 1 TO NOTICES-ARRIVED
              WHEN CNTY-RISE > ZERO OR IND-RISE > ZERO
                 MOVE 'PARTIAL' TO VERDICT
                 ADD 1 TO NOTICES-PARTIAL
              WHEN OTHER
                 MOVE 'NOT SEEN' TO VERDICT
                 ADD 1 TO NOTICES-NOT-SEEN
           END-EVALUATE
           .

       3400-SET-VERDICT-END.
           EXIT.
      ******************************************************************
      * Releases the list of nodes returned by UNEMPAPI.
      ******************************************************************
       3900-FREE-UP.
           SET CURRENT-NODE TO FIRST-ELEMENT

           PERFORM WITH TEST BEFORE UNTIL CURRENT-NODE = NULL
              SET ADDRESS OF CURRENT-REC TO CURRENT-NODE
              SET CURRENT-NODE TO RET-REC-NEXT-PTR

              FREE FIRST-ELEMENT
              SET FIRST-ELEMENT TO CURRENT-NODE
           END-PERFORM
           SET FIRST-ELEMENT TO NULL
           .

       3900-FREE-UP-END.
           EXIT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE WRNR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMWRNR" PRNT-TEXT

           MOVE "Notices matched" TO WT-DISP-LABEL
           MOVE NOTICES-READ TO WT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  claims arrived" TO WT-DISP-LABEL
           MOVE NOTICES-ARRIVED TO WT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  claims partly arrived" TO WT-DISP-LABEL
           MOVE NOTICES-PARTIAL TO WT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  not yet reached us - no rise seen" TO WT-DISP-LABEL
           MOVE NOTICES-NOT-SEEN TO WT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  not yet reached us - no data yet" TO WT-DISP-LABEL
           MOVE NOTICES-NO-DATA TO WT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  not yet reached us - layoff pending"
              TO WT-DISP-LABEL
           MOVE NOTICES-PENDING TO WT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           .

       5000-PRINT-TOTALS-END.
           EXIT.
      ******************************************************************
       5100-PRINT-TOTAL-LINE.
           MOVE WRNR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMWRNR" PRNT-TEXT
           .

       5100-PRINT-TOTAL-LINE-END.
           EXIT.

       END PROGRAM UNEMWRNR.
