      ******************************************************************
      * Weekly claimant stock-flow reconciliation.
      ******************************************************************
      * The 'W' records carry FD-INITIAL-CLAIMS and
      * FD-CONTINUING-CLAIMS week by week, and the two have to make
      * arithmetic sense together: this week's continuing claims are
      * last week's, plus the initials that converted, minus the
      * claimants who left. Nothing checked that - a state whose
      * continuing claims jump with no initials behind them is
      * almost always a feed error at the agency. This report walks
      * each state's weekly series over the FD-STATE-CODE path and
      * prints, for every week with a prior week 5 to 9 days before
      * it:
      *    the implied exits - prior CC + converted IC - CC, the
      *       converted share of the initials being SFLW-CONVERT-PCT;
      *    the inflow-to-stock ratio - IC against the prior CC;
      *    the exit rate - implied exits against the prior CC - and
      *       the residual against the state's expected exit rate,
      *       the average over its earlier unflagged weeks once
      *       there are SFLW-MIN-WEEKS of them.
      * A week is flagged NEG EXITS when the implied exits go
      * negative and RESIDUAL when the residual breaks
      * SFLW-TOLERANCE-PCT points; flagged weeks are kept out of the
      * expected rate. Flagged weeks raise a STCKFLOW warning
      * through UNEMALRT and end the step RC=4.
      * Without a PARM the report shows each state's last
      * SFLW-REPORT-WEEKS weeks and only the latest week on file
      * alerts, so the weekly run doesn't repeat last week's alerts.
      * PARM='YYYY-MM-DD' reports and alerts every week from that
      * date - the catch-up run after a missed week or a reload.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMSFLW.
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

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      * Runtime parameters (UNEMPARM / PARMFLDD) and their defaults.
       77  SFLW-CONVERT-PCT   PIC 9(3) VALUE 100.
       77  SFLW-TOLERANCE-PCT PIC 9(2) VALUE 10.
       77  SFLW-MIN-WEEKS     PIC 9(2) VALUE 4.
       77  SFLW-REPORT-WEEKS  PIC 9(3) VALUE 13.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  LATEST-WEEK PIC X(10) VALUE SPACES.
      * The first week reported - from the PARM on a catch-up run.
       01  REPORT-FROM PIC X(10) VALUE SPACES.
       01  CATCH-UP-SW PIC X VALUE 'N'.
           88 CATCH-UP-RUN VALUE 'Y'.

       01  CURRENT-STATE PIC X(2) VALUE SPACES.

      * The state's weekly series, ordered by FD-DATE as it is
      * collected.
       01  SER-TABLE.
           05 SER-ENTRY OCCURS 800 TIMES.
              10 SER-DATE    PIC X(10).
              10 SER-SERIAL  COMP-4 PIC 9(7).
              10 SER-INITIAL COMP-4 PIC 9(7).
              10 SER-CONTIN  COMP-4 PIC 9(7).

       01  SER-USED  PIC 9(3) COMP-4 VALUE ZERO.
       01  SER-IDX   PIC 9(3) COMP-4.
       01  PREV-IDX  PIC 9(3) COMP-4.
       01  INSERT-AT PIC 9(3) COMP-4.
       01  FIRST-SHOWN PIC 9(3) COMP-4.

       01  SHOW-SW PIC X VALUE 'N'.
           88 WEEK-SHOWN VALUE 'Y'.
       01  FLAG-SW PIC X VALUE 'N'.
           88 WEEK-FLAGGED VALUE 'Y'.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC X(10) VALUE SPACES.
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
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

      * The week's stock-flow figures.
       01  DAYS-APART   PIC S9(7) COMP-4 VALUE ZERO.
       01  CONVERTED-IC PIC 9(7) COMP-4 VALUE ZERO.
       01  IMPLIED-EXITS PIC S9(9) COMP-4 VALUE ZERO.
       01  INFLOW-PCT   PIC 9(5)V9 COMP-3 VALUE ZERO.
       01  EXIT-PCT     PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  EXPECT-PCT   PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  RESIDUAL-PCT PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  ABS-RESIDUAL PIC 9(5)V9 COMP-3 VALUE ZERO.

      * The state's expected exit rate - its unflagged weeks so far.
       01  RATE-SUM   PIC S9(9)V9 COMP-3 VALUE ZERO.
       01  RATE-COUNT PIC 9(5) COMP-4 VALUE ZERO.

       01  STATES-SEEN    COMP-4 PIC 9(3) VALUE ZERO.
       01  WEEKS-SEEN     COMP-4 PIC 9(7) VALUE ZERO.
       01  WEEKS-SHOWN    COMP-4 PIC 9(7) VALUE ZERO.
       01  WEEKS-FLAGGED  COMP-4 PIC 9(5) VALUE ZERO.
       01  ALERTS-RAISED  COMP-4 PIC 9(5) VALUE ZERO.
       01  STATE-FLAGGED  COMP-4 PIC 9(5) VALUE ZERO.

       01  SFLW-DISP-SEPARATOR PIC X(110) VALUE ALL '-'.

       01  SFLW-HEAD-DISP-REC.
           05 FILLER PIC X(6)  VALUE 'STATE'.
           05 FILLER PIC X(12) VALUE 'WEEK'.
           05 FILLER PIC X(10) VALUE '   INITIAL'.
           05 FILLER PIC X(12) VALUE '  CONTINUING'.
           05 FILLER PIC X(12) VALUE '  PRIOR CONT'.
           05 FILLER PIC X(12) VALUE '  IMPL EXITS'.
           05 FILLER PIC X(9)  VALUE '  INFLOW%'.
           05 FILLER PIC X(8)  VALUE '   EXIT%'.
           05 FILLER PIC X(8)  VALUE ' EXPECT%'.
           05 FILLER PIC X(8)  VALUE '   RESID'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE 'FLAG'.

       01  SFLW-LINE-DISP-REC.
           05 SF-DISP-STATE  PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 SF-DISP-WEEK   PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SF-DISP-INIT   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 SF-DISP-CONT   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 SF-DISP-PREV   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SF-DISP-EXITS  PIC -Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SF-DISP-INFLOW PIC ZZZZ9.9 VALUE ZERO.
           05 FILLER         PIC X VALUE SPACE.
           05 SF-DISP-EXIT   PIC -ZZZ9.9 VALUE ZERO.
           05 FILLER         PIC X VALUE SPACE.
           05 SF-DISP-EXPECT PIC -ZZZ9.9 VALUE ZERO.
           05 FILLER         PIC X VALUE SPACE.
           05 SF-DISP-RESID  PIC -ZZZ9.9 VALUE ZERO.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SF-DISP-FLAG   PIC X(20) VALUE SPACES.

      * The line for a week with no prior week to reconcile against.
       01  SFLW-GAP-DISP-REC.
           05 SG-DISP-STATE  PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 SG-DISP-WEEK   PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 SG-DISP-INIT   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 SG-DISP-CONT   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 FILLER         PIC X(40)
              VALUE '(no prior week - not reconciled)'.

       01  SFLW-STATE-DISP-REC.
           05 FILLER         PIC X(6) VALUE 'STATE '.
           05 SS-DISP-STATE  PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(2) VALUE ': '.
           05 SS-DISP-WEEKS  PIC ZZ9 VALUE ZERO.
           05 FILLER         PIC X(17) VALUE ' weekly period(s)'.
           05 FILLER         PIC X(2) VALUE ', '.
           05 SS-DISP-FLAGS  PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(25) VALUE ' week(s) flagged in all.'.

       01  ALERT-EXITS PIC -Z,ZZZ,ZZ9 VALUE ZERO.
       01  ALERT-RESID PIC -ZZZ9.9 VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The optional PARM= text - the first week of a catch-up run.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(10).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-LOAD-RUNTIME-PARMS

           IF PARM-LEN > 0 THEN
              IF PARM-LEN < 10 OR PARM-TEXT (5:1) NOT = '-'
                 OR PARM-TEXT (8:1) NOT = '-' THEN
                 DISPLAY "Usage: PARM='YYYY-MM-DD' - the first week "
                    "of a catch-up run, or no PARM."
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
              END-IF
              MOVE PARM-TEXT TO REPORT-FROM
              SET CATCH-UP-RUN TO TRUE
              DISPLAY "Catch-up run - weeks from " REPORT-FROM
                 " reported and alerted."
           END-IF

           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1500-FIND-LATEST-WEEK

           IF LATEST-WEEK = SPACES THEN
              DISPLAY "*** No weekly records on file - nothing to "
                 "reconcile."
              CLOSE REPORT-OUT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE SPACES TO PRNT-TEXT
           STRING "WEEKLY STOCK-FLOW RECONCILIATION - LATEST WEEK "
              LATEST-WEEK " (UNEMSFLW)"
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMSFLW" PRNT-TEXT
           MOVE SFLW-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMSFLW" PRNT-TEXT
           MOVE SFLW-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSFLW" PRNT-TEXT

           PERFORM 2000-WALK-STATES

           CLOSE REPORT-OUT

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMSFLW" PRNT-TEXT

           DISPLAY STATES-SEEN " state(s), " WEEKS-SEEN
              " weekly record(s), " WEEKS-SHOWN " week(s) reported, "
              WEEKS-FLAGGED " flagged, " ALERTS-RAISED
              " alert(s) raised."

           IF ALERTS-RAISED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "SFLW-CONVERT-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO SFLW-CONVERT-PCT
              DISPLAY "SFLW-CONVERT-PCT set from the parameter file: "
                 SFLW-CONVERT-PCT
           END-IF

           MOVE "SFLW-TOLERANCE-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO SFLW-TOLERANCE-PCT
              DISPLAY "SFLW-TOLERANCE-PCT set from the parameter "
                 "file: " SFLW-TOLERANCE-PCT
           END-IF

           MOVE "SFLW-MIN-WEEKS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO SFLW-MIN-WEEKS
              DISPLAY "SFLW-MIN-WEEKS set from the parameter file: "
                 SFLW-MIN-WEEKS
           END-IF

           MOVE "SFLW-REPORT-WEEKS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO SFLW-REPORT-WEEKS
              DISPLAY "SFLW-REPORT-WEEKS set from the parameter "
                 "file: " SFLW-REPORT-WEEKS
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * First pass - the latest weekly period on file.
      ******************************************************************
       1500-FIND-LATEST-WEEK.
           MOVE LOW-VALUES TO FD-RECORD-KEY
           START REPORT-OUT KEY >= FD-RECORD-KEY
              INVALID KEY MOVE "10" TO REPORT-OUT-STATUS
           END-START

           PERFORM 2100-READ-NEXT-RECORD
           PERFORM UNTIL REPORT-OUT-END-OF-FILE
              IF FD-FREQ-WEEKLY AND FD-DATE > LATEST-WEEK THEN
                 MOVE FD-DATE TO LATEST-WEEK
              END-IF
              PERFORM 2100-READ-NEXT-RECORD
           END-PERFORM

           MOVE "00" TO REPORT-OUT-STATUS
           .

       1500-FIND-LATEST-WEEK-END.
           EXIT.
      ******************************************************************
      * Second pass - the state path from the top. Each state's
      * weekly records are collected and the series reconciled at
      * the state break.
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
                 PERFORM 3000-RECONCILE-STATE
                    THRU 3000-RECONCILE-STATE-END
                 MOVE FD-STATE-CODE TO CURRENT-STATE
                 MOVE ZERO TO SER-USED
              END-IF
              IF FD-FREQ-WEEKLY
                 AND FD-RECORD-ID NOT = "00000000" THEN
                 PERFORM 2200-INSERT-INTO-SERIES
                    THRU 2200-INSERT-INTO-SERIES-END
              END-IF
              PERFORM 2100-READ-NEXT-RECORD
           END-PERFORM

           PERFORM 3000-RECONCILE-STATE
              THRU 3000-RECONCILE-STATE-END
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
      * Inserts the week at its date position - the path returns a
      * state's records in base-key order, not date order.
      ******************************************************************
       2200-INSERT-INTO-SERIES.
           IF SER-USED >= 800 THEN
              DISPLAY "*** More than 800 weeks for "
                 FD-STATE-CODE " - " FD-DATE " dropped."
              GO TO 2200-INSERT-INTO-SERIES-END
           END-IF

           ADD 1 TO WEEKS-SEEN

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
           MOVE FD-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO SER-SERIAL (INSERT-AT)
           MOVE FD-INITIAL-CLAIMS TO SER-INITIAL (INSERT-AT)
           MOVE FD-CONTINUING-CLAIMS TO SER-CONTIN (INSERT-AT)
           .

       2200-INSERT-INTO-SERIES-END.
           EXIT.
      ******************************************************************
      * Runs the state's whole series, so the expected exit rate is
      * built from all its history, and prints the reported window.
      ******************************************************************
       3000-RECONCILE-STATE.
           IF SER-USED = ZERO THEN
              GO TO 3000-RECONCILE-STATE-END
           END-IF

           ADD 1 TO STATES-SEEN
           MOVE ZERO TO RATE-SUM
           MOVE ZERO TO RATE-COUNT
           MOVE ZERO TO STATE-FLAGGED

           IF SER-USED > SFLW-REPORT-WEEKS THEN
              COMPUTE FIRST-SHOWN = SER-USED - SFLW-REPORT-WEEKS + 1
           ELSE
              MOVE 1 TO FIRST-SHOWN
           END-IF

           PERFORM VARYING SER-IDX FROM 1 BY 1
                 UNTIL SER-IDX > SER-USED
              MOVE 'N' TO SHOW-SW
              IF CATCH-UP-RUN THEN
                 IF SER-DATE (SER-IDX) >= REPORT-FROM THEN
                    SET WEEK-SHOWN TO TRUE
                 END-IF
              ELSE
                 IF SER-IDX >= FIRST-SHOWN THEN
                    SET WEEK-SHOWN TO TRUE
                 END-IF
              END-IF
              PERFORM 3100-RECONCILE-WEEK THRU 3100-RECONCILE-WEEK-END
           END-PERFORM

           MOVE CURRENT-STATE TO SS-DISP-STATE
           MOVE SER-USED TO SS-DISP-WEEKS
           MOVE STATE-FLAGGED TO SS-DISP-FLAGS
           MOVE SFLW-STATE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSFLW" PRNT-TEXT
           MOVE SFLW-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSFLW" PRNT-TEXT
           .

       3000-RECONCILE-STATE-END.
           EXIT.
      ******************************************************************
      * One week against the week before it. A week without a prior
      * week 5 to 9 days back (the state's first week, or a hole in
      * the feed) can't be reconciled and only prints as such.
      ******************************************************************
       3100-RECONCILE-WEEK.
           IF SER-IDX > 1 THEN
              COMPUTE PREV-IDX = SER-IDX - 1
              COMPUTE DAYS-APART =
                 SER-SERIAL (SER-IDX) - SER-SERIAL (PREV-IDX)
           ELSE
              MOVE ZERO TO DAYS-APART
           END-IF

           IF DAYS-APART < 5 OR DAYS-APART > 9 THEN
              IF WEEK-SHOWN THEN
                 ADD 1 TO WEEKS-SHOWN
                 MOVE CURRENT-STATE TO SG-DISP-STATE
                 MOVE SER-DATE (SER-IDX) TO SG-DISP-WEEK
                 MOVE SER-INITIAL (SER-IDX) TO SG-DISP-INIT
                 MOVE SER-CONTIN (SER-IDX) TO SG-DISP-CONT
                 MOVE SFLW-GAP-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMSFLW" PRNT-TEXT
              END-IF
              GO TO 3100-RECONCILE-WEEK-END
           END-IF

           COMPUTE CONVERTED-IC ROUNDED =
              SER-INITIAL (SER-IDX) * SFLW-CONVERT-PCT / 100
           COMPUTE IMPLIED-EXITS = SER-CONTIN (PREV-IDX)
              + CONVERTED-IC - SER-CONTIN (SER-IDX)

           IF SER-CONTIN (PREV-IDX) > ZERO THEN
              COMPUTE INFLOW-PCT ROUNDED = SER-INITIAL (SER-IDX)
                 * 100 / SER-CONTIN (PREV-IDX)
                 ON SIZE ERROR MOVE 99999.9 TO INFLOW-PCT
              END-COMPUTE
              COMPUTE EXIT-PCT ROUNDED = IMPLIED-EXITS
                 * 100 / SER-CONTIN (PREV-IDX)
                 ON SIZE ERROR MOVE -9999.9 TO EXIT-PCT
              END-COMPUTE
           ELSE
              MOVE ZERO TO INFLOW-PCT
              MOVE ZERO TO EXIT-PCT
           END-IF

           MOVE 'N' TO FLAG-SW
           MOVE SPACES TO SF-DISP-FLAG
           MOVE ZERO TO EXPECT-PCT
           MOVE ZERO TO RESIDUAL-PCT

           IF RATE-COUNT >= SFLW-MIN-WEEKS AND RATE-COUNT > ZERO THEN
              COMPUTE EXPECT-PCT ROUNDED = RATE-SUM / RATE-COUNT
              COMPUTE RESIDUAL-PCT = EXIT-PCT - EXPECT-PCT
              IF RESIDUAL-PCT < ZERO THEN
                 COMPUTE ABS-RESIDUAL = ZERO - RESIDUAL-PCT
              ELSE
                 MOVE RESIDUAL-PCT TO ABS-RESIDUAL
              END-IF
              IF ABS-RESIDUAL > SFLW-TOLERANCE-PCT THEN
                 SET WEEK-FLAGGED TO TRUE
                 MOVE 'RESIDUAL' TO SF-DISP-FLAG
              END-IF
           END-IF

           IF IMPLIED-EXITS < ZERO THEN
              SET WEEK-FLAGGED TO TRUE
              MOVE 'NEG EXITS' TO SF-DISP-FLAG
           END-IF

           IF WEEK-FLAGGED THEN
              ADD 1 TO STATE-FLAGGED
           ELSE
              IF SER-CONTIN (PREV-IDX) > ZERO THEN
                 ADD EXIT-PCT TO RATE-SUM
                 ADD 1 TO RATE-COUNT
              END-IF
           END-IF

           IF NOT WEEK-SHOWN THEN
              GO TO 3100-RECONCILE-WEEK-END
           END-IF

           ADD 1 TO WEEKS-SHOWN
           MOVE CURRENT-STATE TO SF-DISP-STATE
           MOVE SER-DATE (SER-IDX) TO SF-DISP-WEEK
           MOVE SER-INITIAL (SER-IDX) TO SF-DISP-INIT
           MOVE SER-CONTIN (SER-IDX) TO SF-DISP-CONT
           MOVE SER-CONTIN (PREV-IDX) TO SF-DISP-PREV
           MOVE IMPLIED-EXITS TO SF-DISP-EXITS
           MOVE INFLOW-PCT TO SF-DISP-INFLOW
           MOVE EXIT-PCT TO SF-DISP-EXIT
           MOVE EXPECT-PCT TO SF-DISP-EXPECT
           MOVE RESIDUAL-PCT TO SF-DISP-RESID
           MOVE SFLW-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSFLW" PRNT-TEXT

           IF WEEK-FLAGGED THEN
              ADD 1 TO WEEKS-FLAGGED
              IF CATCH-UP-RUN OR SER-DATE (SER-IDX) = LATEST-WEEK
                 PERFORM 3200-RAISE-ALERT
              END-IF
           END-IF
           .

       3100-RECONCILE-WEEK-END.
           EXIT.
      ******************************************************************
       3200-RAISE-ALERT.
           MOVE IMPLIED-EXITS TO ALERT-EXITS
           MOVE RESIDUAL-PCT TO ALERT-RESID
           MOVE SPACES TO ALERT-MESSAGE
           STRING "Stock-flow break " CURRENT-STATE " "
              SER-DATE (SER-IDX) " exits" ALERT-EXITS
              " resid" ALERT-RESID
              DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMSFLW" "STCKFLOW"
              "W" ALERT-MESSAGE
           ADD 1 TO ALERTS-RAISED
           .

       3200-RAISE-ALERT-END.
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

       END PROGRAM UNEMSFLW.
