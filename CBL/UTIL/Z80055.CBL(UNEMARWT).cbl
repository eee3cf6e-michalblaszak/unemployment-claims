      ******************************************************************
      * Source-arrival watcher - releases the daily import job.
      ******************************************************************
      * The daily job (UNEMDLYJ) used to go in at a fixed time, so a
      * late source meant either a run short of that source or an
      * operator watching the UNEMARDB dashboard until everything
      * was there. This program is polled by the UNEMARWJ watcher
      * job from early morning. Each poll works out today's expected
      * sources and looks at what is on the source DDs:
      *    a non-publishing day on the HOLCALDD holiday calendar
      *    (UNEMHCAL) expects nothing - no run is released;
      *    otherwise each of the eight sources is expected, except
      *    one the ARRHISTDD arrival history has seen on at least
      *    four earlier days of today's weekday without it arriving
      *    on any of them (a source the agency doesn't publish on
      *    that weekday). Days are counted, not history rows - a
      *    day polled twenty times is still one day.
      * A source is present and complete when its file opens, has
      * records, and the closing response tag is in its last
      * records - a file still being written is not complete.
      *    every expected source complete - the job is released
      *                 (RC=0, the watcher job submits UNEMDLYJ);
      *    something missing before the cutoff - wait for the next
      *                 poll (RC=4);
      *    something missing at or past the cutoff - an ARRCUTOF
      *                 alert through UNEMALRT listing the missing
      *                 sources (once a day), then per the policy
      *                 either a partial run is released (RC=0 -
      *                 the import's pre-flight check skips the
      *                 absent sources) or the job is held for the
      *                 next poll (RC=4).
      * Once today's job has been released every further poll is
      * a no-op (RC=4), so the daily job goes in exactly once.
      * Runtime parameters (PARMFLDD, UNEMPARM):
      *    ARRIVAL-CUTOFF  the cutoff, HHMM (default 1000).
      *    ARRIVAL-POLICY  PARTIAL or WAIT (default WAIT) - what
      *                    to do about sources missing at cutoff.
      * Every decision is appended to the arrival history as a
      * *ARRIVAL-WATCH row beside UNEMARDB's observations:
      *    AD-DECISION    REL released, all expected sources in
      *                   PRT partial run released at cutoff
      *                   WAI waiting, before the cutoff
      *                   HLD held at cutoff, per the WAIT policy
      *                   HOL non-publishing day, nothing released
      *    AD-PRESENT     how many expected sources were complete
      *    AD-CUTOFF      the cutoff in force
      *    AD-PAST-CUTOFF 'Y' when decided at or past the cutoff
      *    AD-SOURCE-MAP  one byte per source in the order AGE,
      *                   GEN, IND, RAC, ETH, STA, LAB, OCC:
      *                   'Y' complete, 'N' missing or incomplete,
      *                   '-' not expected today
      * and beside it one observation row per source checked, in
      * UNEMARDB's form (arrived YES/NO, records, the cutoff as the
      * deadline, late when missing past it) marked AH-ORIGIN 'W' -
      * so the weekday pattern learns from every watched day, not
      * only the days someone ran the dashboard, and a source that
      * starts arriving on a weekday is expected there again.
      * UNEMARDB leaves the 'W' rows out of its lateness trend.
      * RC=8 when the decision couldn't be recorded - nothing is
      * released without its history row, or the next poll would
      * release the day a second time.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMHCAL: see CBL/UTIL(UNEMHCAL).
      *  UNEMPARM: see CBL/UTIL(UNEMPARM).
      *  UNEMALRT: see CBL/UTIL(UNEMALRT).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  The weekday pattern counts distinct days
      *                    per source, not rows; each poll appends
      *                    an observation row per source checked.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMARWT.
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
           SELECT ARDB-AGE ASSIGN TO BYAGEDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-GEN ASSIGN TO BYGENDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-IND ASSIGN TO BYINDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-RAC ASSIGN TO BYRACDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-ETH ASSIGN TO BYETHDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-STA ASSIGN TO BYSTADD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-LAB ASSIGN TO BYLABDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           *> The arrival history - read for the weekday pattern and
           *> today's earlier decisions, then the decision appended.
           *> Pre-allocated by JCL with DISP=MOD.
           SELECT ARR-HIST ASSIGN TO ARRHISTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARR-HIST-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  ARDB-AGE
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-AGE-REC PIC X(176).

       FD  ARDB-GEN
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-GEN-REC PIC X(176).

       FD  ARDB-IND
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-IND-REC PIC X(176).

       FD  ARDB-RAC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-RAC-REC PIC X(176).

       FD  ARDB-ETH
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-ETH-REC PIC X(176).

       FD  ARDB-STA
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-STA-REC PIC X(176).

       FD  ARDB-LAB
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-LAB-REC PIC X(176).

       FD  ARDB-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-OCC-REC PIC X(176).

      * UNEMARDB's observation row, and the watcher's decision row
      * in the same 60 bytes.
       FD  ARR-HIST
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F.
       01  ARR-HIST-REC.
           05 AH-OBS-DATE   PIC 9(8).
           05 AH-OBS-TIME   PIC 9(6).
           05 AH-SOURCE     PIC X(16).
           05 AH-ARRIVED    PIC X(3).
           05 AH-LINE-COUNT PIC 9(7).
           05 AH-DEADLINE   PIC 9(4).
           05 AH-LATE       PIC X.
           05 AH-ORIGIN     PIC X.
              88 AH-FROM-WATCHER VALUE 'W'.
           05 FILLER        PIC X(14).
       01  ARR-DECISION-REC.
           05 AD-OBS-DATE    PIC 9(8).
           05 AD-OBS-TIME    PIC 9(6).
           05 AD-SOURCE      PIC X(16).
           05 AD-DECISION    PIC X(3).
              88 AD-RELEASED  VALUE 'REL' 'PRT'.
              88 AD-ALERTED   VALUE 'PRT' 'HLD'.
              88 AD-HOLIDAY   VALUE 'HOL'.
           05 AD-PRESENT     PIC 9(7).
           05 AD-CUTOFF      PIC 9(4).
           05 AD-PAST-CUTOFF PIC X.
           05 AD-SOURCE-MAP  PIC X(8).
           05 FILLER         PIC X(7).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  RUN-DATE     PIC 9(8) VALUE ZERO.
       01  RUN-TIME-NOW PIC 9(8) VALUE ZERO.
       01  TIME-HHMM    PIC 9(4) VALUE ZERO.

       01  ARRIVE-STATUS PIC XX.
           88 ARRIVE-OK VALUE "00".
           88 ARRIVE-EOF VALUE "10".

       01  ARR-HIST-STATUS PIC XX.
           88 ARR-HIST-OK VALUE "00".
           88 ARR-HIST-EOF VALUE "10".

      * The source-name marking the watcher's decision rows.
       01  WATCH-SOURCE PIC X(16) VALUE '*ARRIVAL-WATCH'.

      * The eight sources, as UNEMARDB names them on the history,
      * and the short names the alert lists them by.
       01  SOURCE-NAME-VALUES.
           05 FILLER PIC X(16) VALUE 'BYAGE.XML'.
           05 FILLER PIC X(16) VALUE 'BYGENDER.XML'.
           05 FILLER PIC X(16) VALUE 'BYINDUST.XML'.
           05 FILLER PIC X(16) VALUE 'BYRACE.XML'.
           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05 SOURCE-NAME PIC X(16) OCCURS 8 TIMES.

       01  SOURCE-SHORT-VALUES PIC X(24)
              VALUE 'AGEGENINDRACETHSTALABOCC'.
       01  SOURCE-SHORT-TABLE REDEFINES SOURCE-SHORT-VALUES.
           05 SOURCE-SHORT PIC X(3) OCCURS 8 TIMES.

      * Per source: on how many earlier days of today's weekday the
      * history saw it and on how many of those it arrived (the
      * history date last counted, and whether it arrived then, so
      * a day's many rows count once), whether it is expected today
      * and what this poll found.
       01  SOURCE-STATE-TABLE.
           05 SOURCE-STATE OCCURS 8 TIMES.
              10 SS-WEEKDAY-OBS PIC 9(5) COMP-4.
              10 SS-WEEKDAY-YES PIC 9(5) COMP-4.
              10 SS-LAST-DATE   PIC 9(8).
              10 SS-DAY-ARRIVED PIC X.
              10 SS-EXPECTED    PIC X.
                 88 SS-IS-EXPECTED VALUE 'Y'.
              10 SS-FOUND       PIC X.
                 88 SS-IS-COMPLETE VALUE 'Y'.
              10 SS-RECORDS     PIC 9(7) COMP-4.

       01  SOURCE-IDX PIC 9(2) COMP-4.

      * A source unseen on its weekday this many times running is
      * taken as not published on that weekday.
       01  WEEKDAY-MIN-OBS PIC 9(5) COMP-4 VALUE 4.

       01  EXPECTED-COUNT PIC 9(1) COMP-4 VALUE ZERO.
       01  PRESENT-COUNT  PIC 9(1) COMP-4 VALUE ZERO.
       01  MISSING-COUNT  PIC 9(1) COMP-4 VALUE ZERO.

      * Today's earlier decisions, from the history.
       01  RELEASED-TODAY-SW PIC X VALUE 'N'.
           88 RELEASED-TODAY VALUE 'Y'.
       01  ALERTED-TODAY-SW PIC X VALUE 'N'.
           88 ALERTED-TODAY VALUE 'Y'.
       01  HOLIDAY-NOTED-SW PIC X VALUE 'N'.
           88 HOLIDAY-NOTED VALUE 'Y'.

      * Scanning the current source for completeness - the last two
      * records side by side, so a closing tag split across the
      * record boundary is still found.
       01  SCAN-EOF-SW PIC X VALUE 'F'.
           88 SCAN-EOF VALUE 'T'.
       01  SCAN-REC PIC X(176) VALUE SPACES.
       01  SCAN-TAIL.
           05 SCAN-PREV PIC X(176) VALUE SPACES.
           05 SCAN-LAST PIC X(176) VALUE SPACES.
       01  CLOSE-TAG-COUNT PIC 9(4) COMP-4 VALUE ZERO.

      * Runtime parameters.
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  ARRIVAL-CUTOFF PIC 9(4) VALUE 1000.
       01  ARRIVAL-POLICY PIC X(7) VALUE 'WAIT'.
           88 POLICY-PARTIAL VALUE 'PARTIAL'.
           88 POLICY-WAIT    VALUE 'WAIT'.

      * The holiday-calendar verdict for today (UNEMHCAL).
       01  HOLIDAY-VERDICT PIC X VALUE SPACE.

      * This poll's decision.
       01  DECISION PIC X(3) VALUE SPACES.
           88 DECIDED-RELEASE VALUE 'REL' 'PRT'.
       01  PAST-CUTOFF-SW PIC X VALUE 'N'.
           88 PAST-CUTOFF VALUE 'Y'.
       01  DECISION-MAP PIC X(8) VALUE SPACES.

       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01  ALERT-PTR     PIC 9(2) COMP-4 VALUE 1.

      * A history date's day of week, 1=Monday ... 7=Sunday, from
      * the day serial (the civil epoch 0001-01-01 was a Monday).
       01  DOW-DATE.
           05 DOW-YYYY PIC 9(4).
           05 DOW-MM   PIC 9(2).
           05 DOW-DD   PIC 9(2).
       01  DOW-RESULT  PIC 9(1) COMP-4 VALUE ZERO.
       01  TODAY-DOW   PIC 9(1) COMP-4 VALUE ZERO.
       01  LAST-DOW-DATE PIC 9(8) VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-4   PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-100 PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-400 PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-OUT PIC 9(7) COMP-4 VALUE ZERO.
       01  DOW-REM    PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM   PIC 9(4) COMP-4 VALUE ZERO.

      * Cumulative days before each month (non-leap).
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
       01  CUM-DAYS-REDEF REDEFINES CUM-DAYS-TABLE.
           05 CUM-DAYS-BEFORE PIC 9(3) OCCURS 12 TIMES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-TIME-NOW (1:4) TO TIME-HHMM

           PERFORM 1100-LOAD-RUNTIME-PARMS

           MOVE RUN-DATE TO DOW-DATE
           PERFORM 1200-COMPUTE-DAY-OF-WEEK
           MOVE DOW-RESULT TO TODAY-DOW

           CALL "UNEMHCAL" USING RUN-DATE HOLIDAY-VERDICT

           DISPLAY "Arrival watch - " RUN-DATE " at " TIME-HHMM
              ", cutoff " ARRIVAL-CUTOFF ", policy " ARRIVAL-POLICY

           PERFORM 2000-READ-ARRIVAL-HISTORY
              THRU 2000-READ-ARRIVAL-HISTORY-END

           EVALUATE TRUE
              WHEN RELEASED-TODAY
                 DISPLAY "Today's daily job has already been "
                    "released - nothing to do."
                 MOVE 4 TO RETURN-CODE
              WHEN HOLIDAY-VERDICT = 'A' OR HOLIDAY-VERDICT = 'O'
                 DISPLAY "Non-publishing day (" HOLIDAY-VERDICT
                    ") - no sources expected, no run released."
                 IF NOT HOLIDAY-NOTED THEN
                    MOVE 'HOL' TO DECISION
                    MOVE ALL '-' TO DECISION-MAP
                    PERFORM 6000-RECORD-DECISION
                       THRU 6000-RECORD-DECISION-END
                 END-IF
                 IF RETURN-CODE < 8 THEN
                    MOVE 4 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 PERFORM 3000-SET-EXPECTED-SOURCES
                 PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                       UNTIL SOURCE-IDX > 8
                    PERFORM 4000-CHECK-ONE-SOURCE
                       THRU 4000-CHECK-ONE-SOURCE-END
                 END-PERFORM
                 PERFORM 5000-DECIDE
                 PERFORM 6000-RECORD-DECISION
                    THRU 6000-RECORD-DECISION-END
           END-EVALUATE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "ARRIVAL-CUTOFF" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:4) IS NUMERIC
              AND RTP-VALUE (1:2) < "24" AND RTP-VALUE (3:2) < "60"
           THEN
              MOVE RTP-VALUE (1:4) TO ARRIVAL-CUTOFF
           END-IF

           MOVE "ARRIVAL-POLICY" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' THEN
              IF RTP-VALUE = "PARTIAL" OR RTP-VALUE = "WAIT" THEN
                 MOVE RTP-VALUE (1:7) TO ARRIVAL-POLICY
              ELSE
                 DISPLAY "ARRIVAL-POLICY " RTP-VALUE
                    " not recognized - WAIT assumed."
              END-IF
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * DOW-DATE's day of week out of the day serial - whole years
      * at 365 days plus the leap days before this year, plus the
      * cumulative days before the month, plus the day; the epoch
      * day 0001-01-01 (serial 1) was a Monday.
      ******************************************************************
       1200-COMPUTE-DAY-OF-WEEK.
           COMPUTE SW-PRIOR-YEARS = DOW-YYYY - 1
           DIVIDE SW-PRIOR-YEARS BY 4 GIVING SW-BY-4
           DIVIDE SW-PRIOR-YEARS BY 100 GIVING SW-BY-100
           DIVIDE SW-PRIOR-YEARS BY 400 GIVING SW-BY-400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-BY-4
              - SW-BY-100 + SW-BY-400
              + CUM-DAYS-BEFORE (DOW-MM) + DOW-DD

           IF DOW-MM > 2 THEN
              DIVIDE DOW-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE DOW-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE DOW-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF

           COMPUTE DOW-REM = SERIAL-OUT - 1
           DIVIDE DOW-REM BY 7 GIVING DOW-REM
              REMAINDER DOW-REM
           COMPUTE DOW-RESULT = DOW-REM + 1
           .

       1200-COMPUTE-DAY-OF-WEEK-END.
           EXIT.
      ******************************************************************
      * One pass over the arrival history: UNEMARDB's observations
      * on earlier days of today's weekday are tallied per source,
      * and the watcher's own rows for today tell whether the job
      * was already released, the cutoff alert already raised, or
      * the holiday already noted. No history yet means every
      * source is expected.
      ******************************************************************
       2000-READ-ARRIVAL-HISTORY.
           INITIALIZE SOURCE-STATE-TABLE

           OPEN INPUT ARR-HIST
           IF NOT ARR-HIST-OK THEN
              DISPLAY "No arrival history yet - every source "
                 "expected."
              GO TO 2000-READ-ARRIVAL-HISTORY-END
           END-IF

           PERFORM UNTIL ARR-HIST-EOF
              READ ARR-HIST
                 AT END CONTINUE
                 NOT AT END PERFORM 2100-TALLY-HISTORY-ROW
              END-READ
           END-PERFORM

           CLOSE ARR-HIST
           .

       2000-READ-ARRIVAL-HISTORY-END.
           EXIT.
      ******************************************************************
       2100-TALLY-HISTORY-ROW.
           IF AD-SOURCE = WATCH-SOURCE THEN
              IF AD-OBS-DATE = RUN-DATE THEN
                 IF AD-RELEASED THEN
                    SET RELEASED-TODAY TO TRUE
                 END-IF
                 IF AD-ALERTED THEN
                    SET ALERTED-TODAY TO TRUE
                 END-IF
                 IF AD-HOLIDAY THEN
                    SET HOLIDAY-NOTED TO TRUE
                 END-IF
              END-IF
           ELSE
              IF AH-OBS-DATE < RUN-DATE AND AH-OBS-DATE IS NUMERIC
              THEN
                 IF AH-OBS-DATE NOT = LAST-DOW-DATE THEN
                    MOVE AH-OBS-DATE TO DOW-DATE
                    MOVE AH-OBS-DATE TO LAST-DOW-DATE
                    PERFORM 1200-COMPUTE-DAY-OF-WEEK
                 END-IF
                 IF DOW-RESULT = TODAY-DOW THEN
                    PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                          UNTIL SOURCE-IDX > 8
                       IF AH-SOURCE = SOURCE-NAME (SOURCE-IDX) THEN
                          PERFORM 2200-TALLY-SOURCE-DAY
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-IF
           .

       2100-TALLY-HISTORY-ROW-END.
           EXIT.
      ******************************************************************
      * A history row for the current source - a new date is one more
      * day seen, and the first arrival on a date one more day it
      * arrived. The history is appended in time order, so a date's
      * rows come together.
      ******************************************************************
       2200-TALLY-SOURCE-DAY.
           IF AH-OBS-DATE NOT = SS-LAST-DATE (SOURCE-IDX) THEN
              ADD 1 TO SS-WEEKDAY-OBS (SOURCE-IDX)
              MOVE AH-OBS-DATE TO SS-LAST-DATE (SOURCE-IDX)
              MOVE 'N' TO SS-DAY-ARRIVED (SOURCE-IDX)
           END-IF

           IF AH-ARRIVED = "YES" AND SS-DAY-ARRIVED (SOURCE-IDX) = 'N'
           THEN
              ADD 1 TO SS-WEEKDAY-YES (SOURCE-IDX)
              MOVE 'Y' TO SS-DAY-ARRIVED (SOURCE-IDX)
           END-IF
           .

       2200-TALLY-SOURCE-DAY-END.
           EXIT.
      ******************************************************************
      * Today's expected sources - all eight, less any the history
      * has seen often enough on this weekday never to arrive.
      ******************************************************************
       3000-SET-EXPECTED-SOURCES.
           MOVE ZERO TO EXPECTED-COUNT
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              IF SS-WEEKDAY-OBS (SOURCE-IDX) >= WEEKDAY-MIN-OBS
                 AND SS-WEEKDAY-YES (SOURCE-IDX) = ZERO THEN
                 MOVE 'N' TO SS-EXPECTED (SOURCE-IDX)
                 DISPLAY "    " SOURCE-NAME (SOURCE-IDX)
                    " not expected - never arrived on "
                    SS-WEEKDAY-OBS (SOURCE-IDX)
                    " earlier day(s) of this weekday."
              ELSE
                 MOVE 'Y' TO SS-EXPECTED (SOURCE-IDX)
                 ADD 1 TO EXPECTED-COUNT
              END-IF
           END-PERFORM
           .

       3000-SET-EXPECTED-SOURCES-END.
           EXIT.
      ******************************************************************
      * Whether the current source is on its DD and complete - it
      * opens, has records, and the closing response tag is in the
      * last of them.
      ******************************************************************
       4000-CHECK-ONE-SOURCE.
           MOVE 'N' TO SS-FOUND (SOURCE-IDX)
           MOVE ZERO TO SS-RECORDS (SOURCE-IDX)
           MOVE SPACES TO SCAN-TAIL
           MOVE 'F' TO SCAN-EOF-SW

           EVALUATE SOURCE-IDX
              WHEN 1 OPEN INPUT ARDB-AGE
              WHEN 2 OPEN INPUT ARDB-GEN
              WHEN 3 OPEN INPUT ARDB-IND
              WHEN 4 OPEN INPUT ARDB-RAC
              WHEN 5 OPEN INPUT ARDB-ETH
              WHEN 6 OPEN INPUT ARDB-STA
              WHEN 7 OPEN INPUT ARDB-LAB
              WHEN 8 OPEN INPUT ARDB-OCC
           END-EVALUATE

           IF NOT ARRIVE-OK THEN
              DISPLAY "    " SOURCE-NAME (SOURCE-IDX)
                 " not on its DD - STATUS " ARRIVE-STATUS
              GO TO 4000-CHECK-ONE-SOURCE-END
           END-IF

           PERFORM 4100-READ-CURRENT-SOURCE
           PERFORM UNTIL SCAN-EOF
              ADD 1 TO SS-RECORDS (SOURCE-IDX)
              MOVE SCAN-LAST TO SCAN-PREV
              MOVE SCAN-REC TO SCAN-LAST
              PERFORM 4100-READ-CURRENT-SOURCE
           END-PERFORM

           EVALUATE SOURCE-IDX
              WHEN 1 CLOSE ARDB-AGE
              WHEN 2 CLOSE ARDB-GEN
              WHEN 3 CLOSE ARDB-IND
              WHEN 4 CLOSE ARDB-RAC
              WHEN 5 CLOSE ARDB-ETH
              WHEN 6 CLOSE ARDB-STA
              WHEN 7 CLOSE ARDB-LAB
              WHEN 8 CLOSE ARDB-OCC
           END-EVALUATE

           MOVE ZERO TO CLOSE-TAG-COUNT
           INSPECT SCAN-TAIL TALLYING CLOSE-TAG-COUNT
              FOR ALL "</response>"

           EVALUATE TRUE
              WHEN SS-RECORDS (SOURCE-IDX) = ZERO
                 DISPLAY "    " SOURCE-NAME (SOURCE-IDX)
                    " is empty."
              WHEN CLOSE-TAG-COUNT = ZERO
                 DISPLAY "    " SOURCE-NAME (SOURCE-IDX)
                    " is incomplete - no closing response tag"
                    " after " SS-RECORDS (SOURCE-IDX) " record(s)."
              WHEN OTHER
                 MOVE 'Y' TO SS-FOUND (SOURCE-IDX)
                 DISPLAY "    " SOURCE-NAME (SOURCE-IDX)
                    " complete, " SS-RECORDS (SOURCE-IDX)
                    " record(s)."
           END-EVALUATE
           .

       4000-CHECK-ONE-SOURCE-END.
           EXIT.
      ******************************************************************
       4100-READ-CURRENT-SOURCE.
           EVALUATE SOURCE-IDX
              WHEN 1 READ ARDB-AGE INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 2 READ ARDB-GEN INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 3 READ ARDB-IND INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 4 READ ARDB-RAC INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 5 READ ARDB-ETH INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 6 READ ARDB-STA INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 7 READ ARDB-LAB INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
              WHEN 8 READ ARDB-OCC INTO SCAN-REC
                        AT END SET SCAN-EOF TO TRUE
                     END-READ
           END-EVALUATE

           IF NOT ARRIVE-OK AND NOT ARRIVE-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME (SOURCE-IDX)
                 " - STATUS " ARRIVE-STATUS
              SET SCAN-EOF TO TRUE
           END-IF
           .

       4100-READ-CURRENT-SOURCE-END.
           EXIT.
      ******************************************************************
      * The decision - release when everything expected is in;
      * otherwise wait until the cutoff, then alert and apply the
      * policy. A partial run with nothing at all to load is held.
      ******************************************************************
       5000-DECIDE.
           MOVE ZERO TO PRESENT-COUNT
           MOVE ZERO TO MISSING-COUNT
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              EVALUATE TRUE
                 WHEN NOT SS-IS-EXPECTED (SOURCE-IDX)
                    MOVE '-' TO DECISION-MAP (SOURCE-IDX:1)
                 WHEN SS-IS-COMPLETE (SOURCE-IDX)
                    MOVE 'Y' TO DECISION-MAP (SOURCE-IDX:1)
                    ADD 1 TO PRESENT-COUNT
                 WHEN OTHER
                    MOVE 'N' TO DECISION-MAP (SOURCE-IDX:1)
                    ADD 1 TO MISSING-COUNT
              END-EVALUATE
           END-PERFORM

           IF TIME-HHMM >= ARRIVAL-CUTOFF THEN
              SET PAST-CUTOFF TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN MISSING-COUNT = ZERO
                 MOVE 'REL' TO DECISION
                 DISPLAY "All " EXPECTED-COUNT
                    " expected source(s) complete - daily job "
                    "released."
              WHEN NOT PAST-CUTOFF
                 MOVE 'WAI' TO DECISION
                 DISPLAY MISSING-COUNT " expected source(s) still "
                    "missing - waiting for the cutoff."
              WHEN OTHER
                 IF NOT ALERTED-TODAY THEN
                    PERFORM 5100-RAISE-CUTOFF-ALERT
                 END-IF
                 IF POLICY-PARTIAL AND PRESENT-COUNT > ZERO THEN
                    MOVE 'PRT' TO DECISION
                    DISPLAY "Cutoff passed with " MISSING-COUNT
                       " source(s) missing - partial run released."
                 ELSE
                    MOVE 'HLD' TO DECISION
                    DISPLAY "Cutoff passed with " MISSING-COUNT
                       " source(s) missing - daily job held."
                 END-IF
           END-EVALUATE
           .

       5000-DECIDE-END.
           EXIT.
      ******************************************************************
       5100-RAISE-CUTOFF-ALERT.
           MOVE SPACES TO ALERT-MESSAGE
           MOVE 1 TO ALERT-PTR
           STRING "Sources missing at cutoff " ARRIVAL-CUTOFF ":"
              DELIMITED BY SIZE INTO ALERT-MESSAGE
              WITH POINTER ALERT-PTR
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              IF DECISION-MAP (SOURCE-IDX:1) = 'N' THEN
                 STRING " " SOURCE-SHORT (SOURCE-IDX)
                    DELIMITED BY SIZE INTO ALERT-MESSAGE
                    WITH POINTER ALERT-PTR
                 DISPLAY "*** " SOURCE-NAME (SOURCE-IDX)
                    " missing at the " ARRIVAL-CUTOFF " cutoff."
              END-IF
           END-PERFORM

           CALL "UNEMALRT" USING "UNEMARWT" "ARRCUTOF" "E"
              ALERT-MESSAGE
           .

       5100-RAISE-CUTOFF-ALERT-END.
           EXIT.
      ******************************************************************
      * Appends the decision and its timing to the arrival history,
      * then this poll's observation of each source checked. A
      * release that can't be recorded is not released; an
      * observation that can't be is only reported - the decision
      * row is what stops a second release.
      ******************************************************************
       6000-RECORD-DECISION.
           OPEN EXTEND ARR-HIST
           IF NOT ARR-HIST-OK THEN
              DISPLAY "*** Couldn't append to the arrival history - "
                 "STATUS " ARR-HIST-STATUS ". Nothing released."
              MOVE 8 TO RETURN-CODE
              GO TO 6000-RECORD-DECISION-END
           END-IF

           MOVE SPACES TO ARR-DECISION-REC
           MOVE RUN-DATE TO AD-OBS-DATE
           MOVE RUN-TIME-NOW (1:6) TO AD-OBS-TIME
           MOVE WATCH-SOURCE TO AD-SOURCE
           MOVE DECISION TO AD-DECISION
           MOVE PRESENT-COUNT TO AD-PRESENT
           MOVE ARRIVAL-CUTOFF TO AD-CUTOFF
           MOVE PAST-CUTOFF-SW TO AD-PAST-CUTOFF
           MOVE DECISION-MAP TO AD-SOURCE-MAP
           WRITE ARR-DECISION-REC

           IF NOT ARR-HIST-OK THEN
              DISPLAY "*** Couldn't write the arrival history - "
                 "STATUS " ARR-HIST-STATUS ". Nothing released."
              CLOSE ARR-HIST
              MOVE 8 TO RETURN-CODE
              GO TO 6000-RECORD-DECISION-END
           END-IF

           IF DECISION NOT = 'HOL' THEN
              PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                    UNTIL SOURCE-IDX > 8
                 PERFORM 6100-RECORD-OBSERVATION
              END-PERFORM
           END-IF

           CLOSE ARR-HIST

           IF DECIDED-RELEASE THEN
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       6000-RECORD-DECISION-END.
           EXIT.
      ******************************************************************
       6100-RECORD-OBSERVATION.
           MOVE SPACES TO ARR-HIST-REC
           MOVE RUN-DATE TO AH-OBS-DATE
           MOVE RUN-TIME-NOW (1:6) TO AH-OBS-TIME
           MOVE SOURCE-NAME (SOURCE-IDX) TO AH-SOURCE
           MOVE SS-RECORDS (SOURCE-IDX) TO AH-LINE-COUNT
           MOVE ARRIVAL-CUTOFF TO AH-DEADLINE
           MOVE 'N' TO AH-LATE
           SET AH-FROM-WATCHER TO TRUE
           IF SS-IS-COMPLETE (SOURCE-IDX) THEN
              MOVE "YES" TO AH-ARRIVED
           ELSE
              MOVE "NO" TO AH-ARRIVED
              IF PAST-CUTOFF THEN
                 MOVE 'Y' TO AH-LATE
              END-IF
           END-IF
           WRITE ARR-HIST-REC

           IF NOT ARR-HIST-OK THEN
              DISPLAY "Couldn't record the " SOURCE-NAME (SOURCE-IDX)
                 " observation - STATUS " ARR-HIST-STATUS
           END-IF
           .

       6100-RECORD-OBSERVATION-END.
           EXIT.

       END PROGRAM UNEMARWT.
