      ******************************************************************
      * Reemployment services profiling and selection.
      ******************************************************************
      * Every week the reemployment program has to call in the new
      * claimants most likely to exhaust, and the picking was done
      * off-system by a contractor. This run does it from UNEMCLMD:
      *    one pass over the detail links each claim's rows into
      *       spells exactly the way UNEMDURA does (the same
      *       DURA-GAP-DAYS / DURA-EXHAUST-WEEKS parameters) and
      *       folds every spell that began before the profiling week
      *       into per-state exhaustion rates by industry and by age
      *       band; the same pass collects the week's new initial
      *       claims (CD-CLAIM-TYPE 'I' filed in the seven days
      *       ending on the cycle date);
      *    each new claimant is scored on exhaustion risk - the mean
      *       of the state's historical exhaustion rate for the
      *       claimant's industry and for the claimant's age band,
      *       the state's overall rate standing in for a cell with
      *       fewer than RESL-MIN-SPELLS spells behind it;
      *    per state the highest scores are selected, up to the
      *       state's weekly capacity (RESL-CAP-xx in the parameter
      *       file, xx the state code; RESL-DEFAULT-CAP otherwise);
      *    the selections go to the workforce offices' selection
      *       file (RESLSLDD), and every claimant profiled - selected
      *       or not - goes into the selection register (RESLRGDD,
      *       RESLREC.cpy), the comparison group the federal
      *       evaluation measures the selected claimants against.
      * A rerun for the same week replaces that week's register
      * entries.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRESL.
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
           *> The claim-detail KSDS, read front to back
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The selection register
           SELECT RESEL-FILE ASSIGN TO RESLRGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS RESEL-FILE-STATUS.

           *> The week's selections for the workforce offices
           SELECT SELECT-OUT ASSIGN TO RESLSLDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SELECT-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  RESEL-FILE
      *    01  RESEL-REC.
       COPY RESLREC.

       FD  SELECT-OUT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  SELECT-OUT-REC.
           05 SO-STATE       PIC X(2).
           05 FILLER         PIC X VALUE SPACE.
           05 SO-RANK        PIC 9(5).
           05 FILLER         PIC X VALUE SPACE.
           05 SO-CLAIM-ID    PIC X(12).
           05 FILLER         PIC X VALUE SPACE.
           05 SO-FILING-DATE PIC X(10).
           05 FILLER         PIC X VALUE SPACE.
           05 SO-SCORE       PIC 9(3).9.
           05 FILLER         PIC X VALUE SPACE.
           05 SO-AGE         PIC 9(3).
           05 FILLER         PIC X VALUE SPACE.
           05 SO-INDUSTRY    PIC X(2).
           05 FILLER         PIC X VALUE SPACE.
           05 SO-WEEK-ENDING PIC X(10).
           05 FILLER         PIC X(23).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  RESEL-FILE-STATUS PIC XX.
           88 RESEL-FILE-OK VALUE "00".

       01  SELECT-OUT-STATUS PIC XX.
           88 SELECT-OUT-OK VALUE "00".

      * The business cycle - its date ends the profiling week.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.
       01  WEEK-ENDING     PIC X(10) VALUE SPACES.
       01  WEEK-END-SERIAL   PIC 9(7) COMP-4 VALUE ZERO.
       01  WEEK-START-SERIAL PIC 9(7) COMP-4 VALUE ZERO.

      * The spell-linking constants, shared with UNEMDURA through
      * the same parameter keywords.
       77  SPELL-GAP-DAYS PIC 9(3) VALUE 35.
       77  EXHAUST-WEEKS  PIC 9(2) VALUE 26.

      * A cell with fewer spells than this behind it is too thin to
      * score from - the state's overall rate is used instead.
       77  RESL-MIN-SPELLS PIC 9(5) VALUE 30.

      * The weekly capacity of a state the parameter file says
      * nothing about.
       77  RESL-DEFAULT-CAP PIC 9(5) VALUE 25.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The spell being assembled for the claim id under the read
      * cursor - with the age and industry of its first row.
       01  CURRENT-SPELL.
           05 SPL-CLAIM-ID   PIC X(12) VALUE SPACES.
           05 SPL-STATE      PIC X(2) VALUE SPACES.
           05 SPL-FIRST-DATE PIC X(10) VALUE SPACES.
           05 SPL-FIRST-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
           05 SPL-LAST-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
           05 SPL-AGE        PIC 9(3) VALUE ZERO.
           05 SPL-INDUSTRY   PIC X(2) VALUE SPACES.
           05 SPL-OPEN-SW    PIC X VALUE 'N'.
              88 SPELL-OPEN VALUE 'Y'.

       01  ROW-SERIAL  PIC 9(7) COMP-4 VALUE ZERO.
       01  GAP-DAYS    PIC S9(7) COMP-4 VALUE ZERO.
       01  SPELL-WEEKS PIC 9(4) COMP-4 VALUE ZERO.
       01  SPELL-DAYS  PIC S9(7) COMP-4 VALUE ZERO.
       01  FILED-DATE  PIC X(10) VALUE SPACES.

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

      * Per state, the historical spells and exhaustions by industry
      * (slot 1 = code 00 not available ... 21 = code 20) and by
      * age band (1 = not available, 2 = under 22, 3 = 22-24,
      * 4 = 25-34, 5 = 35-44, 6 = 45-54, 7 = 55-59, 8 = 60-64,
      * 9 = over 64 - PAYLOAD's age buckets), plus the state overall,
      * and the state's selection capacity and count for the week.
       01  STATE-TABLE.
           05 ST-ENTRY OCCURS 60 TIMES.
              10 ST-STATE      PIC X(2).
              10 ST-IND-SPELLS OCCURS 21 TIMES COMP-4 PIC 9(7).
              10 ST-IND-EXH    OCCURS 21 TIMES COMP-4 PIC 9(7).
              10 ST-AGE-SPELLS OCCURS 9 TIMES COMP-4 PIC 9(7).
              10 ST-AGE-EXH    OCCURS 9 TIMES COMP-4 PIC 9(7).
              10 ST-ALL-SPELLS COMP-4 PIC 9(7).
              10 ST-ALL-EXH    COMP-4 PIC 9(7).
              10 ST-CANDIDATES COMP-4 PIC 9(5).
              10 ST-CAPACITY   COMP-4 PIC 9(5).
              10 ST-SELECTED   COMP-4 PIC 9(5).
       01  ST-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  ST-IDX  PIC 9(2) COMP-4.
       01  ST-FOUND-AT PIC 9(2) COMP-4.
       01  STATE-KEY-IN PIC X(2) VALUE SPACES.
       01  SLOT-IDX PIC 9(2) COMP-4.

      * The week's new initial claims.
       01  CANDIDATE-TABLE.
           05 CA-ENTRY OCCURS 5000 TIMES.
              10 CA-CLAIM-ID     PIC X(12).
              10 CA-STATE        PIC X(2).
              10 CA-FILING-DATE  PIC X(10).
              10 CA-AGE          PIC 9(3).
              10 CA-INDUSTRY     PIC X(2).
              10 CA-ST-IDX       PIC 9(2) COMP-4.
              10 CA-IND-RATE     PIC 9(3)V9 COMP-3.
              10 CA-AGE-RATE     PIC 9(3)V9 COMP-3.
              10 CA-SCORE        PIC 9(3)V9 COMP-3.
              10 CA-RANK         PIC 9(5) COMP-4.
              10 CA-SELECTED-SW  PIC X.
       01  CA-USED PIC 9(5) COMP-4 VALUE ZERO.
       01  CA-IDX  PIC 9(5) COMP-4.
       01  CA-SCAN PIC 9(5) COMP-4.
       01  CA-BEST PIC 9(5) COMP-4.
       01  CA-DUP-SW PIC X VALUE 'N'.
           88 CA-IS-DUPLICATE VALUE 'Y'.

       01  SLOT-INDUSTRY-IN PIC X(2) VALUE SPACES.
       01  SLOT-AGE-IN      PIC 9(3) VALUE ZERO.
       01  IND-SLOT PIC 9(2) COMP-4 VALUE ZERO.
       01  AGE-SLOT PIC 9(2) COMP-4 VALUE ZERO.
       01  RANK-NEXT PIC 9(5) COMP-4 VALUE ZERO.

       01  ROWS-READ         COMP-4 PIC 9(7) VALUE ZERO.
       01  SPELLS-HISTORY    COMP-4 PIC 9(7) VALUE ZERO.
       01  CLAIMANTS-SELECTED COMP-4 PIC 9(7) VALUE ZERO.
       01  REGISTER-WRITTEN  COMP-4 PIC 9(7) VALUE ZERO.

       01  DISP-CAP  PIC Z(4)9.
       01  DISP-CAND PIC Z(4)9.
       01  DISP-SEL  PIC Z(4)9.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-LOAD-RUNTIME-PARMS
           PERFORM 1200-SET-PROFILE-WEEK

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO CD-DETAIL-KEY
           START CLAIM-DETAIL KEY IS >= CD-DETAIL-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-ROW
           PERFORM UNTIL CLAIM-DETAIL-EOF
              ADD 1 TO ROWS-READ
              PERFORM 2200-FOLD-ROW-INTO-SPELL
              PERFORM 2300-COLLECT-CANDIDATE
                 THRU 2300-COLLECT-CANDIDATE-END
              PERFORM 2100-READ-NEXT-ROW
           END-PERFORM

           *> The last claim's spell is still open when the file
           *> runs out.
           PERFORM 2500-CLOSE-SPELL THRU 2500-CLOSE-SPELL-END

           CLOSE CLAIM-DETAIL

           IF CA-USED = ZERO THEN
              DISPLAY "No new initial claims in the week ending "
                 WEEK-ENDING " - nothing to profile."
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O RESEL-FILE
           IF NOT RESEL-FILE-OK THEN
              DISPLAY "Couldn't open the selection register - "
                 "STATUS " RESEL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN OUTPUT SELECT-OUT
           IF NOT SELECT-OUT-OK THEN
              DISPLAY "Couldn't open the selection file - "
                 "STATUS " SELECT-OUT-STATUS
              CLOSE RESEL-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-USED
              PERFORM 3000-SCORE-CANDIDATE
           END-PERFORM

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              IF ST-CANDIDATES (ST-IDX) > ZERO THEN
                 PERFORM 4000-SELECT-ONE-STATE
              END-IF
           END-PERFORM

           PERFORM VARYING CA-IDX FROM 1 BY 1 UNTIL CA-IDX > CA-USED
              PERFORM 5000-WRITE-REGISTER
           END-PERFORM

           CLOSE SELECT-OUT
           CLOSE RESEL-FILE

           DISPLAY "Profiling week ending " WEEK-ENDING ": "
              SPELLS-HISTORY " historical spell(s), " CA-USED
              " new claimant(s) profiled, " CLAIMANTS-SELECTED
              " selected, " REGISTER-WRITTEN " registered."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Overrides the compiled constants from the shared runtime
      * parameter file, when it supplies them.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "DURA-GAP-DAYS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO SPELL-GAP-DAYS
              DISPLAY "DURA-GAP-DAYS set from the parameter file: "
                 SPELL-GAP-DAYS
           END-IF

           MOVE "DURA-EXHAUST-WEEKS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO EXHAUST-WEEKS
              DISPLAY "DURA-EXHAUST-WEEKS set from the parameter "
                 "file: " EXHAUST-WEEKS
           END-IF

           MOVE "RESL-MIN-SPELLS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:5) IS NUMERIC THEN
              MOVE RTP-VALUE (1:5) TO RESL-MIN-SPELLS
              DISPLAY "RESL-MIN-SPELLS set from the parameter file: "
                 RESL-MIN-SPELLS
           END-IF

           MOVE "RESL-DEFAULT-CAP" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:5) IS NUMERIC THEN
              MOVE RTP-VALUE (1:5) TO RESL-DEFAULT-CAP
              DISPLAY "RESL-DEFAULT-CAP set from the parameter file: "
                 RESL-DEFAULT-CAP
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * The profiling week is the seven days ending on the cycle
      * date (today's date when no cycle is open).
      ******************************************************************
       1200-SET-PROFILE-WEEK.
           CALL "UNEMCYRD" USING "UNEMRESL" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           STRING CYCLE-DATE-WORK (1:4) "-" CYCLE-DATE-WORK (5:2) "-"
              CYCLE-DATE-WORK (7:2) DELIMITED BY SIZE
              INTO WEEK-ENDING

           MOVE WEEK-ENDING TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO WEEK-END-SERIAL
           COMPUTE WEEK-START-SERIAL = WEEK-END-SERIAL - 6
           .

       1200-SET-PROFILE-WEEK-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-ROW.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

           IF NOT CLAIM-DETAIL-OK AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-ROW-END.
           EXIT.
      ******************************************************************
      * Links the row under the cursor into the spell being
      * assembled, by UNEMDURA's rules: a new claim id, a fresh
      * initial claim or a gap wider than SPELL-GAP-DAYS closes the
      * spell and starts the next one.
      ******************************************************************
       2200-FOLD-ROW-INTO-SPELL.
           MOVE CD-PERIOD-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO ROW-SERIAL

           IF SPELL-OPEN THEN
              COMPUTE GAP-DAYS = ROW-SERIAL - SPL-LAST-SERIAL
              IF CD-CLAIM-ID NOT = SPL-CLAIM-ID
                 OR GAP-DAYS > SPELL-GAP-DAYS
                 OR (CD-CLAIM-TYPE = 'I'
                    AND GAP-DAYS > 7) THEN
                 PERFORM 2500-CLOSE-SPELL THRU 2500-CLOSE-SPELL-END
              END-IF
           END-IF

           IF NOT SPELL-OPEN THEN
              SET SPELL-OPEN TO TRUE
              MOVE CD-CLAIM-ID TO SPL-CLAIM-ID
              MOVE CD-PERIOD-DATE TO SPL-FIRST-DATE
              MOVE ROW-SERIAL TO SPL-FIRST-SERIAL
              MOVE CD-AGE TO SPL-AGE
              MOVE CD-INDUSTRY-CODE TO SPL-INDUSTRY
           END-IF

           MOVE ROW-SERIAL TO SPL-LAST-SERIAL
           MOVE CD-STATE-CODE TO SPL-STATE
           .

       2200-FOLD-ROW-INTO-SPELL-END.
           EXIT.
      ******************************************************************
      * Takes the row as a candidate when it is an initial claim
      * filed in the profiling week - once per claim, state and
      * filing date (a claim's rows sit adjacent in key order, so
      * only the tail of the table needs checking).
      ******************************************************************
       2300-COLLECT-CANDIDATE.
           IF CD-CLAIM-TYPE NOT = 'I' THEN
              GO TO 2300-COLLECT-CANDIDATE-END
           END-IF

           IF CD-FILING-DATE NOT = SPACES THEN
              MOVE CD-FILING-DATE TO FILED-DATE
           ELSE
              MOVE CD-PERIOD-DATE TO FILED-DATE
           END-IF

           MOVE FILED-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           IF SERIAL-OUT < WEEK-START-SERIAL
              OR SERIAL-OUT > WEEK-END-SERIAL THEN
              GO TO 2300-COLLECT-CANDIDATE-END
           END-IF

           MOVE 'N' TO CA-DUP-SW
           MOVE CA-USED TO CA-SCAN
           PERFORM UNTIL CA-SCAN = ZERO
              IF CA-CLAIM-ID (CA-SCAN) NOT = CD-CLAIM-ID THEN
                 MOVE ZERO TO CA-SCAN
              ELSE
                 IF CA-STATE (CA-SCAN) = CD-STATE-CODE
                    AND CA-FILING-DATE (CA-SCAN) = FILED-DATE THEN
                    SET CA-IS-DUPLICATE TO TRUE
                    MOVE ZERO TO CA-SCAN
                 ELSE
                    SUBTRACT 1 FROM CA-SCAN
                 END-IF
              END-IF
           END-PERFORM

           IF CA-IS-DUPLICATE THEN
              GO TO 2300-COLLECT-CANDIDATE-END
           END-IF

           IF CA-USED >= 5000 THEN
              DISPLAY "*** More than 5000 new claimants - claim "
                 CD-CLAIM-ID " not profiled."
              MOVE 4 TO RETURN-CODE
              GO TO 2300-COLLECT-CANDIDATE-END
           END-IF

           MOVE CD-STATE-CODE TO STATE-KEY-IN
           PERFORM 2600-FIND-STATE-ENTRY
           IF ST-FOUND-AT = ZERO THEN
              GO TO 2300-COLLECT-CANDIDATE-END
           END-IF

           ADD 1 TO CA-USED
           MOVE CD-CLAIM-ID TO CA-CLAIM-ID (CA-USED)
           MOVE CD-STATE-CODE TO CA-STATE (CA-USED)
           MOVE FILED-DATE TO CA-FILING-DATE (CA-USED)
           MOVE CD-AGE TO CA-AGE (CA-USED)
           MOVE CD-INDUSTRY-CODE TO CA-INDUSTRY (CA-USED)
           MOVE ST-FOUND-AT TO CA-ST-IDX (CA-USED)
           MOVE ZERO TO CA-IND-RATE (CA-USED)
           MOVE ZERO TO CA-AGE-RATE (CA-USED)
           MOVE ZERO TO CA-SCORE (CA-USED)
           MOVE ZERO TO CA-RANK (CA-USED)
           MOVE 'N' TO CA-SELECTED-SW (CA-USED)
           ADD 1 TO ST-CANDIDATES (ST-FOUND-AT)
           .

       2300-COLLECT-CANDIDATE-END.
           EXIT.
      ******************************************************************
      * Closes the open spell and, when it began before the
      * profiling week, folds it into its state's history by
      * industry and by age band.
      ******************************************************************
       2500-CLOSE-SPELL.
           IF NOT SPELL-OPEN THEN
              GO TO 2500-CLOSE-SPELL-END
           END-IF

           MOVE 'N' TO SPL-OPEN-SW

           IF SPL-FIRST-SERIAL >= WEEK-START-SERIAL THEN
              GO TO 2500-CLOSE-SPELL-END
           END-IF

           COMPUTE SPELL-DAYS = SPL-LAST-SERIAL - SPL-FIRST-SERIAL
           COMPUTE SPELL-WEEKS = (SPELL-DAYS / 7) + 1

           MOVE SPL-STATE TO STATE-KEY-IN
           PERFORM 2600-FIND-STATE-ENTRY
           IF ST-FOUND-AT = ZERO THEN
              GO TO 2500-CLOSE-SPELL-END
           END-IF

           MOVE SPL-INDUSTRY TO SLOT-INDUSTRY-IN
           MOVE SPL-AGE TO SLOT-AGE-IN
           PERFORM 7000-FIND-HISTORY-SLOTS

           ADD 1 TO SPELLS-HISTORY
           ADD 1 TO ST-ALL-SPELLS (ST-FOUND-AT)
           ADD 1 TO ST-IND-SPELLS (ST-FOUND-AT IND-SLOT)
           ADD 1 TO ST-AGE-SPELLS (ST-FOUND-AT AGE-SLOT)
           IF SPELL-WEEKS >= EXHAUST-WEEKS THEN
              ADD 1 TO ST-ALL-EXH (ST-FOUND-AT)
              ADD 1 TO ST-IND-EXH (ST-FOUND-AT IND-SLOT)
              ADD 1 TO ST-AGE-EXH (ST-FOUND-AT AGE-SLOT)
           END-IF
           .

       2500-CLOSE-SPELL-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) STATE-KEY-IN's state table entry.
      ******************************************************************
       2600-FIND-STATE-ENTRY.
           MOVE ZERO TO ST-FOUND-AT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              IF ST-STATE (ST-IDX) = STATE-KEY-IN THEN
                 MOVE ST-IDX TO ST-FOUND-AT
                 MOVE ST-USED TO ST-IDX
              END-IF
           END-PERFORM

           IF ST-FOUND-AT = ZERO THEN
              IF ST-USED >= 60 THEN
                 DISPLAY "*** More than 60 states - "
                    STATE-KEY-IN " not profiled."
              ELSE
                 ADD 1 TO ST-USED
                 MOVE ST-USED TO ST-FOUND-AT
                 INITIALIZE ST-ENTRY (ST-FOUND-AT)
                 MOVE STATE-KEY-IN TO ST-STATE (ST-FOUND-AT)
              END-IF
           END-IF
           .

       2600-FIND-STATE-ENTRY-END.
           EXIT.
      ******************************************************************
      * Scores one new claimant: the mean of the state's historical
      * exhaustion rate for the claimant's industry and for the
      * claimant's age band, a thin cell falling back to the state's
      * overall rate.
      ******************************************************************
       3000-SCORE-CANDIDATE.
           MOVE CA-ST-IDX (CA-IDX) TO ST-FOUND-AT

           MOVE CA-INDUSTRY (CA-IDX) TO SLOT-INDUSTRY-IN
           MOVE CA-AGE (CA-IDX) TO SLOT-AGE-IN
           PERFORM 7000-FIND-HISTORY-SLOTS

           IF ST-IND-SPELLS (ST-FOUND-AT IND-SLOT) >= RESL-MIN-SPELLS
              THEN
              COMPUTE CA-IND-RATE (CA-IDX) ROUNDED =
                 ST-IND-EXH (ST-FOUND-AT IND-SLOT) * 100
                 / ST-IND-SPELLS (ST-FOUND-AT IND-SLOT)
           ELSE
              IF ST-ALL-SPELLS (ST-FOUND-AT) > ZERO THEN
                 COMPUTE CA-IND-RATE (CA-IDX) ROUNDED =
                    ST-ALL-EXH (ST-FOUND-AT) * 100
                    / ST-ALL-SPELLS (ST-FOUND-AT)
              END-IF
           END-IF

           IF ST-AGE-SPELLS (ST-FOUND-AT AGE-SLOT) >= RESL-MIN-SPELLS
              THEN
              COMPUTE CA-AGE-RATE (CA-IDX) ROUNDED =
                 ST-AGE-EXH (ST-FOUND-AT AGE-SLOT) * 100
                 / ST-AGE-SPELLS (ST-FOUND-AT AGE-SLOT)
           ELSE
              IF ST-ALL-SPELLS (ST-FOUND-AT) > ZERO THEN
                 COMPUTE CA-AGE-RATE (CA-IDX) ROUNDED =
                    ST-ALL-EXH (ST-FOUND-AT) * 100
                    / ST-ALL-SPELLS (ST-FOUND-AT)
              END-IF
           END-IF

           COMPUTE CA-SCORE (CA-IDX) ROUNDED =
              (CA-IND-RATE (CA-IDX) + CA-AGE-RATE (CA-IDX)) / 2
           .

       3000-SCORE-CANDIDATE-END.
           EXIT.
      ******************************************************************
      * Ranks one state's new claimants by score and selects the
      * top ones up to the state's weekly capacity. Ties keep key
      * order (claim id), so a rerun picks the same claimants.
      ******************************************************************
       4000-SELECT-ONE-STATE.
           MOVE SPACES TO RTP-KEYWORD
           STRING "RESL-CAP-" ST-STATE (ST-IDX) DELIMITED BY SIZE
              INTO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:5) IS NUMERIC THEN
              MOVE RTP-VALUE (1:5) TO ST-CAPACITY (ST-IDX)
           ELSE
              MOVE RESL-DEFAULT-CAP TO ST-CAPACITY (ST-IDX)
           END-IF

           MOVE ZERO TO RANK-NEXT
           PERFORM UNTIL RANK-NEXT >= ST-CANDIDATES (ST-IDX)
              MOVE ZERO TO CA-BEST
              PERFORM VARYING CA-SCAN FROM 1 BY 1
                    UNTIL CA-SCAN > CA-USED
                 IF CA-ST-IDX (CA-SCAN) = ST-IDX
                       AND CA-RANK (CA-SCAN) = ZERO THEN
                    IF CA-BEST = ZERO THEN
                       MOVE CA-SCAN TO CA-BEST
                    ELSE
                       IF CA-SCORE (CA-SCAN) > CA-SCORE (CA-BEST)
                          THEN
                          MOVE CA-SCAN TO CA-BEST
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM

              ADD 1 TO RANK-NEXT
              MOVE RANK-NEXT TO CA-RANK (CA-BEST)
              IF RANK-NEXT <= ST-CAPACITY (ST-IDX) THEN
                 MOVE 'S' TO CA-SELECTED-SW (CA-BEST)
                 ADD 1 TO ST-SELECTED (ST-IDX)
                 ADD 1 TO CLAIMANTS-SELECTED
                 PERFORM 4100-WRITE-SELECTION
              END-IF
           END-PERFORM

           MOVE ST-CAPACITY (ST-IDX) TO DISP-CAP
           MOVE ST-CANDIDATES (ST-IDX) TO DISP-CAND
           MOVE ST-SELECTED (ST-IDX) TO DISP-SEL
           DISPLAY "  " ST-STATE (ST-IDX) ": " DISP-CAND
              " new claimant(s), capacity " DISP-CAP ", "
              DISP-SEL " selected."
           .

       4000-SELECT-ONE-STATE-END.
           EXIT.
      ******************************************************************
       4100-WRITE-SELECTION.
           MOVE SPACES TO SELECT-OUT-REC
           MOVE CA-STATE (CA-BEST) TO SO-STATE
           MOVE CA-RANK (CA-BEST) TO SO-RANK
           MOVE CA-CLAIM-ID (CA-BEST) TO SO-CLAIM-ID
           MOVE CA-FILING-DATE (CA-BEST) TO SO-FILING-DATE
           MOVE CA-SCORE (CA-BEST) TO SO-SCORE
           MOVE CA-AGE (CA-BEST) TO SO-AGE
           MOVE CA-INDUSTRY (CA-BEST) TO SO-INDUSTRY
           MOVE WEEK-ENDING TO SO-WEEK-ENDING

           WRITE SELECT-OUT-REC
           IF NOT SELECT-OUT-OK THEN
              DISPLAY "Couldn't write the selection of claim "
                 CA-CLAIM-ID (CA-BEST) " - STATUS "
                 SELECT-OUT-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       4100-WRITE-SELECTION-END.
           EXIT.
      ******************************************************************
      * Registers one profiled claimant, selected or not; a rerun
      * of the week replaces the earlier entry.
      ******************************************************************
       5000-WRITE-REGISTER.
           MOVE SPACES TO RESEL-REC
           MOVE CA-CLAIM-ID (CA-IDX) TO RR-CLAIM-ID
           MOVE CA-STATE (CA-IDX) TO RR-STATE-CODE
           MOVE CA-FILING-DATE (CA-IDX) TO RR-FILING-DATE
           MOVE WEEK-ENDING TO RR-WEEK-ENDING
           MOVE CA-SCORE (CA-IDX) TO RR-SCORE
           MOVE CA-RANK (CA-IDX) TO RR-STATE-RANK
           IF CA-SELECTED-SW (CA-IDX) = 'S' THEN
              SET RR-SELECTED TO TRUE
           ELSE
              SET RR-NOT-SELECTED TO TRUE
           END-IF
           MOVE CA-AGE (CA-IDX) TO RR-AGE
           MOVE CA-INDUSTRY (CA-IDX) TO RR-INDUSTRY-CODE
           MOVE CA-IND-RATE (CA-IDX) TO RR-INDUSTRY-RATE
           MOVE CA-AGE-RATE (CA-IDX) TO RR-AGE-RATE

           WRITE RESEL-REC
              INVALID KEY
                 REWRITE RESEL-REC
                    INVALID KEY
                       DISPLAY "Couldn't register claim "
                          RR-CLAIM-ID " - STATUS " RESEL-FILE-STATUS
                       MOVE 4 TO RETURN-CODE
                    NOT INVALID KEY
                       ADD 1 TO REGISTER-WRITTEN
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO REGISTER-WRITTEN
           END-WRITE
           .

       5000-WRITE-REGISTER-END.
           EXIT.
      ******************************************************************
      * Maps SLOT-INDUSTRY-IN and SLOT-AGE-IN to the history
      * table's industry and age-band slots.
      ******************************************************************
       7000-FIND-HISTORY-SLOTS.
           IF SLOT-INDUSTRY-IN IS NUMERIC
              AND SLOT-INDUSTRY-IN <= "20" THEN
              MOVE SLOT-INDUSTRY-IN TO IND-SLOT
              ADD 1 TO IND-SLOT
           ELSE
              MOVE 1 TO IND-SLOT
           END-IF

           EVALUATE TRUE
              WHEN SLOT-AGE-IN = ZERO  MOVE 1 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 22    MOVE 2 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 25    MOVE 3 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 35    MOVE 4 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 45    MOVE 5 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 55    MOVE 6 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 60    MOVE 7 TO AGE-SLOT
              WHEN SLOT-AGE-IN < 65    MOVE 8 TO AGE-SLOT
              WHEN OTHER              MOVE 9 TO AGE-SLOT
           END-EVALUATE
           .

       7000-FIND-HISTORY-SLOTS-END.
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

       END PROGRAM UNEMRESL.
