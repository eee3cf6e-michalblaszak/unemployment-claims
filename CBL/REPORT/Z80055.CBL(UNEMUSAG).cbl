      ******************************************************************
      * Report usage metering and retirement candidates.
      ******************************************************************
      * More than fifty report and extract programs run, and batch
      * window and paper go on every one of them whether anybody
      * reads it or not. This report meters their use, quarter by
      * quarter, out of what the system already records:
      *    runs      - the captures in the report repository
      *                (REPOIDXDD) - the last run ever, and the runs
      *                in the quarter and the one before;
      *    reprints  - the reprint requests off the UNRB browser
      *                (RPRQDD), and the reprints UNEMRPRT put on
      *                the access trail (ACCAUDDD) - one reprint
      *                counted once;
      *    views     - the captures opened on UNRB, off the access
      *                trail;
      *    recipients - the rows of the DISTLSTDD distribution list
      *                for the program, and for UNEMSUBX the
      *                subscribers on SUBSCRDD.
      * Per program: the last run, the runs in the two quarters and
      * how often that is, the reprints and views in each, and the
      * recipients it is distributed to. A program nobody reprinted,
      * viewed or receives in either quarter is listed at the end as
      * a retirement candidate, for its business owner to confirm.
      *
      * The access trail records claim-level captures only, so a
      * view or a direct reprint of any other capture leaves no mark
      * - the report says so under the candidates. A consumer source
      * that can't be read is reported and counts as no use, so the
      * candidate list is then marked incomplete.
      *
      * PARM='yyyyQn' the quarter (e.g. '2021Q2'); none - the last
      * complete quarter.
      * RC=4 a consumer source missing or a table overflowed; RC=8
      * bad PARM or the repository index couldn't be read.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMUSAG.
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
           *> The repository's capture index - the runs.
           SELECT REPO-IDX ASSIGN TO REPOIDXDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIX-KEY
           FILE STATUS IS REPO-IDX-STATUS.

           *> The UNRB reprint requests.
           SELECT RPRQ-FILE ASSIGN TO RPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-KEY
           FILE STATUS IS RPRQ-STATUS.

           *> The claim-level access trail.
           SELECT ACCESS-HIST ASSIGN TO ACCAUDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACCESS-HIST-STATUS.

           *> The distribution list.
           SELECT DIST-LIST ASSIGN TO DISTLSTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DIST-LIST-STATUS.

           *> The extract subscriptions.
           SELECT SUBSCR-FILE ASSIGN TO SUBSCRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUBSCR-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Laid out exactly as UNEMREPO writes it.
       FD  REPO-IDX.
       01  REPO-IDX-REC.
           05 RIX-KEY.
              10 RIX-PGM      PIC X(8).
              10 RIX-RUN-DATE PIC 9(8).
              10 RIX-RUN-TIME PIC 9(6).
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 RIX-CONTENT     PIC X.
              88 RIX-CLAIM-LEVEL VALUE 'C'.
           05 FILLER          PIC X(13).

      * Provides:
      *    FD  RPRQ-FILE
      *    01  RPRQ-REC.
       COPY RPRQREC.

      * Laid out exactly as UNEMACCL writes it.
       FD  ACCESS-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ACCESS-HIST-REC.
           05 AH-DATE    PIC 9(8).
           05 AH-TIME    PIC 9(6).
           05 AH-USER    PIC X(8).
           05 AH-PGM     PIC X(8).
           05 AH-REQUEST PIC X(60).
      * A reprint UNEMRPRT logged - 'REPRINT pppppppp yyyymmdd
      * hhmmss'.
           05 AH-REPRINT-REQUEST REDEFINES AH-REQUEST.
              10 AH-RP-VERB      PIC X(8).
              10 AH-RP-PGM       PIC X(8).
              10 FILLER          PIC X.
              10 AH-RP-RUN-DATE  PIC 9(8).
              10 FILLER          PIC X.
              10 AH-RP-RUN-TIME  PIC 9(6).
              10 FILLER          PIC X(28).
           05 FILLER     PIC X(10).

      * Laid out exactly as UNEMDIST reads it.
       FD  DIST-LIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  DIST-LIST-REC.
           05 DS-RECIPIENT PIC X(20).
           05 DS-PGM       PIC X(8).
           05 DS-FREQUENCY PIC X.
           05 DS-DUE-DAY   PIC X(2).
           05 FILLER       PIC X(49).

      * Laid out exactly as UNEMSUBX reads it - only the subscriber
      * matters here.
       FD  SUBSCR-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  SUBSCR-REC.
           05 SU-SUBSCRIBER PIC X(16).
           05 FILLER        PIC X(64).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  REPO-IDX-STATUS PIC XX.
           88 REPO-IDX-OK VALUE "00".
           88 REPO-IDX-EOF VALUE "10".

       01  RPRQ-STATUS PIC XX.
           88 RPRQ-OK VALUE "00".
           88 RPRQ-EOF VALUE "10".

       01  ACCESS-HIST-STATUS PIC XX.
           88 ACCESS-HIST-OK VALUE "00".
           88 ACCESS-HIST-EOF VALUE "10".

       01  DIST-LIST-STATUS PIC XX.
           88 DIST-LIST-OK VALUE "00".
           88 DIST-LIST-EOF VALUE "10".

       01  SUBSCR-STATUS PIC XX.
           88 SUBSCR-OK VALUE "00".
           88 SUBSCR-EOF VALUE "10".

       01  SOURCE-MISSING-SW PIC X VALUE 'N'.
           88 SOURCE-MISSING VALUE 'Y'.
      * Which of the consumer sources couldn't be read.
       01  SOURCE-FLAGS.
           05 RPRQ-MISSING-SW   PIC X VALUE 'N'.
              88 RPRQ-MISSING   VALUE 'Y'.
           05 TRAIL-MISSING-SW  PIC X VALUE 'N'.
              88 TRAIL-MISSING  VALUE 'Y'.
           05 DIST-MISSING-SW   PIC X VALUE 'N'.
              88 DIST-MISSING   VALUE 'Y'.
           05 SUBSCR-MISSING-SW PIC X VALUE 'N'.
              88 SUBSCR-MISSING VALUE 'Y'.
       01  TABLE-OVERFLOW-SW PIC X VALUE 'N'.
           88 TABLE-OVERFLOW VALUE 'Y'.

      * The quarter reported (Q) and the one before it (P).
       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  TODAY-PARTS REDEFINES RUN-DATE-TODAY.
           05 TODAY-YYYY PIC 9(4).
           05 TODAY-MM   PIC 9(2).
           05 TODAY-DD   PIC 9(2).

       01  QUARTER-YYYY PIC 9(4) VALUE ZERO.
       01  QUARTER-NUM  PIC 9    VALUE ZERO.
       01  PRIOR-YYYY   PIC 9(4) VALUE ZERO.
       01  PRIOR-NUM    PIC 9    VALUE ZERO.

       01  QUARTER-BOUNDS.
           05 Q-START PIC 9(8) VALUE ZERO.
           05 Q-START-PARTS REDEFINES Q-START.
              10 Q-START-YYYY PIC 9(4).
              10 Q-START-MM   PIC 9(2).
              10 Q-START-DD   PIC 9(2).
           05 Q-END   PIC 9(8) VALUE ZERO.
           05 Q-END-PARTS REDEFINES Q-END.
              10 Q-END-YYYY PIC 9(4).
              10 Q-END-MM   PIC 9(2).
              10 Q-END-DD   PIC 9(2).
           05 P-START PIC 9(8) VALUE ZERO.
           05 P-START-PARTS REDEFINES P-START.
              10 P-START-YYYY PIC 9(4).
              10 P-START-MM   PIC 9(2).
              10 P-START-DD   PIC 9(2).
           05 P-END   PIC 9(8) VALUE ZERO.
           05 P-END-PARTS REDEFINES P-END.
              10 P-END-YYYY PIC 9(4).
              10 P-END-MM   PIC 9(2).
              10 P-END-DD   PIC 9(2).

      * Which quarter a date falls in - 'Q', 'P' or neither.
       01  DATE-TO-PLACE PIC 9(8) VALUE ZERO.
       01  DATE-PLACE    PIC X VALUE SPACE.
           88 DATE-IN-QUARTER VALUE 'Q'.
           88 DATE-IN-PRIOR   VALUE 'P'.

      * Every program seen in any source, kept in program order.
       01  PROGRAM-TABLE.
           05 PROGRAM-ENTRY OCCURS 200 TIMES.
              10 PG-PGM         PIC X(8).
              10 PG-LAST-RUN    PIC 9(8).
              10 PG-RUNS-Q      PIC 9(5) COMP-4.
              10 PG-RUNS-P      PIC 9(5) COMP-4.
              10 PG-REPRINTS-Q  PIC 9(5) COMP-4.
              10 PG-REPRINTS-P  PIC 9(5) COMP-4.
              10 PG-VIEWS-Q     PIC 9(5) COMP-4.
              10 PG-VIEWS-P     PIC 9(5) COMP-4.
              10 PG-RECIPIENTS  PIC 9(5) COMP-4.

       01  PROGRAM-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  PROGRAM-IDX  PIC 9(3) COMP-4.
       01  PROGRAM-AT   PIC 9(3) COMP-4.
       01  FIND-PGM     PIC X(8) VALUE SPACES.

      * The reprints worked off the request KSDS in the two quarters
      * - a claim-level one is on the access trail as well, and
      * counts once.
       01  WORKED-TABLE.
           05 WORKED-ENTRY OCCURS 1000 TIMES.
              10 WK-PGM       PIC X(8).
              10 WK-RUN-DATE  PIC 9(8).
              10 WK-RUN-TIME  PIC 9(6).
              10 WK-DONE-DATE PIC 9(8).

       01  WORKED-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  WORKED-IDX  PIC 9(4) COMP-4.
       01  WORKED-FOUND-SW PIC X VALUE 'N'.
           88 WORKED-FOUND VALUE 'Y'.

      * An UNRB entry on the trail - 'UNRB verb user pppppppp ...'.
       01  TRAIL-WORDS.
           05 TW-TRANSID PIC X(8).
           05 TW-VERB    PIC X(8).
           05 TW-USER    PIC X(8).
           05 TW-PGM     PIC X(8).

       01  SOURCE-COUNTS.
           05 RUNS-READ      PIC 9(7) COMP-4 VALUE ZERO.
           05 REQUESTS-READ  PIC 9(7) COMP-4 VALUE ZERO.
           05 TRAIL-READ     PIC 9(7) COMP-4 VALUE ZERO.
           05 DIST-READ      PIC 9(7) COMP-4 VALUE ZERO.
           05 SUBSCR-READ    PIC 9(7) COMP-4 VALUE ZERO.

       01  REPORT-COUNTS.
           05 PROGRAMS-IN-USE   PIC 9(5) COMP-4 VALUE ZERO.
           05 CANDIDATES        PIC 9(5) COMP-4 VALUE ZERO.

       01  CONSUMER-USE PIC 9(7) COMP-4 VALUE ZERO.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  USAG-DISP-SEPARATOR PIC X(120) VALUE ALL '-'.

       01  USAG-QUARTER-DISP-REC.
           05 FILLER          PIC X(9)  VALUE 'Quarter: '.
           05 UQ-DISP-YYYY    PIC 9(4)  VALUE ZERO.
           05 FILLER          PIC X     VALUE 'Q'.
           05 UQ-DISP-NUM     PIC 9     VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE ' ('.
           05 UQ-DISP-START   PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X(3)  VALUE ' - '.
           05 UQ-DISP-END     PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X(20) VALUE ')   prior quarter: '.
           05 UQ-DISP-P-YYYY  PIC 9(4)  VALUE ZERO.
           05 FILLER          PIC X     VALUE 'Q'.
           05 UQ-DISP-P-NUM   PIC 9     VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE ' ('.
           05 UQ-DISP-P-START PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X(3)  VALUE ' - '.
           05 UQ-DISP-P-END   PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X     VALUE ')'.

       01  USAG-SOURCE-DISP-REC.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 US-DISP-SOURCE  PIC X(40) VALUE SPACES.
           05 US-DISP-COUNT   PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 US-DISP-NOTE    PIC X(50) VALUE SPACES.

       01  USAG-HEAD-DISP-REC.
           05 FILLER PIC X(10) VALUE 'PROGRAM'.
           05 FILLER PIC X(10) VALUE 'LAST RUN'.
           05 FILLER PIC X(15) VALUE '    RUNS  Q / P'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'FREQUENCY'.
           05 FILLER PIC X(15) VALUE 'REPRINTS  Q / P'.
           05 FILLER PIC X(15) VALUE '   VIEWS  Q / P'.
           05 FILLER PIC X(12) VALUE '  RECIPIENTS'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'STATUS'.

       01  USAG-PROGRAM-DISP-REC.
           05 UP-DISP-PGM        PIC X(8)  VALUE SPACES.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 UP-DISP-LAST-RUN   PIC X(8)  VALUE SPACES.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 UP-DISP-RUNS-Q     PIC ZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE ' / '.
           05 UP-DISP-RUNS-P     PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 UP-DISP-FREQUENCY  PIC X(12) VALUE SPACES.
           05 UP-DISP-REPRINTS-Q PIC ZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE ' / '.
           05 UP-DISP-REPRINTS-P PIC ZZ,ZZ9.
           05 UP-DISP-VIEWS-Q    PIC ZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE ' / '.
           05 UP-DISP-VIEWS-P    PIC ZZ,ZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 UP-DISP-RECIPIENTS PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 UP-DISP-STATUS     PIC X(20) VALUE SPACES.

       01  USAG-CANDIDATE-DISP-REC.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 UC-DISP-PGM     PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(12) VALUE '  last run '.
           05 UC-DISP-LAST-RUN PIC X(8) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE ', '.
           05 UC-DISP-RUNS    PIC ZZ,ZZ9.
           05 FILLER          PIC X(36)
              VALUE ' run(s) in the two quarters, unread'.

       01  USAG-TEXT-DISP-REC.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 UX-DISP-TEXT    PIC X(110) VALUE SPACES.

       01  USAG-TOTAL-DISP-REC.
           05 UT-DISP-PROGRAMS   PIC ZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE ' program(s), '.
           05 UT-DISP-IN-USE     PIC ZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE ' in use, '.
           05 UT-DISP-CANDIDATES PIC ZZ,ZZ9.
           05 FILLER             PIC X(25)
              VALUE ' retirement candidate(s)'.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= request - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-YYYY    PIC X(4).
              10 PARM-Q       PIC X.
              10 PARM-QUARTER PIC X.

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD

           PERFORM 1100-SET-QUARTER
              THRU 1100-SET-QUARTER-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-LOAD-RUNS
              THRU 2000-LOAD-RUNS-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2200-LOAD-REPRINT-REQUESTS
              THRU 2200-LOAD-REPRINT-REQUESTS-END
           PERFORM 2300-LOAD-ACCESS-TRAIL
              THRU 2300-LOAD-ACCESS-TRAIL-END
           PERFORM 2400-LOAD-DIST-LIST
              THRU 2400-LOAD-DIST-LIST-END
           PERFORM 2500-LOAD-SUBSCRIPTIONS
              THRU 2500-LOAD-SUBSCRIPTIONS-END

           PERFORM 3000-PRINT-REPORT

           IF SOURCE-MISSING OR TABLE-OVERFLOW THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The quarter from the PARM - the last complete one without -
      * and the quarter before it, as date ranges.
      ******************************************************************
       1100-SET-QUARTER.
           IF PARM-LEN = ZERO THEN
              MOVE TODAY-YYYY TO QUARTER-YYYY
              COMPUTE QUARTER-NUM = (TODAY-MM - 1) / 3
              IF QUARTER-NUM = ZERO THEN
                 MOVE 4 TO QUARTER-NUM
                 SUBTRACT 1 FROM QUARTER-YYYY
              END-IF
           ELSE
              IF PARM-LEN < 6
                 OR PARM-YYYY IS NOT NUMERIC
                 OR (PARM-Q NOT = 'Q' AND PARM-Q NOT = 'q')
                 OR PARM-QUARTER < '1' OR PARM-QUARTER > '4' THEN
                 DISPLAY "Usage: PARM='yyyyQn' - the quarter to "
                    "report, e.g. '2021Q2'; none for the last "
                    "complete quarter."
                 MOVE 8 TO RETURN-CODE
                 GO TO 1100-SET-QUARTER-END
              END-IF
              MOVE PARM-YYYY TO QUARTER-YYYY
              MOVE PARM-QUARTER TO QUARTER-NUM
           END-IF

           MOVE QUARTER-YYYY TO PRIOR-YYYY
           COMPUTE PRIOR-NUM = QUARTER-NUM - 1
           IF PRIOR-NUM = ZERO THEN
              MOVE 4 TO PRIOR-NUM
              SUBTRACT 1 FROM PRIOR-YYYY
           END-IF

           *> Day 31 closes every quarter's last month for a date
           *> comparison - a 30-day month has no 31st to miss.
           MOVE QUARTER-YYYY TO Q-START-YYYY Q-END-YYYY
           COMPUTE Q-START-MM = QUARTER-NUM * 3 - 2
           MOVE 01 TO Q-START-DD
           COMPUTE Q-END-MM = QUARTER-NUM * 3
           MOVE 31 TO Q-END-DD
           MOVE PRIOR-YYYY TO P-START-YYYY P-END-YYYY
           COMPUTE P-START-MM = PRIOR-NUM * 3 - 2
           MOVE 01 TO P-START-DD
           COMPUTE P-END-MM = PRIOR-NUM * 3
           MOVE 31 TO P-END-DD
           .

       1100-SET-QUARTER-END.
           EXIT.
      ******************************************************************
      * The runs - every capture on the repository index.
      ******************************************************************
       2000-LOAD-RUNS.
           OPEN INPUT REPO-IDX

           IF NOT REPO-IDX-OK THEN
              DISPLAY "Repository index not available - STATUS "
                 REPO-IDX-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-LOAD-RUNS-END
           END-IF

           MOVE LOW-VALUES TO RIX-KEY
           START REPO-IDX KEY IS >= RIX-KEY
              INVALID KEY SET REPO-IDX-EOF TO TRUE
           END-START

           PERFORM UNTIL REPO-IDX-EOF
              READ REPO-IDX NEXT
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 2100-COUNT-RUN
                       THRU 2100-COUNT-RUN-END
              END-READ
              IF NOT REPO-IDX-OK AND NOT REPO-IDX-EOF THEN
                 DISPLAY "Error reading the repository index - "
                    "STATUS " REPO-IDX-STATUS
                 SET REPO-IDX-EOF TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM

           CLOSE REPO-IDX
           .

       2000-LOAD-RUNS-END.
           EXIT.
      ******************************************************************
       2100-COUNT-RUN.
           ADD 1 TO RUNS-READ
           MOVE RIX-PGM TO FIND-PGM
           PERFORM 4000-FIND-PROGRAM
              THRU 4000-FIND-PROGRAM-END
           IF PROGRAM-AT = ZERO THEN
              GO TO 2100-COUNT-RUN-END
           END-IF

           IF RIX-RUN-DATE > PG-LAST-RUN (PROGRAM-AT) THEN
              MOVE RIX-RUN-DATE TO PG-LAST-RUN (PROGRAM-AT)
           END-IF

           MOVE RIX-RUN-DATE TO DATE-TO-PLACE
           PERFORM 4100-PLACE-DATE
           EVALUATE TRUE
              WHEN DATE-IN-QUARTER
                 ADD 1 TO PG-RUNS-Q (PROGRAM-AT)
              WHEN DATE-IN-PRIOR
                 ADD 1 TO PG-RUNS-P (PROGRAM-AT)
           END-EVALUATE
           .

       2100-COUNT-RUN-END.
           EXIT.
      ******************************************************************
      * The reprint requests asked for in the two quarters - every
      * one is somebody wanting the report, found or not.
      ******************************************************************
       2200-LOAD-REPRINT-REQUESTS.
           OPEN INPUT RPRQ-FILE

           IF NOT RPRQ-OK THEN
              DISPLAY "*** Reprint requests not available - STATUS "
                 RPRQ-STATUS " - counted as none."
              SET SOURCE-MISSING TO TRUE
              SET RPRQ-MISSING TO TRUE
              GO TO 2200-LOAD-REPRINT-REQUESTS-END
           END-IF

           MOVE P-START TO RQ-REQ-DATE
           MOVE ZERO TO RQ-REQ-TIME
           MOVE LOW-VALUES TO RQ-USER
           START RPRQ-FILE KEY IS >= RQ-KEY
              INVALID KEY SET RPRQ-EOF TO TRUE
           END-START

           PERFORM UNTIL RPRQ-EOF
              READ RPRQ-FILE NEXT
                 AT END CONTINUE
                 NOT AT END
                    IF RQ-REQ-DATE > Q-END THEN
                       SET RPRQ-EOF TO TRUE
                    ELSE
                       PERFORM 2250-COUNT-REQUEST
                    END-IF
              END-READ
              IF NOT RPRQ-OK AND NOT RPRQ-EOF THEN
                 DISPLAY "*** Error reading the reprint requests - "
                    "STATUS " RPRQ-STATUS
                 SET RPRQ-EOF TO TRUE
                 SET SOURCE-MISSING TO TRUE
                 SET RPRQ-MISSING TO TRUE
              END-IF
           END-PERFORM

           CLOSE RPRQ-FILE
           .

       2200-LOAD-REPRINT-REQUESTS-END.
           EXIT.
      ******************************************************************
       2250-COUNT-REQUEST.
           ADD 1 TO REQUESTS-READ
           MOVE RQ-PGM TO FIND-PGM
           PERFORM 4000-FIND-PROGRAM
              THRU 4000-FIND-PROGRAM-END
           IF PROGRAM-AT > ZERO THEN
              MOVE RQ-REQ-DATE TO DATE-TO-PLACE
              PERFORM 4100-PLACE-DATE
              EVALUATE TRUE
                 WHEN DATE-IN-QUARTER
                    ADD 1 TO PG-REPRINTS-Q (PROGRAM-AT)
                 WHEN DATE-IN-PRIOR
                    ADD 1 TO PG-REPRINTS-P (PROGRAM-AT)
              END-EVALUATE
           END-IF

           IF RQ-DONE THEN
              IF WORKED-USED >= 1000 THEN
                 SET TABLE-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WORKED-USED
                 MOVE RQ-PGM TO WK-PGM (WORKED-USED)
                 MOVE RQ-RUN-DATE TO WK-RUN-DATE (WORKED-USED)
                 MOVE RQ-RUN-TIME TO WK-RUN-TIME (WORKED-USED)
                 MOVE RQ-DONE-DATE TO WK-DONE-DATE (WORKED-USED)
              END-IF
           END-IF
           .

       2250-COUNT-REQUEST-END.
           EXIT.
      ******************************************************************
      * The access trail - UNEMRPRT's reprints not already counted
      * off the request KSDS, and the captures opened on UNRB. UNRB
      * reprint requests are on the KSDS already.
      ******************************************************************
       2300-LOAD-ACCESS-TRAIL.
           OPEN INPUT ACCESS-HIST

           IF NOT ACCESS-HIST-OK THEN
              DISPLAY "*** Access trail not available - STATUS "
                 ACCESS-HIST-STATUS " - counted as none."
              SET SOURCE-MISSING TO TRUE
              SET TRAIL-MISSING TO TRUE
              GO TO 2300-LOAD-ACCESS-TRAIL-END
           END-IF

           PERFORM UNTIL NOT ACCESS-HIST-OK
              READ ACCESS-HIST
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 2350-COUNT-ACCESS
                       THRU 2350-COUNT-ACCESS-END
              END-READ
           END-PERFORM

           IF NOT ACCESS-HIST-EOF THEN
              DISPLAY "*** Error reading the access trail - STATUS "
                 ACCESS-HIST-STATUS
              SET SOURCE-MISSING TO TRUE
              SET TRAIL-MISSING TO TRUE
           END-IF

           CLOSE ACCESS-HIST
           .

       2300-LOAD-ACCESS-TRAIL-END.
           EXIT.
      ******************************************************************
       2350-COUNT-ACCESS.
           MOVE AH-DATE TO DATE-TO-PLACE
           PERFORM 4100-PLACE-DATE
           IF NOT DATE-IN-QUARTER AND NOT DATE-IN-PRIOR THEN
              GO TO 2350-COUNT-ACCESS-END
           END-IF

           EVALUATE TRUE
              WHEN AH-PGM = 'UNEMRPRT' AND AH-RP-VERB = 'REPRINT '
                 MOVE 'N' TO WORKED-FOUND-SW
                 PERFORM VARYING WORKED-IDX FROM 1 BY 1
                       UNTIL WORKED-IDX > WORKED-USED OR WORKED-FOUND
                    IF WK-PGM (WORKED-IDX) = AH-RP-PGM
                       AND WK-RUN-DATE (WORKED-IDX) = AH-RP-RUN-DATE
                       AND WK-RUN-TIME (WORKED-IDX) = AH-RP-RUN-TIME
                       AND WK-DONE-DATE (WORKED-IDX) = AH-DATE THEN
                       SET WORKED-FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF WORKED-FOUND THEN
                    GO TO 2350-COUNT-ACCESS-END
                 END-IF
                 MOVE AH-RP-PGM TO FIND-PGM
              WHEN AH-PGM = 'UNEMRPBR'
                 MOVE SPACES TO TRAIL-WORDS
                 UNSTRING AH-REQUEST DELIMITED BY ALL SPACE
                    INTO TW-TRANSID TW-VERB TW-USER TW-PGM
                 END-UNSTRING
                 IF TW-VERB NOT = 'VIEW' THEN
                    GO TO 2350-COUNT-ACCESS-END
                 END-IF
                 MOVE TW-PGM TO FIND-PGM
              WHEN OTHER
                 GO TO 2350-COUNT-ACCESS-END
           END-EVALUATE

           ADD 1 TO TRAIL-READ
           PERFORM 4000-FIND-PROGRAM
              THRU 4000-FIND-PROGRAM-END
           IF PROGRAM-AT = ZERO THEN
              GO TO 2350-COUNT-ACCESS-END
           END-IF

           EVALUATE TRUE
              WHEN AH-PGM = 'UNEMRPRT' AND DATE-IN-QUARTER
                 ADD 1 TO PG-REPRINTS-Q (PROGRAM-AT)
              WHEN AH-PGM = 'UNEMRPRT'
                 ADD 1 TO PG-REPRINTS-P (PROGRAM-AT)
              WHEN DATE-IN-QUARTER
                 ADD 1 TO PG-VIEWS-Q (PROGRAM-AT)
              WHEN OTHER
                 ADD 1 TO PG-VIEWS-P (PROGRAM-AT)
           END-EVALUATE
           .

       2350-COUNT-ACCESS-END.
           EXIT.
      ******************************************************************
      * The distribution list - one recipient per row.
      ******************************************************************
       2400-LOAD-DIST-LIST.
           OPEN INPUT DIST-LIST

           IF NOT DIST-LIST-OK THEN
              DISPLAY "*** Distribution list not available - STATUS "
                 DIST-LIST-STATUS " - counted as none."
              SET SOURCE-MISSING TO TRUE
              SET DIST-MISSING TO TRUE
              GO TO 2400-LOAD-DIST-LIST-END
           END-IF

           PERFORM UNTIL NOT DIST-LIST-OK
              READ DIST-LIST
                 AT END CONTINUE
                 NOT AT END
                    IF DIST-LIST-REC (1:1) NOT = '*'
                       AND DS-PGM NOT = SPACES THEN
                       ADD 1 TO DIST-READ
                       MOVE DS-PGM TO FIND-PGM
                       PERFORM 4000-FIND-PROGRAM
                          THRU 4000-FIND-PROGRAM-END
                       IF PROGRAM-AT > ZERO THEN
                          ADD 1 TO PG-RECIPIENTS (PROGRAM-AT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE DIST-LIST
           .

       2400-LOAD-DIST-LIST-END.
           EXIT.
      ******************************************************************
      * The subscriptions - each subscriber a recipient of UNEMSUBX.
      ******************************************************************
       2500-LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBSCR-FILE

           IF NOT SUBSCR-OK THEN
              DISPLAY "*** Subscriptions not available - STATUS "
                 SUBSCR-STATUS " - counted as none."
              SET SOURCE-MISSING TO TRUE
              SET SUBSCR-MISSING TO TRUE
              GO TO 2500-LOAD-SUBSCRIPTIONS-END
           END-IF

           MOVE 'UNEMSUBX' TO FIND-PGM
           PERFORM 4000-FIND-PROGRAM
              THRU 4000-FIND-PROGRAM-END

           PERFORM UNTIL NOT SUBSCR-OK
              READ SUBSCR-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SUBSCR-REC (1:1) NOT = '*'
                       AND SUBSCR-REC NOT = SPACES THEN
                       ADD 1 TO SUBSCR-READ
                       IF PROGRAM-AT > ZERO THEN
                          ADD 1 TO PG-RECIPIENTS (PROGRAM-AT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUBSCR-FILE
           .

       2500-LOAD-SUBSCRIPTIONS-END.
           EXIT.
      ******************************************************************
      * The report: the quarter, what each source gave, a line per
      * program, then the retirement candidates.
      ******************************************************************
       3000-PRINT-REPORT.
           MOVE "REPORT USAGE BY PROGRAM (UNEMUSAG)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMUSAG" PRNT-TEXT

           MOVE QUARTER-YYYY TO UQ-DISP-YYYY
           MOVE QUARTER-NUM TO UQ-DISP-NUM
           MOVE Q-START TO UQ-DISP-START
           MOVE Q-END TO UQ-DISP-END
           *> The true last day of the quarter for the reader.
           IF Q-END-MM = 06 OR Q-END-MM = 09 THEN
              MOVE 30 TO UQ-DISP-END (7:2)
           END-IF
           MOVE PRIOR-YYYY TO UQ-DISP-P-YYYY
           MOVE PRIOR-NUM TO UQ-DISP-P-NUM
           MOVE P-START TO UQ-DISP-P-START
           MOVE P-END TO UQ-DISP-P-END
           IF P-END-MM = 06 OR P-END-MM = 09 THEN
              MOVE 30 TO UQ-DISP-P-END (7:2)
           END-IF
           MOVE USAG-QUARTER-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT

           MOVE "Runs captured (REPOIDXDD)" TO US-DISP-SOURCE
           MOVE RUNS-READ TO US-DISP-COUNT
           MOVE SPACES TO US-DISP-NOTE
           PERFORM 3050-PRINT-SOURCE

           MOVE "Reprint requests, both quarters (RPRQDD)"
              TO US-DISP-SOURCE
           MOVE REQUESTS-READ TO US-DISP-COUNT
           MOVE SPACES TO US-DISP-NOTE
           IF RPRQ-MISSING THEN
              MOVE "*** NOT AVAILABLE - counted as none"
                 TO US-DISP-NOTE
           END-IF
           PERFORM 3050-PRINT-SOURCE

           MOVE "Reprints/views on the trail (ACCAUDDD)"
              TO US-DISP-SOURCE
           MOVE TRAIL-READ TO US-DISP-COUNT
           MOVE SPACES TO US-DISP-NOTE
           IF TRAIL-MISSING THEN
              MOVE "*** NOT AVAILABLE - counted as none"
                 TO US-DISP-NOTE
           END-IF
           PERFORM 3050-PRINT-SOURCE

           MOVE "Distribution list rows (DISTLSTDD)" TO US-DISP-SOURCE
           MOVE DIST-READ TO US-DISP-COUNT
           MOVE SPACES TO US-DISP-NOTE
           IF DIST-MISSING THEN
              MOVE "*** NOT AVAILABLE - counted as none"
                 TO US-DISP-NOTE
           END-IF
           PERFORM 3050-PRINT-SOURCE

           MOVE "Extract subscriptions (SUBSCRDD)" TO US-DISP-SOURCE
           MOVE SUBSCR-READ TO US-DISP-COUNT
           MOVE SPACES TO US-DISP-NOTE
           IF SUBSCR-MISSING THEN
              MOVE "*** NOT AVAILABLE - counted as none"
                 TO US-DISP-NOTE
           END-IF
           PERFORM 3050-PRINT-SOURCE

           MOVE USAG-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           MOVE USAG-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMUSAG" PRNT-TEXT

           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
                 UNTIL PROGRAM-IDX > PROGRAM-USED
              PERFORM 3100-PRINT-PROGRAM
           END-PERFORM

           PERFORM 3200-PRINT-CANDIDATES

           MOVE PROGRAM-USED TO UT-DISP-PROGRAMS
           MOVE PROGRAMS-IN-USE TO UT-DISP-IN-USE
           MOVE CANDIDATES TO UT-DISP-CANDIDATES
           MOVE USAG-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMUSAG" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMUSAG" PRNT-TEXT
           .

       3000-PRINT-REPORT-END.
           EXIT.
      ******************************************************************
       3050-PRINT-SOURCE.
           MOVE USAG-SOURCE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           .

       3050-PRINT-SOURCE-END.
           EXIT.
      ******************************************************************
      * One program's line. How often it runs is read off the
      * quarter's runs - some 65 working days, 13 weeks, 3 months.
      ******************************************************************
       3100-PRINT-PROGRAM.
           MOVE PG-PGM (PROGRAM-IDX) TO UP-DISP-PGM
           IF PG-LAST-RUN (PROGRAM-IDX) = ZERO THEN
              MOVE 'never' TO UP-DISP-LAST-RUN
           ELSE
              MOVE PG-LAST-RUN (PROGRAM-IDX) TO UP-DISP-LAST-RUN
           END-IF
           MOVE PG-RUNS-Q (PROGRAM-IDX) TO UP-DISP-RUNS-Q
           MOVE PG-RUNS-P (PROGRAM-IDX) TO UP-DISP-RUNS-P

           EVALUATE TRUE
              WHEN PG-RUNS-Q (PROGRAM-IDX) >= 50
                 MOVE 'DAILY' TO UP-DISP-FREQUENCY
              WHEN PG-RUNS-Q (PROGRAM-IDX) >= 10
                 MOVE 'WEEKLY' TO UP-DISP-FREQUENCY
              WHEN PG-RUNS-Q (PROGRAM-IDX) >= 3
                 MOVE 'MONTHLY' TO UP-DISP-FREQUENCY
              WHEN PG-RUNS-Q (PROGRAM-IDX) > ZERO
                 MOVE 'OCCASIONAL' TO UP-DISP-FREQUENCY
              WHEN OTHER
                 MOVE 'NOT RUN' TO UP-DISP-FREQUENCY
           END-EVALUATE

           MOVE PG-REPRINTS-Q (PROGRAM-IDX) TO UP-DISP-REPRINTS-Q
           MOVE PG-REPRINTS-P (PROGRAM-IDX) TO UP-DISP-REPRINTS-P
           MOVE PG-VIEWS-Q (PROGRAM-IDX) TO UP-DISP-VIEWS-Q
           MOVE PG-VIEWS-P (PROGRAM-IDX) TO UP-DISP-VIEWS-P
           MOVE PG-RECIPIENTS (PROGRAM-IDX) TO UP-DISP-RECIPIENTS

           COMPUTE CONSUMER-USE = PG-REPRINTS-Q (PROGRAM-IDX)
              + PG-REPRINTS-P (PROGRAM-IDX)
              + PG-VIEWS-Q (PROGRAM-IDX) + PG-VIEWS-P (PROGRAM-IDX)
              + PG-RECIPIENTS (PROGRAM-IDX)
           IF CONSUMER-USE > ZERO THEN
              ADD 1 TO PROGRAMS-IN-USE
              IF PG-RECIPIENTS (PROGRAM-IDX) > ZERO THEN
                 MOVE 'DISTRIBUTED' TO UP-DISP-STATUS
              ELSE
                 MOVE 'READ' TO UP-DISP-STATUS
              END-IF
           ELSE
              ADD 1 TO CANDIDATES
              MOVE '*** NO CONSUMER' TO UP-DISP-STATUS
           END-IF

           MOVE USAG-PROGRAM-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           .

       3100-PRINT-PROGRAM-END.
           EXIT.
      ******************************************************************
      * The programs nobody reprinted, viewed or receives in either
      * quarter - for the business owners to confirm.
      ******************************************************************
       3200-PRINT-CANDIDATES.
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           MOVE USAG-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "RETIREMENT CANDIDATES - no consumer in "
              UQ-DISP-P-YYYY "Q" UQ-DISP-P-NUM " or " UQ-DISP-YYYY
              "Q" UQ-DISP-NUM ", for the business owners to confirm"
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT

           IF CANDIDATES = ZERO THEN
              MOVE "None - every program has a consumer."
                 TO UX-DISP-TEXT
              MOVE USAG-TEXT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           END-IF

           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
                 UNTIL PROGRAM-IDX > PROGRAM-USED
              COMPUTE CONSUMER-USE = PG-REPRINTS-Q (PROGRAM-IDX)
                 + PG-REPRINTS-P (PROGRAM-IDX)
                 + PG-VIEWS-Q (PROGRAM-IDX) + PG-VIEWS-P (PROGRAM-IDX)
                 + PG-RECIPIENTS (PROGRAM-IDX)
              IF CONSUMER-USE = ZERO THEN
                 MOVE PG-PGM (PROGRAM-IDX) TO UC-DISP-PGM
                 IF PG-LAST-RUN (PROGRAM-IDX) = ZERO THEN
                    MOVE 'never' TO UC-DISP-LAST-RUN
                 ELSE
                    MOVE PG-LAST-RUN (PROGRAM-IDX) TO UC-DISP-LAST-RUN
                 END-IF
                 COMPUTE UC-DISP-RUNS = PG-RUNS-Q (PROGRAM-IDX)
                    + PG-RUNS-P (PROGRAM-IDX)
                 MOVE USAG-CANDIDATE-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
              END-IF
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           MOVE SPACES TO UX-DISP-TEXT
           STRING "Views and direct reprints are on the access trail "
              "for claim-level captures only; UNRB reprint requests "
              "count for every capture."
              DELIMITED BY SIZE INTO UX-DISP-TEXT
           MOVE USAG-TEXT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           IF SOURCE-MISSING OR TABLE-OVERFLOW THEN
              MOVE SPACES TO UX-DISP-TEXT
              STRING "*** INCOMPLETE - a usage source was missing or "
                 "overflowed; confirm each candidate before acting."
                 DELIMITED BY SIZE INTO UX-DISP-TEXT
              MOVE USAG-TEXT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMUSAG" PRNT-TEXT
           END-IF
           .

       3200-PRINT-CANDIDATES-END.
           EXIT.
      ******************************************************************
      * FIND-PGM's entry in PROGRAM-AT - a new one, in program
      * order, the first time it is seen; zero when the table is
      * full.
      ******************************************************************
       4000-FIND-PROGRAM.
           MOVE ZERO TO PROGRAM-AT
           PERFORM VARYING PROGRAM-IDX FROM 1 BY 1
                 UNTIL PROGRAM-IDX > PROGRAM-USED
                 OR PG-PGM (PROGRAM-IDX) >= FIND-PGM
              CONTINUE
           END-PERFORM

           IF PROGRAM-IDX <= PROGRAM-USED THEN
              IF PG-PGM (PROGRAM-IDX) = FIND-PGM THEN
                 MOVE PROGRAM-IDX TO PROGRAM-AT
                 GO TO 4000-FIND-PROGRAM-END
              END-IF
           END-IF

           IF PROGRAM-USED >= 200 THEN
              IF NOT TABLE-OVERFLOW THEN
                 DISPLAY "*** More than 200 programs - the rest are "
                    "not counted."
              END-IF
              SET TABLE-OVERFLOW TO TRUE
              GO TO 4000-FIND-PROGRAM-END
           END-IF

           *> Opens a slot at PROGRAM-IDX by moving the rest down.
           MOVE PROGRAM-IDX TO PROGRAM-AT
           MOVE PROGRAM-USED TO PROGRAM-IDX
           ADD 1 TO PROGRAM-USED
           PERFORM UNTIL PROGRAM-IDX < PROGRAM-AT
              MOVE PROGRAM-ENTRY (PROGRAM-IDX)
                 TO PROGRAM-ENTRY (PROGRAM-IDX + 1)
              SUBTRACT 1 FROM PROGRAM-IDX
           END-PERFORM

           INITIALIZE PROGRAM-ENTRY (PROGRAM-AT)
           MOVE FIND-PGM TO PG-PGM (PROGRAM-AT)
           .

       4000-FIND-PROGRAM-END.
           EXIT.
      ******************************************************************
       4100-PLACE-DATE.
           EVALUATE TRUE
              WHEN DATE-TO-PLACE >= Q-START AND DATE-TO-PLACE <= Q-END
                 SET DATE-IN-QUARTER TO TRUE
              WHEN DATE-TO-PLACE >= P-START AND DATE-TO-PLACE <= P-END
                 SET DATE-IN-PRIOR TO TRUE
              WHEN OTHER
                 MOVE SPACE TO DATE-PLACE
           END-EVALUATE
           .

       4100-PLACE-DATE-END.
           EXIT.

       END PROGRAM UNEMUSAG.
