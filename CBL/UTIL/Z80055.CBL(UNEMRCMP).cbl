      ******************************************************************
      * Report capture comparison utility.
      ******************************************************************
      * After a fix, a rerun, a backout or a code change the question
      * is always whether the published report changed, and where -
      * and the answer was two UNEMRPRT printouts side by side. This
      * utility compares two captures out of the report repository
      * (UNEMREPO) - yesterday's and today's UNEMMAIN, or the
      * original and the rerun of a yearbook page - and lists every
      * changed figure with both versions and the difference.
      *
      * Lines are lined up by identity, not by position, so a row
      * inserted near the top doesn't make everything after it look
      * changed. A line's identity is its text with the figures at
      * its end taken off ('03012021 CA  12,345  6.4%' is the line
      * '03012021 CA'); a line with no figures at its end has its
      * figures masked wherever they stand. Spacing is not part of
      * the identity, and the nth line of an identity in one capture
      * pairs with the nth in the other. A figure is a blank-
      * delimited word of digits with , . % $ ( ) and a leading or
      * trailing sign - '2021-03-01' is a date, part of the identity.
      *
      * Not compared, as run stamps rather than content:
      *    the page headers UNEMPRNT writes (title, 'Printed' date
      *    and page number), the column headings it repeats at the
      *    top of every page after the first, blank lines, and any
      *    line carrying the text of RCMP-IGNORE in the runtime
      *    parameter file (e.g. 'Run date').
      *
      * PARM='pppppppp yyyymmdd hhmmss pppppppp yyyymmdd hhmmss' -
      * the first (A) and second (B) capture, as UNEMRPRT lists them.
      * Reading a claim-level capture goes on the access trail, as a
      * reprint does.
      * RC=0 the two are identical - usable as the gate after a
      * rehearsal run; RC=4 differences listed; RC=8 bad PARM, a
      * capture not in the repository, or one too long to compare.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMPARM - the runtime parameter lookup.
      *              UNEMACCL - the claim-level access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRCMP.
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
           SELECT REPO-IDX ASSIGN TO REPOIDXDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIX-KEY
           FILE STATUS IS REPO-IDX-STATUS.

           SELECT REPO-DAT ASSIGN TO REPODATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDT-KEY
           FILE STATUS IS REPO-DAT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Laid out exactly like UNEMREPO's records - the same datasets
      * UNEMRPRT reprints from.
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

       FD  REPO-DAT.
       01  REPO-DAT-REC.
           05 RDT-KEY.
              10 RDT-PGM      PIC X(8).
              10 RDT-RUN-DATE PIC 9(8).
              10 RDT-RUN-TIME PIC 9(6).
              10 RDT-LINE-SEQ PIC 9(6).
           05 RDT-LINE        PIC X(132).
      * A page header as UNEMPRNT writes it into the capture.
           05 RDT-PAGE-HEAD REDEFINES RDT-LINE.
              10 FILLER          PIC X(100).
              10 RDT-PH-PRINTED  PIC X(8).
              10 FILLER          PIC X(9).
              10 RDT-PH-PAGE     PIC X(7).
              10 FILLER          PIC X(8).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  REPO-IDX-STATUS PIC XX.
           88 REPO-IDX-OK VALUE "00".
           88 REPO-IDX-EOF VALUE "10".

       01  REPO-DAT-STATUS PIC XX.
           88 REPO-DAT-OK VALUE "00".
           88 REPO-DAT-EOF VALUE "10".

       01  FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * The longest capture compared, per side.
       77  RCMP-MAX-LINES PIC 9(4) COMP-4 VALUE 2000.

      * The two captures - 1 is A, 2 is B.
       01  SIDE-TABLE.
           05 SIDE-ENTRY OCCURS 2 TIMES.
              10 SD-PGM         PIC X(8).
              10 SD-RUN-DATE    PIC 9(8).
              10 SD-RUN-TIME    PIC 9(6).
              10 SD-CYCLE-DATE  PIC 9(8).
              10 SD-PARAMS      PIC X(30).
              10 SD-FOUND-SW    PIC X.
                 88 SD-FOUND VALUE 'Y'.
              10 SD-LINES-READ  PIC 9(7) COMP-4.
              10 SD-LINES-SKIP  PIC 9(7) COMP-4.
              10 SD-USED        PIC 9(4) COMP-4.
              10 SD-OVERFLOW-SW PIC X.
                 88 SD-OVERFLOW VALUE 'Y'.

       01  SIDE-IDX  PIC 9 COMP-4.
       01  OTHER-SIDE PIC 9 COMP-4.

      * The compared lines of each capture, in capture order, with
      * their identity and which line of the other side they pair
      * with.
       01  CAPTURE-TABLE.
           05 CAPTURE-SIDE OCCURS 2 TIMES.
              10 CAPTURE-ENTRY OCCURS 2000 TIMES.
                 15 CE-LINE-SEQ PIC 9(6).
                 15 CE-LINE     PIC X(132).
                 15 CE-IDENT    PIC X(132).
                 15 CE-OCC      PIC 9(4) COMP-4.
                 15 CE-PAIR     PIC 9(4) COMP-4.

       01  LINE-IDX  PIC 9(4) COMP-4.
       01  PAIR-IDX  PIC 9(4) COMP-4.

      * The column headings UNEMPRNT repeats on every page - the
      * first non-blank line after page one's header.
       01  PAGE-STATE.
           05 PG-PAGES        PIC 9(5) COMP-4.
           05 PG-AFTER-HEAD-SW PIC X.
              88 PG-AFTER-HEAD VALUE 'Y'.
           05 PG-FIRST-HEADING PIC X(132).

       01  IGNORE-TEXT PIC X(20) VALUE SPACES.
       01  IGNORE-LEN  PIC 9(2) COMP-4 VALUE ZERO.

      * A line split into its blank-delimited words.
       01  SPLIT-LINE PIC X(132) VALUE SPACES.
       01  SPLIT-TABLE.
           05 SPLIT-WORD OCCURS 66 TIMES.
              10 SW-TEXT     PIC X(40).
              10 SW-LEN      PIC 9(2) COMP-4.
              10 SW-FIGURE-SW PIC X.
                 88 SW-FIGURE VALUE 'Y'.
       01  SPLIT-COUNT  PIC 9(2) COMP-4 VALUE ZERO.
       01  SPLIT-PTR    PIC 9(3) COMP-4 VALUE ZERO.
       01  SPLIT-IDENT  PIC X(132) VALUE SPACES.
       01  IDENT-PTR    PIC 9(3) COMP-4 VALUE ZERO.
       01  FIGURES-FROM PIC 9(2) COMP-4 VALUE ZERO.
       01  WORD-IDX     PIC 9(2) COMP-4.
       01  WORK-WORD    PIC X(40) VALUE SPACES.
       01  WORK-LEN     PIC 9(3) COMP-4 VALUE ZERO.

      * The figures of a paired line, by position - A's and B's.
       01  FIGURE-LISTS.
           05 FIGURE-SIDE OCCURS 2 TIMES.
              10 FL-COUNT PIC 9(2) COMP-4.
              10 FL-WORD  PIC X(40) OCCURS 66 TIMES.
       01  FIGURE-IDX   PIC 9(2) COMP-4.
       01  FIGURE-MAX   PIC 9(2) COMP-4.
       01  LINE-CHANGES PIC 9(2) COMP-4.

      * A word's classification and numeric value.
       01  CHAR-IDX    PIC 9(2) COMP-4.
       01  ONE-CHAR    PIC X.
       01  ONE-DIGIT REDEFINES ONE-CHAR PIC 9.
       01  DIGIT-SEEN-SW PIC X.
           88 DIGIT-SEEN VALUE 'Y'.
       01  NOT-FIGURE-SW PIC X.
           88 NOT-FIGURE VALUE 'Y'.
       01  PARSE-WORD  PIC X(40).
       01  PARSE-LEN   PIC 9(2) COMP-4.
       01  PARSE-INT   PIC 9(17) COMP-3.
       01  PARSE-DEC   PIC 9(2) COMP-4.
       01  PARSE-POINT-SW PIC X.
           88 PARSE-POINT VALUE 'Y'.
       01  PARSE-NEG-SW PIC X.
           88 PARSE-NEGATIVE VALUE 'Y'.
       01  PARSE-VALUE PIC S9(13)V9(4) COMP-3.
       01  PARSE-OK-SW PIC X.
           88 PARSE-OK VALUE 'Y'.
       01  VALUE-A     PIC S9(13)V9(4) COMP-3.
       01  VALUE-A-OK-SW PIC X.
           88 VALUE-A-OK VALUE 'Y'.
       01  VALUE-DIFF  PIC S9(13)V9(4) COMP-3.

       01  RCMP-COUNTS.
           05 LINES-PAIRED     PIC 9(5) COMP-4 VALUE ZERO.
           05 LINES-CHANGED    PIC 9(5) COMP-4 VALUE ZERO.
           05 FIGURES-CHANGED  PIC 9(5) COMP-4 VALUE ZERO.
           05 LINES-ONLY-A     PIC 9(5) COMP-4 VALUE ZERO.
           05 LINES-ONLY-B     PIC 9(5) COMP-4 VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.
       01  CLAIM-LEVEL-SW PIC X VALUE 'N'.
           88 ANY-CLAIM-LEVEL VALUE 'Y'.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  RCMP-DISP-SEPARATOR PIC X(132) VALUE ALL '-'.

       01  RCMP-SIDE-DISP-REC.
           05 SI-DISP-SIDE    PIC X     VALUE SPACE.
           05 FILLER          PIC X(3)  VALUE ':  '.
           05 SI-DISP-PGM     PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(5)  VALUE ' run '.
           05 SI-DISP-DATE    PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X     VALUE SPACE.
           05 SI-DISP-TIME    PIC 9(6)  VALUE ZERO.
           05 FILLER          PIC X(7)  VALUE ' cycle '.
           05 SI-DISP-CYCLE   PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SI-DISP-READ    PIC ZZZ,ZZ9.
           05 FILLER          PIC X(10) VALUE ' line(s), '.
           05 SI-DISP-SKIP    PIC ZZZ,ZZ9.
           05 FILLER          PIC X(20) VALUE ' run-stamp/blank,  '.
           05 SI-DISP-PARAMS  PIC X(30) VALUE SPACES.

       01  RCMP-HEAD-DISP-REC.
           05 FILLER PIC X(11) VALUE 'CHANGE'.
           05 FILLER PIC X(46) VALUE 'LINE'.
           05 FILLER PIC X(4)  VALUE 'COL'.
           05 FILLER PIC X(17) VALUE 'A'.
           05 FILLER PIC X(17) VALUE 'B'.
           05 FILLER PIC X(19) VALUE '         DIFFERENCE'.

       01  RCMP-CHANGE-DISP-REC.
           05 CH-DISP-KIND    PIC X(9)  VALUE 'CHANGED'.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CH-DISP-IDENT   PIC X(44) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CH-DISP-COL     PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CH-DISP-A       PIC X(15) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CH-DISP-B       PIC X(15) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CH-DISP-DIFF    PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 CH-DISP-NOTE REDEFINES CH-DISP-DIFF PIC X(19).

       01  RCMP-ONLY-DISP-REC.
           05 ON-DISP-KIND    PIC X(9)  VALUE SPACES.
           05 FILLER          PIC X     VALUE SPACE.
           05 ON-DISP-SEQ     PIC ZZZZZ9.
           05 FILLER          PIC X(3)  VALUE ' | '.
           05 ON-DISP-LINE    PIC X(113) VALUE SPACES.

       01  RCMP-TOTAL-DISP-REC.
           05 TO-DISP-PAIRED  PIC ZZ,ZZ9.
           05 FILLER          PIC X(17) VALUE ' line(s) paired, '.
           05 TO-DISP-CHANGED PIC ZZ,ZZ9.
           05 FILLER          PIC X(11) VALUE ' changed ('.
           05 TO-DISP-FIGURES PIC ZZ,ZZ9.
           05 FILLER          PIC X(13) VALUE ' figure(s)), '.
           05 TO-DISP-ONLY-A  PIC ZZ,ZZ9.
           05 FILLER          PIC X(14) VALUE ' only in A, '.
           05 TO-DISP-ONLY-B  PIC ZZ,ZZ9.
           05 FILLER          PIC X(10) VALUE ' only in B'.

       01  RCMP-VERDICT-DISP-REC.
           05 FILLER          PIC X(10) VALUE 'VERDICT:  '.
           05 VD-DISP-TEXT    PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= request - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-A-PGM      PIC X(8).
              10 FILLER          PIC X.
              10 PARM-A-RUN-DATE PIC X(8).
              10 FILLER          PIC X.
              10 PARM-A-RUN-TIME PIC X(6).
              10 FILLER          PIC X.
              10 PARM-B-PGM      PIC X(8).
              10 FILLER          PIC X.
              10 PARM-B-RUN-DATE PIC X(8).
              10 FILLER          PIC X.
              10 PARM-B-RUN-TIME PIC X(6).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN < 49
              OR PARM-A-RUN-DATE IS NOT NUMERIC
              OR PARM-A-RUN-TIME IS NOT NUMERIC
              OR PARM-B-RUN-DATE IS NOT NUMERIC
              OR PARM-B-RUN-TIME IS NOT NUMERIC THEN
              DISPLAY "Usage: PARM='pppppppp yyyymmdd hhmmss "
                 "pppppppp yyyymmdd hhmmss' - the two captures "
                 "to compare."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           INITIALIZE SIDE-TABLE
           MOVE PARM-A-PGM TO SD-PGM (1)
           MOVE PARM-A-RUN-DATE TO SD-RUN-DATE (1)
           MOVE PARM-A-RUN-TIME TO SD-RUN-TIME (1)
           MOVE PARM-B-PGM TO SD-PGM (2)
           MOVE PARM-B-RUN-DATE TO SD-RUN-DATE (2)
           MOVE PARM-B-RUN-TIME TO SD-RUN-TIME (2)

           MOVE "RCMP-IGNORE" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE TO IGNORE-TEXT
              MOVE 20 TO IGNORE-LEN
              PERFORM UNTIL IGNORE-LEN = 1
                    OR IGNORE-TEXT (IGNORE-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM IGNORE-LEN
              END-PERFORM
           END-IF

           OPEN INPUT REPO-IDX

           IF NOT REPO-IDX-OK THEN
              DISPLAY "Repository index not available - STATUS "
                 REPO-IDX-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT REPO-DAT

           IF NOT REPO-DAT-OK THEN
              DISPLAY "Repository data not available - STATUS "
                 REPO-DAT-STATUS
              CLOSE REPO-IDX
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
              PERFORM 2000-LOAD-CAPTURE
                 THRU 2000-LOAD-CAPTURE-END
           END-PERFORM

           *> The repository is closed before anything prints -
           *> UNEMPRNT captures this listing into the same datasets.
           CLOSE REPO-IDX
           CLOSE REPO-DAT

           IF NOT SD-FOUND (1) OR NOT SD-FOUND (2)
              OR SD-OVERFLOW (1) OR SD-OVERFLOW (2) THEN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 3000-PAIR-LINES
           PERFORM 4000-PRINT-COMPARISON

           IF LINES-CHANGED > ZERO OR LINES-ONLY-A > ZERO
              OR LINES-ONLY-B > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * One capture (SIDE-IDX) into its side of the table, run
      * stamps and blank lines left out.
      ******************************************************************
       2000-LOAD-CAPTURE.
           MOVE SD-PGM (SIDE-IDX) TO RIX-PGM
           MOVE SD-RUN-DATE (SIDE-IDX) TO RIX-RUN-DATE
           MOVE SD-RUN-TIME (SIDE-IDX) TO RIX-RUN-TIME
           READ REPO-IDX
              INVALID KEY
                 DISPLAY "*** " RIX-PGM " run " RIX-RUN-DATE " "
                    RIX-RUN-TIME " is not in the repository."
                 GO TO 2000-LOAD-CAPTURE-END
           END-READ

           SET SD-FOUND (SIDE-IDX) TO TRUE
           MOVE RIX-CYCLE-DATE TO SD-CYCLE-DATE (SIDE-IDX)
           MOVE RIX-PARAMS TO SD-PARAMS (SIDE-IDX)

           IF RIX-CLAIM-LEVEL THEN
              SET ANY-CLAIM-LEVEL TO TRUE
              MOVE SPACES TO AUDIT-REQUEST
              STRING "COMPARE " RIX-PGM " " RIX-RUN-DATE " "
                 RIX-RUN-TIME
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING "UNEMRCMP" AUDIT-REQUEST
           END-IF

           INITIALIZE PAGE-STATE

           MOVE RIX-PGM TO RDT-PGM
           MOVE RIX-RUN-DATE TO RDT-RUN-DATE
           MOVE RIX-RUN-TIME TO RDT-RUN-TIME
           MOVE ZERO TO RDT-LINE-SEQ
           MOVE 'N' TO FILE-EOF-SW
           START REPO-DAT KEY IS >= RDT-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ REPO-DAT NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF NOT REPO-DAT-OK
                    OR RDT-PGM NOT = RIX-PGM
                    OR RDT-RUN-DATE NOT = RIX-RUN-DATE
                    OR RDT-RUN-TIME NOT = RIX-RUN-TIME THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    ADD 1 TO SD-LINES-READ (SIDE-IDX)
                    PERFORM 2100-KEEP-LINE
                       THRU 2100-KEEP-LINE-END
                 END-IF
              END-IF
           END-PERFORM

           IF SD-OVERFLOW (SIDE-IDX) THEN
              DISPLAY "*** " RIX-PGM " run " RIX-RUN-DATE " "
                 RIX-RUN-TIME " has more than " RCMP-MAX-LINES
                 " lines to compare - not compared."
           END-IF
           .

       2000-LOAD-CAPTURE-END.
           EXIT.
      ******************************************************************
       2100-KEEP-LINE.
           *> UNEMPRNT's page header - title, print date, page.
           IF RDT-PH-PRINTED = 'Printed '
              AND RDT-PH-PAGE = '  Page ' THEN
              ADD 1 TO PG-PAGES
              SET PG-AFTER-HEAD TO TRUE
              ADD 1 TO SD-LINES-SKIP (SIDE-IDX)
              GO TO 2100-KEEP-LINE-END
           END-IF

           IF RDT-LINE = SPACES THEN
              ADD 1 TO SD-LINES-SKIP (SIDE-IDX)
              GO TO 2100-KEEP-LINE-END
           END-IF

           *> The column headings, repeated under every later page
           *> header.
           IF PG-AFTER-HEAD THEN
              MOVE 'N' TO PG-AFTER-HEAD-SW
              IF PG-PAGES = 1 THEN
                 MOVE RDT-LINE TO PG-FIRST-HEADING
              ELSE
                 IF RDT-LINE = PG-FIRST-HEADING THEN
                    ADD 1 TO SD-LINES-SKIP (SIDE-IDX)
                    GO TO 2100-KEEP-LINE-END
                 END-IF
              END-IF
           END-IF

           IF IGNORE-LEN > ZERO THEN
              MOVE ZERO TO WORK-LEN
              INSPECT RDT-LINE TALLYING WORK-LEN
                 FOR ALL IGNORE-TEXT (1:IGNORE-LEN)
              IF WORK-LEN > ZERO THEN
                 ADD 1 TO SD-LINES-SKIP (SIDE-IDX)
                 GO TO 2100-KEEP-LINE-END
              END-IF
           END-IF

           IF SD-USED (SIDE-IDX) >= RCMP-MAX-LINES THEN
              SET SD-OVERFLOW (SIDE-IDX) TO TRUE
              GO TO 2100-KEEP-LINE-END
           END-IF

           ADD 1 TO SD-USED (SIDE-IDX)
           MOVE SD-USED (SIDE-IDX) TO LINE-IDX
           MOVE RDT-LINE-SEQ TO CE-LINE-SEQ (SIDE-IDX, LINE-IDX)
           MOVE RDT-LINE TO CE-LINE (SIDE-IDX, LINE-IDX)
           MOVE ZERO TO CE-PAIR (SIDE-IDX, LINE-IDX)

           MOVE RDT-LINE TO SPLIT-LINE
           PERFORM 5000-SPLIT-LINE
           MOVE SPLIT-IDENT TO CE-IDENT (SIDE-IDX, LINE-IDX)

           *> The nth line of its identity on this side.
           MOVE 1 TO CE-OCC (SIDE-IDX, LINE-IDX)
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                 UNTIL PAIR-IDX >= LINE-IDX
              IF CE-IDENT (SIDE-IDX, PAIR-IDX) = SPLIT-IDENT THEN
                 ADD 1 TO CE-OCC (SIDE-IDX, LINE-IDX)
              END-IF
           END-PERFORM
           .

       2100-KEEP-LINE-END.
           EXIT.
      ******************************************************************
      * Each A line with the B line of the same identity and
      * occurrence.
      ******************************************************************
       3000-PAIR-LINES.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                 UNTIL LINE-IDX > SD-USED (1)
              PERFORM VARYING PAIR-IDX FROM 1 BY 1
                    UNTIL PAIR-IDX > SD-USED (2)
                    OR CE-PAIR (1, LINE-IDX) > ZERO
                 IF CE-PAIR (2, PAIR-IDX) = ZERO
                    AND CE-IDENT (2, PAIR-IDX) = CE-IDENT (1, LINE-IDX)
                    AND CE-OCC (2, PAIR-IDX) = CE-OCC (1, LINE-IDX)
                    THEN
                    MOVE PAIR-IDX TO CE-PAIR (1, LINE-IDX)
                    MOVE LINE-IDX TO CE-PAIR (2, PAIR-IDX)
                    ADD 1 TO LINES-PAIRED
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       3000-PAIR-LINES-END.
           EXIT.
      ******************************************************************
      * The listing: the two captures, every changed figure of the
      * paired lines in A's order, the lines only one side has, and
      * the verdict.
      ******************************************************************
       4000-PRINT-COMPARISON.
           MOVE "REPORT CAPTURE COMPARISON (UNEMRCMP)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMRCMP" PRNT-TEXT
           IF ANY-CLAIM-LEVEL THEN
              MOVE SPACES TO PRNT-TEXT
              CALL "UNEMPRNT" USING "CLAIM" "UNEMRCMP" PRNT-TEXT
           END-IF

           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
              IF SIDE-IDX = 1 THEN
                 MOVE 'A' TO SI-DISP-SIDE
              ELSE
                 MOVE 'B' TO SI-DISP-SIDE
              END-IF
              MOVE SD-PGM (SIDE-IDX) TO SI-DISP-PGM
              MOVE SD-RUN-DATE (SIDE-IDX) TO SI-DISP-DATE
              MOVE SD-RUN-TIME (SIDE-IDX) TO SI-DISP-TIME
              MOVE SD-CYCLE-DATE (SIDE-IDX) TO SI-DISP-CYCLE
              MOVE SD-LINES-READ (SIDE-IDX) TO SI-DISP-READ
              MOVE SD-LINES-SKIP (SIDE-IDX) TO SI-DISP-SKIP
              MOVE SD-PARAMS (SIDE-IDX) TO SI-DISP-PARAMS
              MOVE RCMP-SIDE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT
           END-PERFORM

           MOVE RCMP-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT
           MOVE RCMP-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMRCMP" PRNT-TEXT

           PERFORM VARYING LINE-IDX FROM 1 BY 1
                 UNTIL LINE-IDX > SD-USED (1)
              IF CE-PAIR (1, LINE-IDX) > ZERO THEN
                 MOVE CE-PAIR (1, LINE-IDX) TO PAIR-IDX
                 IF CE-LINE (1, LINE-IDX)
                       NOT = CE-LINE (2, PAIR-IDX) THEN
                    PERFORM 4100-PRINT-LINE-CHANGES
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING SIDE-IDX FROM 1 BY 1 UNTIL SIDE-IDX > 2
              PERFORM VARYING LINE-IDX FROM 1 BY 1
                    UNTIL LINE-IDX > SD-USED (SIDE-IDX)
                 IF CE-PAIR (SIDE-IDX, LINE-IDX) = ZERO THEN
                    PERFORM 4200-PRINT-ONLY-LINE
                 END-IF
              END-PERFORM
           END-PERFORM

           MOVE RCMP-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT

           IF LINES-CHANGED = ZERO AND LINES-ONLY-A = ZERO
              AND LINES-ONLY-B = ZERO THEN
              MOVE "IDENTICAL - no published figure changed"
                 TO VD-DISP-TEXT
           ELSE
              MOVE "DIFFERENT - see the changes above"
                 TO VD-DISP-TEXT
           END-IF
           MOVE RCMP-VERDICT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT

           MOVE LINES-PAIRED TO TO-DISP-PAIRED
           MOVE LINES-CHANGED TO TO-DISP-CHANGED
           MOVE FIGURES-CHANGED TO TO-DISP-FIGURES
           MOVE LINES-ONLY-A TO TO-DISP-ONLY-A
           MOVE LINES-ONLY-B TO TO-DISP-ONLY-B
           MOVE RCMP-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMRCMP" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMRCMP" PRNT-TEXT
           .

       4000-PRINT-COMPARISON-END.
           EXIT.
      ******************************************************************
      * A paired line whose text differs: its figures side by side,
      * position by position. Same figures means the spacing alone
      * changed - still a change to the published page.
      ******************************************************************
       4100-PRINT-LINE-CHANGES.
           ADD 1 TO LINES-CHANGED

           MOVE CE-LINE (1, LINE-IDX) TO SPLIT-LINE
           PERFORM 5000-SPLIT-LINE
           MOVE 1 TO SIDE-IDX
           PERFORM 5500-KEEP-FIGURES

           MOVE CE-LINE (2, PAIR-IDX) TO SPLIT-LINE
           PERFORM 5000-SPLIT-LINE
           MOVE 2 TO SIDE-IDX
           PERFORM 5500-KEEP-FIGURES

           MOVE FL-COUNT (1) TO FIGURE-MAX
           IF FL-COUNT (2) > FIGURE-MAX THEN
              MOVE FL-COUNT (2) TO FIGURE-MAX
           END-IF

           MOVE ZERO TO LINE-CHANGES
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1
                 UNTIL FIGURE-IDX > FIGURE-MAX
              IF FL-WORD (1, FIGURE-IDX) NOT = FL-WORD (2, FIGURE-IDX)
                 THEN
                 ADD 1 TO LINE-CHANGES
                 PERFORM 4150-PRINT-ONE-FIGURE
              END-IF
           END-PERFORM

           IF LINE-CHANGES = ZERO THEN
              MOVE 'SPACING' TO CH-DISP-KIND
              MOVE CE-IDENT (1, LINE-IDX) TO CH-DISP-IDENT
              MOVE ZERO TO CH-DISP-COL
              MOVE SPACES TO CH-DISP-A
              MOVE SPACES TO CH-DISP-B
              MOVE "layout only" TO CH-DISP-NOTE
              MOVE RCMP-CHANGE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT
           END-IF
           .

       4100-PRINT-LINE-CHANGES-END.
           EXIT.
      ******************************************************************
       4150-PRINT-ONE-FIGURE.
           ADD 1 TO FIGURES-CHANGED

           MOVE 'CHANGED' TO CH-DISP-KIND
           MOVE CE-IDENT (1, LINE-IDX) TO CH-DISP-IDENT
           MOVE FIGURE-IDX TO CH-DISP-COL
           MOVE FL-WORD (1, FIGURE-IDX) TO CH-DISP-A
           MOVE FL-WORD (2, FIGURE-IDX) TO CH-DISP-B

           MOVE FL-WORD (1, FIGURE-IDX) TO PARSE-WORD
           PERFORM 6000-PARSE-FIGURE
              THRU 6000-PARSE-FIGURE-END
           MOVE PARSE-VALUE TO VALUE-A
           MOVE PARSE-OK-SW TO VALUE-A-OK-SW
           MOVE FL-WORD (2, FIGURE-IDX) TO PARSE-WORD
           PERFORM 6000-PARSE-FIGURE
              THRU 6000-PARSE-FIGURE-END

           IF VALUE-A-OK AND PARSE-OK THEN
              COMPUTE VALUE-DIFF = PARSE-VALUE - VALUE-A
              MOVE VALUE-DIFF TO CH-DISP-DIFF
           ELSE
              MOVE SPACES TO CH-DISP-NOTE
           END-IF

           MOVE RCMP-CHANGE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT
           .

       4150-PRINT-ONE-FIGURE-END.
           EXIT.
      ******************************************************************
       4200-PRINT-ONLY-LINE.
           IF SIDE-IDX = 1 THEN
              MOVE 'ONLY IN A' TO ON-DISP-KIND
              ADD 1 TO LINES-ONLY-A
           ELSE
              MOVE 'ONLY IN B' TO ON-DISP-KIND
              ADD 1 TO LINES-ONLY-B
           END-IF
           MOVE CE-LINE-SEQ (SIDE-IDX, LINE-IDX) TO ON-DISP-SEQ
           MOVE CE-LINE (SIDE-IDX, LINE-IDX) TO ON-DISP-LINE
           MOVE RCMP-ONLY-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCMP" PRNT-TEXT
           .

       4200-PRINT-ONLY-LINE-END.
           EXIT.
      ******************************************************************
      * SPLIT-LINE into its words, each marked figure or not, and
      * its identity in SPLIT-IDENT: the words before the run of
      * figures ending the line, one blank apart - or, when the
      * line doesn't end in figures, every word with its figures
      * masked '#'. FIGURES-FROM is the first word that counts as a
      * figure of the line.
      ******************************************************************
       5000-SPLIT-LINE.
           MOVE ZERO TO SPLIT-COUNT
           MOVE 1 TO SPLIT-PTR
           PERFORM UNTIL SPLIT-PTR > 132 OR SPLIT-COUNT >= 66
              MOVE SPACES TO WORK-WORD
              MOVE ZERO TO WORK-LEN
              UNSTRING SPLIT-LINE DELIMITED BY ALL SPACE
                 INTO WORK-WORD COUNT IN WORK-LEN
                 WITH POINTER SPLIT-PTR
              END-UNSTRING
              IF WORK-LEN > ZERO THEN
                 ADD 1 TO SPLIT-COUNT
                 MOVE WORK-WORD TO SW-TEXT (SPLIT-COUNT)
                 IF WORK-LEN > 40 THEN
                    MOVE 40 TO SW-LEN (SPLIT-COUNT)
                 ELSE
                    MOVE WORK-LEN TO SW-LEN (SPLIT-COUNT)
                 END-IF
                 MOVE WORK-WORD TO PARSE-WORD
                 MOVE SW-LEN (SPLIT-COUNT) TO PARSE-LEN
                 PERFORM 5100-CLASSIFY-WORD
                 IF NOT-FIGURE THEN
                    MOVE 'N' TO SW-FIGURE-SW (SPLIT-COUNT)
                 ELSE
                    MOVE 'Y' TO SW-FIGURE-SW (SPLIT-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPLIT-COUNT TO FIGURES-FROM
           ADD 1 TO FIGURES-FROM
           PERFORM UNTIL FIGURES-FROM = 1
                 OR NOT SW-FIGURE (FIGURES-FROM - 1)
              SUBTRACT 1 FROM FIGURES-FROM
           END-PERFORM

           MOVE SPACES TO SPLIT-IDENT
           MOVE 1 TO IDENT-PTR
           IF FIGURES-FROM <= SPLIT-COUNT THEN
              *> Trailing figures - the words before them.
              PERFORM VARYING WORD-IDX FROM 1 BY 1
                    UNTIL WORD-IDX >= FIGURES-FROM
                 STRING SW-TEXT (WORD-IDX) (1:SW-LEN (WORD-IDX))
                    " " DELIMITED BY SIZE
                    INTO SPLIT-IDENT WITH POINTER IDENT-PTR
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-PERFORM
           ELSE
              *> None at the end - every word, figures masked.
              MOVE 1 TO FIGURES-FROM
              PERFORM VARYING WORD-IDX FROM 1 BY 1
                    UNTIL WORD-IDX > SPLIT-COUNT
                 IF SW-FIGURE (WORD-IDX) THEN
                    STRING "# " DELIMITED BY SIZE
                       INTO SPLIT-IDENT WITH POINTER IDENT-PTR
                       ON OVERFLOW CONTINUE
                    END-STRING
                 ELSE
                    STRING SW-TEXT (WORD-IDX) (1:SW-LEN (WORD-IDX))
                       " " DELIMITED BY SIZE
                       INTO SPLIT-IDENT WITH POINTER IDENT-PTR
                       ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
              END-PERFORM
           END-IF
           .

       5000-SPLIT-LINE-END.
           EXIT.
      ******************************************************************
      * PARSE-WORD (PARSE-LEN long) is a figure when it holds a
      * digit and nothing but digits and , . % $ ( ), with a sign
      * only at either end.
      ******************************************************************
       5100-CLASSIFY-WORD.
           MOVE 'N' TO DIGIT-SEEN-SW
           MOVE 'N' TO NOT-FIGURE-SW
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                 UNTIL CHAR-IDX > PARSE-LEN OR NOT-FIGURE
              MOVE PARSE-WORD (CHAR-IDX:1) TO ONE-CHAR
              EVALUATE TRUE
                 WHEN ONE-CHAR IS NUMERIC
                    SET DIGIT-SEEN TO TRUE
                 WHEN ONE-CHAR = ',' OR '.' OR '%' OR '$'
                    OR '(' OR ')'
                    CONTINUE
                 WHEN (ONE-CHAR = '-' OR '+')
                    AND (CHAR-IDX = 1 OR CHAR-IDX = PARSE-LEN)
                    CONTINUE
                 WHEN OTHER
                    SET NOT-FIGURE TO TRUE
              END-EVALUATE
           END-PERFORM

           IF NOT DIGIT-SEEN THEN
              SET NOT-FIGURE TO TRUE
           END-IF
           .

       5100-CLASSIFY-WORD-END.
           EXIT.
      ******************************************************************
      * The figures of the line just split, into side SIDE-IDX of
      * the figure lists - the trailing run, or every figure of a
      * line that doesn't end in figures.
      ******************************************************************
       5500-KEEP-FIGURES.
           MOVE ZERO TO FL-COUNT (SIDE-IDX)
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 66
              MOVE SPACES TO FL-WORD (SIDE-IDX, FIGURE-IDX)
           END-PERFORM

           PERFORM VARYING WORD-IDX FROM FIGURES-FROM BY 1
                 UNTIL WORD-IDX > SPLIT-COUNT
              IF SW-FIGURE (WORD-IDX) THEN
                 ADD 1 TO FL-COUNT (SIDE-IDX)
                 MOVE SW-TEXT (WORD-IDX)
                    TO FL-WORD (SIDE-IDX, FL-COUNT (SIDE-IDX))
              END-IF
           END-PERFORM
           .

       5500-KEEP-FIGURES-END.
           EXIT.
      ******************************************************************
      * PARSE-WORD as a number in PARSE-VALUE - separators, '%' and
      * '$' dropped, a leading or trailing '-' or brackets negative.
      * PARSE-OK is off when the word is no figure.
      ******************************************************************
       6000-PARSE-FIGURE.
           MOVE 'N' TO PARSE-OK-SW
           MOVE ZERO TO PARSE-VALUE
           MOVE 40 TO PARSE-LEN
           PERFORM UNTIL PARSE-LEN = 1
                 OR PARSE-WORD (PARSE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM PARSE-LEN
           END-PERFORM

           PERFORM 5100-CLASSIFY-WORD
           IF NOT-FIGURE THEN
              GO TO 6000-PARSE-FIGURE-END
           END-IF

           MOVE ZERO TO PARSE-INT
           MOVE ZERO TO PARSE-DEC
           MOVE 'N' TO PARSE-POINT-SW
           MOVE 'N' TO PARSE-NEG-SW
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                 UNTIL CHAR-IDX > PARSE-LEN
              MOVE PARSE-WORD (CHAR-IDX:1) TO ONE-CHAR
              EVALUATE TRUE
                 WHEN ONE-CHAR IS NUMERIC
                    IF PARSE-DEC < 4 THEN
                       COMPUTE PARSE-INT = PARSE-INT * 10 + ONE-DIGIT
                       IF PARSE-POINT THEN
                          ADD 1 TO PARSE-DEC
                       END-IF
                    END-IF
                 WHEN ONE-CHAR = '.'
                    SET PARSE-POINT TO TRUE
                 WHEN ONE-CHAR = '-' OR '('
                    SET PARSE-NEGATIVE TO TRUE
              END-EVALUATE
           END-PERFORM

           COMPUTE PARSE-VALUE = PARSE-INT / (10 ** PARSE-DEC)
           IF PARSE-NEGATIVE THEN
              COMPUTE PARSE-VALUE = PARSE-VALUE * -1
           END-IF
           SET PARSE-OK TO TRUE
           .

       6000-PARSE-FIGURE-END.
           EXIT.

       END PROGRAM UNEMRCMP.
