      ******************************************************************
      * Extract contract retirement report.
      ******************************************************************
      * Lists every contract version on the extract contract register
      * (XCONRGDD, XCONREC.cpy) by extract - its state, the day it
      * was introduced, the day it goes away - and under each one
      * the consumers pinned to it, with who to chase. Flagged:
      *    RETIRING     a deprecated version still written for its
      *                 pinned consumers; the days left to its retire
      *                 date are shown, and DUE when that is within
      *                 XCNR-NOTICE-DAYS (runtime parameter, default
      *                 30)
      *    STILL PINNED a consumer on a retiring version - the
      *                 chase list
      *    NOT WRITTEN  a consumer pinned to a retired version, or to
      *                 a version the register doesn't carry - it is
      *                 getting the current layout, or nothing
      *    NO CONSUMERS a retiring version nobody is pinned to - it
      *                 can be retired now
      * A deprecated version past its retire date counts as retired,
      * the same way UNEMXCON answers the producers.
      * RC=4 when any consumer is pinned to a version not written, or
      * the tables overflowed; RC=8 when the register couldn't be
      * read.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMPARM - the runtime parameter lookup.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMXCNR.
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
           *> The extract contract register
           SELECT XCON-REGISTER ASSIGN TO XCONRGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XCON-REGISTER-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  XCON-REGISTER
      *    01  XCON-REGISTER-REC.
       COPY XCONREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  XCON-REGISTER-STATUS PIC XX.
           88 XCON-REGISTER-OK VALUE "00".
           88 XCON-REGISTER-EOF VALUE "10".

       01  SOURCE-SKIPPED-SW PIC X VALUE 'N'.
           88 SOURCE-SKIPPED VALUE 'Y'.

      * The register's version rows, in register order.
       01  VERSION-TABLE.
           05 VERSION-ENTRY OCCURS 100 TIMES.
              10 VT-EXTRACT     PIC X(8).
              10 VT-VERSION     PIC 9(2).
              10 VT-STATUS      PIC X.
              10 VT-INTRODUCED  PIC 9(8).
              10 VT-RETIRE-DATE PIC 9(8).
              10 VT-DESCRIPTION PIC X(40).

       01  VERSION-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  VERSION-IDX  PIC 9(3) COMP-4.
       01  OTHER-IDX    PIC 9(3) COMP-4.

      * The register's pin rows.
       01  PIN-TABLE.
           05 PIN-ENTRY OCCURS 300 TIMES.
              10 PT-EXTRACT   PIC X(8).
              10 PT-VERSION   PIC 9(2).
              10 PT-CONSUMER  PIC X(20).
              10 PT-PINNED-ON PIC 9(8).
              10 PT-CONTACT   PIC X(30).
              10 PT-LISTED-SW PIC X.
                 88 PT-LISTED VALUE 'Y'.

       01  PIN-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  PIN-IDX  PIC 9(3) COMP-4.

       01  FIRST-ROW-SW PIC X VALUE 'N'.
           88 FIRST-ROW-OF-EXTRACT VALUE 'Y'.
       01  UNKNOWN-HEAD-SW PIC X VALUE 'N'.
           88 UNKNOWN-HEAD-PRINTED VALUE 'Y'.

      * The version in hand - its state as the producers see it, and
      * the consumers pinned to it.
       01  EFFECTIVE-STATUS PIC X VALUE SPACE.
           88 EFF-CURRENT    VALUE 'C'.
           88 EFF-DEPRECATED VALUE 'D'.
           88 EFF-RETIRED    VALUE 'R'.
       01  VERSION-PINS PIC 9(3) COMP-4 VALUE ZERO.
       01  DAYS-LEFT    PIC S9(7) COMP-4 VALUE ZERO.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.

      * The serial day number of a YYYYMMDD date - the same
      * arithmetic UNEMSUBX's day-of-week computation makes.
       01  SERIAL-DATE PIC 9(8) VALUE ZERO.
       01  SERIAL-DATE-PARTS REDEFINES SERIAL-DATE.
           05 SER-YYYY PIC 9(4).
           05 SER-MM   PIC 9(2).
           05 SER-DD   PIC 9(2).
       01  SERIAL-WORK.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.
       01  SERIAL-OUT   PIC 9(7) COMP-4 VALUE ZERO.
       01  SERIAL-TODAY PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM     PIC 9(4) COMP-4 VALUE ZERO.

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

      * A retiring version this close to its retire date is DUE.
       77  XCNR-NOTICE-DAYS PIC 9(3) VALUE 30.

       01  XCNR-COUNTS.
           05 VERSIONS-LISTED  COMP-4 PIC 9(5) VALUE ZERO.
           05 VERSIONS-RETIRING COMP-4 PIC 9(5) VALUE ZERO.
           05 PINS-RETIRING    COMP-4 PIC 9(5) VALUE ZERO.
           05 PINS-NOT-WRITTEN COMP-4 PIC 9(5) VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  XCNR-DISP-SEPARATOR PIC X(120) VALUE ALL '-'.

       01  XCNR-HEAD-DISP-REC.
           05 FILLER PIC X(10) VALUE 'EXTRACT'.
           05 FILLER PIC X(5)  VALUE 'VER'.
           05 FILLER PIC X(12) VALUE 'STATE'.
           05 FILLER PIC X(10) VALUE 'SINCE'.
           05 FILLER PIC X(10) VALUE 'RETIRES'.
           05 FILLER PIC X(42) VALUE 'DESCRIPTION'.
           05 FILLER PIC X(20) VALUE 'NOTES'.

       01  XCNR-VERSION-DISP-REC.
           05 XV-DISP-EXTRACT PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XV-DISP-VERSION PIC 9(2)  VALUE ZERO.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 XV-DISP-STATE   PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XV-DISP-SINCE   PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XV-DISP-RETIRES PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XV-DISP-DESC    PIC X(40) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XV-DISP-NOTES   PIC X(40) VALUE SPACES.

       01  XCNR-PIN-DISP-REC.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'pinned:  '.
           05 XP-DISP-CONSUMER PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE 'since '.
           05 XP-DISP-PINNED  PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XP-DISP-CONTACT PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XP-DISP-FLAGS   PIC X(40) VALUE SPACES.

       01  XCNR-UNKNOWN-DISP-REC.
           05 FILLER PIC X(60) VALUE
              'PINNED TO VERSIONS NOT ON THE REGISTER'.

       01  XCNR-UNKNOWN-VER-DISP-REC.
           05 XU-DISP-EXTRACT PIC X(8) VALUE SPACES.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XU-DISP-VERSION PIC 9(2) VALUE ZERO.

       01  DAYS-DISP PIC ZZZ,ZZ9 VALUE ZERO.

       01  XCNR-TOTAL-DISP-REC.
           05 XT-DISP-VERSIONS PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(14) VALUE ' version(s), '.
           05 XT-DISP-RETIRING PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(12) VALUE ' retiring, '.
           05 XT-DISP-PINS     PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(36) VALUE
              ' consumer pin(s) still on them, '.
           05 XT-DISP-LOST     PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(40) VALUE
              ' pinned to a version not written.'.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           MOVE RUN-DATE-TODAY TO SERIAL-DATE
           PERFORM 5000-COMPUTE-SERIAL
           MOVE SERIAL-OUT TO SERIAL-TODAY

           MOVE "XCNR-NOTICE-DAYS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO XCNR-NOTICE-DAYS
           END-IF

           OPEN INPUT XCON-REGISTER

           IF NOT XCON-REGISTER-OK THEN
              DISPLAY "Couldn't open the extract contract register "
                 "- STATUS " XCON-REGISTER-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-LOAD-REGISTER
           CLOSE XCON-REGISTER

           PERFORM 3000-PRINT-VERSIONS

           IF SOURCE-SKIPPED OR PINS-NOT-WRITTEN > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-LOAD-REGISTER.
           PERFORM UNTIL NOT XCON-REGISTER-OK
              READ XCON-REGISTER
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 2100-KEEP-ROW
              END-READ
           END-PERFORM
           .

       2000-LOAD-REGISTER-END.
           EXIT.
      ******************************************************************
       2100-KEEP-ROW.
           EVALUATE TRUE
              WHEN XC-VERSION-ROW
                 IF VERSION-USED >= 100 THEN
                    DISPLAY "*** More than 100 contract versions - "
                       XC-EXTRACT " " XC-VERSION " not listed."
                    SET SOURCE-SKIPPED TO TRUE
                 ELSE
                    ADD 1 TO VERSION-USED
                    MOVE XC-EXTRACT TO VT-EXTRACT (VERSION-USED)
                    MOVE XC-VERSION TO VT-VERSION (VERSION-USED)
                    MOVE XC-STATUS TO VT-STATUS (VERSION-USED)
                    MOVE XC-INTRODUCED
                       TO VT-INTRODUCED (VERSION-USED)
                    MOVE XC-RETIRE-DATE
                       TO VT-RETIRE-DATE (VERSION-USED)
                    MOVE XC-DESCRIPTION
                       TO VT-DESCRIPTION (VERSION-USED)
                 END-IF
              WHEN XC-PIN-ROW
                 IF PIN-USED >= 300 THEN
                    DISPLAY "*** More than 300 contract pins - "
                       XP-CONSUMER " not listed."
                    SET SOURCE-SKIPPED TO TRUE
                 ELSE
                    ADD 1 TO PIN-USED
                    MOVE XP-EXTRACT TO PT-EXTRACT (PIN-USED)
                    MOVE XP-VERSION TO PT-VERSION (PIN-USED)
                    MOVE XP-CONSUMER TO PT-CONSUMER (PIN-USED)
                    MOVE XP-PINNED-ON TO PT-PINNED-ON (PIN-USED)
                    MOVE XP-CONTACT TO PT-CONTACT (PIN-USED)
                    MOVE 'N' TO PT-LISTED-SW (PIN-USED)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2100-KEEP-ROW-END.
           EXIT.
      ******************************************************************
      * Every extract, in the order it first appears on the
      * register, with all of its versions; then the pins to
      * versions the register doesn't carry.
      ******************************************************************
       3000-PRINT-VERSIONS.
           MOVE "EXTRACT CONTRACT VERSIONS AND PINS (UNEMXCNR)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMXCNR" PRNT-TEXT
           MOVE XCNR-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMXCNR" PRNT-TEXT
           MOVE XCNR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMXCNR" PRNT-TEXT

           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX > VERSION-USED
              SET FIRST-ROW-OF-EXTRACT TO TRUE
              PERFORM VARYING OTHER-IDX FROM 1 BY 1
                    UNTIL OTHER-IDX >= VERSION-IDX
                 IF VT-EXTRACT (OTHER-IDX)
                       = VT-EXTRACT (VERSION-IDX) THEN
                    MOVE 'N' TO FIRST-ROW-SW
                 END-IF
              END-PERFORM
              IF FIRST-ROW-OF-EXTRACT THEN
                 PERFORM VARYING OTHER-IDX FROM VERSION-IDX BY 1
                       UNTIL OTHER-IDX > VERSION-USED
                    IF VT-EXTRACT (OTHER-IDX)
                          = VT-EXTRACT (VERSION-IDX) THEN
                       PERFORM 3100-PRINT-ONE-VERSION
                    END-IF
                 END-PERFORM
                 MOVE XCNR-DISP-SEPARATOR TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMXCNR" PRNT-TEXT
              END-IF
           END-PERFORM

           PERFORM 3300-PRINT-UNKNOWN-PINS

           MOVE VERSIONS-LISTED TO XT-DISP-VERSIONS
           MOVE VERSIONS-RETIRING TO XT-DISP-RETIRING
           MOVE PINS-RETIRING TO XT-DISP-PINS
           MOVE PINS-NOT-WRITTEN TO XT-DISP-LOST
           MOVE XCNR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMXCNR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMXCNR" PRNT-TEXT
           .

       3000-PRINT-VERSIONS-END.
           EXIT.
      ******************************************************************
      * One version (OTHER-IDX) and the consumers pinned to it.
      ******************************************************************
       3100-PRINT-ONE-VERSION.
           ADD 1 TO VERSIONS-LISTED

           MOVE VT-STATUS (OTHER-IDX) TO EFFECTIVE-STATUS
           IF EFF-DEPRECATED
              AND VT-RETIRE-DATE (OTHER-IDX) < RUN-DATE-TODAY THEN
              SET EFF-RETIRED TO TRUE
           END-IF

           MOVE ZERO TO VERSION-PINS
           PERFORM VARYING PIN-IDX FROM 1 BY 1
                 UNTIL PIN-IDX > PIN-USED
              IF PT-EXTRACT (PIN-IDX) = VT-EXTRACT (OTHER-IDX)
                 AND PT-VERSION (PIN-IDX) = VT-VERSION (OTHER-IDX)
                 THEN
                 ADD 1 TO VERSION-PINS
              END-IF
           END-PERFORM

           MOVE VT-EXTRACT (OTHER-IDX) TO XV-DISP-EXTRACT
           MOVE VT-VERSION (OTHER-IDX) TO XV-DISP-VERSION
           MOVE VT-INTRODUCED (OTHER-IDX) TO XV-DISP-SINCE
           IF VT-RETIRE-DATE (OTHER-IDX) = 99999999 THEN
              MOVE "-" TO XV-DISP-RETIRES
           ELSE
              MOVE VT-RETIRE-DATE (OTHER-IDX) TO XV-DISP-RETIRES
           END-IF
           MOVE VT-DESCRIPTION (OTHER-IDX) TO XV-DISP-DESC
           MOVE SPACES TO XV-DISP-NOTES

           EVALUATE TRUE
              WHEN EFF-CURRENT
                 MOVE "CURRENT" TO XV-DISP-STATE
              WHEN EFF-DEPRECATED
                 ADD 1 TO VERSIONS-RETIRING
                 MOVE "RETIRING" TO XV-DISP-STATE
                 PERFORM 3150-NOTE-DAYS-LEFT
                    THRU 3150-NOTE-DAYS-LEFT-END
              WHEN EFF-RETIRED
                 MOVE "RETIRED" TO XV-DISP-STATE
              WHEN OTHER
                 MOVE "?" TO XV-DISP-STATE
                 MOVE "*** UNKNOWN STATE ON THE REGISTER"
                    TO XV-DISP-NOTES
           END-EVALUATE

           MOVE XCNR-VERSION-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMXCNR" PRNT-TEXT

           PERFORM VARYING PIN-IDX FROM 1 BY 1
                 UNTIL PIN-IDX > PIN-USED
              IF PT-EXTRACT (PIN-IDX) = VT-EXTRACT (OTHER-IDX)
                 AND PT-VERSION (PIN-IDX) = VT-VERSION (OTHER-IDX)
                 THEN
                 PERFORM 3200-PRINT-ONE-PIN
              END-IF
           END-PERFORM
           .

       3100-PRINT-ONE-VERSION-END.
           EXIT.
      ******************************************************************
      * A retiring version: the days to its retire date, DUE inside
      * the notice window, and NO CONSUMERS when nobody is pinned.
      ******************************************************************
       3150-NOTE-DAYS-LEFT.
           IF VERSION-PINS = ZERO THEN
              MOVE "NO CONSUMERS - can retire now" TO XV-DISP-NOTES
              GO TO 3150-NOTE-DAYS-LEFT-END
           END-IF

           IF VT-RETIRE-DATE (OTHER-IDX) = 99999999 THEN
              MOVE "*** no retire date set" TO XV-DISP-NOTES
              GO TO 3150-NOTE-DAYS-LEFT-END
           END-IF

           MOVE VT-RETIRE-DATE (OTHER-IDX) TO SERIAL-DATE
           PERFORM 5000-COMPUTE-SERIAL
           COMPUTE DAYS-LEFT = SERIAL-OUT - SERIAL-TODAY
           MOVE DAYS-LEFT TO DAYS-DISP

           IF DAYS-LEFT <= XCNR-NOTICE-DAYS THEN
              STRING "*** DUE - " DELIMITED BY SIZE
                 DAYS-DISP DELIMITED BY SIZE
                 " day(s) left" DELIMITED BY SIZE
                 INTO XV-DISP-NOTES
           ELSE
              STRING DAYS-DISP DELIMITED BY SIZE
                 " day(s) left" DELIMITED BY SIZE
                 INTO XV-DISP-NOTES
           END-IF
           .

       3150-NOTE-DAYS-LEFT-END.
           EXIT.
      ******************************************************************
       3200-PRINT-ONE-PIN.
           SET PT-LISTED (PIN-IDX) TO TRUE

           MOVE PT-CONSUMER (PIN-IDX) TO XP-DISP-CONSUMER
           MOVE PT-PINNED-ON (PIN-IDX) TO XP-DISP-PINNED
           MOVE PT-CONTACT (PIN-IDX) TO XP-DISP-CONTACT
           MOVE SPACES TO XP-DISP-FLAGS

           EVALUATE TRUE
              WHEN EFF-DEPRECATED
                 MOVE "*** STILL PINNED - must move" TO XP-DISP-FLAGS
                 ADD 1 TO PINS-RETIRING
              WHEN EFF-CURRENT
                 CONTINUE
              WHEN EFFECTIVE-STATUS = SPACE
                 MOVE "*** NOT WRITTEN - version unknown"
                    TO XP-DISP-FLAGS
                 ADD 1 TO PINS-NOT-WRITTEN
              WHEN OTHER
                 MOVE "*** NOT WRITTEN - version retired"
                    TO XP-DISP-FLAGS
                 ADD 1 TO PINS-NOT-WRITTEN
           END-EVALUATE

           MOVE XCNR-PIN-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMXCNR" PRNT-TEXT
           .

       3200-PRINT-ONE-PIN-END.
           EXIT.
      ******************************************************************
      * Pins to an extract version the register has no row for.
      ******************************************************************
       3300-PRINT-UNKNOWN-PINS.
           PERFORM VARYING PIN-IDX FROM 1 BY 1
                 UNTIL PIN-IDX > PIN-USED
              IF NOT PT-LISTED (PIN-IDX) THEN
                 IF NOT UNKNOWN-HEAD-PRINTED THEN
                    SET UNKNOWN-HEAD-PRINTED TO TRUE
                    MOVE XCNR-UNKNOWN-DISP-REC TO PRNT-TEXT
                    CALL "UNEMPRNT" USING "LINE " "UNEMXCNR"
                       PRNT-TEXT
                 END-IF
                 MOVE PT-EXTRACT (PIN-IDX) TO XU-DISP-EXTRACT
                 MOVE PT-VERSION (PIN-IDX) TO XU-DISP-VERSION
                 MOVE XCNR-UNKNOWN-VER-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMXCNR" PRNT-TEXT
                 MOVE SPACE TO EFFECTIVE-STATUS
                 PERFORM 3200-PRINT-ONE-PIN
              END-IF
           END-PERFORM

           IF UNKNOWN-HEAD-PRINTED THEN
              MOVE XCNR-DISP-SEPARATOR TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMXCNR" PRNT-TEXT
           END-IF
           .

       3300-PRINT-UNKNOWN-PINS-END.
           EXIT.
      ******************************************************************
      * SERIAL-DATE (YYYYMMDD) as a serial day number in SERIAL-OUT -
      * the same arithmetic UNEMSUBX's 1200-COMPUTE-DAY-OF-WEEK
      * makes.
      ******************************************************************
       5000-COMPUTE-SERIAL.
           COMPUTE SW-PRIOR-YEARS = SER-YYYY - 1
           COMPUTE SW-LEAPS = SW-PRIOR-YEARS / 4
              - SW-PRIOR-YEARS / 100
              + SW-PRIOR-YEARS / 400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-LEAPS
              + CUM-DAYS-BEFORE (SER-MM) + SER-DD

           IF SER-MM > 2 THEN
              DIVIDE SER-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE SER-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE SER-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       5000-COMPUTE-SERIAL-END.
           EXIT.

       END PROGRAM UNEMXCNR.
