      ******************************************************************
      * Monthly news release text generator.
      ******************************************************************
      * Every month the communications office wrote the claims news
      * release by copying numbers off UNEMPROF, UNEMDELT and
      * UNEMTOPN into a word-processor template, and at least once a
      * year a number went out mistyped. This program writes the
      * release text itself: it fills the maintained template of
      * sentences (NEWSTMDD) with the released figures for the month
      * in PARM='yyyy-mm' and prints it through UNEMPRNT, so the text
      * is captured in the report repository (UNEMREPO) and can be
      * reprinted exactly as produced (UNEMRPRT).
      *
      * It runs in the month-end stream (UNEMMEOJ stage NEWS) once
      * the month is released on the UNEMRELR register, and refuses
      * (RC=8, nothing printed) any month the release gate (UNEMRELG)
      * does not report released - a run by hand included.
      *
      * The figures are those of the NEWS-STATE record (runtime
      * parameter file, default 'US') of frequency 'M':
      *    the headline total - initial plus continuing claims;
      *    the change over the month and over the year, with up or
      *       down wording;
      *    the three industries whose claims rose most over the
      *       month;
      *    the initial and continuing claims split;
      *    the revision footnotes - each of the NEWS-REV-MONTHS
      *       (default 2) months before this one whose total now
      *       differs from its first print, the first print being
      *       the earliest snapshot of the record on the publication
      *       vintages (UNEMVINT, VINTGDD).
      *-----------------------------------------------------------------
      * The template (80 bytes a line, '*' in column one is a
      * comment) is printed in its own order:
      *    1-4   the line kind - when the line is printed:
      *          TEXT  always (no text prints an empty line)
      *          OTM   the prior month is on file
      *          OTY   the month a year before is on file
      *          INDH  once, when any industry rose over the month
      *          INDL  once per industry that rose, largest first,
      *                up to three
      *          NIND  no industry rose (or no prior month on file)
      *          PREL  the month's record is still preliminary
      *          REV   once per revised earlier month
      *          NREV  no earlier month was revised
      *    6-80  the sentence, with &NAME& fields filled in:
      *          &MONTH& &STATE& &TOTAL&
      *          &PRIOR-MONTH& &OTM-WORD& &OTM-CHANGE& &OTM-PCT&
      *          &YEAR-AGO& &OTY-WORD& &OTY-CHANGE& &OTY-PCT&
      *          &IND-RANK& &IND-NAME& &IND-CHANGE& &IND-PCT& (INDL)
      *          &INITIAL& &CONTINUING& &INITIAL-PCT&
      *          &CONTINUING-PCT&
      *          &REV-MONTH& &REV-FIRST& &REV-NOW& &REV-WORD&
      *          &REV-CHANGE& (REV)
      *          The WORD fields read 'up', 'down' or 'unchanged'; the
      *          CHANGE fields are the size of the change, the PCT
      *          fields its percentage to one decimal. && is a plain
      *          ampersand.
      * An unknown line kind or field is an error: the text is not
      * printed and the step ends RC=8, so a template typo never
      * reaches the press office. A template with no lines yet (the
      * dataset as UNEMSETJ allocates it) prints nothing either, but
      * ends RC=4 - the month end goes on without its release text
      * until the communications office has keyed one.
      * For example:
      *    TEXT Unemployment insurance claims in &STATE& totaled
      *    TEXT &TOTAL& in &MONTH&.
      *    OTM  That is &OTM-WORD& &OTM-CHANGE& (&OTM-PCT& percent)
      *    OTM  from &PRIOR-MONTH&.
      *    INDL &IND-RANK&. &IND-NAME&, up &IND-CHANGE&
      *    REV  &REV-MONTH& was revised &REV-WORD& from &REV-FIRST&
      *    REV  to &REV-NOW&.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMRELG - the release gate.
      *    UNEMPARM - the runtime parameter file.
      *    UNEMPRNT - the print service (and repository capture).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  A template with no lines yet ends RC=4 with
      *                    a message instead of RC=8; nothing is
      *                    printed.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMNEWS.
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
           *> The release text template.
           SELECT NEWS-TMPL ASSIGN TO NEWSTMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NEWS-TMPL-STATUS.

           *> The live VSAM dataset, read-only by period date
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The publication-vintages KSDS, read-only
           SELECT VINT-FILE ASSIGN TO VINTGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VN-KEY
           FILE STATUS IS VINT-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  NEWS-TMPL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  NEWS-TMPL-REC.
           05 NT-KIND PIC X(4).
           05 FILLER  PIC X.
           05 NT-TEXT PIC X(75).

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Provides:
      *    FD  VINT-FILE
      *    01  VINT-REC.
       COPY VINTREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  NEWS-TMPL-STATUS PIC XX.
           88 NEWS-TMPL-OK VALUE "00".
           88 NEWS-TMPL-EOF VALUE "10".

       01  VINT-FILE-STATUS PIC XX.
           88 VINT-FILE-OK VALUE "00".
           88 VINT-FILE-EOF VALUE "10".

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * Runtime parameters (UNEMPARM / PARMFLDD) and their defaults.
       77  NEWS-STATE      PIC X(2) VALUE 'US'.
       77  NEWS-REV-MONTHS PIC 9(2) VALUE 2.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The release gate (UNEMRELG).
       01  RELG-PERIOD  PIC X(7) VALUE SPACES.
       01  RELG-VERDICT PIC X VALUE SPACE.

      * The months the text speaks of.
       01  NEWS-MONTH     PIC X(7) VALUE SPACES.
       01  PRIOR-MONTH    PIC X(7) VALUE SPACES.
       01  YEAR-AGO-MONTH PIC X(7) VALUE SPACES.
       01  STEP-MONTH     PIC X(7) VALUE SPACES.
       01  WORK-YEAR  PIC 9(4) COMP-4.
       01  WORK-MONTH PIC 9(2) COMP-4.
       01  EDIT-YEAR  PIC 9(4).
       01  EDIT-MONTH PIC 9(2).

       01  MONTH-NAME-DATA.
           05 FILLER PIC X(9) VALUE 'January'.
           05 FILLER PIC X(9) VALUE 'February'.
           05 FILLER PIC X(9) VALUE 'March'.
           05 FILLER PIC X(9) VALUE 'April'.
           05 FILLER PIC X(9) VALUE 'May'.
           05 FILLER PIC X(9) VALUE 'June'.
           05 FILLER PIC X(9) VALUE 'July'.
           05 FILLER PIC X(9) VALUE 'August'.
           05 FILLER PIC X(9) VALUE 'September'.
           05 FILLER PIC X(9) VALUE 'October'.
           05 FILLER PIC X(9) VALUE 'November'.
           05 FILLER PIC X(9) VALUE 'December'.
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-DATA.
           05 MONTH-NAME OCCURS 12 TIMES PIC X(9).

      * The industries by their PAYLOAD position (FD-WHOLESALE-TRADE
      * is the 16th numeric field) as the release names them.
       01  INDUSTRY-NAME-DATA.
           05 FILLER PIC X(50) VALUE 'wholesale trade'.
           05 FILLER PIC X(50) VALUE 'transportation and warehousing'.
           05 FILLER PIC X(50) VALUE 'construction'.
           05 FILLER PIC X(50) VALUE 'finance and insurance'.
           05 FILLER PIC X(50) VALUE 'manufacturing'.
           05 FILLER PIC X(50) VALUE
              'agriculture, forestry, fishing and hunting'.
           05 FILLER PIC X(50) VALUE 'public administration'.
           05 FILLER PIC X(50) VALUE 'utilities'.
           05 FILLER PIC X(50) VALUE 'accommodation and food services'.
           05 FILLER PIC X(50) VALUE 'information'.
           05 FILLER PIC X(50) VALUE
              'professional, scientific and technical services'.
           05 FILLER PIC X(50) VALUE
              'real estate and rental and leasing'.
           05 FILLER PIC X(50) VALUE
              'other services (except public administration)'.
           05 FILLER PIC X(50) VALUE
              'management of companies and enterprises'.
           05 FILLER PIC X(50) VALUE 'educational services'.
           05 FILLER PIC X(50) VALUE 'mining'.
           05 FILLER PIC X(50) VALUE
              'health care and social assistance'.
           05 FILLER PIC X(50) VALUE
              'arts, entertainment and recreation'.
           05 FILLER PIC X(50) VALUE
              'administrative support and waste management'.
           05 FILLER PIC X(50) VALUE 'retail trade'.
       01  INDUSTRY-NAME-TABLE REDEFINES INDUSTRY-NAME-DATA.
           05 INDUSTRY-NAME OCCURS 20 TIMES PIC X(50).
       01  INDUSTRY-IDX    PIC 9(2) COMP-4.
       01  INDUSTRY-OFFSET PIC 9(3) COMP-4.

      * A month's record looked up on UNEMPLRP.
       01  FIND-MONTH PIC X(7) VALUE SPACES.
       01  FIND-SW PIC X VALUE 'N'.
           88 FIND-FOUND VALUE 'Y'.
       01  FIND-IMAGE PIC X(446) VALUE SPACES.
       01  SCAN-SW PIC X VALUE 'N'.
           88 SCAN-EOF VALUE 'Y'.

      * The three records the release compares.
       01  NEWS-IMAGE     PIC X(446) VALUE SPACES.
       01  PRIOR-IMAGE    PIC X(446) VALUE SPACES.
       01  YEAR-AGO-IMAGE PIC X(446) VALUE SPACES.
       01  PRIOR-SW PIC X VALUE 'N'.
           88 PRIOR-ON-FILE VALUE 'Y'.
       01  YEAR-AGO-SW PIC X VALUE 'N'.
           88 YEAR-AGO-ON-FILE VALUE 'Y'.
       01  PRELIM-SW PIC X VALUE 'N'.
           88 NEWS-PRELIMINARY VALUE 'Y'.

      * A count picked out of a record image.
       01  PICK-IMAGE  PIC X(446) VALUE SPACES.
       01  PICK-OFFSET PIC 9(3) COMP-4 VALUE ZERO.
       01  PICK-LENGTH PIC 9(2) COMP-4 VALUE ZERO.
       01  PICK-DIGITS PIC X(9) VALUE ZEROS.
       01  PICK-NUMBER REDEFINES PICK-DIGITS PIC 9(9).
       01  PICK-VALUE  PIC 9(9) VALUE ZERO.

      * The figures.
       01  NEWS-TOTAL       PIC 9(9) COMP-4 VALUE ZERO.
       01  NEWS-INITIAL     PIC 9(9) COMP-4 VALUE ZERO.
       01  NEWS-CONTINUING  PIC 9(9) COMP-4 VALUE ZERO.
       01  PRIOR-TOTAL      PIC 9(9) COMP-4 VALUE ZERO.
       01  YEAR-AGO-TOTAL   PIC 9(9) COMP-4 VALUE ZERO.
       01  OTM-CHANGE       PIC S9(9) COMP-3 VALUE ZERO.
       01  OTY-CHANGE       PIC S9(9) COMP-3 VALUE ZERO.
       01  OTM-PCT          PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  OTY-PCT          PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  INITIAL-PCT      PIC 9(3)V9 COMP-3 VALUE ZERO.
       01  CONTINUING-PCT   PIC 9(3)V9 COMP-3 VALUE ZERO.
       01  RECORD-TOTAL     PIC 9(9) COMP-4 VALUE ZERO.
       01  THIS-COUNT       PIC 9(9) COMP-4 VALUE ZERO.
       01  PRIOR-COUNT      PIC 9(9) COMP-4 VALUE ZERO.
       01  COUNT-CHANGE     PIC S9(9) COMP-3 VALUE ZERO.

      * The industries that rose most over the month.
       01  RISE-TABLE.
           05 RISE-ENTRY OCCURS 3 TIMES.
              10 RS-INDUSTRY PIC 9(2) COMP-4.
              10 RS-CHANGE   PIC S9(9) COMP-3.
              10 RS-PCT      PIC S9(5)V9 COMP-3.
              10 RS-PCT-SW   PIC X.
       01  RISES-USED PIC 9(1) COMP-4 VALUE ZERO.
       01  RISE-IDX   PIC 9(1) COMP-4.
       01  RISE-POS   PIC 9(1) COMP-4.

      * The earlier months revised since their first print.
       01  REV-TABLE.
           05 REV-ENTRY OCCURS 12 TIMES.
              10 RV-MONTH PIC X(7).
              10 RV-FIRST PIC 9(9) COMP-4.
              10 RV-NOW   PIC 9(9) COMP-4.
       01  REVS-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  REV-IDX   PIC 9(2) COMP-4.
       01  REV-STEP  PIC 9(2) COMP-4.
       01  VINTAGE-SW PIC X VALUE 'N'.
           88 VINTAGES-AVAILABLE VALUE 'Y'.

      * The template as loaded.
       01  TMPL-TABLE.
           05 TMPL-LINE OCCURS 200 TIMES.
              10 TL-KIND PIC X(4).
              10 TL-TEXT PIC X(75).
       01  TMPL-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  TMPL-IDX  PIC 9(3) COMP-4.

      * The release text, held until the whole template has filled
      * in without error.
       01  OUT-TABLE.
           05 OUT-LINE OCCURS 300 TIMES PIC X(160).
       01  OUT-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  OUT-IDX  PIC 9(3) COMP-4.
       01  TEMPLATE-ERRORS PIC 9(3) COMP-4 VALUE ZERO.
       01  TEMPLATE-EMPTY-SW PIC X VALUE 'N'.
           88 TEMPLATE-EMPTY VALUE 'Y'.

      * One template line being filled in.
       01  FILL-TEXT   PIC X(160) VALUE SPACES.
       01  FILL-PTR    PIC 9(3) COMP-4 VALUE 1.
       01  SCAN-POS    PIC 9(3) COMP-4 VALUE 1.
       01  TEXT-LEN    PIC 9(3) COMP-4 VALUE ZERO.
       01  FIELD-NAME  PIC X(20) VALUE SPACES.
       01  FIELD-LEN   PIC 9(3) COMP-4 VALUE ZERO.
       01  FIELD-VALUE PIC X(60) VALUE SPACES.
       01  VALUE-LEN   PIC 9(2) COMP-4 VALUE ZERO.
       01  CUR-RISE    PIC 9(1) COMP-4 VALUE ZERO.
       01  CUR-REV     PIC 9(2) COMP-4 VALUE ZERO.

      * Numbers as they read in a sentence.
       01  EDIT-COUNT  PIC ZZZ,ZZZ,ZZ9.
       01  EDIT-PCT    PIC ZZZZ9.9.
       01  EDIT-LEAD   PIC 9(2) COMP-4 VALUE ZERO.
       01  NAME-MONTH  PIC X(7) VALUE SPACES.
       01  NAME-MM     PIC 9(2) VALUE ZERO.
       01  WORD-AMOUNT PIC S9(9) COMP-3 VALUE ZERO.
       01  ABS-AMOUNT  PIC 9(9) COMP-4 VALUE ZERO.
       01  ABS-PCT     PIC 9(5)V9 COMP-3 VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * PARM='yyyy-mm' - the released month.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(7).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN < 7
              OR PARM-TEXT (1:4) IS NOT NUMERIC
              OR PARM-TEXT (5:1) NOT = "-"
              OR PARM-TEXT (6:2) IS NOT NUMERIC
              OR PARM-TEXT (6:2) < "01"
              OR PARM-TEXT (6:2) > "12" THEN
              DISPLAY "Usage: PARM='YYYY-MM' - the released month."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF
           MOVE PARM-TEXT TO NEWS-MONTH

           MOVE NEWS-MONTH TO RELG-PERIOD
           CALL "UNEMRELG" USING RELG-PERIOD RELG-VERDICT
           IF RELG-VERDICT NOT = 'Y' THEN
              IF RELG-VERDICT = 'U' THEN
                 DISPLAY "*** No release register on the DD - no "
                    "release text is produced."
              ELSE
                 DISPLAY "*** " NEWS-MONTH " is not released on the "
                    "release register - no release text is produced."
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1100-LOAD-RUNTIME-PARMS
           PERFORM 1200-DERIVE-MONTHS
           PERFORM 1500-LOAD-TEMPLATE THRU 1500-LOAD-TEMPLATE-END

           IF TEMPLATE-EMPTY AND TEMPLATE-ERRORS = ZERO THEN
              MOVE 4 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF TEMPLATE-ERRORS > ZERO THEN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE NEWS-MONTH TO FIND-MONTH
           PERFORM 2100-FIND-MONTH-RECORD
              THRU 2100-FIND-MONTH-RECORD-END
           IF NOT FIND-FOUND THEN
              DISPLAY "*** No " NEWS-STATE " monthly record for "
                 NEWS-MONTH " - no release text is produced."
              CLOSE REPORT-OUT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF
           MOVE FIND-IMAGE TO NEWS-IMAGE

           MOVE PRIOR-MONTH TO FIND-MONTH
           PERFORM 2100-FIND-MONTH-RECORD
              THRU 2100-FIND-MONTH-RECORD-END
           IF FIND-FOUND THEN
              SET PRIOR-ON-FILE TO TRUE
              MOVE FIND-IMAGE TO PRIOR-IMAGE
           END-IF

           MOVE YEAR-AGO-MONTH TO FIND-MONTH
           PERFORM 2100-FIND-MONTH-RECORD
              THRU 2100-FIND-MONTH-RECORD-END
           IF FIND-FOUND THEN
              SET YEAR-AGO-ON-FILE TO TRUE
              MOVE FIND-IMAGE TO YEAR-AGO-IMAGE
           END-IF

           PERFORM 3000-WORK-OUT-FIGURES
           PERFORM 3200-RANK-INDUSTRIES THRU 3200-RANK-INDUSTRIES-END
           PERFORM 3500-FIND-REVISIONS THRU 3500-FIND-REVISIONS-END

           CLOSE REPORT-OUT

           PERFORM 4000-FILL-TEMPLATE

           IF TEMPLATE-ERRORS > ZERO THEN
              DISPLAY TEMPLATE-ERRORS " template error(s) - no "
                 "release text is produced."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 6000-PRINT-RELEASE

           DISPLAY "Release text for " NEWS-MONTH " produced - "
              OUT-USED " line(s), " RISES-USED " industry rise(s), "
              REVS-USED " revision footnote(s)."

           IF NOT VINTAGES-AVAILABLE AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "NEWS-STATE" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) NOT = SPACES THEN
              MOVE RTP-VALUE (1:2) TO NEWS-STATE
              DISPLAY "NEWS-STATE set from the parameter file: "
                 NEWS-STATE
           END-IF

           MOVE "NEWS-REV-MONTHS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO NEWS-REV-MONTHS
              IF NEWS-REV-MONTHS > 12 THEN
                 MOVE 12 TO NEWS-REV-MONTHS
              END-IF
              DISPLAY "NEWS-REV-MONTHS set from the parameter file: "
                 NEWS-REV-MONTHS
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * The month before and the same month a year before.
      ******************************************************************
       1200-DERIVE-MONTHS.
           MOVE NEWS-MONTH TO STEP-MONTH
           PERFORM 1210-STEP-BACK-MONTH
           MOVE STEP-MONTH TO PRIOR-MONTH

           MOVE NEWS-MONTH (1:4) TO WORK-YEAR
           SUBTRACT 1 FROM WORK-YEAR
           MOVE WORK-YEAR TO EDIT-YEAR
           MOVE NEWS-MONTH TO YEAR-AGO-MONTH
           MOVE EDIT-YEAR TO YEAR-AGO-MONTH (1:4)
           .

       1200-DERIVE-MONTHS-END.
           EXIT.
      ******************************************************************
      * STEP-MONTH back by one month.
      ******************************************************************
       1210-STEP-BACK-MONTH.
           MOVE STEP-MONTH (1:4) TO WORK-YEAR
           MOVE STEP-MONTH (6:2) TO WORK-MONTH

           IF WORK-MONTH = 1 THEN
              SUBTRACT 1 FROM WORK-YEAR
              MOVE 12 TO WORK-MONTH
           ELSE
              SUBTRACT 1 FROM WORK-MONTH
           END-IF

           MOVE WORK-YEAR TO EDIT-YEAR
           MOVE WORK-MONTH TO EDIT-MONTH
           MOVE SPACES TO STEP-MONTH
           STRING EDIT-YEAR "-" EDIT-MONTH
              DELIMITED BY SIZE INTO STEP-MONTH
           .

       1210-STEP-BACK-MONTH-END.
           EXIT.
      ******************************************************************
      * The template - every line kind is checked as it is read.
      ******************************************************************
       1500-LOAD-TEMPLATE.
           OPEN INPUT NEWS-TMPL

           IF NOT NEWS-TMPL-OK THEN
              DISPLAY "Couldn't open the release text template - "
                 "STATUS " NEWS-TMPL-STATUS
              ADD 1 TO TEMPLATE-ERRORS
              GO TO 1500-LOAD-TEMPLATE-END
           END-IF

           PERFORM UNTIL NEWS-TMPL-EOF
              READ NEWS-TMPL
                 AT END CONTINUE
                 NOT AT END
                    IF NEWS-TMPL-REC (1:1) NOT = '*'
                       AND NEWS-TMPL-REC NOT = SPACES THEN
                       PERFORM 1510-ADD-TEMPLATE-LINE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE NEWS-TMPL

           IF TMPL-USED = ZERO THEN
              DISPLAY "*** The release text template (NEWSTMDD) has "
                 "no lines yet - no release text is produced. Key "
                 "the template (the line kinds and an example are in "
                 "UNEMNEWS's header) and rerun with UNEMNWSJ."
              SET TEMPLATE-EMPTY TO TRUE
           END-IF

           DISPLAY TMPL-USED " template line(s) loaded."
           .

       1500-LOAD-TEMPLATE-END.
           EXIT.
      ******************************************************************
       1510-ADD-TEMPLATE-LINE.
           EVALUATE NT-KIND
              WHEN 'TEXT'
              WHEN 'OTM '
              WHEN 'OTY '
              WHEN 'INDH'
              WHEN 'INDL'
              WHEN 'NIND'
              WHEN 'PREL'
              WHEN 'REV '
              WHEN 'NREV'
                 IF TMPL-USED >= 200 THEN
                    DISPLAY "*** More than 200 template lines."
                    ADD 1 TO TEMPLATE-ERRORS
                 ELSE
                    ADD 1 TO TMPL-USED
                    MOVE NT-KIND TO TL-KIND (TMPL-USED)
                    MOVE NT-TEXT TO TL-TEXT (TMPL-USED)
                 END-IF
              WHEN OTHER
                 DISPLAY "*** Unknown template line kind '" NT-KIND
                    "': " NEWS-TMPL-REC
                 ADD 1 TO TEMPLATE-ERRORS
           END-EVALUATE
           .

       1510-ADD-TEMPLATE-LINE-END.
           EXIT.
      ******************************************************************
      * The NEWS-STATE monthly record dated in FIND-MONTH - FIND-IMAGE
      * when FIND-FOUND.
      ******************************************************************
       2100-FIND-MONTH-RECORD.
           MOVE 'N' TO FIND-SW
           MOVE 'N' TO SCAN-SW
           MOVE SPACES TO FIND-IMAGE

           MOVE SPACES TO FD-DATE
           STRING FIND-MONTH "-01" DELIMITED BY SIZE INTO FD-DATE
           START REPORT-OUT KEY IS >= FD-DATE
              INVALID KEY GO TO 2100-FIND-MONTH-RECORD-END
           END-START

           PERFORM 2110-READ-NEXT
           PERFORM UNTIL SCAN-EOF OR FIND-FOUND
              IF FD-DATE (1:7) NOT = FIND-MONTH THEN
                 SET SCAN-EOF TO TRUE
              ELSE
                 IF FD-STATE-CODE = NEWS-STATE
                    AND FD-PERIOD-FREQ = 'M'
                    AND FD-RECORD-ID NOT = "00000000" THEN
                    SET FIND-FOUND TO TRUE
                    MOVE REPORT-OUT-REC TO FIND-IMAGE
                 ELSE
                    PERFORM 2110-READ-NEXT
                 END-IF
              END-IF
           END-PERFORM
           .

       2100-FIND-MONTH-RECORD-END.
           EXIT.
      ******************************************************************
       2110-READ-NEXT.
           READ REPORT-OUT NEXT

           EVALUATE TRUE
              WHEN REPORT-OUT-FILE-OK
              WHEN REPORT-OUT-STATUS = "02"
                 CONTINUE
              WHEN REPORT-OUT-END-OF-FILE
                 SET SCAN-EOF TO TRUE
              WHEN OTHER
                 DISPLAY "Error reading the UNEMP report - STATUS "
                    REPORT-OUT-STATUS
                 SET SCAN-EOF TO TRUE
           END-EVALUATE
           .

       2110-READ-NEXT-END.
           EXIT.
      ******************************************************************
      * The headline, the changes over the month and year, and the
      * claims split.
      ******************************************************************
       3000-WORK-OUT-FIGURES.
           MOVE NEWS-IMAGE TO PICK-IMAGE
           PERFORM 3100-PICK-CLAIMS
           MOVE RECORD-TOTAL TO NEWS-TOTAL
           MOVE PICK-VALUE TO NEWS-CONTINUING
           SUBTRACT NEWS-CONTINUING FROM NEWS-TOTAL
              GIVING NEWS-INITIAL
           IF NEWS-IMAGE (355:1) = 'P' THEN
              SET NEWS-PRELIMINARY TO TRUE
           END-IF

           IF NEWS-TOTAL > ZERO THEN
              COMPUTE INITIAL-PCT ROUNDED =
                 NEWS-INITIAL * 100 / NEWS-TOTAL
              COMPUTE CONTINUING-PCT = 100 - INITIAL-PCT
           END-IF

           IF PRIOR-ON-FILE THEN
              MOVE PRIOR-IMAGE TO PICK-IMAGE
              PERFORM 3100-PICK-CLAIMS
              MOVE RECORD-TOTAL TO PRIOR-TOTAL
              COMPUTE OTM-CHANGE = NEWS-TOTAL - PRIOR-TOTAL
              IF PRIOR-TOTAL > ZERO THEN
                 COMPUTE OTM-PCT ROUNDED =
                    OTM-CHANGE * 100 / PRIOR-TOTAL
                    ON SIZE ERROR MOVE 99999.9 TO OTM-PCT
                 END-COMPUTE
              END-IF
           END-IF

           IF YEAR-AGO-ON-FILE THEN
              MOVE YEAR-AGO-IMAGE TO PICK-IMAGE
              PERFORM 3100-PICK-CLAIMS
              MOVE RECORD-TOTAL TO YEAR-AGO-TOTAL
              COMPUTE OTY-CHANGE = NEWS-TOTAL - YEAR-AGO-TOTAL
              IF YEAR-AGO-TOTAL > ZERO THEN
                 COMPUTE OTY-PCT ROUNDED =
                    OTY-CHANGE * 100 / YEAR-AGO-TOTAL
                    ON SIZE ERROR MOVE 99999.9 TO OTY-PCT
                 END-COMPUTE
              END-IF
           END-IF
           .

       3000-WORK-OUT-FIGURES-END.
           EXIT.
      ******************************************************************
      * The claims of the record in PICK-IMAGE - RECORD-TOTAL initial
      * plus continuing, PICK-VALUE left holding the continuing.
      ******************************************************************
       3100-PICK-CLAIMS.
           MOVE 339 TO PICK-OFFSET
           MOVE 7 TO PICK-LENGTH
           PERFORM 8000-PICK-VALUE
           MOVE PICK-VALUE TO RECORD-TOTAL
           MOVE 346 TO PICK-OFFSET
           PERFORM 8000-PICK-VALUE
           ADD PICK-VALUE TO RECORD-TOTAL
           .

       3100-PICK-CLAIMS-END.
           EXIT.
      ******************************************************************
      * The industries whose claims rose most over the month, kept
      * largest first - the not-available count is no industry and
      * is left out.
      ******************************************************************
       3200-RANK-INDUSTRIES.
           MOVE ZERO TO RISES-USED

           IF NOT PRIOR-ON-FILE THEN
              GO TO 3200-RANK-INDUSTRIES-END
           END-IF

           PERFORM VARYING INDUSTRY-IDX FROM 1 BY 1
                 UNTIL INDUSTRY-IDX > 20
              COMPUTE INDUSTRY-OFFSET = 22 + (INDUSTRY-IDX + 14) * 7
              MOVE INDUSTRY-OFFSET TO PICK-OFFSET
              MOVE 7 TO PICK-LENGTH
              MOVE NEWS-IMAGE TO PICK-IMAGE
              PERFORM 8000-PICK-VALUE
              MOVE PICK-VALUE TO THIS-COUNT
              MOVE PRIOR-IMAGE TO PICK-IMAGE
              PERFORM 8000-PICK-VALUE
              MOVE PICK-VALUE TO PRIOR-COUNT
              COMPUTE COUNT-CHANGE = THIS-COUNT - PRIOR-COUNT
              IF COUNT-CHANGE > ZERO THEN
                 PERFORM 3210-PLACE-RISE THRU 3210-PLACE-RISE-END
              END-IF
           END-PERFORM
           .

       3200-RANK-INDUSTRIES-END.
           EXIT.
      ******************************************************************
      * COUNT-CHANGE of INDUSTRY-IDX into the top three, if it
      * belongs there.
      ******************************************************************
       3210-PLACE-RISE.
           IF RISES-USED = 3 THEN
              IF COUNT-CHANGE NOT > RS-CHANGE (3) THEN
                 GO TO 3210-PLACE-RISE-END
              END-IF
              MOVE 3 TO RISE-POS
           ELSE
              ADD 1 TO RISES-USED
              MOVE RISES-USED TO RISE-POS
           END-IF

           PERFORM UNTIL RISE-POS = 1
              OR RS-CHANGE (RISE-POS - 1) >= COUNT-CHANGE
              MOVE RISE-ENTRY (RISE-POS - 1) TO RISE-ENTRY (RISE-POS)
              SUBTRACT 1 FROM RISE-POS
           END-PERFORM

           MOVE INDUSTRY-IDX TO RS-INDUSTRY (RISE-POS)
           MOVE COUNT-CHANGE TO RS-CHANGE (RISE-POS)
           IF PRIOR-COUNT > ZERO THEN
              MOVE 'Y' TO RS-PCT-SW (RISE-POS)
              COMPUTE RS-PCT (RISE-POS) ROUNDED =
                 COUNT-CHANGE * 100 / PRIOR-COUNT
                 ON SIZE ERROR MOVE 99999.9 TO RS-PCT (RISE-POS)
              END-COMPUTE
           ELSE
              MOVE 'N' TO RS-PCT-SW (RISE-POS)
              MOVE ZERO TO RS-PCT (RISE-POS)
           END-IF
           .

       3210-PLACE-RISE-END.
           EXIT.
      ******************************************************************
      * The earlier months whose total has moved since first print.
      ******************************************************************
       3500-FIND-REVISIONS.
           OPEN INPUT VINT-FILE

           IF NOT VINT-FILE-OK THEN
              DISPLAY "*** Vintages dataset not available - STATUS "
                 VINT-FILE-STATUS " - the revision footnotes are "
                 "left out."
              GO TO 3500-FIND-REVISIONS-END
           END-IF
           SET VINTAGES-AVAILABLE TO TRUE

           MOVE NEWS-MONTH TO STEP-MONTH
           PERFORM VARYING REV-STEP FROM 1 BY 1
                 UNTIL REV-STEP > NEWS-REV-MONTHS
              PERFORM 1210-STEP-BACK-MONTH
              PERFORM 3510-CHECK-REVISION
                 THRU 3510-CHECK-REVISION-END
           END-PERFORM

           CLOSE VINT-FILE
           .

       3500-FIND-REVISIONS-END.
           EXIT.
      ******************************************************************
      * STEP-MONTH's record now against its first print.
      ******************************************************************
       3510-CHECK-REVISION.
           MOVE STEP-MONTH TO FIND-MONTH
           PERFORM 2100-FIND-MONTH-RECORD
              THRU 2100-FIND-MONTH-RECORD-END
           IF NOT FIND-FOUND THEN
              GO TO 3510-CHECK-REVISION-END
           END-IF

           MOVE STEP-MONTH TO VN-MONTH
           MOVE FIND-IMAGE (1:10) TO VN-RECORD-KEY
           MOVE ZERO TO VN-SNAP-DATE
           START VINT-FILE KEY IS >= VN-KEY
              INVALID KEY GO TO 3510-CHECK-REVISION-END
           END-START

           READ VINT-FILE NEXT
              AT END GO TO 3510-CHECK-REVISION-END
           END-READ

           IF VN-MONTH NOT = STEP-MONTH
              OR VN-RECORD-KEY NOT = FIND-IMAGE (1:10) THEN
              GO TO 3510-CHECK-REVISION-END
           END-IF

           MOVE VN-PAYLOAD TO PICK-IMAGE
           PERFORM 3100-PICK-CLAIMS
           MOVE RECORD-TOTAL TO THIS-COUNT
           MOVE FIND-IMAGE TO PICK-IMAGE
           PERFORM 3100-PICK-CLAIMS

           IF RECORD-TOTAL NOT = THIS-COUNT THEN
              ADD 1 TO REVS-USED
              MOVE STEP-MONTH TO RV-MONTH (REVS-USED)
              MOVE THIS-COUNT TO RV-FIRST (REVS-USED)
              MOVE RECORD-TOTAL TO RV-NOW (REVS-USED)
           END-IF
           .

       3510-CHECK-REVISION-END.
           EXIT.
      ******************************************************************
      * Every template line whose condition holds, filled in, into
      * the held release text.
      ******************************************************************
       4000-FILL-TEMPLATE.
           MOVE ZERO TO CUR-RISE
           MOVE ZERO TO CUR-REV

           PERFORM VARYING TMPL-IDX FROM 1 BY 1
                 UNTIL TMPL-IDX > TMPL-USED
              EVALUATE TL-KIND (TMPL-IDX)
                 WHEN 'TEXT'
                    PERFORM 4100-FILL-LINE
                 WHEN 'OTM '
                    IF PRIOR-ON-FILE THEN
                       PERFORM 4100-FILL-LINE
                    END-IF
                 WHEN 'OTY '
                    IF YEAR-AGO-ON-FILE THEN
                       PERFORM 4100-FILL-LINE
                    END-IF
                 WHEN 'INDH'
                    IF RISES-USED > ZERO THEN
                       PERFORM 4100-FILL-LINE
                    END-IF
                 WHEN 'INDL'
                    PERFORM VARYING CUR-RISE FROM 1 BY 1
                          UNTIL CUR-RISE > RISES-USED
                       PERFORM 4100-FILL-LINE
                    END-PERFORM
                    MOVE ZERO TO CUR-RISE
                 WHEN 'NIND'
                    IF RISES-USED = ZERO THEN
                       PERFORM 4100-FILL-LINE
                    END-IF
                 WHEN 'PREL'
                    IF NEWS-PRELIMINARY THEN
                       PERFORM 4100-FILL-LINE
                    END-IF
                 WHEN 'REV '
                    PERFORM VARYING CUR-REV FROM 1 BY 1
                          UNTIL CUR-REV > REVS-USED
                       PERFORM 4100-FILL-LINE
                    END-PERFORM
                    MOVE ZERO TO CUR-REV
                 WHEN 'NREV'
                    IF REVS-USED = ZERO AND VINTAGES-AVAILABLE THEN
                       PERFORM 4100-FILL-LINE
                    END-IF
              END-EVALUATE
           END-PERFORM
           .

       4000-FILL-TEMPLATE-END.
           EXIT.
      ******************************************************************
      * Template line TMPL-IDX with its &NAME& fields filled in.
      ******************************************************************
       4100-FILL-LINE.
           MOVE SPACES TO FILL-TEXT
           MOVE 1 TO FILL-PTR
           MOVE 1 TO SCAN-POS

           MOVE 75 TO TEXT-LEN
           PERFORM UNTIL TEXT-LEN = ZERO
              OR TL-TEXT (TMPL-IDX) (TEXT-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM TEXT-LEN
           END-PERFORM

           PERFORM UNTIL SCAN-POS > TEXT-LEN
              IF TL-TEXT (TMPL-IDX) (SCAN-POS:1) = '&' THEN
                 PERFORM 4200-FILL-FIELD THRU 4200-FILL-FIELD-END
              ELSE
                 STRING TL-TEXT (TMPL-IDX) (SCAN-POS:1)
                    DELIMITED BY SIZE
                    INTO FILL-TEXT WITH POINTER FILL-PTR
                 END-STRING
                 ADD 1 TO SCAN-POS
              END-IF
           END-PERFORM

           IF OUT-USED < 300 THEN
              ADD 1 TO OUT-USED
              MOVE FILL-TEXT TO OUT-LINE (OUT-USED)
           END-IF
           .

       4100-FILL-LINE-END.
           EXIT.
      ******************************************************************
      * The &NAME& field starting at SCAN-POS.
      ******************************************************************
       4200-FILL-FIELD.
           MOVE ZERO TO FIELD-LEN
           IF SCAN-POS < 75 THEN
              INSPECT TL-TEXT (TMPL-IDX) (SCAN-POS + 1:)
                 TALLYING FIELD-LEN FOR CHARACTERS BEFORE INITIAL '&'
           END-IF

           IF SCAN-POS + FIELD-LEN + 1 > 75 OR FIELD-LEN > 20 THEN
              DISPLAY "*** Unclosed template field: "
                 TL-TEXT (TMPL-IDX)
              ADD 1 TO TEMPLATE-ERRORS
              MOVE 76 TO SCAN-POS
              GO TO 4200-FILL-FIELD-END
           END-IF

      *    && - a plain ampersand.
           IF FIELD-LEN = ZERO THEN
              STRING '&' DELIMITED BY SIZE
                 INTO FILL-TEXT WITH POINTER FILL-PTR
              END-STRING
              ADD 2 TO SCAN-POS
              GO TO 4200-FILL-FIELD-END
           END-IF

           MOVE SPACES TO FIELD-NAME
           MOVE TL-TEXT (TMPL-IDX) (SCAN-POS + 1:FIELD-LEN)
              TO FIELD-NAME
           COMPUTE SCAN-POS = SCAN-POS + FIELD-LEN + 2

           PERFORM 4300-FIELD-VALUE THRU 4300-FIELD-VALUE-END

           MOVE 60 TO VALUE-LEN
           PERFORM UNTIL VALUE-LEN = ZERO
              OR FIELD-VALUE (VALUE-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM VALUE-LEN
           END-PERFORM

           IF VALUE-LEN > ZERO THEN
              STRING FIELD-VALUE (1:VALUE-LEN) DELIMITED BY SIZE
                 INTO FILL-TEXT WITH POINTER FILL-PTR
              END-STRING
           END-IF
           .

       4200-FILL-FIELD-END.
           EXIT.
      ******************************************************************
      * FIELD-VALUE for FIELD-NAME - an unknown name, or a per-line
      * name on a line of the wrong kind, is a template error.
      ******************************************************************
       4300-FIELD-VALUE.
           MOVE SPACES TO FIELD-VALUE

           EVALUATE FIELD-NAME
              WHEN 'MONTH'
                 MOVE NEWS-MONTH TO NAME-MONTH
                 PERFORM 8300-NAME-MONTH
              WHEN 'STATE'
                 MOVE NEWS-STATE TO FIELD-VALUE
              WHEN 'TOTAL'
                 MOVE NEWS-TOTAL TO ABS-AMOUNT
                 PERFORM 8100-EDIT-COUNT
              WHEN 'PRIOR-MONTH'
                 MOVE PRIOR-MONTH TO NAME-MONTH
                 PERFORM 8300-NAME-MONTH
              WHEN 'OTM-WORD'
                 MOVE OTM-CHANGE TO WORD-AMOUNT
                 PERFORM 8400-DIRECTION-WORD
              WHEN 'OTM-CHANGE'
                 MOVE OTM-CHANGE TO WORD-AMOUNT
                 PERFORM 8110-EDIT-CHANGE
              WHEN 'OTM-PCT'
                 MOVE OTM-PCT TO ABS-PCT
                 PERFORM 8200-EDIT-PCT
              WHEN 'YEAR-AGO'
                 MOVE YEAR-AGO-MONTH TO NAME-MONTH
                 PERFORM 8300-NAME-MONTH
              WHEN 'OTY-WORD'
                 MOVE OTY-CHANGE TO WORD-AMOUNT
                 PERFORM 8400-DIRECTION-WORD
              WHEN 'OTY-CHANGE'
                 MOVE OTY-CHANGE TO WORD-AMOUNT
                 PERFORM 8110-EDIT-CHANGE
              WHEN 'OTY-PCT'
                 MOVE OTY-PCT TO ABS-PCT
                 PERFORM 8200-EDIT-PCT
              WHEN 'INITIAL'
                 MOVE NEWS-INITIAL TO ABS-AMOUNT
                 PERFORM 8100-EDIT-COUNT
              WHEN 'CONTINUING'
                 MOVE NEWS-CONTINUING TO ABS-AMOUNT
                 PERFORM 8100-EDIT-COUNT
              WHEN 'INITIAL-PCT'
                 MOVE INITIAL-PCT TO ABS-PCT
                 PERFORM 8200-EDIT-PCT
              WHEN 'CONTINUING-PCT'
                 MOVE CONTINUING-PCT TO ABS-PCT
                 PERFORM 8200-EDIT-PCT
              WHEN 'IND-RANK'
              WHEN 'IND-NAME'
              WHEN 'IND-CHANGE'
              WHEN 'IND-PCT'
                 PERFORM 4310-INDUSTRY-VALUE
                    THRU 4310-INDUSTRY-VALUE-END
              WHEN 'REV-MONTH'
              WHEN 'REV-FIRST'
              WHEN 'REV-NOW'
              WHEN 'REV-WORD'
              WHEN 'REV-CHANGE'
                 PERFORM 4320-REVISION-VALUE
                    THRU 4320-REVISION-VALUE-END
              WHEN OTHER
                 DISPLAY "*** Unknown template field &" FIELD-NAME
                    "&: " TL-TEXT (TMPL-IDX)
                 ADD 1 TO TEMPLATE-ERRORS
           END-EVALUATE
           .

       4300-FIELD-VALUE-END.
           EXIT.
      ******************************************************************
       4310-INDUSTRY-VALUE.
           IF CUR-RISE = ZERO THEN
              DISPLAY "*** &" FIELD-NAME "& belongs on an INDL line: "
                 TL-TEXT (TMPL-IDX)
              ADD 1 TO TEMPLATE-ERRORS
              GO TO 4310-INDUSTRY-VALUE-END
           END-IF

           EVALUATE FIELD-NAME
              WHEN 'IND-RANK'
                 MOVE CUR-RISE TO FIELD-VALUE
              WHEN 'IND-NAME'
                 MOVE RS-INDUSTRY (CUR-RISE) TO INDUSTRY-IDX
                 MOVE INDUSTRY-NAME (INDUSTRY-IDX) TO FIELD-VALUE
              WHEN 'IND-CHANGE'
                 MOVE RS-CHANGE (CUR-RISE) TO WORD-AMOUNT
                 PERFORM 8110-EDIT-CHANGE
              WHEN OTHER
                 IF RS-PCT-SW (CUR-RISE) = 'Y' THEN
                    MOVE RS-PCT (CUR-RISE) TO ABS-PCT
                    PERFORM 8200-EDIT-PCT
                 ELSE
                    MOVE 'n/a' TO FIELD-VALUE
                 END-IF
           END-EVALUATE
           .

       4310-INDUSTRY-VALUE-END.
           EXIT.
      ******************************************************************
       4320-REVISION-VALUE.
           IF CUR-REV = ZERO THEN
              DISPLAY "*** &" FIELD-NAME "& belongs on a REV line: "
                 TL-TEXT (TMPL-IDX)
              ADD 1 TO TEMPLATE-ERRORS
              GO TO 4320-REVISION-VALUE-END
           END-IF

           COMPUTE WORD-AMOUNT = RV-NOW (CUR-REV) - RV-FIRST (CUR-REV)

           EVALUATE FIELD-NAME
              WHEN 'REV-MONTH'
                 MOVE RV-MONTH (CUR-REV) TO NAME-MONTH
                 PERFORM 8300-NAME-MONTH
              WHEN 'REV-FIRST'
                 MOVE RV-FIRST (CUR-REV) TO ABS-AMOUNT
                 PERFORM 8100-EDIT-COUNT
              WHEN 'REV-NOW'
                 MOVE RV-NOW (CUR-REV) TO ABS-AMOUNT
                 PERFORM 8100-EDIT-COUNT
              WHEN 'REV-WORD'
                 PERFORM 8400-DIRECTION-WORD
              WHEN OTHER
                 PERFORM 8110-EDIT-CHANGE
           END-EVALUATE
           .

       4320-REVISION-VALUE-END.
           EXIT.
      ******************************************************************
      * The release text through the print service, and so into the
      * report repository.
      ******************************************************************
       6000-PRINT-RELEASE.
           MOVE SPACES TO PRNT-TEXT
           MOVE NEWS-MONTH TO NAME-MONTH
           PERFORM 8300-NAME-MONTH
           STRING "CLAIMS NEWS RELEASE TEXT - " DELIMITED BY SIZE
              FIELD-VALUE DELIMITED BY SIZE
              INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMNEWS" PRNT-TEXT

           PERFORM VARYING OUT-IDX FROM 1 BY 1 UNTIL OUT-IDX > OUT-USED
              MOVE OUT-LINE (OUT-IDX) TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMNEWS" PRNT-TEXT
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMNEWS" PRNT-TEXT
           .

       6000-PRINT-RELEASE-END.
           EXIT.
      ******************************************************************
      * PICK-LENGTH bytes at PICK-OFFSET of PICK-IMAGE as a number.
      ******************************************************************
       8000-PICK-VALUE.
           MOVE ZEROS TO PICK-DIGITS
           MOVE PICK-IMAGE (PICK-OFFSET:PICK-LENGTH)
              TO PICK-DIGITS (10 - PICK-LENGTH:PICK-LENGTH)
           IF PICK-DIGITS IS NUMERIC THEN
              MOVE PICK-NUMBER TO PICK-VALUE
           ELSE
              MOVE ZERO TO PICK-VALUE
           END-IF
           .

       8000-PICK-VALUE-END.
           EXIT.
      ******************************************************************
      * ABS-AMOUNT as it reads in a sentence - 12,345.
      ******************************************************************
       8100-EDIT-COUNT.
           MOVE ABS-AMOUNT TO EDIT-COUNT
           MOVE ZERO TO EDIT-LEAD
           INSPECT EDIT-COUNT TALLYING EDIT-LEAD FOR LEADING SPACES
           MOVE EDIT-COUNT (EDIT-LEAD + 1:) TO FIELD-VALUE
           .

       8100-EDIT-COUNT-END.
           EXIT.
      ******************************************************************
      * The size of the change in WORD-AMOUNT - the direction is the
      * WORD field's business.
      ******************************************************************
       8110-EDIT-CHANGE.
           IF WORD-AMOUNT < ZERO THEN
              COMPUTE ABS-AMOUNT = ZERO - WORD-AMOUNT
           ELSE
              MOVE WORD-AMOUNT TO ABS-AMOUNT
           END-IF
           PERFORM 8100-EDIT-COUNT
           .

       8110-EDIT-CHANGE-END.
           EXIT.
      ******************************************************************
      * ABS-PCT (its sign dropped on the way in) - 4.7.
      ******************************************************************
       8200-EDIT-PCT.
           MOVE ABS-PCT TO EDIT-PCT
           MOVE ZERO TO EDIT-LEAD
           INSPECT EDIT-PCT TALLYING EDIT-LEAD FOR LEADING SPACES
           MOVE EDIT-PCT (EDIT-LEAD + 1:) TO FIELD-VALUE
           .

       8200-EDIT-PCT-END.
           EXIT.
      ******************************************************************
      * NAME-MONTH (YYYY-MM) as it reads in a sentence - March 2021.
      ******************************************************************
       8300-NAME-MONTH.
           MOVE NAME-MONTH (6:2) TO NAME-MM
           MOVE SPACES TO FIELD-VALUE
           STRING MONTH-NAME (NAME-MM) DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              NAME-MONTH (1:4) DELIMITED BY SIZE
              INTO FIELD-VALUE
           .

       8300-NAME-MONTH-END.
           EXIT.
      ******************************************************************
      * The direction of WORD-AMOUNT - up, down or unchanged.
      ******************************************************************
       8400-DIRECTION-WORD.
           EVALUATE TRUE
              WHEN WORD-AMOUNT > ZERO
                 MOVE 'up' TO FIELD-VALUE
              WHEN WORD-AMOUNT < ZERO
                 MOVE 'down' TO FIELD-VALUE
              WHEN OTHER
                 MOVE 'unchanged' TO FIELD-VALUE
           END-EVALUATE
           .

       8400-DIRECTION-WORD-END.
           EXIT.

       END PROGRAM UNEMNEWS.
