      ******************************************************************
      * Ad hoc selection query over UNEMPLRP.
      ******************************************************************
      * Public records requests and legislative staff questions
      * arrive as one-off criteria - every period since 2019 where
      * construction claims passed 5,000 in a list of states, the
      * records still preliminary with a labor force under a
      * million - and each one used to be a programmer ticket or a
      * hunt through the UNEMCSV spreadsheet. This program answers
      * them from a control file instead: the QRYCTLDD cards name
      * PAYLOAD fields by name, the conditions the records must
      * meet, the columns to show, the sort order and the date
      * range. The answer is a listing through UNEMPRNT and,
      * optionally, a CSV file (QRYCSVDD).
      *
      * The program only reads - UNEMPLRP is opened INPUT and
      * walked by FD-DATE from the FROM date. Every period it would
      * show is first put to the release gate (UNEMRELG); rows of a
      * period not yet released are withheld and only counted, and
      * with no release register on the DD the query is refused -
      * an ad hoc answer goes outside the building just as the
      * extract does. A field name that isn't in the layout is
      * rejected with the rest of the control file before a record
      * is read.
      *-----------------------------------------------------------------
      * The control cards (80 bytes, '*' in column one is a
      * comment; the keyword starts in column one and the words
      * are separated by blanks):
      *    TITLE  text            - printed in the report title.
      *    FROM   YYYY-MM-DD      - the first period date (default:
      *    TO     YYYY-MM-DD        the whole file); the range is
      *                             on FD-DATE, both ends included.
      *    WHERE  field op value  - a condition. WHERE and AND add
      *    AND    field op value    to the current group, OR starts
      *    OR     field op value    a new one; a record is selected
      *                             when every condition of any one
      *                             group holds (AND binds tighter
      *                             than OR). No conditions selects
      *                             every record in the range.
      *                             op is EQ NE GT GE LT LE, or IN
      *                             with a comma list of up to 10
      *                             values (FD-STATE-CODE IN OH,PA).
      *                             Numbers are written without
      *                             separators (5000, not 5,000).
      *    SELECT field ...       - the output columns, in order,
      *                             up to 12 over any number of
      *                             cards. None: the date, state,
      *                             frequency and status, then
      *                             every field the conditions name.
      *    SORT   field A|D       - a sort key, ascending unless D;
      *                             up to 3, major first. None: the
      *                             FD-DATE order the file is read
      *                             in.
      *    CSV    Y               - also write the CSV file.
      * A field is any PAYLOAD field - the numeric counts, or
      * FD-RECORD-ID, FD-STATE-CODE, FD-DATE, FD-PERIOD-FREQ,
      * FD-RECORD-STATUS, FD-LAYOUT-VERSION; the 'FD-' may be left
      * off. At most 40 conditions in 20 groups, and 5000 rows
      * answered - past that the rest are counted and the step
      * ends RC=4.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMRELG - the release gate.
      *    UNEMPRNT - the print service.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMQRYR.
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
           *> The query control cards.
           SELECT QUERY-CTL ASSIGN TO QRYCTLDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QUERY-CTL-STATUS.

           *> The live VSAM dataset, read-only by period date
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The optional CSV answer.
           SELECT QUERY-CSV ASSIGN TO QRYCSVDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS QUERY-CSV-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  QUERY-CTL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  QUERY-CTL-REC PIC X(80).

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

       FD  QUERY-CSV
           RECORD CONTAINS 750 CHARACTERS
           RECORDING MODE F.
       01  QUERY-CSV-REC PIC X(750).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  QUERY-CTL-STATUS PIC XX.
           88 QUERY-CTL-OK VALUE "00".
           88 QUERY-CTL-EOF VALUE "10".

       01  QUERY-CSV-STATUS PIC XX.
           88 QUERY-CSV-OK VALUE "00".

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * Every field a query may name - the 60 numeric PAYLOAD
      * fields in PAYLOAD.cpy's own order (as UNEMLNGR carries
      * them), then the layout stamp and the character fields.
      * Must stay in step with PAYLOAD.cpy; the offsets and lengths
      * are worked out by 1200-BUILD-FIELD-TABLE.
       01  QRY-FIELD-NAME-TABLE.
           05 FILLER PIC X(30) VALUE 'FD-INA-AGE'.
           05 FILLER PIC X(30) VALUE 'FD-LESS-22'.
           05 FILLER PIC X(30) VALUE 'FD-22-24'.
           05 FILLER PIC X(30) VALUE 'FD-25-34'.
           05 FILLER PIC X(30) VALUE 'FD-35-44'.
           05 FILLER PIC X(30) VALUE 'FD-45-54'.
           05 FILLER PIC X(30) VALUE 'FD-55-59'.
           05 FILLER PIC X(30) VALUE 'FD-60-64'.
           05 FILLER PIC X(30) VALUE 'FD-MORE-64'.
           05 FILLER PIC X(30) VALUE 'FD-INA-GENDER'.
           05 FILLER PIC X(30) VALUE 'FD-FEMALE'.
           05 FILLER PIC X(30) VALUE 'FD-MALE'.
           05 FILLER PIC X(30) VALUE 'FD-NON-BINARY'.
           05 FILLER PIC X(30) VALUE 'FD-OTHER-GENDER'.
           05 FILLER PIC X(30) VALUE 'FD-INA-INDUSTRY'.
           05 FILLER PIC X(30) VALUE 'FD-WHOLESALE-TRADE'.
           05 FILLER PIC X(30) VALUE 'FD-TRANSPORTATION-WAREHOUSE'.
           05 FILLER PIC X(30) VALUE 'FD-CONSTRUCTION'.
           05 FILLER PIC X(30) VALUE 'FD-FINANCE-INSURANCE'.
           05 FILLER PIC X(30) VALUE 'FD-MANUFACTURING'.
           05 FILLER PIC X(30) VALUE 'FD-AGRICULT-FORESTRY-FISHING-H'.
           05 FILLER PIC X(30) VALUE 'FD-PUBLIC-ADMINISTRATION'.
           05 FILLER PIC X(30) VALUE 'FD-UTILITIES'.
           05 FILLER PIC X(30) VALUE 'FD-ACCOMODATION-FOOD-SERVICES'.
           05 FILLER PIC X(30) VALUE 'FD-INFORMATION'.
           05 FILLER PIC X(30) VALUE 'FD-PROFESSION-SCIENCE-TECH-SER'.
           05 FILLER PIC X(30) VALUE 'FD-REAL-ESTATE-RENTAL-LEASING'.
           05 FILLER PIC X(30) VALUE 'FD-OTHER-SERV-EXCEPT-PUBLIC-AD'.
           05 FILLER PIC X(30) VALUE 'FD-MGMT-OF-COMPANIES-ENTERPRIS'.
           05 FILLER PIC X(30) VALUE 'FD-EDUCATIONAL-SERVICES'.
           05 FILLER PIC X(30) VALUE 'FD-MINING'.
           05 FILLER PIC X(30) VALUE 'FD-HEALTH-CARE-SOCIAL-ASSISTAN'.
           05 FILLER PIC X(30) VALUE 'FD-ARTS-ENTERTAINMENT-RECREATI'.
           05 FILLER PIC X(30) VALUE 'FD-ADMIN-SPRT-WASTE-REMEDIA-SE'.
           05 FILLER PIC X(30) VALUE 'FD-RETAIL-TRADE'.
           05 FILLER PIC X(30) VALUE 'FD-INA-RACE'.
           05 FILLER PIC X(30) VALUE 'FD-WHITE'.
           05 FILLER PIC X(30) VALUE 'FD-ASIAN'.
           05 FILLER PIC X(30) VALUE 'FD-BLACK-OR-AFRICAN-AMERICAN'.
           05 FILLER PIC X(30) VALUE 'FD-AMERIC-INDIAN-OR-ALASKA-NAT'.
           05 FILLER PIC X(30) VALUE 'FD-NATIVE-HAWAII-OR-OTHER-PACI'.
           05 FILLER PIC X(30) VALUE 'FD-INA-ETHNIC'.
           05 FILLER PIC X(30) VALUE 'FD-HISPANIC-OR-LATINO'.
           05 FILLER PIC X(30) VALUE 'FD-NOT-HISPANIC-OR-LATINO'.
           05 FILLER PIC X(30) VALUE 'FD-LABOR-FORCE'.
           05 FILLER PIC X(30) VALUE 'FD-INITIAL-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-CONTINUING-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-EXTENDED-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-DISASTER-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-INA-OCCUPATION'.
           05 FILLER PIC X(30) VALUE 'FD-MANAGEMENT-BUSINESS-FINANC'.
           05 FILLER PIC X(30) VALUE 'FD-PROFESSIONAL-RELATED'.
           05 FILLER PIC X(30) VALUE 'FD-SERVICE-OCCUPATIONS'.
           05 FILLER PIC X(30) VALUE 'FD-SALES-RELATED'.
           05 FILLER PIC X(30) VALUE 'FD-OFFICE-ADMIN-SUPPORT'.
           05 FILLER PIC X(30) VALUE 'FD-FARMING-FISHING-FORESTRY'.
           05 FILLER PIC X(30) VALUE 'FD-CONSTRUCTION-EXTRACTION'.
           05 FILLER PIC X(30) VALUE 'FD-INSTALL-MAINTENANCE-REPAIR'.
           05 FILLER PIC X(30) VALUE 'FD-PRODUCTION'.
           05 FILLER PIC X(30) VALUE 'FD-TRANSPORT-MATERIAL-MOVING'.
           05 FILLER PIC X(30) VALUE 'FD-LAYOUT-VERSION'.
           05 FILLER PIC X(30) VALUE 'FD-RECORD-ID'.
           05 FILLER PIC X(30) VALUE 'FD-STATE-CODE'.
           05 FILLER PIC X(30) VALUE 'FD-DATE'.
           05 FILLER PIC X(30) VALUE 'FD-PERIOD-FREQ'.
           05 FILLER PIC X(30) VALUE 'FD-RECORD-STATUS'.

       01  QRY-FIELD-NAMES REDEFINES QRY-FIELD-NAME-TABLE.
           05 QRY-FIELD-NAME OCCURS 66 TIMES PIC X(30).

       01  QRY-FIELD-ATTRS.
           05 QRY-FIELD-ATTR OCCURS 66 TIMES.
              10 QF-OFFSET PIC 9(3) COMP-4.
              10 QF-LENGTH PIC 9(2) COMP-4.
              10 QF-TYPE   PIC X.
                 88 QF-NUMERIC   VALUE 'N'.
                 88 QF-CHARACTER VALUE 'C'.

       01  FIELD-IDX PIC 9(2) COMP-4.

      * A field name looked up in the table.
       01  LOOKUP-NAME     PIC X(30) VALUE SPACES.
       01  LOOKUP-FULL     PIC X(30) VALUE SPACES.
       01  LOOKUP-FOUND-AT PIC 9(2) COMP-4 VALUE ZERO.

      * The query as read from the control cards.
       01  QUERY-TITLE PIC X(60) VALUE SPACES.
       01  FROM-DATE   PIC X(10) VALUE '0000-00-00'.
       01  TO-DATE     PIC X(10) VALUE '9999-99-99'.
       01  CSV-SW      PIC X VALUE 'N'.
           88 CSV-WANTED VALUE 'Y'.
       01  CHECK-DATE  PIC X(10) VALUE SPACES.
       01  TITLE-WORK  PIC X(75) VALUE SPACES.
       01  TITLE-LEAD  PIC 9(2) COMP-4 VALUE ZERO.

       01  COND-TABLE.
           05 COND-ENTRY OCCURS 40 TIMES.
              10 CD-GROUP       PIC 9(2) COMP-4.
              10 CD-FIELD       PIC 9(2) COMP-4.
              10 CD-OP          PIC X(2).
              10 CD-VALUE-COUNT PIC 9(2) COMP-4.
              10 CD-VALUE OCCURS 10 TIMES.
                 15 CD-TEXT   PIC X(10).
                 15 CD-NUMBER PIC 9(9).
       01  CONDS-USED  PIC 9(2) COMP-4 VALUE ZERO.
       01  GROUPS-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  COND-IDX    PIC 9(2) COMP-4.
       01  VALUE-IDX   PIC 9(2) COMP-4.

       01  GROUP-RESULT-TABLE.
           05 GROUP-RESULT OCCURS 20 TIMES PIC X.
       01  GROUP-IDX PIC 9(2) COMP-4.

       01  COLUMN-TABLE.
           05 COL-FIELD OCCURS 12 TIMES PIC 9(2) COMP-4.
       01  COLS-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  COL-IDX   PIC 9(2) COMP-4.
       01  COL-SW    PIC X VALUE 'N'.
           88 COL-ALREADY-SHOWN VALUE 'Y'.

       01  SORT-KEY-TABLE.
           05 SORT-KEY-ENTRY OCCURS 3 TIMES.
              10 SK-FIELD PIC 9(2) COMP-4.
              10 SK-DIR   PIC X.
       01  SORT-KEYS-USED PIC 9(1) COMP-4 VALUE ZERO.
       01  SORT-IDX       PIC 9(1) COMP-4.

      * One control card taken apart.
       01  CARD-VERB PIC X(8) VALUE SPACES.
       01  CARD-WORDS.
           05 CARD-WORD OCCURS 8 TIMES PIC X(30).
       01  CARD-WORD-COUNT PIC 9(2) COMP-4 VALUE ZERO.
       01  WORD-IDX        PIC 9(2) COMP-4.
       01  CARD-ERRORS     PIC 9(3) COMP-4 VALUE ZERO.
       01  CARDS-READ      PIC 9(3) COMP-4 VALUE ZERO.

      * The cards as accepted, echoed at the head of the listing.
       01  ECHO-TABLE.
           05 ECHO-CARD OCCURS 60 TIMES PIC X(80).
       01  ECHO-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  ECHO-IDX  PIC 9(2) COMP-4.

      * A condition value list taken apart.
       01  VALUE-PIECES.
           05 VALUE-PIECE OCCURS 10 TIMES PIC X(30).
       01  PIECE-COUNT PIC 9(2) COMP-4 VALUE ZERO.
       01  PIECE-IDX   PIC 9(2) COMP-4.
       01  PIECE-LEN   PIC 9(2) COMP-4 VALUE ZERO.

      * A field picked out of a record image.
       01  QRY-IMAGE   PIC X(446) VALUE SPACES.
       01  PICK-FIELD  PIC 9(2) COMP-4 VALUE ZERO.
       01  PICK-OFFSET PIC 9(3) COMP-4 VALUE ZERO.
       01  PICK-LENGTH PIC 9(2) COMP-4 VALUE ZERO.
       01  PICK-DIGITS PIC X(9) VALUE ZEROS.
       01  PICK-NUMBER REDEFINES PICK-DIGITS PIC 9(9).
       01  PICK-VALUE  PIC 9(9) VALUE ZERO.
       01  PICK-TEXT   PIC X(10) VALUE SPACES.

       01  COMPARE-RESULT PIC X VALUE SPACE.
       01  COND-SW PIC X VALUE 'N'.
           88 COND-HOLDS VALUE 'Y'.
       01  SELECT-SW PIC X VALUE 'N'.
           88 RECORD-SELECTED VALUE 'Y'.
       01  SCAN-SW PIC X VALUE 'N'.
           88 SCAN-EOF VALUE 'Y'.

      * The release gate (UNEMRELG), asked once per period.
       01  RELG-PERIOD  PIC X(7) VALUE SPACES.
       01  RELG-VERDICT PIC X VALUE SPACE.
       01  RELG-CACHED-PERIOD  PIC X(7) VALUE SPACES.
       01  RELG-CACHED-VERDICT PIC X VALUE SPACE.

      * The answer, kept in arrival order with its sort keys, and
      * the order it prints in.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 5000 TIMES.
              10 ROW-KEY OCCURS 3 TIMES PIC X(10).
              10 ROW-IMAGE PIC X(446).
       01  ROW-ORDER-TABLE.
           05 ROW-ORDER OCCURS 5000 TIMES PIC 9(4) COMP-4.
       01  ROWS-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  ROW-IDX   PIC 9(4) COMP-4.
       01  ORDER-POS PIC 9(4) COMP-4.
       01  KEY-NUMBER PIC 9(9) VALUE ZERO.

       01  CMP-ROW-A PIC 9(4) COMP-4.
       01  CMP-ROW-B PIC 9(4) COMP-4.
       01  CMP-SW PIC X VALUE 'N'.
           88 CMP-A-AFTER-B VALUE 'Y'.
       01  CMP-DECIDED-SW PIC X VALUE 'N'.
           88 CMP-DECIDED VALUE 'Y'.
       01  SHIFT-SW PIC X VALUE 'N'.
           88 SHIFT-NEEDED VALUE 'Y'.

       01  RECORDS-READ    COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-MATCHED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-WITHHELD   COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-DROPPED    COMP-4 PIC 9(7) VALUE ZERO.

      * One listing line - twelve cells of twelve.
       01  QRYR-CELL-LINE.
           05 QRYR-CELL OCCURS 12 TIMES PIC X(12).
       01  CELL-NUM-EDIT PIC ZZZ,ZZZ,ZZ9.
       01  HEAD-NAME     PIC X(27) VALUE SPACES.
       01  HEAD-LEN      PIC 9(2) COMP-4 VALUE ZERO.

      * One CSV line being built.
       01  CSV-LINE     PIC X(750) VALUE SPACES.
       01  CSV-PTR      PIC 9(3) COMP-4 VALUE 1.
       01  CSV-NUM-EDIT PIC Z(8)9.
       01  CSV-LEAD     PIC 9(2) COMP-4 VALUE ZERO.
       01  CSV-ROWS     COMP-4 PIC 9(7) VALUE ZERO.

       01  QRYR-DISP-SEPARATOR PIC X(144) VALUE ALL '-'.

       01  QRYR-TOTAL-DISP-REC.
           05 FILLER          PIC X(15) VALUE 'RECORDS READ: '.
           05 QR-TOT-READ     PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(13) VALUE '   MATCHED: '.
           05 QR-TOT-MATCHED  PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(12) VALUE '   LISTED: '.
           05 QR-TOT-LISTED   PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(26) VALUE
                                 '   WITHHELD - UNRELEASED: '.
           05 QR-TOT-WITHHELD PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(20) VALUE
                                 '   OVER THE LIMIT: '.
           05 QR-TOT-DROPPED  PIC ZZZ,ZZ9 VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1200-BUILD-FIELD-TABLE
           PERFORM 1500-LOAD-QUERY THRU 1500-LOAD-QUERY-END

           IF CARD-ERRORS > ZERO THEN
              DISPLAY CARD-ERRORS " control card error(s) - the "
                 "query is not run."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF COLS-USED = ZERO THEN
              PERFORM 1600-DEFAULT-COLUMNS
           END-IF

      * No register means nothing can be checked for release - the
      * query is refused rather than answered ungated.
           MOVE FROM-DATE (1:7) TO RELG-PERIOD
           CALL "UNEMRELG" USING RELG-PERIOD RELG-VERDICT
           IF RELG-VERDICT = 'U' THEN
              DISPLAY "*** No release register on the DD - the query "
                 "can't be checked for unreleased periods and is "
                 "not run."
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

           PERFORM 2000-SELECT-RECORDS THRU 2000-SELECT-RECORDS-END

           CLOSE REPORT-OUT

           PERFORM 3000-PRINT-LISTING

           IF CSV-WANTED THEN
              PERFORM 4000-WRITE-CSV THRU 4000-WRITE-CSV-END
           END-IF

           DISPLAY RECORDS-READ " record(s) read, " RECORDS-MATCHED
              " matched, " ROWS-USED " listed, " ROWS-WITHHELD
              " withheld as unreleased, " ROWS-DROPPED
              " over the limit."

           IF ROWS-DROPPED > ZERO AND RETURN-CODE < 4 THEN
              DISPLAY "*** More than 5000 rows answer the query - "
                 "narrow the criteria or the date range."
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Where each field sits in the 446-byte record image.
      ******************************************************************
       1200-BUILD-FIELD-TABLE.
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 60
              SET QF-NUMERIC (FIELD-IDX) TO TRUE
              MOVE 7 TO QF-LENGTH (FIELD-IDX)
              EVALUATE TRUE
                 WHEN FIELD-IDX <= 44
                    COMPUTE QF-OFFSET (FIELD-IDX) =
                       22 + (FIELD-IDX - 1) * 7
                 WHEN FIELD-IDX = 45
                    MOVE 330 TO QF-OFFSET (FIELD-IDX)
                    MOVE 9 TO QF-LENGTH (FIELD-IDX)
                 WHEN FIELD-IDX <= 47
                    COMPUTE QF-OFFSET (FIELD-IDX) =
                       339 + (FIELD-IDX - 46) * 7
                 WHEN FIELD-IDX <= 49
                    COMPUTE QF-OFFSET (FIELD-IDX) =
                       356 + (FIELD-IDX - 48) * 7
                 WHEN OTHER
                    COMPUTE QF-OFFSET (FIELD-IDX) =
                       370 + (FIELD-IDX - 50) * 7
              END-EVALUATE
           END-PERFORM

      *    FD-LAYOUT-VERSION
           SET QF-NUMERIC (61) TO TRUE
           MOVE 353 TO QF-OFFSET (61)
           MOVE 2 TO QF-LENGTH (61)
      *    FD-RECORD-ID
           SET QF-CHARACTER (62) TO TRUE
           MOVE 1 TO QF-OFFSET (62)
           MOVE 8 TO QF-LENGTH (62)
      *    FD-STATE-CODE
           SET QF-CHARACTER (63) TO TRUE
           MOVE 9 TO QF-OFFSET (63)
           MOVE 2 TO QF-LENGTH (63)
      *    FD-DATE
           SET QF-CHARACTER (64) TO TRUE
           MOVE 11 TO QF-OFFSET (64)
           MOVE 10 TO QF-LENGTH (64)
      *    FD-PERIOD-FREQ
           SET QF-CHARACTER (65) TO TRUE
           MOVE 21 TO QF-OFFSET (65)
           MOVE 1 TO QF-LENGTH (65)
      *    FD-RECORD-STATUS
           SET QF-CHARACTER (66) TO TRUE
           MOVE 355 TO QF-OFFSET (66)
           MOVE 1 TO QF-LENGTH (66)
           .

       1200-BUILD-FIELD-TABLE-END.
           EXIT.
      ******************************************************************
      * LOOKUP-NAME in the field table - LOOKUP-FOUND-AT is zero when
      * the layout has no such field. The 'FD-' is optional.
      ******************************************************************
       1300-FIND-FIELD.
           MOVE ZERO TO LOOKUP-FOUND-AT
           MOVE SPACES TO LOOKUP-FULL

           IF LOOKUP-NAME (1:3) = 'FD-' THEN
              MOVE LOOKUP-NAME TO LOOKUP-FULL
           ELSE
              STRING 'FD-' LOOKUP-NAME DELIMITED BY SPACE
                 INTO LOOKUP-FULL
           END-IF

           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                 UNTIL FIELD-IDX > 66 OR LOOKUP-FOUND-AT > ZERO
              IF QRY-FIELD-NAME (FIELD-IDX) = LOOKUP-FULL THEN
                 MOVE FIELD-IDX TO LOOKUP-FOUND-AT
              END-IF
           END-PERFORM
           .

       1300-FIND-FIELD-END.
           EXIT.
      ******************************************************************
      * Reads and checks every control card. Each error is shown and
      * counted; any error stops the query before a record is read.
      ******************************************************************
       1500-LOAD-QUERY.
           OPEN INPUT QUERY-CTL

           IF NOT QUERY-CTL-OK THEN
              DISPLAY "Couldn't open the query control file - "
                 "STATUS " QUERY-CTL-STATUS
              ADD 1 TO CARD-ERRORS
              GO TO 1500-LOAD-QUERY-END
           END-IF

           PERFORM UNTIL QUERY-CTL-EOF
              READ QUERY-CTL
                 AT END CONTINUE
                 NOT AT END
                    IF QUERY-CTL-REC (1:1) NOT = '*'
                       AND QUERY-CTL-REC NOT = SPACES THEN
                       PERFORM 1510-PARSE-CARD
                          THRU 1510-PARSE-CARD-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE QUERY-CTL

           IF FROM-DATE > TO-DATE THEN
              DISPLAY "*** FROM " FROM-DATE " is after TO " TO-DATE
              ADD 1 TO CARD-ERRORS
           END-IF

           DISPLAY CARDS-READ " query card(s) read, " CONDS-USED
              " condition(s) in " GROUPS-USED " group(s), "
              COLS-USED " column(s), " SORT-KEYS-USED " sort key(s)."
           .

       1500-LOAD-QUERY-END.
           EXIT.
      ******************************************************************
       1510-PARSE-CARD.
           ADD 1 TO CARDS-READ
           IF ECHO-USED < 60 THEN
              ADD 1 TO ECHO-USED
              MOVE QUERY-CTL-REC TO ECHO-CARD (ECHO-USED)
           END-IF

           MOVE SPACES TO CARD-VERB
           MOVE SPACES TO CARD-WORDS
           MOVE ZERO TO CARD-WORD-COUNT
           UNSTRING QUERY-CTL-REC DELIMITED BY ALL SPACE
              INTO CARD-VERB
                   CARD-WORD (1) CARD-WORD (2) CARD-WORD (3)
                   CARD-WORD (4) CARD-WORD (5) CARD-WORD (6)
                   CARD-WORD (7) CARD-WORD (8)
              TALLYING IN CARD-WORD-COUNT
           END-UNSTRING
           IF CARD-WORD-COUNT > ZERO THEN
              SUBTRACT 1 FROM CARD-WORD-COUNT
           END-IF

           EVALUATE CARD-VERB
              WHEN 'TITLE'
                 MOVE QUERY-CTL-REC (6:75) TO TITLE-WORK
                 MOVE ZERO TO TITLE-LEAD
                 INSPECT TITLE-WORK TALLYING TITLE-LEAD
                    FOR LEADING SPACES
                 IF TITLE-LEAD < 75 THEN
                    MOVE TITLE-WORK (TITLE-LEAD + 1:) TO QUERY-TITLE
                 END-IF
              WHEN 'FROM'
                 MOVE CARD-WORD (1) (1:10) TO FROM-DATE
                 MOVE FROM-DATE TO CHECK-DATE
                 PERFORM 1560-CHECK-DATE
              WHEN 'TO'
                 MOVE CARD-WORD (1) (1:10) TO TO-DATE
                 MOVE TO-DATE TO CHECK-DATE
                 PERFORM 1560-CHECK-DATE
              WHEN 'WHERE'
              WHEN 'AND'
                 IF GROUPS-USED = ZERO THEN
                    MOVE 1 TO GROUPS-USED
                 END-IF
                 PERFORM 1520-PARSE-CONDITION
                    THRU 1520-PARSE-CONDITION-END
              WHEN 'OR'
                 IF GROUPS-USED >= 20 THEN
                    DISPLAY "*** More than 20 OR groups: "
                       QUERY-CTL-REC
                    ADD 1 TO CARD-ERRORS
                    GO TO 1510-PARSE-CARD-END
                 END-IF
                 ADD 1 TO GROUPS-USED
                 PERFORM 1520-PARSE-CONDITION
                    THRU 1520-PARSE-CONDITION-END
              WHEN 'SELECT'
                 PERFORM 1540-PARSE-COLUMNS
              WHEN 'SORT'
                 PERFORM 1550-PARSE-SORT THRU 1550-PARSE-SORT-END
              WHEN 'CSV'
                 IF CARD-WORD (1) = 'Y' THEN
                    SET CSV-WANTED TO TRUE
                 ELSE
                    MOVE 'N' TO CSV-SW
                 END-IF
              WHEN OTHER
                 DISPLAY "*** Unknown control card: " QUERY-CTL-REC
                 ADD 1 TO CARD-ERRORS
           END-EVALUATE
           .

       1510-PARSE-CARD-END.
           EXIT.
      ******************************************************************
      * One condition card - field, operator, value(s). The field
      * must be in the layout and every value must fit it.
      ******************************************************************
       1520-PARSE-CONDITION.
           IF CONDS-USED >= 40 THEN
              DISPLAY "*** More than 40 conditions: " QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1520-PARSE-CONDITION-END
           END-IF

           IF CARD-WORD-COUNT NOT = 3 THEN
              DISPLAY "*** A condition is field, operator and value: "
                 QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1520-PARSE-CONDITION-END
           END-IF

           MOVE CARD-WORD (1) TO LOOKUP-NAME
           PERFORM 1300-FIND-FIELD
           IF LOOKUP-FOUND-AT = ZERO THEN
              DISPLAY "*** Field not in the record layout: "
                 CARD-WORD (1)
              ADD 1 TO CARD-ERRORS
              GO TO 1520-PARSE-CONDITION-END
           END-IF

           EVALUATE CARD-WORD (2)
              WHEN 'EQ'
              WHEN 'NE'
              WHEN 'GT'
              WHEN 'GE'
              WHEN 'LT'
              WHEN 'LE'
              WHEN 'IN'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "*** Unknown operator " CARD-WORD (2)
                    " - EQ NE GT GE LT LE IN: " QUERY-CTL-REC
                 ADD 1 TO CARD-ERRORS
                 GO TO 1520-PARSE-CONDITION-END
           END-EVALUATE

           MOVE SPACES TO VALUE-PIECES
           MOVE ZERO TO PIECE-COUNT
           UNSTRING CARD-WORD (3) DELIMITED BY ','
              INTO VALUE-PIECE (1) VALUE-PIECE (2) VALUE-PIECE (3)
                   VALUE-PIECE (4) VALUE-PIECE (5) VALUE-PIECE (6)
                   VALUE-PIECE (7) VALUE-PIECE (8) VALUE-PIECE (9)
                   VALUE-PIECE (10)
              TALLYING IN PIECE-COUNT
           END-UNSTRING

           IF PIECE-COUNT > 1 AND CARD-WORD (2) NOT = 'IN' THEN
              DISPLAY "*** Only IN takes a list of values: "
                 QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1520-PARSE-CONDITION-END
           END-IF

           ADD 1 TO CONDS-USED
           MOVE GROUPS-USED TO CD-GROUP (CONDS-USED)
           MOVE LOOKUP-FOUND-AT TO CD-FIELD (CONDS-USED)
           MOVE CARD-WORD (2) TO CD-OP (CONDS-USED)
           MOVE PIECE-COUNT TO CD-VALUE-COUNT (CONDS-USED)

           PERFORM VARYING PIECE-IDX FROM 1 BY 1
                 UNTIL PIECE-IDX > PIECE-COUNT
              PERFORM 1530-PARSE-VALUE THRU 1530-PARSE-VALUE-END
           END-PERFORM
           .

       1520-PARSE-CONDITION-END.
           EXIT.
      ******************************************************************
       1530-PARSE-VALUE.
           MOVE SPACES TO CD-TEXT (CONDS-USED PIECE-IDX)
           MOVE ZERO TO CD-NUMBER (CONDS-USED PIECE-IDX)
           MOVE ZERO TO PIECE-LEN
           INSPECT VALUE-PIECE (PIECE-IDX) TALLYING PIECE-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE

           IF PIECE-LEN = ZERO THEN
              DISPLAY "*** Empty value in: " QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1530-PARSE-VALUE-END
           END-IF

           IF QF-CHARACTER (LOOKUP-FOUND-AT) THEN
              IF PIECE-LEN > QF-LENGTH (LOOKUP-FOUND-AT) THEN
                 DISPLAY "*** Value " VALUE-PIECE (PIECE-IDX)
                    " longer than the field: " QUERY-CTL-REC
                 ADD 1 TO CARD-ERRORS
              ELSE
                 MOVE VALUE-PIECE (PIECE-IDX)
                    TO CD-TEXT (CONDS-USED PIECE-IDX)
              END-IF
              GO TO 1530-PARSE-VALUE-END
           END-IF

           MOVE ZEROS TO PICK-DIGITS
           IF PIECE-LEN <= 9 THEN
              MOVE VALUE-PIECE (PIECE-IDX) (1:PIECE-LEN)
                 TO PICK-DIGITS (10 - PIECE-LEN:PIECE-LEN)
           END-IF

           IF PIECE-LEN > 9 OR PICK-DIGITS IS NOT NUMERIC THEN
              DISPLAY "*** Value " VALUE-PIECE (PIECE-IDX)
                 " is not a whole number: " QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
           ELSE
              MOVE PICK-NUMBER TO CD-NUMBER (CONDS-USED PIECE-IDX)
           END-IF
           .

       1530-PARSE-VALUE-END.
           EXIT.
      ******************************************************************
       1540-PARSE-COLUMNS.
           PERFORM VARYING WORD-IDX FROM 1 BY 1
                 UNTIL WORD-IDX > CARD-WORD-COUNT
              MOVE CARD-WORD (WORD-IDX) TO LOOKUP-NAME
              PERFORM 1300-FIND-FIELD
              EVALUATE TRUE
                 WHEN LOOKUP-FOUND-AT = ZERO
                    DISPLAY "*** Field not in the record layout: "
                       CARD-WORD (WORD-IDX)
                    ADD 1 TO CARD-ERRORS
                 WHEN COLS-USED >= 12
                    DISPLAY "*** More than 12 columns - "
                       CARD-WORD (WORD-IDX) " not shown."
                    ADD 1 TO CARD-ERRORS
                 WHEN OTHER
                    ADD 1 TO COLS-USED
                    MOVE LOOKUP-FOUND-AT TO COL-FIELD (COLS-USED)
              END-EVALUATE
           END-PERFORM
           .

       1540-PARSE-COLUMNS-END.
           EXIT.
      ******************************************************************
       1550-PARSE-SORT.
           IF SORT-KEYS-USED >= 3 THEN
              DISPLAY "*** More than 3 sort keys: " QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1550-PARSE-SORT-END
           END-IF

           MOVE CARD-WORD (1) TO LOOKUP-NAME
           PERFORM 1300-FIND-FIELD
           IF LOOKUP-FOUND-AT = ZERO THEN
              DISPLAY "*** Field not in the record layout: "
                 CARD-WORD (1)
              ADD 1 TO CARD-ERRORS
              GO TO 1550-PARSE-SORT-END
           END-IF

           IF CARD-WORD (2) NOT = SPACES AND CARD-WORD (2) NOT = 'A'
              AND CARD-WORD (2) NOT = 'D' THEN
              DISPLAY "*** Sort order is A or D: " QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1550-PARSE-SORT-END
           END-IF

           ADD 1 TO SORT-KEYS-USED
           MOVE LOOKUP-FOUND-AT TO SK-FIELD (SORT-KEYS-USED)
           IF CARD-WORD (2) = 'D' THEN
              MOVE 'D' TO SK-DIR (SORT-KEYS-USED)
           ELSE
              MOVE 'A' TO SK-DIR (SORT-KEYS-USED)
           END-IF
           .

       1550-PARSE-SORT-END.
           EXIT.
      ******************************************************************
       1560-CHECK-DATE.
           IF CHECK-DATE (1:4) IS NOT NUMERIC
              OR CHECK-DATE (5:1) NOT = '-'
              OR CHECK-DATE (6:2) IS NOT NUMERIC
              OR CHECK-DATE (8:1) NOT = '-'
              OR CHECK-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "*** Not a YYYY-MM-DD date: " QUERY-CTL-REC
              ADD 1 TO CARD-ERRORS
           END-IF
           .

       1560-CHECK-DATE-END.
           EXIT.
      ******************************************************************
      * No SELECT card - the period's identity, then whatever the
      * conditions test.
      ******************************************************************
       1600-DEFAULT-COLUMNS.
           MOVE 64 TO LOOKUP-FOUND-AT
           PERFORM 1610-ADD-COLUMN
           MOVE 63 TO LOOKUP-FOUND-AT
           PERFORM 1610-ADD-COLUMN
           MOVE 65 TO LOOKUP-FOUND-AT
           PERFORM 1610-ADD-COLUMN
           MOVE 66 TO LOOKUP-FOUND-AT
           PERFORM 1610-ADD-COLUMN

           PERFORM VARYING COND-IDX FROM 1 BY 1
                 UNTIL COND-IDX > CONDS-USED
              MOVE CD-FIELD (COND-IDX) TO LOOKUP-FOUND-AT
              PERFORM 1610-ADD-COLUMN
           END-PERFORM
           .

       1600-DEFAULT-COLUMNS-END.
           EXIT.
      ******************************************************************
       1610-ADD-COLUMN.
           MOVE 'N' TO COL-SW
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COLS-USED
              IF COL-FIELD (COL-IDX) = LOOKUP-FOUND-AT THEN
                 SET COL-ALREADY-SHOWN TO TRUE
              END-IF
           END-PERFORM

           IF NOT COL-ALREADY-SHOWN AND COLS-USED < 12 THEN
              ADD 1 TO COLS-USED
              MOVE LOOKUP-FOUND-AT TO COL-FIELD (COLS-USED)
           END-IF
           .

       1610-ADD-COLUMN-END.
           EXIT.
      ******************************************************************
      * Walks UNEMPLRP by period date from FROM to TO, keeping the
      * released records that meet the conditions.
      ******************************************************************
       2000-SELECT-RECORDS.
           MOVE FROM-DATE TO FD-DATE
           START REPORT-OUT KEY IS >= FD-DATE
              INVALID KEY SET SCAN-EOF TO TRUE
           END-START

           IF SCAN-EOF THEN
              DISPLAY "No records dated on or after " FROM-DATE "."
              GO TO 2000-SELECT-RECORDS-END
           END-IF

           PERFORM 2100-READ-NEXT
           PERFORM UNTIL SCAN-EOF
              IF FD-RECORD-ID NOT = "00000000" THEN
                 ADD 1 TO RECORDS-READ
                 MOVE REPORT-OUT-REC TO QRY-IMAGE
                 PERFORM 2200-TEST-RECORD
                 IF RECORD-SELECTED THEN
                    ADD 1 TO RECORDS-MATCHED
                    PERFORM 2400-CHECK-RELEASE-GATE
                       THRU 2400-CHECK-RELEASE-GATE-END
                    IF RELG-CACHED-VERDICT = 'Y' THEN
                       PERFORM 2500-KEEP-ROW
                    ELSE
                       ADD 1 TO ROWS-WITHHELD
                    END-IF
                 END-IF
              END-IF
              PERFORM 2100-READ-NEXT
           END-PERFORM
           .

       2000-SELECT-RECORDS-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT.
           READ REPORT-OUT NEXT

           EVALUATE TRUE
              WHEN REPORT-OUT-FILE-OK
              WHEN REPORT-OUT-STATUS = "02"
                 IF FD-DATE > TO-DATE THEN
                    SET SCAN-EOF TO TRUE
                 END-IF
              WHEN REPORT-OUT-END-OF-FILE
                 SET SCAN-EOF TO TRUE
              WHEN OTHER
                 DISPLAY "Error reading the UNEMP report - STATUS "
                    REPORT-OUT-STATUS " - the answer is incomplete."
                 MOVE 8 TO RETURN-CODE
                 SET SCAN-EOF TO TRUE
           END-EVALUATE
           .

       2100-READ-NEXT-END.
           EXIT.
      ******************************************************************
      * The conditions against the record - every condition of a
      * group must hold, and any one group will do.
      ******************************************************************
       2200-TEST-RECORD.
           MOVE 'N' TO SELECT-SW

           IF CONDS-USED = ZERO THEN
              SET RECORD-SELECTED TO TRUE
           ELSE
              MOVE ALL 'Y' TO GROUP-RESULT-TABLE
              PERFORM VARYING COND-IDX FROM 1 BY 1
                    UNTIL COND-IDX > CONDS-USED
                 MOVE CD-GROUP (COND-IDX) TO GROUP-IDX
                 IF GROUP-RESULT (GROUP-IDX) = 'Y' THEN
                    PERFORM 2300-TEST-CONDITION
                    IF NOT COND-HOLDS THEN
                       MOVE 'N' TO GROUP-RESULT (GROUP-IDX)
                    END-IF
                 END-IF
              END-PERFORM

              PERFORM VARYING GROUP-IDX FROM 1 BY 1
                    UNTIL GROUP-IDX > GROUPS-USED
                 IF GROUP-RESULT (GROUP-IDX) = 'Y' THEN
                    SET RECORD-SELECTED TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

       2200-TEST-RECORD-END.
           EXIT.
      ******************************************************************
       2300-TEST-CONDITION.
           MOVE CD-FIELD (COND-IDX) TO PICK-FIELD
           PERFORM 6000-PICK-FIELD
           MOVE 'N' TO COND-SW

           IF CD-OP (COND-IDX) = 'IN' THEN
              PERFORM VARYING VALUE-IDX FROM 1 BY 1
                    UNTIL VALUE-IDX > CD-VALUE-COUNT (COND-IDX)
                       OR COND-HOLDS
                 PERFORM 2310-COMPARE-VALUE
                 IF COMPARE-RESULT = '=' THEN
                    SET COND-HOLDS TO TRUE
                 END-IF
              END-PERFORM
           ELSE
              MOVE 1 TO VALUE-IDX
              PERFORM 2310-COMPARE-VALUE
              EVALUATE TRUE
                 WHEN CD-OP (COND-IDX) = 'EQ' AND COMPARE-RESULT = '='
                 WHEN CD-OP (COND-IDX) = 'NE'
                    AND COMPARE-RESULT NOT = '='
                 WHEN CD-OP (COND-IDX) = 'GT' AND COMPARE-RESULT = '>'
                 WHEN CD-OP (COND-IDX) = 'GE'
                    AND COMPARE-RESULT NOT = '<'
                 WHEN CD-OP (COND-IDX) = 'LT' AND COMPARE-RESULT = '<'
                 WHEN CD-OP (COND-IDX) = 'LE'
                    AND COMPARE-RESULT NOT = '>'
                    SET COND-HOLDS TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       2300-TEST-CONDITION-END.
           EXIT.
      ******************************************************************
      * The picked field against value VALUE-IDX of the condition -
      * COMPARE-RESULT '<', '=' or '>'.
      ******************************************************************
       2310-COMPARE-VALUE.
           IF QF-NUMERIC (PICK-FIELD) THEN
              EVALUATE TRUE
                 WHEN PICK-VALUE < CD-NUMBER (COND-IDX VALUE-IDX)
                    MOVE '<' TO COMPARE-RESULT
                 WHEN PICK-VALUE > CD-NUMBER (COND-IDX VALUE-IDX)
                    MOVE '>' TO COMPARE-RESULT
                 WHEN OTHER
                    MOVE '=' TO COMPARE-RESULT
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN PICK-TEXT < CD-TEXT (COND-IDX VALUE-IDX)
                    MOVE '<' TO COMPARE-RESULT
                 WHEN PICK-TEXT > CD-TEXT (COND-IDX VALUE-IDX)
                    MOVE '>' TO COMPARE-RESULT
                 WHEN OTHER
                    MOVE '=' TO COMPARE-RESULT
              END-EVALUATE
           END-IF
           .

       2310-COMPARE-VALUE-END.
           EXIT.
      ******************************************************************
      * Asks the release register about the record's period, once
      * per period - the file is read in period order, so the cache
      * is nearly always hit.
      ******************************************************************
       2400-CHECK-RELEASE-GATE.
           MOVE FD-DATE (1:7) TO RELG-PERIOD

           IF RELG-PERIOD = RELG-CACHED-PERIOD THEN
              GO TO 2400-CHECK-RELEASE-GATE-END
           END-IF

           CALL "UNEMRELG" USING RELG-PERIOD RELG-VERDICT
           MOVE RELG-PERIOD TO RELG-CACHED-PERIOD

           IF RELG-VERDICT = 'Y' THEN
              MOVE 'Y' TO RELG-CACHED-VERDICT
           ELSE
              MOVE 'N' TO RELG-CACHED-VERDICT
              DISPLAY "Period " RELG-PERIOD " not released - its "
                 "rows are withheld."
           END-IF
           .

       2400-CHECK-RELEASE-GATE-END.
           EXIT.
      ******************************************************************
      * Keeps the record in the answer with its sort keys, and slots
      * it into the print order.
      ******************************************************************
       2500-KEEP-ROW.
           IF ROWS-USED >= 5000 THEN
              ADD 1 TO ROWS-DROPPED
           ELSE
              ADD 1 TO ROWS-USED
              MOVE QRY-IMAGE TO ROW-IMAGE (ROWS-USED)
              PERFORM VARYING SORT-IDX FROM 1 BY 1
                    UNTIL SORT-IDX > SORT-KEYS-USED
                 MOVE SK-FIELD (SORT-IDX) TO PICK-FIELD
                 PERFORM 6000-PICK-FIELD
                 IF QF-NUMERIC (PICK-FIELD) THEN
                    MOVE PICK-VALUE TO KEY-NUMBER
                    MOVE KEY-NUMBER TO ROW-KEY (ROWS-USED SORT-IDX)
                 ELSE
                    MOVE PICK-TEXT TO ROW-KEY (ROWS-USED SORT-IDX)
                 END-IF
              END-PERFORM
              PERFORM 2510-PLACE-ROW
           END-IF
           .

       2500-KEEP-ROW-END.
           EXIT.
      ******************************************************************
      * Insertion into ROW-ORDER - the rows already placed that sort
      * after the new one move down a slot. Rows that sort equal
      * keep the order they were read in.
      ******************************************************************
       2510-PLACE-ROW.
           MOVE ROWS-USED TO ORDER-POS
           SET SHIFT-NEEDED TO TRUE

           PERFORM UNTIL ORDER-POS = 1 OR NOT SHIFT-NEEDED
              MOVE ROW-ORDER (ORDER-POS - 1) TO CMP-ROW-A
              MOVE ROWS-USED TO CMP-ROW-B
              PERFORM 2600-COMPARE-ROWS
              IF CMP-A-AFTER-B THEN
                 MOVE ROW-ORDER (ORDER-POS - 1)
                    TO ROW-ORDER (ORDER-POS)
                 SUBTRACT 1 FROM ORDER-POS
              ELSE
                 MOVE 'N' TO SHIFT-SW
              END-IF
           END-PERFORM

           MOVE ROWS-USED TO ROW-ORDER (ORDER-POS)
           .

       2510-PLACE-ROW-END.
           EXIT.
      ******************************************************************
      * Does row CMP-ROW-A sort after row CMP-ROW-B - decided by the
      * first sort key on which they differ.
      ******************************************************************
       2600-COMPARE-ROWS.
           MOVE 'N' TO CMP-SW
           MOVE 'N' TO CMP-DECIDED-SW

           PERFORM VARYING SORT-IDX FROM 1 BY 1
                 UNTIL SORT-IDX > SORT-KEYS-USED OR CMP-DECIDED
              IF ROW-KEY (CMP-ROW-A SORT-IDX) NOT =
                 ROW-KEY (CMP-ROW-B SORT-IDX) THEN
                 SET CMP-DECIDED TO TRUE
                 IF SK-DIR (SORT-IDX) = 'D' THEN
                    IF ROW-KEY (CMP-ROW-A SORT-IDX) <
                       ROW-KEY (CMP-ROW-B SORT-IDX) THEN
                       SET CMP-A-AFTER-B TO TRUE
                    END-IF
                 ELSE
                    IF ROW-KEY (CMP-ROW-A SORT-IDX) >
                       ROW-KEY (CMP-ROW-B SORT-IDX) THEN
                       SET CMP-A-AFTER-B TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       2600-COMPARE-ROWS-END.
           EXIT.
      ******************************************************************
      * The listing - the query as given, then the answer.
      ******************************************************************
       3000-PRINT-LISTING.
           MOVE SPACES TO PRNT-TEXT
           IF QUERY-TITLE = SPACES THEN
              MOVE "AD HOC QUERY (UNEMQRYR)" TO PRNT-TEXT
           ELSE
              STRING "AD HOC QUERY (UNEMQRYR) - " DELIMITED BY SIZE
                 QUERY-TITLE DELIMITED BY SIZE
                 INTO PRNT-TEXT
           END-IF
           CALL "UNEMPRNT" USING "INIT " "UNEMQRYR" PRNT-TEXT

           PERFORM VARYING ECHO-IDX FROM 1 BY 1
                 UNTIL ECHO-IDX > ECHO-USED
              MOVE SPACES TO PRNT-TEXT
              STRING "QUERY: " DELIMITED BY SIZE
                 ECHO-CARD (ECHO-IDX) DELIMITED BY SIZE
                 INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMQRYR" PRNT-TEXT
           END-PERFORM
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMQRYR" PRNT-TEXT

           PERFORM 3100-BUILD-HEADING
           MOVE QRYR-CELL-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMQRYR" PRNT-TEXT
           MOVE QRYR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMQRYR" PRNT-TEXT

           PERFORM VARYING ORDER-POS FROM 1 BY 1
                 UNTIL ORDER-POS > ROWS-USED
              MOVE ROW-ORDER (ORDER-POS) TO ROW-IDX
              PERFORM 3200-PRINT-ROW
           END-PERFORM

           MOVE RECORDS-READ TO QR-TOT-READ
           MOVE RECORDS-MATCHED TO QR-TOT-MATCHED
           MOVE ROWS-USED TO QR-TOT-LISTED
           MOVE ROWS-WITHHELD TO QR-TOT-WITHHELD
           MOVE ROWS-DROPPED TO QR-TOT-DROPPED
           MOVE QRYR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMQRYR" PRNT-TEXT

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMQRYR" PRNT-TEXT
           .

       3000-PRINT-LISTING-END.
           EXIT.
      ******************************************************************
      * The column heading - each field's name without its 'FD-',
      * cut to the cell, over the right edge for the numbers.
      ******************************************************************
       3100-BUILD-HEADING.
           MOVE SPACES TO QRYR-CELL-LINE

           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COLS-USED
              MOVE COL-FIELD (COL-IDX) TO FIELD-IDX
              MOVE QRY-FIELD-NAME (FIELD-IDX) (4:27) TO HEAD-NAME
              MOVE ZERO TO HEAD-LEN
              INSPECT HEAD-NAME TALLYING HEAD-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF HEAD-LEN > 11 THEN
                 MOVE 11 TO HEAD-LEN
              END-IF
              IF QF-NUMERIC (FIELD-IDX) THEN
                 MOVE HEAD-NAME (1:HEAD-LEN)
                    TO QRYR-CELL (COL-IDX) (12 - HEAD-LEN:HEAD-LEN)
              ELSE
                 MOVE HEAD-NAME (1:HEAD-LEN) TO QRYR-CELL (COL-IDX)
              END-IF
           END-PERFORM
           .

       3100-BUILD-HEADING-END.
           EXIT.
      ******************************************************************
       3200-PRINT-ROW.
           MOVE ROW-IMAGE (ROW-IDX) TO QRY-IMAGE
           MOVE SPACES TO QRYR-CELL-LINE

           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COLS-USED
              MOVE COL-FIELD (COL-IDX) TO PICK-FIELD
              PERFORM 6000-PICK-FIELD
              IF QF-NUMERIC (PICK-FIELD) THEN
                 MOVE PICK-VALUE TO CELL-NUM-EDIT
                 MOVE CELL-NUM-EDIT TO QRYR-CELL (COL-IDX) (1:11)
              ELSE
                 MOVE PICK-TEXT TO QRYR-CELL (COL-IDX)
              END-IF
           END-PERFORM

           MOVE QRYR-CELL-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMQRYR" PRNT-TEXT
           .

       3200-PRINT-ROW-END.
           EXIT.
      ******************************************************************
      * The CSV answer - a heading row of the full field names, then
      * one row per listed line, in the same order.
      ******************************************************************
       4000-WRITE-CSV.
           OPEN OUTPUT QUERY-CSV

           IF NOT QUERY-CSV-OK THEN
              DISPLAY "Couldn't open the query CSV file - STATUS "
                 QUERY-CSV-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-WRITE-CSV-END
           END-IF

           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR
           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COLS-USED
              IF COL-IDX > 1 THEN
                 STRING ',' DELIMITED BY SIZE
                    INTO CSV-LINE WITH POINTER CSV-PTR
              END-IF
              MOVE COL-FIELD (COL-IDX) TO FIELD-IDX
              STRING QRY-FIELD-NAME (FIELD-IDX) DELIMITED BY SPACE
                 INTO CSV-LINE WITH POINTER CSV-PTR
           END-PERFORM
           WRITE QUERY-CSV-REC FROM CSV-LINE

           PERFORM VARYING ORDER-POS FROM 1 BY 1
                 UNTIL ORDER-POS > ROWS-USED
              MOVE ROW-ORDER (ORDER-POS) TO ROW-IDX
              PERFORM 4100-WRITE-CSV-ROW
           END-PERFORM

           CLOSE QUERY-CSV

           DISPLAY CSV-ROWS " CSV row(s) written."
           .

       4000-WRITE-CSV-END.
           EXIT.
      ******************************************************************
       4100-WRITE-CSV-ROW.
           MOVE ROW-IMAGE (ROW-IDX) TO QRY-IMAGE
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO CSV-PTR

           PERFORM VARYING COL-IDX FROM 1 BY 1 UNTIL COL-IDX > COLS-USED
              IF COL-IDX > 1 THEN
                 STRING ',' DELIMITED BY SIZE
                    INTO CSV-LINE WITH POINTER CSV-PTR
              END-IF
              MOVE COL-FIELD (COL-IDX) TO PICK-FIELD
              PERFORM 6000-PICK-FIELD
              IF QF-NUMERIC (PICK-FIELD) THEN
                 MOVE PICK-VALUE TO CSV-NUM-EDIT
                 MOVE ZERO TO CSV-LEAD
                 INSPECT CSV-NUM-EDIT TALLYING CSV-LEAD
                    FOR LEADING SPACES
                 STRING CSV-NUM-EDIT (CSV-LEAD + 1:) DELIMITED BY SIZE
                    INTO CSV-LINE WITH POINTER CSV-PTR
              ELSE
                 STRING PICK-TEXT DELIMITED BY SPACE
                    INTO CSV-LINE WITH POINTER CSV-PTR
              END-IF
           END-PERFORM

           WRITE QUERY-CSV-REC FROM CSV-LINE
           ADD 1 TO CSV-ROWS
           .

       4100-WRITE-CSV-ROW-END.
           EXIT.
      ******************************************************************
      * Field PICK-FIELD out of QRY-IMAGE - a number into PICK-VALUE
      * (zero if the bytes aren't numeric), text into PICK-TEXT.
      ******************************************************************
       6000-PICK-FIELD.
           MOVE QF-OFFSET (PICK-FIELD) TO PICK-OFFSET
           MOVE QF-LENGTH (PICK-FIELD) TO PICK-LENGTH

           IF QF-NUMERIC (PICK-FIELD) THEN
              MOVE ZEROS TO PICK-DIGITS
              MOVE QRY-IMAGE (PICK-OFFSET:PICK-LENGTH)
                 TO PICK-DIGITS (10 - PICK-LENGTH:PICK-LENGTH)
              IF PICK-DIGITS IS NUMERIC THEN
                 MOVE PICK-NUMBER TO PICK-VALUE
              ELSE
                 MOVE ZERO TO PICK-VALUE
              END-IF
           ELSE
              MOVE SPACES TO PICK-TEXT
              MOVE QRY-IMAGE (PICK-OFFSET:PICK-LENGTH) TO PICK-TEXT
           END-IF
           .

       6000-PICK-FIELD-END.
           EXIT.

       END PROGRAM UNEMQRYR.
