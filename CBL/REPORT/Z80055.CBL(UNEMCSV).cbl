      *    2021-03-01  MB  Initial version.
      *    2021-07-14  MB  Added STATE_CODE/LABOR_FORCE columns so the
      *                    export carries PAYLOAD's newest two fields
      *                    instead of stopping at
      *                    NOT_HISPANIC_OR_LATINO.
      *    2021-08-20  MB  Added FREQUENCY and the claim-type split -
      *                    INITIAL_CLAIMS, CONTINUING_CLAIMS and their
      *                    TOTAL_CLAIMS sum.
      *                    register dataset on the DD the extract
      *                    degrades, loudly, to the old ungated
      *                    behavior.
      *    2021-08-24  MB  Added the occupation columns (BYOCC) after
      *                    REGULAR_CLAIMS - INA_OCCUPATION and the
      *                    ten major groups - suppressed as a sixth
      *                    dimension group, cells 45-55.
      *    2021-08-25  MB  Extract contracts: the layout written to
      *                    CSVOUTDD is contract version 06 of 'CSV'
      *                    on the extract contract register
      *                    (UNEMXCON). Each earlier version still
      *                    deprecated, not past its retire date and
      *                    pinned by a consumer is written side by
      *                    side to its own CSVVnnDD - the same lines
      *                    rebuilt with the columns that version had.
      *                    A '# CONTRACT=' stamp line names
      *                    the version in each file; a pinned version
      *                    that can't be written gives RC=4.
      *    2021-08-25  MB  Each earlier CSV contract version is now
      *                    built from its own list of column numbers
      *                    instead of being cut at its last column:
      *                    versions 01-03 never had NON_BINARY and
      *                    OTHER_GENDER, which went in as columns
      *                    15-16, not at the end.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SUPP-LOG-STATUS.

           *> The earlier contract versions, written side by side
           *> while consumers are still pinned to them.
           SELECT CSV-V01-FILE ASSIGN TO CSVV01DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSV-V01-STATUS.

           SELECT CSV-V02-FILE ASSIGN TO CSVV02DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSV-V02-STATUS.

           SELECT CSV-V03-FILE ASSIGN TO CSVV03DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSV-V03-STATUS.

           SELECT CSV-V04-FILE ASSIGN TO CSVV04DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSV-V04-STATUS.

           SELECT CSV-V05-FILE ASSIGN TO CSVV05DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CSV-V05-STATUS.

      *========================
       DATA DIVISION.
      *========================
           05 SL-VALUE     PIC 9(7).
           05 FILLER       PIC X(44).

       FD  CSV-V01-FILE
           RECORD CONTAINS 750 CHARACTERS
           RECORDING MODE F.
       01  CSV-V01-REC PIC X(750).

       FD  CSV-V02-FILE
           RECORD CONTAINS 750 CHARACTERS
           RECORDING MODE F.
       01  CSV-V02-REC PIC X(750).

       FD  CSV-V03-FILE
           RECORD CONTAINS 750 CHARACTERS
           RECORDING MODE F.
       01  CSV-V03-REC PIC X(750).

       FD  CSV-V04-FILE
           RECORD CONTAINS 750 CHARACTERS
           RECORDING MODE F.
       01  CSV-V04-REC PIC X(750).

       FD  CSV-V05-FILE
           RECORD CONTAINS 750 CHARACTERS
           RECORDING MODE F.
       01  CSV-V05-REC PIC X(750).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
           05 FILLER PIC X(07) VALUE 'STATUS,'.
           05 FILLER PIC X(16) VALUE 'EXTENDED_CLAIMS,'.
           05 FILLER PIC X(16) VALUE 'DISASTER_CLAIMS,'.
           05 FILLER PIC X(15) VALUE 'REGULAR_CLAIMS,'.
           05 FILLER PIC X(15) VALUE 'INA_OCCUPATION,'.
           05 FILLER PIC X(27) VALUE
              'MANAGEMENT_BUSINESS_FINANC,'.
           05 FILLER PIC X(21) VALUE 'PROFESSIONAL_RELATED,'.
           05 FILLER PIC X(20) VALUE 'SERVICE_OCCUPATIONS,'.
           05 FILLER PIC X(14) VALUE 'SALES_RELATED,'.
           05 FILLER PIC X(21) VALUE 'OFFICE_ADMIN_SUPPORT,'.
           05 FILLER PIC X(25) VALUE 'FARMING_FISHING_FORESTRY,'.
           05 FILLER PIC X(24) VALUE 'CONSTRUCTION_EXTRACTION,'.
           05 FILLER PIC X(27) VALUE
              'INSTALL_MAINTENANCE_REPAIR,'.
           05 FILLER PIC X(11) VALUE 'PRODUCTION,'.
           05 FILLER PIC X(25) VALUE 'TRANSPORT_MATERIAL_MOVING'.

      * The CSV line built for the record currently being processed.
       01  CSV-DATA-LINE PIC X(750).
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The record mapped positionally, the 1-44 cell numbering
      * UNEMCLAG and UNEMSUMM use, with the occupation area behind
      * the program-type split.
       01  CSV-REC-MAP.
           05 RM-RECORD-ID PIC X(8).
           05 RM-STATE     PIC X(2).
           05 RM-LABOR     PIC 9(9).
           05 RM-INITIAL   PIC 9(7).
           05 RM-CONTIN    PIC 9(7).
           05 RM-VERSION   PIC 9(2).
           05 RM-STATUS    PIC X.
           05 RM-EXTENDED  PIC 9(7).
           05 RM-DISASTER  PIC 9(7).
           05 RM-OCC-AREA.
              10 RM-OCC-COUNT OCCURS 11 TIMES PIC 9(7).

      * The 55 dimension cells in extract numbering - the 44 of the
      * positional map, then the occupation area as cells 45-55 -
      * which the disclosure-control pass works over.
       01  CELL-VALUE-TABLE.
           05 CELL-VALUE OCCURS 55 TIMES PIC 9(7).

      * The 55 cells as they will appear on the line - digits, or
      * spaces when the cell is suppressed.
       01  CSV-CELL-TABLE.
           05 CSV-CELL OCCURS 55 TIMES PIC X(7).

       01  SUPP-FLAG-TABLE.
           05 SUPP-FLAG OCCURS 55 TIMES PIC X.

       01  CELL-IDX  PIC 9(2) COMP-4.
       01  GROUP-IDX PIC 9(1) COMP-4.

      * The six dimension groups' cell ranges in the extract
      * numbering (age, gender, industry, race, ethnic, occupation).
       01  GROUP-BOUNDS.
           05 FILLER PIC X(4) VALUE '0109'.
           05 FILLER PIC X(4) VALUE '1014'.
           05 FILLER PIC X(4) VALUE '1535'.
           05 FILLER PIC X(4) VALUE '3641'.
           05 FILLER PIC X(4) VALUE '4244'.
           05 FILLER PIC X(4) VALUE '4555'.
       01  GROUP-BOUNDS-TABLE REDEFINES GROUP-BOUNDS.
           05 GROUP-BOUND OCCURS 6 TIMES.
              10 GROUP-LO PIC 9(2).
              10 GROUP-HI PIC 9(2).

           88 RELG-WARNED VALUE 'Y'.
       01  ROWS-WITHHELD COMP-4 PIC 9(7) VALUE ZERO.

      * The extract contract versions of 'CSV' - each one's column
      * count, the current one last. A new layout is a new version
      * here, a column list below, a version on the register, and a
      * CSVVnnDD for the one it replaces.
       77  CSV-CURRENT-VERSION PIC 9(2) VALUE 06.
       01  CSV-VERSION-SHAPES.
           05 FILLER PIC 9(3) VALUE 044.
           05 FILLER PIC 9(3) VALUE 046.
           05 FILLER PIC 9(3) VALUE 050.
           05 FILLER PIC 9(3) VALUE 053.
           05 FILLER PIC 9(3) VALUE 056.
           05 FILLER PIC 9(3) VALUE 067.
       01  CSV-VERSION-SHAPE-TABLE REDEFINES CSV-VERSION-SHAPES.
           05 CSV-VERSION-COLUMNS OCCURS 6 TIMES PIC 9(3).

      * Each earlier version's columns, as the column numbers of the
      * current layout in the order that version has them (padded
      * with 00). Columns were not always added at the end - the
      * new gender categories went in as columns 15-16 - so an
      * earlier version's line is built column by column from the
      * current one.
       01  CSV-VERSION-LISTS.
      * Version 01: the original layout - no NON_BINARY/OTHER_GENDER.
           05 FILLER PIC X(40) VALUE
              '0102030405060708091011121314171819202122'.
           05 FILLER PIC X(40) VALUE
              '2324252627282930313233343536373839404142'.
           05 FILLER PIC X(40) VALUE
              '4344454600000000000000000000000000000000'.
           05 FILLER PIC X(14) VALUE
              '00000000000000'.
      * Version 02: 01 plus STATE_CODE, LABOR_FORCE.
           05 FILLER PIC X(40) VALUE
              '0102030405060708091011121314171819202122'.
           05 FILLER PIC X(40) VALUE
              '2324252627282930313233343536373839404142'.
           05 FILLER PIC X(40) VALUE
              '4344454647480000000000000000000000000000'.
           05 FILLER PIC X(14) VALUE
              '00000000000000'.
      * Version 03: 02 plus FREQUENCY and the claim split.
           05 FILLER PIC X(40) VALUE
              '0102030405060708091011121314171819202122'.
           05 FILLER PIC X(40) VALUE
              '2324252627282930313233343536373839404142'.
           05 FILLER PIC X(40) VALUE
              '4344454647484950515200000000000000000000'.
           05 FILLER PIC X(14) VALUE
              '00000000000000'.
      * Version 04: 03 plus NON_BINARY/OTHER_GENDER (15-16), STATUS.
           05 FILLER PIC X(40) VALUE
              '0102030405060708091011121314151617181920'.
           05 FILLER PIC X(40) VALUE
              '2122232425262728293031323334353637383940'.
           05 FILLER PIC X(40) VALUE
              '4142434445464748495051525300000000000000'.
           05 FILLER PIC X(14) VALUE
              '00000000000000'.
      * Version 05: 04 plus the program-type split.
           05 FILLER PIC X(40) VALUE
              '0102030405060708091011121314151617181920'.
           05 FILLER PIC X(40) VALUE
              '2122232425262728293031323334353637383940'.
           05 FILLER PIC X(40) VALUE
              '4142434445464748495051525354555600000000'.
           05 FILLER PIC X(14) VALUE
              '00000000000000'.
       01  CSV-VERSION-LIST-TABLE REDEFINES CSV-VERSION-LISTS.
           05 CSV-VERSION-LIST OCCURS 5 TIMES.
              10 CSV-LIST-COLUMN OCCURS 67 TIMES PIC 9(2).

       01  CSV-VERSION-STATUSES.
           05 CSV-V01-STATUS PIC XX.
           05 CSV-V02-STATUS PIC XX.
           05 CSV-V03-STATUS PIC XX.
           05 CSV-V04-STATUS PIC XX.
           05 CSV-V05-STATUS PIC XX.
       01  CSV-VERSION-STATUS-TABLE REDEFINES CSV-VERSION-STATUSES.
           05 CSV-VERSION-STATUS OCCURS 5 TIMES PIC XX.

      * 'Y' per earlier version being written this run, and the
      * lines each got.
       01  CSV-VERSION-LIVE-TABLE.
           05 CSV-VERSION-LIVE OCCURS 5 TIMES PIC X.
       01  CSV-VERSION-LINES-TABLE.
           05 CSV-VERSION-LINES OCCURS 5 TIMES COMP-4 PIC 9(7).

       01  VERSION-IDX  PIC 9(2) COMP-4.
       01  VERSION-DISP PIC 9(2) VALUE ZERO.
       01  CONTRACT-TROUBLE-SW PIC X VALUE 'N'.
           88 CONTRACT-TROUBLE VALUE 'Y'.

      * The current line, split into its columns, and the line
      * built from them for an earlier version.
       01  CSV-VERSION-LINE PIC X(750).
       01  CSV-FULL-LINE    PIC X(750).
       01  CSV-FIELD-TABLE.
           05 CSV-FIELD OCCURS 67 TIMES.
              10 FIELD-START PIC 9(3) COMP-4.
              10 FIELD-LEN   PIC 9(3) COMP-4.
       01  FIELD-COUNT  PIC 9(3) COMP-4 VALUE ZERO.
       01  FIELD-BEGIN  PIC 9(3) COMP-4 VALUE ZERO.
       01  CHAR-IDX     PIC 9(3) COMP-4.
       01  LIST-IDX     PIC 9(3) COMP-4.
       01  COLUMN-NO    PIC 9(2) VALUE ZERO.
       01  VERSION-LINE-PTR PIC 9(3) COMP-4 VALUE 1.

      * The contract lookup (UNEMXCON).
       01  XCON-FUNCTION    PIC X(8) VALUE 'VERSION '.
       01  XCON-EXTRACT     PIC X(8) VALUE 'CSV'.
       01  XCON-CONSUMER    PIC X(20) VALUE SPACES.
       01  XCON-VERSION     PIC 9(2) VALUE ZERO.
       01  XCON-STATE       PIC X VALUE SPACE.
       01  XCON-RETIRE-DATE PIC 9(8) VALUE ZERO.
       01  XCON-PINNED      PIC X VALUE SPACE.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      * The optional PARM= text - 'OVERRIDE' extracts even from an
      * unchecked cycle.
                 SUPP-LOG-STATUS " - suppressions go unlogged."
           END-IF

           PERFORM 1600-OPEN-CONTRACT-VERSIONS
              THRU 1600-OPEN-CONTRACT-VERSIONS-END

           PERFORM 1500-WRITE-STAMP-HEADER
           WRITE CSV-OUT-REC FROM CSV-HEADER-REC
           MOVE CSV-HEADER-REC TO CSV-FULL-LINE
           PERFORM 3800-WRITE-EARLIER-VERSIONS

           PERFORM 2000-WRITE-RESULTS

           IF SUPP-LOG-OK THEN
              CLOSE SUPP-LOG
           END-IF
           PERFORM 1700-CLOSE-CONTRACT-VERSIONS

           DISPLAY CELLS-SUPPRESSED " cell(s) suppressed below "
              "threshold " CSV-SUPP-THRESHOLD "."
           DISPLAY ROWS-WITHHELD " record(s) withheld - period "
              "not released on the register."

           IF CONTRACT-TROUBLE THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

              DELIMITED BY SIZE INTO STAMP-LINE
           WRITE CSV-OUT-REC FROM STAMP-LINE

           MOVE STAMP-LINE TO CSV-FULL-LINE
           PERFORM 3800-WRITE-EARLIER-VERSIONS

           MOVE SPACES TO STAMP-LINE
           STRING "# RECORDS=" STAMP-COUNT-DISP
              " GENERATED=" STAMP-TIME
              DELIMITED BY SIZE INTO STAMP-LINE
           WRITE CSV-OUT-REC FROM STAMP-LINE
           MOVE STAMP-LINE TO CSV-FULL-LINE
           PERFORM 3800-WRITE-EARLIER-VERSIONS

      * The contract line names each file's own version.
           MOVE CSV-CURRENT-VERSION TO VERSION-DISP
           MOVE SPACES TO STAMP-LINE
           STRING "# CONTRACT=CSV VERSION=" VERSION-DISP
              DELIMITED BY SIZE INTO STAMP-LINE
           WRITE CSV-OUT-REC FROM STAMP-LINE

           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX >= CSV-CURRENT-VERSION
              IF CSV-VERSION-LIVE (VERSION-IDX) = 'Y' THEN
                 MOVE VERSION-IDX TO VERSION-DISP
                 MOVE SPACES TO STAMP-LINE
                 STRING "# CONTRACT=CSV VERSION=" VERSION-DISP
                    DELIMITED BY SIZE INTO STAMP-LINE
                 MOVE STAMP-LINE TO CSV-VERSION-LINE
                 PERFORM 3850-WRITE-ONE-VERSION
              END-IF
           END-PERFORM
           .

       1500-WRITE-STAMP-HEADER-END.
           EXIT.
      ******************************************************************
      * Asks the contract register about each earlier version of the
      * extract: deprecated, not yet retired and pinned by somebody -
      * it is written alongside the current one. A consumer still
      * pinned to a retired version, or a live version whose DD
      * can't be opened, gives RC=4.
      ******************************************************************
       1600-OPEN-CONTRACT-VERSIONS.
           MOVE SPACES TO CSV-VERSION-LIVE-TABLE
           MOVE 'VERSION ' TO XCON-FUNCTION

           MOVE CSV-CURRENT-VERSION TO XCON-VERSION
           CALL "UNEMXCON" USING XCON-FUNCTION XCON-EXTRACT
              XCON-CONSUMER XCON-VERSION XCON-STATE
              XCON-RETIRE-DATE XCON-PINNED
           IF XCON-STATE = 'N' THEN
              GO TO 1600-OPEN-CONTRACT-VERSIONS-END
           END-IF
           IF XCON-STATE NOT = 'C' THEN
              DISPLAY "*** Contract version " XCON-VERSION " is "
                 "what this program writes, but the register has it "
                 "as '" XCON-STATE "' - the register needs updating."
              SET CONTRACT-TROUBLE TO TRUE
           END-IF

           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX >= CSV-CURRENT-VERSION
              MOVE ZERO TO CSV-VERSION-LINES (VERSION-IDX)
              MOVE VERSION-IDX TO XCON-VERSION
              CALL "UNEMXCON" USING XCON-FUNCTION XCON-EXTRACT
                 XCON-CONSUMER XCON-VERSION XCON-STATE
                 XCON-RETIRE-DATE XCON-PINNED
              EVALUATE TRUE
                 WHEN XCON-STATE = 'D' AND XCON-PINNED = 'Y'
                    PERFORM 1650-OPEN-ONE-VERSION
                 WHEN XCON-STATE = 'R' AND XCON-PINNED = 'Y'
                    DISPLAY "*** Consumer(s) still pinned to CSV "
                       "version " XCON-VERSION ", retired "
                       XCON-RETIRE-DATE " - not written."
                    SET CONTRACT-TROUBLE TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .

       1600-OPEN-CONTRACT-VERSIONS-END.
           EXIT.
      ******************************************************************
       1650-OPEN-ONE-VERSION.
           EVALUATE VERSION-IDX
              WHEN 1
                 OPEN OUTPUT CSV-V01-FILE
              WHEN 2
                 OPEN OUTPUT CSV-V02-FILE
              WHEN 3
                 OPEN OUTPUT CSV-V03-FILE
              WHEN 4
                 OPEN OUTPUT CSV-V04-FILE
              WHEN 5
                 OPEN OUTPUT CSV-V05-FILE
           END-EVALUATE

           IF CSV-VERSION-STATUS (VERSION-IDX) = "00" THEN
              MOVE 'Y' TO CSV-VERSION-LIVE (VERSION-IDX)
              DISPLAY "CSV contract version " XCON-VERSION
                 " written side by side until " XCON-RETIRE-DATE "."
           ELSE
              DISPLAY "*** CSV contract version " XCON-VERSION
                 " is pinned but its output couldn't be opened - "
                 "STATUS " CSV-VERSION-STATUS (VERSION-IDX) "."
              SET CONTRACT-TROUBLE TO TRUE
           END-IF
           .

       1650-OPEN-ONE-VERSION-END.
           EXIT.
      ******************************************************************
       1700-CLOSE-CONTRACT-VERSIONS.
           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX >= CSV-CURRENT-VERSION
              IF CSV-VERSION-LIVE (VERSION-IDX) = 'Y' THEN
                 EVALUATE VERSION-IDX
                    WHEN 1
                       CLOSE CSV-V01-FILE
                    WHEN 2
                       CLOSE CSV-V02-FILE
                    WHEN 3
                       CLOSE CSV-V03-FILE
                    WHEN 4
                       CLOSE CSV-V04-FILE
                    WHEN 5
                       CLOSE CSV-V05-FILE
                 END-EVALUATE
                 MOVE VERSION-IDX TO VERSION-DISP
                 DISPLAY CSV-VERSION-LINES (VERSION-IDX) " line(s) "
                    "written to CSV contract version " VERSION-DISP
                    "."
              END-IF
           END-PERFORM
           .

       1700-CLOSE-CONTRACT-VERSIONS-END.
           EXIT.
      ******************************************************************
       1000-MAIN-END.
           EXIT.
              INTO CSV-DATA-LINE WITH POINTER CSV-LINE-PTR
           END-STRING

           PERFORM VARYING CELL-IDX FROM 45 BY 1
                 UNTIL CELL-IDX > 55
              STRING
                 ","                 DELIMITED BY SIZE
                 CSV-CELL (CELL-IDX) DELIMITED BY SIZE
                 INTO CSV-DATA-LINE WITH POINTER CSV-LINE-PTR
              END-STRING
           END-PERFORM

           WRITE CSV-OUT-REC FROM CSV-DATA-LINE
           MOVE CSV-DATA-LINE TO CSV-FULL-LINE
           PERFORM 3800-WRITE-EARLIER-VERSIONS
           .

       3000-WRITE-CSV-LINE-END.
           EXIT.
      ******************************************************************
      * Writes CSV-FULL-LINE to every earlier version being written,
      * rebuilt from that version's column list - the header line
      * and the data lines alike. A '#' stamp line goes out whole.
      ******************************************************************
       3800-WRITE-EARLIER-VERSIONS.
           IF CSV-VERSION-LIVE-TABLE = SPACES THEN
              GO TO 3800-WRITE-EARLIER-VERSIONS-END
           END-IF

           IF CSV-FULL-LINE (1:1) NOT = '#' THEN
              PERFORM 3805-SPLIT-FULL-LINE
           END-IF

           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX >= CSV-CURRENT-VERSION
              IF CSV-VERSION-LIVE (VERSION-IDX) = 'Y' THEN
                 IF CSV-FULL-LINE (1:1) = '#' THEN
                    MOVE CSV-FULL-LINE TO CSV-VERSION-LINE
                 ELSE
                    PERFORM 3810-BUILD-VERSION-LINE
                 END-IF
                 PERFORM 3850-WRITE-ONE-VERSION
              END-IF
           END-PERFORM
           .

       3800-WRITE-EARLIER-VERSIONS-END.
           EXIT.
      ******************************************************************
      * Finds where each column of the current line starts and how
      * long it is. The last column has no closing comma - it runs
      * to the line's last non-blank.
      ******************************************************************
       3805-SPLIT-FULL-LINE.
           MOVE ZERO TO FIELD-COUNT
           MOVE 1 TO FIELD-BEGIN
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                 UNTIL CHAR-IDX > 750 OR FIELD-COUNT >= 66
              IF CSV-FULL-LINE (CHAR-IDX:1) = ',' THEN
                 ADD 1 TO FIELD-COUNT
                 MOVE FIELD-BEGIN TO FIELD-START (FIELD-COUNT)
                 COMPUTE FIELD-LEN (FIELD-COUNT) =
                    CHAR-IDX - FIELD-BEGIN
                 COMPUTE FIELD-BEGIN = CHAR-IDX + 1
              END-IF
           END-PERFORM

           ADD 1 TO FIELD-COUNT
           MOVE FIELD-BEGIN TO FIELD-START (FIELD-COUNT)
           MOVE ZERO TO FIELD-LEN (FIELD-COUNT)
           PERFORM VARYING CHAR-IDX FROM 750 BY -1
                 UNTIL CHAR-IDX < FIELD-BEGIN
                    OR FIELD-LEN (FIELD-COUNT) > ZERO
              IF CSV-FULL-LINE (CHAR-IDX:1) NOT = SPACE THEN
                 COMPUTE FIELD-LEN (FIELD-COUNT) =
                    CHAR-IDX - FIELD-BEGIN + 1
              END-IF
           END-PERFORM
           .

       3805-SPLIT-FULL-LINE-END.
           EXIT.
      ******************************************************************
      * Strings the version's columns, in its own order, comma
      * separated.
      ******************************************************************
       3810-BUILD-VERSION-LINE.
           MOVE SPACES TO CSV-VERSION-LINE
           MOVE 1 TO VERSION-LINE-PTR

           PERFORM VARYING LIST-IDX FROM 1 BY 1
                 UNTIL LIST-IDX > CSV-VERSION-COLUMNS (VERSION-IDX)
              MOVE CSV-LIST-COLUMN (VERSION-IDX LIST-IDX)
                 TO COLUMN-NO
              IF LIST-IDX > 1 THEN
                 STRING "," DELIMITED BY SIZE
                    INTO CSV-VERSION-LINE WITH POINTER
                    VERSION-LINE-PTR
                 END-STRING
              END-IF
              IF COLUMN-NO > ZERO AND COLUMN-NO <= FIELD-COUNT
                 AND FIELD-LEN (COLUMN-NO) > ZERO THEN
                 STRING CSV-FULL-LINE (FIELD-START (COLUMN-NO):
                    FIELD-LEN (COLUMN-NO)) DELIMITED BY SIZE
                    INTO CSV-VERSION-LINE WITH POINTER
                    VERSION-LINE-PTR
                 END-STRING
              END-IF
           END-PERFORM
           .

       3810-BUILD-VERSION-LINE-END.
           EXIT.
      ******************************************************************
       3850-WRITE-ONE-VERSION.
           EVALUATE VERSION-IDX
              WHEN 1
                 WRITE CSV-V01-REC FROM CSV-VERSION-LINE
              WHEN 2
                 WRITE CSV-V02-REC FROM CSV-VERSION-LINE
              WHEN 3
                 WRITE CSV-V03-REC FROM CSV-VERSION-LINE
              WHEN 4
                 WRITE CSV-V04-REC FROM CSV-VERSION-LINE
              WHEN 5
                 WRITE CSV-V05-REC FROM CSV-VERSION-LINE
           END-EVALUATE
           IF CSV-VERSION-LINE (1:1) NOT = '#' THEN
              ADD 1 TO CSV-VERSION-LINES (VERSION-IDX)
           END-IF
           .

       3850-WRITE-ONE-VERSION-END.
           EXIT.
      ******************************************************************
      * Asks the release register about the record's period, once
      * per period. No register on the DD degrades to the old
      * ungated extract - once, loudly.

           PERFORM VARYING CELL-IDX FROM 1 BY 1
                 UNTIL CELL-IDX > 44
              MOVE RM-COUNT (CELL-IDX) TO CELL-VALUE (CELL-IDX)
           END-PERFORM
           PERFORM VARYING CELL-IDX FROM 45 BY 1
                 UNTIL CELL-IDX > 55
              MOVE RM-OCC-COUNT (CELL-IDX - 44)
                 TO CELL-VALUE (CELL-IDX)
           END-PERFORM

           PERFORM VARYING CELL-IDX FROM 1 BY 1
                 UNTIL CELL-IDX > 55
              IF CELL-VALUE (CELL-IDX) > ZERO
                 AND CELL-VALUE (CELL-IDX) < CSV-SUPP-THRESHOLD THEN
                 MOVE 'P' TO SUPP-FLAG (CELL-IDX)
              END-IF
           END-PERFORM

           PERFORM VARYING GROUP-IDX FROM 1 BY 1
                 UNTIL GROUP-IDX > 6
              MOVE ZERO TO GROUP-SUPPRESSED
              MOVE ZERO TO SMALLEST-IDX
              MOVE 9999999 TO SMALLEST-VALUE
                 IF SUPP-FLAG (CELL-IDX) = 'P' THEN
                    ADD 1 TO GROUP-SUPPRESSED
                 ELSE
                    IF CELL-VALUE (CELL-IDX) > ZERO
                       AND CELL-VALUE (CELL-IDX) < SMALLEST-VALUE
                    THEN
                       MOVE CELL-VALUE (CELL-IDX) TO SMALLEST-VALUE
                       MOVE CELL-IDX TO SMALLEST-IDX
                    END-IF
                 END-IF
           END-PERFORM

           PERFORM VARYING CELL-IDX FROM 1 BY 1
                 UNTIL CELL-IDX > 55
              IF SUPP-FLAG (CELL-IDX) = SPACE THEN
                 MOVE CELL-VALUE (CELL-IDX) TO CSV-CELL (CELL-IDX)
              ELSE
                 MOVE SPACES TO CSV-CELL (CELL-IDX)
                 ADD 1 TO CELLS-SUPPRESSED
           ELSE
              MOVE 'COMPLEMENTARY' TO SL-REASON
           END-IF
           MOVE CELL-VALUE (CELL-IDX) TO SL-VALUE
           WRITE SUPP-LOG-REC
           .

