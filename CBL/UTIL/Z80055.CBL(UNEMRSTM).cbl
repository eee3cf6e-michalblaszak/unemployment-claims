      ******************************************************************
      * Industry classification restatement.
      ******************************************************************
      * When the industry classification is revised, the history
      * before the revision is still counted under the old codes and
      * every industry series breaks at the effective date. This
      * facility re-expresses the twenty industry fields of every
      * UNEMPLRP record dated before a vintage's effective date under
      * the new classification, using the UNEMXWLK crosswalk (loaded
      * by UNEMXWKI): each crosswalk row moves its share of the old
      * industry's count - as read, before any other row of the
      * vintage moved anything - to the new industry. FD-INA-INDUSTRY
      * is never touched, and neither is the industry dimension's
      * total: whatever leaves one field arrives in another.
      *    PARM='PREVIEW' (the default) prints each industry's
      *        series before and after the restatement, nothing
      *        written;
      *    PARM='STAGE' also writes every restated record to the
      *        RSTMTXDD transaction file - the 1+446-byte 'U'
      *        records UNEMCORR reads - to be staged by UNEMPEND
      *        STAGE and released by a second operator, so the
      *        restatement reaches the file through the usual
      *        approval, before-image history and rollups. The
      *        vintage's crosswalk rows are stamped with the staging
      *        date and a stamped vintage is not staged again.
      *-----------------------------------------------------------------
      * Runtime parameters (UNEMPARM):
      *    RSTM-EFFECTIVE-DATE  the vintage to restate to (YYYY-MM-DD);
      *                         the latest vintage on the crosswalk
      *                         when not set
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRSTM.
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
           *> The industry crosswalk KSDS
           SELECT XWLK-FILE ASSIGN TO XWLKDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XW-KEY
           FILE STATUS IS XWLK-FILE-STATUS.

           *> The live VSAM dataset - read-only, the restated records
           *> go through the approval path
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The restated records for UNEMPEND STAGE
           SELECT RSTM-TX-FILE ASSIGN TO RSTMTXDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RSTM-TX-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  XWLK-FILE
      *    01  XWLK-REC.
       COPY XWLKREC.

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

       FD  RSTM-TX-FILE
              RECORD CONTAINS 447 CHARACTERS
              RECORDING MODE F.
       01  RSTM-TX-REC.
           05 RSTM-TX-ACTION  PIC X.
           05 RSTM-TX-PAYLOAD PIC X(446).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  XWLK-FILE-STATUS PIC XX.
           88 XWLK-FILE-OK VALUE "00".
           88 XWLK-FILE-EOF VALUE "10".

       01  RSTM-TX-STATUS PIC XX.
           88 RSTM-TX-OK VALUE "00".

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  STAGE-MODE-SW PIC X VALUE 'N'.
           88 STAGE-MODE VALUE 'Y'.

       01  VINTAGE-STAGED-SW PIC X VALUE 'N'.
           88 VINTAGE-STAGED VALUE 'Y'.

       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  EFFECTIVE-DATE PIC X(10) VALUE SPACES.
       01  STAGED-ON      PIC X(10) VALUE SPACES.
       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-TODAY.
           05 RUN-YEAR  PIC 9(4).
           05 RUN-MONTH PIC 9(2).
           05 RUN-DAY   PIC 9(2).

      * The vintage's crosswalk rows in key order - grouped by old
      * industry, XT-LAST-SW marking each old industry's last row.
       01  XWLK-TABLE.
           05 XT-ENTRY OCCURS 400 TIMES.
              10 XT-OLD      PIC 9(2).
              10 XT-NEW      PIC 9(2).
              10 XT-SHARE    PIC 9(3)V99.
              10 XT-LAST-SW  PIC X.
                 88 XT-LAST-OF-OLD VALUE 'Y'.
       01  XT-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  XT-IDX  PIC 9(3) COMP-4.

      * Per industry 01-20: the vintage's shares out of it, and
      * whether the restatement touches it at all.
       01  INDUSTRY-SHARE-TABLE.
           05 IS-ENTRY OCCURS 20 TIMES.
              10 IS-SHARE-TOTAL PIC 9(5)V99 COMP-3.
              10 IS-TOUCHED-SW  PIC X.
                 88 IS-TOUCHED VALUE 'Y'.
       01  IND-IDX PIC 9(2) COMP-4.

      * The industry names, 00 = not available, 01-20 in PAYLOAD.cpy's
      * industry field order - the same table UNEMCHRG prints.
       01  INDUSTRY-NAME-TABLE.
           05 FILLER PIC X(30) VALUE 'NOT AVAILABLE'.
           05 FILLER PIC X(30) VALUE 'WHOLESALE TRADE'.
           05 FILLER PIC X(30) VALUE 'TRANSPORTATION, WAREHOUSING'.
           05 FILLER PIC X(30) VALUE 'CONSTRUCTION'.
           05 FILLER PIC X(30) VALUE 'FINANCE, INSURANCE'.
           05 FILLER PIC X(30) VALUE 'MANUFACTURING'.
           05 FILLER PIC X(30) VALUE 'AGRICULTURE, FORESTRY, FISHING'.
           05 FILLER PIC X(30) VALUE 'PUBLIC ADMINISTRATION'.
           05 FILLER PIC X(30) VALUE 'UTILITIES'.
           05 FILLER PIC X(30) VALUE 'ACCOMMODATION, FOOD SERVICES'.
           05 FILLER PIC X(30) VALUE 'INFORMATION'.
           05 FILLER PIC X(30) VALUE 'PROFESSIONAL, SCIENTIFIC, TECH'.
           05 FILLER PIC X(30) VALUE 'REAL ESTATE, RENTAL, LEASING'.
           05 FILLER PIC X(30) VALUE 'OTHER SERVICES'.
           05 FILLER PIC X(30) VALUE 'MANAGEMENT OF COMPANIES'.
           05 FILLER PIC X(30) VALUE 'EDUCATIONAL SERVICES'.
           05 FILLER PIC X(30) VALUE 'MINING'.
           05 FILLER PIC X(30) VALUE 'HEALTH CARE, SOCIAL ASSISTANCE'.
           05 FILLER PIC X(30) VALUE 'ARTS, ENTERTAINMENT, RECREATN'.
           05 FILLER PIC X(30) VALUE 'ADMIN, SUPPORT, WASTE MGMT'.
           05 FILLER PIC X(30) VALUE 'RETAIL TRADE'.
       01  INDUSTRY-NAMES REDEFINES INDUSTRY-NAME-TABLE.
           05 INDUSTRY-NAME OCCURS 21 TIMES PIC X(30).

      * The record under restatement mapped positionally, the way
      * UNEMBNCH maps it. The industry fields 01-20 are counts 16-35.
       01  RSTM-REC-MAP.
           05 RM-RECORD-ID PIC X(8).
           05 RM-STATE     PIC X(2).
           05 RM-DATE      PIC X(10).
           05 RM-FREQ      PIC X.
           05 RM-COUNT-AREA.
              10 RM-COUNT OCCURS 44 TIMES PIC 9(7).
           05 RM-LABOR     PIC 9(9).
           05 RM-INITIAL   PIC 9(7).
           05 RM-CONTIN    PIC 9(7).

      * The industry counts as read - every share is taken of these.
       01  ORIGINAL-COUNTS.
           05 OC-COUNT OCCURS 20 TIMES PIC 9(7).
      * How much of each old industry the vintage has moved so far.
       01  MOVED-COUNTS.
           05 MC-COUNT OCCURS 20 TIMES PIC 9(7).

       01  MOVE-AMOUNT PIC 9(9) COMP-4 VALUE ZERO.
       01  MOVE-ROOM   PIC 9(9) COMP-4 VALUE ZERO.
       01  OLD-FIELD   PIC 9(2) COMP-4.
       01  NEW-FIELD   PIC 9(2) COMP-4.

       01  REC-CHANGED-SW PIC X VALUE 'N'.
           88 REC-CHANGED VALUE 'Y'.

      * Each period's industry totals over every state, before and
      * after - the series the report prints.
       01  PERIOD-TABLE.
           05 PT-ENTRY OCCURS 500 TIMES.
              10 PT-DATE   PIC X(10).
              10 PT-FREQ   PIC X.
              10 PT-BEFORE PIC 9(11) COMP-3 OCCURS 20 TIMES.
              10 PT-AFTER  PIC 9(11) COMP-3 OCCURS 20 TIMES.
       01  PT-USED     PIC 9(3) COMP-4 VALUE ZERO.
       01  PT-IDX      PIC 9(3) COMP-4.
       01  PT-FOUND-AT PIC 9(3) COMP-4 VALUE ZERO.

       01  PERIODS-DROPPED  COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-SCANNED  COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-RESTATED COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-STAGED   COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-STAMPED     COMP-4 PIC 9(7) VALUE ZERO.

       01  SERIES-BEFORE PIC 9(11) COMP-3 VALUE ZERO.
       01  SERIES-AFTER  PIC 9(11) COMP-3 VALUE ZERO.

      * Built up before each CALL to UNEMVLOG.
       01  LOG-MESSAGE PIC X(60) VALUE SPACES.

       01  SEPARATOR-LINE PIC X(132) VALUE ALL '-'.

       01  INDUSTRY-HEAD-LINE.
           05 FILLER       PIC X(9)  VALUE 'INDUSTRY '.
           05 IH-CODE      PIC 9(2)  VALUE ZERO.
           05 FILLER       PIC X     VALUE SPACE.
           05 IH-NAME      PIC X(30) VALUE SPACES.
           05 FILLER       PIC X(18) VALUE '  SHARE MOVED OUT '.
           05 IH-SHARE     PIC ZZ9.99 VALUE ZERO.
           05 FILLER       PIC X     VALUE '%'.

       01  COLUMN-HEAD-LINE.
           05 FILLER PIC X(40) VALUE
              '  PERIOD     FREQ           BEFORE      '.
           05 FILLER PIC X(40) VALUE
              '      AFTER           CHANGE            '.

       01  PERIOD-LINE.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 PL-DATE      PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 PL-FREQ      PIC X     VALUE SPACE.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 PL-BEFORE    PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 PL-AFTER     PIC ZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 PL-CHANGE    PIC -Z,ZZZ,ZZZ,ZZ9 VALUE ZERO.

       01  CHANGE-VALUE PIC S9(11) COMP-3 VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The optional PARM= text - 'STAGE' writes the restated records
      * for approval; anything else previews only.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(7).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN > ZERO AND PARM-TEXT = "STAGE" THEN
              SET STAGE-MODE TO TRUE
              DISPLAY "STAGE mode - the restated records will be "
                 "written for approval."
           ELSE
              DISPLAY "PREVIEW mode - the series are listed, "
                 "nothing is written."
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           STRING RUN-YEAR "-" RUN-MONTH "-" RUN-DAY
              DELIMITED BY SIZE INTO STAGED-ON

           PERFORM 1100-READ-PARAMETERS

           IF STAGE-MODE THEN
              OPEN I-O XWLK-FILE
           ELSE
              OPEN INPUT XWLK-FILE
           END-IF

           IF NOT XWLK-FILE-OK THEN
              DISPLAY "Couldn't open the crosswalk dataset - STATUS "
                 XWLK-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF EFFECTIVE-DATE = SPACES THEN
              PERFORM 1500-FIND-LATEST-VINTAGE
           END-IF

           PERFORM 1600-LOAD-VINTAGE
           IF XT-USED = ZERO THEN
              DISPLAY "*** No crosswalk rows for the vintage '"
                 EFFECTIVE-DATE "' - nothing to do."
              CLOSE XWLK-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1800-CHECK-SHARES
           IF RETURN-CODE >= 8 THEN
              CLOSE XWLK-FILE
              GO TO 1000-MAIN-END
           END-IF

           IF VINTAGE-STAGED THEN
              IF STAGE-MODE THEN
                 DISPLAY "*** The vintage " EFFECTIVE-DATE
                    " has already been staged - run refused."
                 CLOSE XWLK-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
              END-IF
              DISPLAY "The vintage " EFFECTIVE-DATE " has already "
                 "been staged - the history may be restated already."
           END-IF

           OPEN INPUT REPORT-OUT
           IF NOT REPORT-OUT-FILE-OK THEN
              MOVE "Couldn't open the database" TO LOG-MESSAGE
              CALL "UNEMVLOG" USING "UNEMRSTM" LOG-MESSAGE
                 REPORT-STATUS
              CLOSE XWLK-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF STAGE-MODE THEN
              OPEN OUTPUT RSTM-TX-FILE
              IF NOT RSTM-TX-OK THEN
                 DISPLAY "Couldn't open the restatement transaction "
                    "file - STATUS " RSTM-TX-STATUS
                    " - staging refused."
                 CLOSE REPORT-OUT
                 CLOSE XWLK-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
              END-IF
           END-IF

           PERFORM 2000-WALK-HISTORY

           CLOSE REPORT-OUT

           IF STAGE-MODE THEN
              CLOSE RSTM-TX-FILE
              PERFORM 4000-STAMP-VINTAGE
           END-IF

           CLOSE XWLK-FILE

           PERFORM 5000-PRINT-REPORT

           DISPLAY RECORDS-SCANNED " record(s) before "
              EFFECTIVE-DATE " scanned, " RECORDS-RESTATED
              " restated."
           IF STAGE-MODE THEN
              DISPLAY RECORDS-STAGED " record(s) written for "
                 "UNEMPEND STAGE, " ROWS-STAMPED
                 " crosswalk row(s) stamped."
           END-IF

           IF PERIODS-DROPPED > ZERO THEN
              DISPLAY PERIODS-DROPPED " record(s) beyond the "
                 "500-period table left out of the report."
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-READ-PARAMETERS.
           MOVE "RSTM-EFFECTIVE-DATE" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:4) IS NUMERIC
              AND RTP-VALUE (5:1) = '-'
              AND RTP-VALUE (6:2) IS NUMERIC
              AND RTP-VALUE (8:1) = '-'
              AND RTP-VALUE (9:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:10) TO EFFECTIVE-DATE
              DISPLAY "RSTM-EFFECTIVE-DATE set from the parameter "
                 "file: " EFFECTIVE-DATE
           END-IF
           .

       1100-READ-PARAMETERS-END.
           EXIT.
      ******************************************************************
      * No vintage named - the latest one on the crosswalk, the last
      * key in the file.
      ******************************************************************
       1500-FIND-LATEST-VINTAGE.
           MOVE LOW-VALUES TO XW-KEY
           START XWLK-FILE KEY >= XW-KEY
              INVALID KEY MOVE "10" TO XWLK-FILE-STATUS
           END-START

           PERFORM UNTIL XWLK-FILE-EOF
              READ XWLK-FILE NEXT
                 AT END MOVE "10" TO XWLK-FILE-STATUS
                 NOT AT END MOVE XW-EFFECTIVE-DATE TO EFFECTIVE-DATE
              END-READ
              IF NOT XWLK-FILE-OK AND NOT XWLK-FILE-EOF THEN
                 DISPLAY "Error reading the crosswalk - STATUS "
                    XWLK-FILE-STATUS
                 MOVE "10" TO XWLK-FILE-STATUS
              END-IF
           END-PERFORM

           DISPLAY "Restating to the latest vintage: " EFFECTIVE-DATE
           .

       1500-FIND-LATEST-VINTAGE-END.
           EXIT.
      ******************************************************************
      * Loads the vintage's rows, flagging the last row of each old
      * industry and totalling each industry's shares out.
      ******************************************************************
       1600-LOAD-VINTAGE.
           INITIALIZE INDUSTRY-SHARE-TABLE
           MOVE EFFECTIVE-DATE TO XW-EFFECTIVE-DATE
           MOVE ZERO TO XW-OLD-INDUSTRY
           MOVE ZERO TO XW-NEW-INDUSTRY
           START XWLK-FILE KEY >= XW-KEY
              INVALID KEY MOVE "10" TO XWLK-FILE-STATUS
           END-START

           IF XWLK-FILE-OK THEN
              PERFORM UNTIL XWLK-FILE-EOF
                 PERFORM 1700-LOAD-ONE-ROW THRU 1700-LOAD-ONE-ROW-END
              END-PERFORM
           END-IF

           IF XT-USED > ZERO THEN
              SET XT-LAST-OF-OLD (XT-USED) TO TRUE
           END-IF
           .

       1600-LOAD-VINTAGE-END.
           EXIT.
      ******************************************************************
       1700-LOAD-ONE-ROW.
           READ XWLK-FILE NEXT
              AT END MOVE "10" TO XWLK-FILE-STATUS
           END-READ

           IF NOT XWLK-FILE-OK THEN
              IF NOT XWLK-FILE-EOF THEN
                 DISPLAY "Error reading the crosswalk - STATUS "
                    XWLK-FILE-STATUS
                 MOVE "10" TO XWLK-FILE-STATUS
              END-IF
              GO TO 1700-LOAD-ONE-ROW-END
           END-IF

           IF XW-EFFECTIVE-DATE NOT = EFFECTIVE-DATE THEN
              MOVE "10" TO XWLK-FILE-STATUS
              GO TO 1700-LOAD-ONE-ROW-END
           END-IF

           IF XT-USED >= 400 THEN
              DISPLAY "*** More than 400 crosswalk rows in the "
                 "vintage - run refused."
              MOVE ZERO TO XT-USED
              MOVE 8 TO RETURN-CODE
              MOVE "10" TO XWLK-FILE-STATUS
              GO TO 1700-LOAD-ONE-ROW-END
           END-IF

           IF XW-STAGED-DATE NOT = SPACES THEN
              SET VINTAGE-STAGED TO TRUE
           END-IF

           IF XT-USED > ZERO THEN
              IF XT-OLD (XT-USED) NOT = XW-OLD-INDUSTRY THEN
                 SET XT-LAST-OF-OLD (XT-USED) TO TRUE
              END-IF
           END-IF

           ADD 1 TO XT-USED
           MOVE XW-OLD-INDUSTRY TO XT-OLD (XT-USED)
           MOVE XW-NEW-INDUSTRY TO XT-NEW (XT-USED)
           MOVE XW-SHARE TO XT-SHARE (XT-USED)
           MOVE 'N' TO XT-LAST-SW (XT-USED)

           ADD XW-SHARE TO IS-SHARE-TOTAL (XW-OLD-INDUSTRY)
           MOVE 'Y' TO IS-TOUCHED-SW (XW-OLD-INDUSTRY)
           MOVE 'Y' TO IS-TOUCHED-SW (XW-NEW-INDUSTRY)
           .

       1700-LOAD-ONE-ROW-END.
           EXIT.
      ******************************************************************
      * An industry can't give away more than all of itself - shares
      * out of one old industry totalling over a hundred percent
      * refuse the run.
      ******************************************************************
       1800-CHECK-SHARES.
           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              IF IS-SHARE-TOTAL (IND-IDX) > 100 THEN
                 DISPLAY "*** Shares out of industry " IND-IDX
                    " total over 100 percent - run refused."
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM
           .

       1800-CHECK-SHARES-END.
           EXIT.
      ******************************************************************
      * One sweep of the file in FD-DATE order up to the effective
      * date - everything from it on is already classified the new
      * way.
      ******************************************************************
       2000-WALK-HISTORY.
           MOVE "0000-00-00" TO FD-DATE
           START REPORT-OUT KEY IS >= FD-DATE
              INVALID KEY MOVE "10" TO REPORT-OUT-STATUS
           END-START

           PERFORM 2100-READ-NEXT-RECORD
           PERFORM UNTIL REPORT-OUT-END-OF-FILE
              IF FD-DATE NOT < EFFECTIVE-DATE THEN
                 MOVE "10" TO REPORT-OUT-STATUS
              ELSE
                 IF FD-RECORD-ID NOT = "00000000" THEN
                    ADD 1 TO RECORDS-SCANNED
                    PERFORM 3000-RESTATE-ONE-RECORD
                       THRU 3000-RESTATE-ONE-RECORD-END
                 END-IF
                 PERFORM 2100-READ-NEXT-RECORD
              END-IF
           END-PERFORM
           .

       2000-WALK-HISTORY-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-RECORD.
           READ REPORT-OUT NEXT
              AT END MOVE "10" TO REPORT-OUT-STATUS
           END-READ

           IF NOT REPORT-OUT-FILE-OK
              AND NOT REPORT-OUT-END-OF-FILE THEN
              DISPLAY "Error reading the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE "10" TO REPORT-OUT-STATUS
           END-IF
           .

       2100-READ-NEXT-RECORD-END.
           EXIT.
      ******************************************************************
      * Re-expresses the record in hand: every crosswalk row moves
      * its share of the old industry's count as read. The last row
      * out of an industry whose shares total a hundred percent takes
      * whatever rounding left behind, so the old field empties.
      ******************************************************************
       3000-RESTATE-ONE-RECORD.
           MOVE REPORT-OUT-REC (1:352) TO RSTM-REC-MAP
           MOVE 'N' TO REC-CHANGED-SW

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              MOVE RM-COUNT (IND-IDX + 15) TO OC-COUNT (IND-IDX)
              MOVE ZERO TO MC-COUNT (IND-IDX)
           END-PERFORM

           PERFORM VARYING XT-IDX FROM 1 BY 1 UNTIL XT-IDX > XT-USED
              PERFORM 3100-MOVE-ONE-SHARE THRU 3100-MOVE-ONE-SHARE-END
           END-PERFORM

           PERFORM 3200-ACCUMULATE-PERIOD
              THRU 3200-ACCUMULATE-PERIOD-END

           IF NOT REC-CHANGED THEN
              GO TO 3000-RESTATE-ONE-RECORD-END
           END-IF

           ADD 1 TO RECORDS-RESTATED

           IF NOT STAGE-MODE THEN
              GO TO 3000-RESTATE-ONE-RECORD-END
           END-IF

      *    Only the first 352 bytes are mapped - the layout stamp,
      *    record status and extended/disaster counts behind them
      *    stay as read.
           MOVE 'U' TO RSTM-TX-ACTION
           MOVE REPORT-OUT-REC TO RSTM-TX-PAYLOAD
           MOVE RSTM-REC-MAP TO RSTM-TX-PAYLOAD (1:352)
           WRITE RSTM-TX-REC
           IF RSTM-TX-OK THEN
              ADD 1 TO RECORDS-STAGED
           ELSE
              DISPLAY "Couldn't write the restated record "
                 RM-RECORD-ID " " RM-STATE " - STATUS "
                 RSTM-TX-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       3000-RESTATE-ONE-RECORD-END.
           EXIT.
      ******************************************************************
       3100-MOVE-ONE-SHARE.
           MOVE XT-OLD (XT-IDX) TO OLD-FIELD
           MOVE XT-NEW (XT-IDX) TO NEW-FIELD

           IF XT-LAST-OF-OLD (XT-IDX)
              AND IS-SHARE-TOTAL (OLD-FIELD) = 100 THEN
              COMPUTE MOVE-AMOUNT =
                 OC-COUNT (OLD-FIELD) - MC-COUNT (OLD-FIELD)
           ELSE
              COMPUTE MOVE-AMOUNT ROUNDED =
                 OC-COUNT (OLD-FIELD) * XT-SHARE (XT-IDX) / 100
           END-IF

      *    Never more than is left of the old count, never more than
      *    the new field can hold.
           COMPUTE MOVE-ROOM =
              OC-COUNT (OLD-FIELD) - MC-COUNT (OLD-FIELD)
           IF MOVE-AMOUNT > MOVE-ROOM THEN
              MOVE MOVE-ROOM TO MOVE-AMOUNT
           END-IF
           COMPUTE MOVE-ROOM = 9999999 - RM-COUNT (NEW-FIELD + 15)
           IF MOVE-AMOUNT > MOVE-ROOM THEN
              MOVE MOVE-ROOM TO MOVE-AMOUNT
           END-IF

           IF MOVE-AMOUNT = ZERO THEN
              GO TO 3100-MOVE-ONE-SHARE-END
           END-IF

           ADD MOVE-AMOUNT TO MC-COUNT (OLD-FIELD)
           SUBTRACT MOVE-AMOUNT FROM RM-COUNT (OLD-FIELD + 15)
           ADD MOVE-AMOUNT TO RM-COUNT (NEW-FIELD + 15)
           SET REC-CHANGED TO TRUE
           .

       3100-MOVE-ONE-SHARE-END.
           EXIT.
      ******************************************************************
      * Adds the record's industry counts, before and after, into its
      * period's totals.
      ******************************************************************
       3200-ACCUMULATE-PERIOD.
           MOVE ZERO TO PT-FOUND-AT
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-USED
              IF PT-DATE (PT-IDX) = RM-DATE
                 AND PT-FREQ (PT-IDX) = RM-FREQ THEN
                 MOVE PT-IDX TO PT-FOUND-AT
                 MOVE PT-USED TO PT-IDX
              END-IF
           END-PERFORM

           IF PT-FOUND-AT = ZERO THEN
              IF PT-USED >= 500 THEN
                 ADD 1 TO PERIODS-DROPPED
                 GO TO 3200-ACCUMULATE-PERIOD-END
              END-IF
              ADD 1 TO PT-USED
              MOVE PT-USED TO PT-FOUND-AT
              INITIALIZE PT-ENTRY (PT-USED)
              MOVE RM-DATE TO PT-DATE (PT-USED)
              MOVE RM-FREQ TO PT-FREQ (PT-USED)
           END-IF

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              ADD OC-COUNT (IND-IDX)
                 TO PT-BEFORE (PT-FOUND-AT, IND-IDX)
              ADD RM-COUNT (IND-IDX + 15)
                 TO PT-AFTER (PT-FOUND-AT, IND-IDX)
           END-PERFORM
           .

       3200-ACCUMULATE-PERIOD-END.
           EXIT.
      ******************************************************************
      * Stamps the vintage's crosswalk rows with the staging date -
      * a stamped vintage is not staged twice.
      ******************************************************************
       4000-STAMP-VINTAGE.
           PERFORM VARYING XT-IDX FROM 1 BY 1 UNTIL XT-IDX > XT-USED
              MOVE EFFECTIVE-DATE TO XW-EFFECTIVE-DATE
              MOVE XT-OLD (XT-IDX) TO XW-OLD-INDUSTRY
              MOVE XT-NEW (XT-IDX) TO XW-NEW-INDUSTRY
              READ XWLK-FILE
                 INVALID KEY
                    DISPLAY "Crosswalk row " XW-OLD-INDUSTRY " to "
                       XW-NEW-INDUSTRY " vanished - not stamped."
                 NOT INVALID KEY
                    MOVE STAGED-ON TO XW-STAGED-DATE
                    REWRITE XWLK-REC
                       INVALID KEY
                          DISPLAY "Couldn't stamp the crosswalk row "
                             XW-OLD-INDUSTRY " to " XW-NEW-INDUSTRY
                             " - STATUS " XWLK-FILE-STATUS
                       NOT INVALID KEY
                          ADD 1 TO ROWS-STAMPED
                    END-REWRITE
              END-READ
           END-PERFORM
           .

       4000-STAMP-VINTAGE-END.
           EXIT.
      ******************************************************************
      * Each industry the vintage touches: its series over every
      * state, period by period, before and after the restatement.
      ******************************************************************
       5000-PRINT-REPORT.
           IF STAGE-MODE THEN
              MOVE "INDUSTRY RESTATEMENT - STAGED (UNEMRSTM)"
                 TO PRNT-TEXT
           ELSE
              MOVE "INDUSTRY RESTATEMENT - PREVIEW (UNEMRSTM)"
                 TO PRNT-TEXT
           END-IF
           CALL "UNEMPRNT" USING "INIT " "UNEMRSTM" PRNT-TEXT

           MOVE SPACES TO PRNT-TEXT
           STRING "Crosswalk vintage effective " EFFECTIVE-DATE
              " - history before it restated"
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRSTM" PRNT-TEXT

           PERFORM VARYING IND-IDX FROM 1 BY 1 UNTIL IND-IDX > 20
              IF IS-TOUCHED (IND-IDX) THEN
                 PERFORM 5100-PRINT-ONE-INDUSTRY
              END-IF
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMRSTM" PRNT-TEXT
           .

       5000-PRINT-REPORT-END.
           EXIT.
      ******************************************************************
       5100-PRINT-ONE-INDUSTRY.
           MOVE SEPARATOR-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRSTM" PRNT-TEXT

           MOVE IND-IDX TO IH-CODE
           MOVE INDUSTRY-NAME (IND-IDX + 1) TO IH-NAME
           MOVE IS-SHARE-TOTAL (IND-IDX) TO IH-SHARE
           MOVE INDUSTRY-HEAD-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRSTM" PRNT-TEXT

           MOVE COLUMN-HEAD-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRSTM" PRNT-TEXT

           MOVE ZERO TO SERIES-BEFORE
           MOVE ZERO TO SERIES-AFTER
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-USED
              PERFORM 5200-PRINT-ONE-PERIOD
           END-PERFORM

           MOVE SPACES TO PL-DATE
           MOVE "TOTAL" TO PL-DATE
           MOVE SPACE TO PL-FREQ
           MOVE SERIES-BEFORE TO PL-BEFORE
           MOVE SERIES-AFTER TO PL-AFTER
           COMPUTE CHANGE-VALUE = SERIES-AFTER - SERIES-BEFORE
           MOVE CHANGE-VALUE TO PL-CHANGE
           MOVE PERIOD-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRSTM" PRNT-TEXT
           .

       5100-PRINT-ONE-INDUSTRY-END.
           EXIT.
      ******************************************************************
       5200-PRINT-ONE-PERIOD.
           MOVE PT-DATE (PT-IDX) TO PL-DATE
           MOVE PT-FREQ (PT-IDX) TO PL-FREQ
           MOVE PT-BEFORE (PT-IDX, IND-IDX) TO PL-BEFORE
           MOVE PT-AFTER (PT-IDX, IND-IDX) TO PL-AFTER
           COMPUTE CHANGE-VALUE = PT-AFTER (PT-IDX, IND-IDX)
              - PT-BEFORE (PT-IDX, IND-IDX)
           MOVE CHANGE-VALUE TO PL-CHANGE
           MOVE PERIOD-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRSTM" PRNT-TEXT

           ADD PT-BEFORE (PT-IDX, IND-IDX) TO SERIES-BEFORE
           ADD PT-AFTER (PT-IDX, IND-IDX) TO SERIES-AFTER
           .

       5200-PRINT-ONE-PERIOD-END.
           EXIT.

       END PROGRAM UNEMRSTM.
