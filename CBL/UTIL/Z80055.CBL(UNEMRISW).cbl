      ******************************************************************
      * Weekly cross-dataset referential integrity sweep.
      ******************************************************************
      * The keyed datasets around UNEMPLRP refer to each other by key,
      * and nothing ever checked that the keys still line up - a
      * purge, a half-finished reload or a hierarchy refresh leaves
      * rows pointing at nothing, and the reports quietly drop them.
      * This utility walks each relationship once a week (UNEMRIWJ)
      * and reports every orphan and mismatch it finds, with a count
      * per relationship:
      *    SUMMSCAN  every UNEMSUMM rollup row against a rescan of the
      *              live cluster's monthly records - a row whose
      *              totals differ is a mismatch, a row with totals
      *              but no records behind it (or a period with
      *              records but no row) an orphan
      *    PAYMPLRP  every UNEMPAYM payments row against its UNEMPLRP
      *              record (the same record-id/state key)
      *    PROVPLRP  every UNEMPROV provenance stamp against the
      *              UNEMPLRP record it describes - stamps left
      *              behind for keys UNEMARCH purged
      *    CLMDPLRP  every UNEMCLMD claim row against the aggregate
      *              record its CD-RECORD-ID/CD-STATE-CODE names
      *    CNTYAREA  every UNEMCNTY county row against the UNEMAREA
      *              hierarchy - a county the hierarchy no longer has
      *              is an orphan, one it files under another state
      *              a mismatch
      *    VINTCLOS  every UNEMVINT vintage against the MONCLSDD
      *              month-close log - a snapshot of a month that was
      *              never closed
      * Each run's per-relationship counts are appended to the
      * RISWHSDD sweep-history dataset. A relationship that was
      * clean at the last earlier sweep and is not clean now raises
      * a RIBROKEN event through UNEMALRT; one that stays dirty is
      * reported but not re-alerted, so the alert means "this broke
      * since last week".
      *-----------------------------------------------------------------
      * Return codes: 0 every relationship clean, 4 one or more
      * relationships with orphans or mismatches, 8 a dataset that
      * couldn't be opened (that relationship is reported NOT SWEPT
      * and keeps its last verdict for next week's comparison).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRISW.
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
           *> The live VSAM dataset, read-only - the anchor most
           *> relationships point at
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The UNEMSUMM rollups
           SELECT SUMM-FILE ASSIGN TO SUMMDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-KEY
           FILE STATUS IS SUMM-FILE-STATUS.

           *> The benefit payments KSDS
           SELECT PAYMENT-FILE ASSIGN TO PAYMNTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-RECORD-KEY
           FILE STATUS IS PAYMENT-FILE-STATUS.

           *> The dimension provenance KSDS
           SELECT PROV-FILE ASSIGN TO PROVDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS PROV-FILE-STATUS.

           *> The claim-level detail KSDS, walked on the prime key
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The county claims KSDS
           SELECT COUNTY-FILE ASSIGN TO CNTYDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS COUNTY-FILE-STATUS.

           *> The county hierarchy KSDS
           SELECT AREA-FILE ASSIGN TO AREADD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COUNTY-CODE
           FILE STATUS IS AREA-FILE-STATUS.

           *> The publication-vintages KSDS
           SELECT VINT-FILE ASSIGN TO VINTGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VN-KEY
           FILE STATUS IS VINT-FILE-STATUS.

           *> The month-close log written by UNEMCLOS
           SELECT MONTH-CLOSE ASSIGN TO MONCLSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MONTH-CLOSE-STATUS.

           *> The sweep history - one record per relationship per
           *> run, pre-allocated by JCL with DISP=MOD.
           SELECT SWEEP-HIST ASSIGN TO RISWHSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SWEEP-HIST-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Provides:
      *    FD  SUMM-FILE
      *    01  SUMM-REC.
       COPY SUMREC.

      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      * Provides:
      *    FD  PROV-FILE
      *    01  PROV-REC.
       COPY PROVREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  COUNTY-FILE
      *    01  COUNTY-REC.
       COPY CNTYREC.

      * Provides:
      *    FD  AREA-FILE
      *    01  AREA-REC.
       COPY AREAREC.

      * Provides:
      *    FD  VINT-FILE
      *    01  VINT-REC.
       COPY VINTREC.

       FD  MONTH-CLOSE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F.
       01  MONTH-CLOSE-REC.
           05 MC-MONTH      PIC X(7).
           05 MC-CLOSE-DATE PIC 9(8).
           05 MC-RECORDS    PIC 9(5).
           05 FILLER        PIC X(20).

       FD  SWEEP-HIST
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  SWEEP-HIST-REC.
           05 RH-SWEEP-DATE PIC 9(8).
           05 RH-RELATION   PIC X(8).
           05 RH-CHECKED    PIC 9(9).
           05 RH-ORPHANS    PIC 9(9).
           05 RH-MISMATCHES PIC 9(9).
           *> 'C' clean, 'D' orphans or mismatches, 'U' not swept
           05 RH-STATUS     PIC X.
           05 FILLER        PIC X(36).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  SUMM-FILE-STATUS PIC XX.
           88 SUMM-FILE-OK VALUE "00".
           88 SUMM-FILE-EOF VALUE "10".

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

       01  PROV-FILE-STATUS PIC XX.
           88 PROV-FILE-OK VALUE "00".
           88 PROV-FILE-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  COUNTY-FILE-STATUS PIC XX.
           88 COUNTY-FILE-OK VALUE "00".
           88 COUNTY-FILE-EOF VALUE "10".

       01  AREA-FILE-STATUS PIC XX.
           88 AREA-FILE-OK VALUE "00".

       01  VINT-FILE-STATUS PIC XX.
           88 VINT-FILE-OK VALUE "00".
           88 VINT-FILE-EOF VALUE "10".

       01  MONTH-CLOSE-STATUS PIC XX.
           88 MONTH-CLOSE-OK VALUE "00".
           88 MONTH-CLOSE-EOF VALUE "10".

       01  SWEEP-HIST-STATUS PIC XX.
           88 SWEEP-HIST-OK VALUE "00".
           88 SWEEP-HIST-EOF VALUE "10".

       01  SWEEP-DATE PIC 9(8) VALUE ZERO.

      * The relationships swept, in report order. RL-LAST-STATUS and
      * RL-LAST-DATE carry the verdict of the latest earlier sweep
      * from the history (space - never swept before).
       01  REL-NAMES-INIT.
           05 FILLER PIC X(48) VALUE
              "SUMMSCANUNEMSUMM rollup = rescan of UNEMPLRP    ".
           05 FILLER PIC X(48) VALUE
              "PAYMPLRPUNEMPAYM payment -> UNEMPLRP record     ".
           05 FILLER PIC X(48) VALUE
              "PROVPLRPUNEMPROV stamp -> UNEMPLRP record       ".
           05 FILLER PIC X(48) VALUE
              "CLMDPLRPUNEMCLMD claim row -> UNEMPLRP aggregate".
           05 FILLER PIC X(48) VALUE
              "CNTYAREAUNEMCNTY county -> UNEMAREA county      ".
           05 FILLER PIC X(48) VALUE
              "VINTCLOSUNEMVINT vintage -> closed month        ".
       01  REL-NAMES REDEFINES REL-NAMES-INIT.
           05 REL-NAME-ENTRY OCCURS 6 TIMES.
              10 RN-CODE PIC X(8).
              10 RN-DESC PIC X(40).

       01  REL-TABLE.
           05 REL-ENTRY OCCURS 6 TIMES.
              10 RL-CODE       PIC X(8).
              10 RL-DESC       PIC X(40).
              10 RL-CHECKED    COMP-4 PIC 9(9).
              10 RL-ORPHANS    COMP-4 PIC 9(9).
              10 RL-MISMATCHES COMP-4 PIC 9(9).
              10 RL-STATUS     PIC X.
                 88 RL-CLEAN      VALUE 'C'.
                 88 RL-DIRTY      VALUE 'D'.
                 88 RL-NOT-SWEPT  VALUE 'U'.
              10 RL-LAST-STATUS PIC X.
                 88 RL-LAST-CLEAN VALUE 'C'.
              10 RL-LAST-DATE  PIC 9(8).

       01  REL-COUNT PIC 9(2) COMP-4 VALUE 6.
       01  REL-IDX   PIC 9(2) COMP-4.
       01  CUR-REL   PIC 9(2) COMP-4.

       01  RELS-DIRTY      COMP-4 PIC 9(2) VALUE ZERO.
       01  RELS-NOT-SWEPT  COMP-4 PIC 9(2) VALUE ZERO.
       01  RELS-BROKEN     COMP-4 PIC 9(2) VALUE ZERO.

      * The last UNEMPLRP / UNEMAREA key looked up, so the claim rows
      * and county rows of one aggregate cost one READ, not one each.
       01  LAST-REPORT-KEY   PIC X(10) VALUE LOW-VALUES.
       01  LAST-REPORT-FOUND PIC X VALUE 'N'.
       01  LOOKUP-REPORT-KEY PIC X(10) VALUE SPACES.
       01  REPORT-FOUND-SW   PIC X VALUE 'N'.
           88 REPORT-FOUND VALUE 'Y'.

       01  LAST-COUNTY-CODE  PIC X(5) VALUE LOW-VALUES.
       01  LAST-AREA-STATE   PIC X(2) VALUE SPACES.
       01  AREA-FOUND-SW     PIC X VALUE 'N'.
           88 AREA-FOUND VALUE 'Y'.

      * The closed months from the month-close log.
       01  CLOSED-MONTH-TABLE.
           05 CLOSED-MONTH OCCURS 600 TIMES PIC X(7).
       01  CLOSED-USED  PIC 9(3) COMP-4 VALUE ZERO.
       01  CLOSED-IDX   PIC 9(3) COMP-4.
       01  MONTH-CLOSED-SW PIC X VALUE 'N'.
           88 MONTH-CLOSED VALUE 'Y'.

      * The rescan of the live cluster: one row per month, year and
      * program-year period, totaled exactly the way UNEMSUMM
      * folds a record image.
       01  RESCAN-TABLE.
           05 RESCAN-ENTRY OCCURS 1500 TIMES.
              10 RS-KEY.
                 15 RS-LEVEL  PIC X.
                 15 RS-PERIOD PIC X(7).
              10 RS-COUNT       COMP-4 PIC 9(7).
              10 RS-BY-AGE      COMP-3 PIC 9(12).
              10 RS-BY-GENDER   COMP-3 PIC 9(12).
              10 RS-BY-INDUSTRY COMP-3 PIC 9(12).
              10 RS-BY-RACE     COMP-3 PIC 9(12).
              10 RS-BY-ETHNIC   COMP-3 PIC 9(12).
              10 RS-MATCHED-SW  PIC X.
       01  RESCAN-USED     PIC 9(4) COMP-4 VALUE ZERO.
       01  RESCAN-IDX      PIC 9(4) COMP-4.
       01  RESCAN-FOUND-AT PIC 9(4) COMP-4.
       01  RESCAN-OVERFLOW-SW PIC X VALUE 'N'.
           88 RESCAN-OVERFLOW VALUE 'Y'.

      * The record image being totaled, mapped positionally the way
      * UNEMSUMM maps its own.
       01  IMAGE-MAP.
           05 IM-RECORD-ID PIC X(8).
           05 IM-STATE     PIC X(2).
           05 IM-DATE      PIC X(10).
           05 IM-FREQ      PIC X.
           05 IM-COUNT-AREA.
              10 IM-COUNT OCCURS 44 TIMES PIC 9(7).
           05 IM-LABOR     PIC 9(9).

       01  FIELD-IDX PIC 9(2) COMP-4.

       01  IMAGE-TOTALS.
           05 IT-BY-AGE      PIC 9(12) COMP-3.
           05 IT-BY-GENDER   PIC 9(12) COMP-3.
           05 IT-BY-INDUSTRY PIC 9(12) COMP-3.
           05 IT-BY-RACE     PIC 9(12) COMP-3.
           05 IT-BY-ETHNIC   PIC 9(12) COMP-3.

       01  FOLD-KEY.
           05 FK-LEVEL  PIC X.
           05 FK-PERIOD PIC X(7).

       01  PROG-YEAR      PIC 9(4) COMP-4 VALUE ZERO.
       01  PROG-YEAR-EDIT PIC 9(4) VALUE ZERO.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01  ALERT-ORPHANS    PIC 9(7) VALUE ZERO.
       01  ALERT-MISMATCHES PIC 9(7) VALUE ZERO.

       01  RISW-DISP-SEPARATOR PIC X(110) VALUE ALL '-'.

      * One orphan or mismatch.
       01  RISW-FIND-DISP-REC.
           05 RW-DISP-REL   PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 RW-DISP-KIND  PIC X(8)  VALUE SPACES.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 RW-DISP-KEY   PIC X(26) VALUE SPACES.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 RW-DISP-TEXT  PIC X(60) VALUE SPACES.

      * One relationship's counts and verdict.
       01  RISW-COUNT-DISP-REC.
           05 RC-DISP-REL     PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RC-DISP-DESC    PIC X(40) VALUE SPACES.
           05 RC-DISP-CHECKED PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 RC-DISP-ORPHANS PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 RC-DISP-MISM    PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RC-DISP-VERDICT PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RC-DISP-LAST    PIC X(20) VALUE SPACES.

       01  RISW-COUNT-HEAD-REC.
           05 FILLER PIC X(50) VALUE "RELATION  DESCRIPTION".
           05 FILLER PIC X(33) VALUE
              "    CHECKED    ORPHANS MISMATCHES".
           05 FILLER PIC X(34) VALUE
              "  VERDICT     LAST SWEEP".

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           ACCEPT SWEEP-DATE FROM DATE YYYYMMDD

           PERFORM VARYING REL-IDX FROM 1 BY 1
                 UNTIL REL-IDX > REL-COUNT
              MOVE RN-CODE (REL-IDX) TO RL-CODE (REL-IDX)
              MOVE RN-DESC (REL-IDX) TO RL-DESC (REL-IDX)
              MOVE ZERO TO RL-CHECKED (REL-IDX)
              MOVE ZERO TO RL-ORPHANS (REL-IDX)
              MOVE ZERO TO RL-MISMATCHES (REL-IDX)
              MOVE 'U' TO RL-STATUS (REL-IDX)
              MOVE SPACE TO RL-LAST-STATUS (REL-IDX)
              MOVE ZERO TO RL-LAST-DATE (REL-IDX)
           END-PERFORM

           PERFORM 1100-LOAD-LAST-SWEEP
              THRU 1100-LOAD-LAST-SWEEP-END

           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS " - nothing swept."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "REFERENTIAL INTEGRITY SWEEP (UNEMRISW)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMRISW" PRNT-TEXT
           MOVE RISW-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRISW" PRNT-TEXT

           MOVE 1 TO CUR-REL
           PERFORM 2000-SWEEP-SUMMARY
              THRU 2000-SWEEP-SUMMARY-END
           MOVE 2 TO CUR-REL
           PERFORM 3000-SWEEP-PAYMENTS
              THRU 3000-SWEEP-PAYMENTS-END
           MOVE 3 TO CUR-REL
           PERFORM 3100-SWEEP-PROVENANCE
              THRU 3100-SWEEP-PROVENANCE-END
           MOVE 4 TO CUR-REL
           PERFORM 3200-SWEEP-CLAIM-DETAIL
              THRU 3200-SWEEP-CLAIM-DETAIL-END
           MOVE 5 TO CUR-REL
           PERFORM 4000-SWEEP-COUNTIES
              THRU 4000-SWEEP-COUNTIES-END
           MOVE 6 TO CUR-REL
           PERFORM 5000-SWEEP-VINTAGES
              THRU 5000-SWEEP-VINTAGES-END

           CLOSE REPORT-OUT

           PERFORM 7000-REPORT-RELATIONSHIPS
              THRU 7000-REPORT-RELATIONSHIPS-END

           PERFORM 7500-RECORD-SWEEP
              THRU 7500-RECORD-SWEEP-END

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMRISW" PRNT-TEXT

           DISPLAY "----------------------------------------------"
           DISPLAY REL-COUNT " relationship(s) in the sweep."
           DISPLAY RELS-DIRTY " with orphans or mismatches."
           DISPLAY RELS-BROKEN " clean last sweep, not clean now."
           DISPLAY RELS-NOT-SWEPT " NOT SWEPT."

           EVALUATE TRUE
              WHEN RELS-NOT-SWEPT > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN RELS-DIRTY > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Reads the sweep history for each relationship's verdict at
      * the latest sweep before today's. No history yet (the first
      * run) just means nothing can have broken since.
      ******************************************************************
       1100-LOAD-LAST-SWEEP.
           OPEN INPUT SWEEP-HIST

           IF NOT SWEEP-HIST-OK THEN
              DISPLAY "No sweep history to compare against - STATUS "
                 SWEEP-HIST-STATUS
              GO TO 1100-LOAD-LAST-SWEEP-END
           END-IF

           READ SWEEP-HIST
              AT END SET SWEEP-HIST-EOF TO TRUE
           END-READ

           PERFORM UNTIL NOT SWEEP-HIST-OK
              IF RH-SWEEP-DATE < SWEEP-DATE
                    AND RH-STATUS NOT = 'U' THEN
                 PERFORM VARYING REL-IDX FROM 1 BY 1
                       UNTIL REL-IDX > REL-COUNT
                    IF RL-CODE (REL-IDX) = RH-RELATION
                          AND RH-SWEEP-DATE >= RL-LAST-DATE (REL-IDX)
                          THEN
                       MOVE RH-SWEEP-DATE TO RL-LAST-DATE (REL-IDX)
                       MOVE RH-STATUS TO RL-LAST-STATUS (REL-IDX)
                    END-IF
                 END-PERFORM
              END-IF

              READ SWEEP-HIST
                 AT END SET SWEEP-HIST-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE SWEEP-HIST
           .

       1100-LOAD-LAST-SWEEP-END.
           EXIT.
      ******************************************************************
      * SUMMSCAN - rescans the live cluster's monthly records into
      * month, year and program-year totals, then holds every
      * UNEMSUMM row against its rescan. A row left at zero by
      * deletes with nothing on file behind it is what UNEMSUMM
      * leaves after a full purge of its period, and is clean.
      * SM-MIN-DATE/SM-MAX-DATE only ever widen, so they aren't
      * compared.
      ******************************************************************
       2000-SWEEP-SUMMARY.
           OPEN INPUT SUMM-FILE

           IF NOT SUMM-FILE-OK THEN
              DISPLAY "Couldn't open the summary dataset - STATUS "
                 SUMM-FILE-STATUS " - SUMMSCAN not swept."
              GO TO 2000-SWEEP-SUMMARY-END
           END-IF

           MOVE LOW-VALUES TO FD-RECORD-KEY
           START REPORT-OUT KEY >= FD-RECORD-KEY
              INVALID KEY SET REPORT-OUT-END-OF-FILE TO TRUE
           END-START

           IF REPORT-OUT-FILE-OK THEN
              PERFORM 2100-READ-NEXT-REPORT
           END-IF
           PERFORM UNTIL NOT REPORT-OUT-FILE-OK
              MOVE REPORT-OUT-REC TO IMAGE-MAP
              IF IM-FREQ NOT = 'W' THEN
                 PERFORM 2200-FOLD-RESCAN
              END-IF
              PERFORM 2100-READ-NEXT-REPORT
           END-PERFORM

           IF RESCAN-OVERFLOW THEN
              DISPLAY "*** More than 1500 rollup periods on file - "
                 "SUMMSCAN not swept."
              CLOSE SUMM-FILE
              GO TO 2000-SWEEP-SUMMARY-END
           END-IF

           MOVE LOW-VALUES TO SM-KEY
           START SUMM-FILE KEY >= SM-KEY
              INVALID KEY SET SUMM-FILE-EOF TO TRUE
           END-START

           IF SUMM-FILE-OK THEN
              READ SUMM-FILE NEXT
                 AT END SET SUMM-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT SUMM-FILE-OK
              PERFORM 2400-CHECK-SUMMARY-ROW
                 THRU 2400-CHECK-SUMMARY-ROW-END
              READ SUMM-FILE NEXT
                 AT END SET SUMM-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE SUMM-FILE

           *> A period with records on file but no rollup row at all.
           PERFORM VARYING RESCAN-IDX FROM 1 BY 1
                 UNTIL RESCAN-IDX > RESCAN-USED
              IF RS-MATCHED-SW (RESCAN-IDX) NOT = 'Y' THEN
                 ADD 1 TO RL-CHECKED (CUR-REL)
                 ADD 1 TO RL-ORPHANS (CUR-REL)
                 MOVE "ORPHAN" TO RW-DISP-KIND
                 MOVE RS-KEY (RESCAN-IDX) TO RW-DISP-KEY
                 MOVE "records on file, no UNEMSUMM rollup row"
                    TO RW-DISP-TEXT
                 PERFORM 6000-PRINT-FINDING
              END-IF
           END-PERFORM

           PERFORM 6100-SET-VERDICT
           .

       2000-SWEEP-SUMMARY-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-REPORT.
           READ REPORT-OUT NEXT
              AT END SET REPORT-OUT-END-OF-FILE TO TRUE
           END-READ

           IF NOT REPORT-OUT-FILE-OK
                 AND NOT REPORT-OUT-END-OF-FILE THEN
              DISPLAY "Error reading the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              SET REPORT-OUT-END-OF-FILE TO TRUE
           END-IF
           .

       2100-READ-NEXT-REPORT-END.
           EXIT.
      ******************************************************************
      * Totals the image in IMAGE-MAP by dimension and folds it into
      * its month, year and program-year rescan rows - the periods
      * UNEMSUMM's 2000-APPLY-IMAGE adjusts.
      ******************************************************************
       2200-FOLD-RESCAN.
           MOVE ZERO TO IMAGE-TOTALS
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 9
              ADD IM-COUNT (FIELD-IDX) TO IT-BY-AGE
           END-PERFORM
           PERFORM VARYING FIELD-IDX FROM 10 BY 1
                 UNTIL FIELD-IDX > 14
              ADD IM-COUNT (FIELD-IDX) TO IT-BY-GENDER
           END-PERFORM
           PERFORM VARYING FIELD-IDX FROM 15 BY 1
                 UNTIL FIELD-IDX > 35
              ADD IM-COUNT (FIELD-IDX) TO IT-BY-INDUSTRY
           END-PERFORM
           PERFORM VARYING FIELD-IDX FROM 36 BY 1
                 UNTIL FIELD-IDX > 41
              ADD IM-COUNT (FIELD-IDX) TO IT-BY-RACE
           END-PERFORM
           PERFORM VARYING FIELD-IDX FROM 42 BY 1
                 UNTIL FIELD-IDX > 44
              ADD IM-COUNT (FIELD-IDX) TO IT-BY-ETHNIC
           END-PERFORM

           MOVE 'M' TO FK-LEVEL
           MOVE IM-DATE (1:7) TO FK-PERIOD
           PERFORM 2300-FOLD-ONE-PERIOD
              THRU 2300-FOLD-ONE-PERIOD-END

           MOVE 'Y' TO FK-LEVEL
           MOVE SPACES TO FK-PERIOD
           MOVE IM-DATE (1:4) TO FK-PERIOD (1:4)
           PERFORM 2300-FOLD-ONE-PERIOD
              THRU 2300-FOLD-ONE-PERIOD-END

           *> July onward folds into the next program year's row,
           *> as UNEMSUMM labels it by the ending year.
           MOVE IM-DATE (1:4) TO PROG-YEAR
           IF IM-DATE (6:2) IS NUMERIC
              AND IM-DATE (6:2) >= "07" THEN
              ADD 1 TO PROG-YEAR
           END-IF
           MOVE PROG-YEAR TO PROG-YEAR-EDIT
           MOVE 'P' TO FK-LEVEL
           MOVE SPACES TO FK-PERIOD
           STRING "PY" DELIMITED BY SIZE
              PROG-YEAR-EDIT DELIMITED BY SIZE
              INTO FK-PERIOD
           PERFORM 2300-FOLD-ONE-PERIOD
              THRU 2300-FOLD-ONE-PERIOD-END
           .

       2200-FOLD-RESCAN-END.
           EXIT.
      ******************************************************************
       2300-FOLD-ONE-PERIOD.
           PERFORM 2350-FIND-RESCAN-ROW

           IF RESCAN-FOUND-AT = ZERO THEN
              IF RESCAN-USED >= 1500 THEN
                 SET RESCAN-OVERFLOW TO TRUE
                 GO TO 2300-FOLD-ONE-PERIOD-END
              END-IF
              ADD 1 TO RESCAN-USED
              MOVE RESCAN-USED TO RESCAN-FOUND-AT
              MOVE FOLD-KEY TO RS-KEY (RESCAN-FOUND-AT)
              MOVE ZERO TO RS-COUNT (RESCAN-FOUND-AT)
              MOVE ZERO TO RS-BY-AGE (RESCAN-FOUND-AT)
              MOVE ZERO TO RS-BY-GENDER (RESCAN-FOUND-AT)
              MOVE ZERO TO RS-BY-INDUSTRY (RESCAN-FOUND-AT)
              MOVE ZERO TO RS-BY-RACE (RESCAN-FOUND-AT)
              MOVE ZERO TO RS-BY-ETHNIC (RESCAN-FOUND-AT)
              MOVE 'N' TO RS-MATCHED-SW (RESCAN-FOUND-AT)
           END-IF

           ADD 1 TO RS-COUNT (RESCAN-FOUND-AT)
           ADD IT-BY-AGE TO RS-BY-AGE (RESCAN-FOUND-AT)
           ADD IT-BY-GENDER TO RS-BY-GENDER (RESCAN-FOUND-AT)
           ADD IT-BY-INDUSTRY TO RS-BY-INDUSTRY (RESCAN-FOUND-AT)
           ADD IT-BY-RACE TO RS-BY-RACE (RESCAN-FOUND-AT)
           ADD IT-BY-ETHNIC TO RS-BY-ETHNIC (RESCAN-FOUND-AT)
           .

       2300-FOLD-ONE-PERIOD-END.
           EXIT.
      ******************************************************************
       2350-FIND-RESCAN-ROW.
           MOVE ZERO TO RESCAN-FOUND-AT
           PERFORM VARYING RESCAN-IDX FROM 1 BY 1
                 UNTIL RESCAN-IDX > RESCAN-USED
              IF RS-KEY (RESCAN-IDX) = FOLD-KEY THEN
                 MOVE RESCAN-IDX TO RESCAN-FOUND-AT
                 MOVE RESCAN-USED TO RESCAN-IDX
              END-IF
           END-PERFORM
           .

       2350-FIND-RESCAN-ROW-END.
           EXIT.
      ******************************************************************
      * Holds one UNEMSUMM row against its rescan.
      ******************************************************************
       2400-CHECK-SUMMARY-ROW.
           ADD 1 TO RL-CHECKED (CUR-REL)
           MOVE SM-KEY TO FOLD-KEY
           PERFORM 2350-FIND-RESCAN-ROW
           MOVE SM-KEY TO RW-DISP-KEY

           IF RESCAN-FOUND-AT = ZERO THEN
              IF SM-REC-COUNT = ZERO AND SM-BY-AGE = ZERO
                    AND SM-BY-GENDER = ZERO
                    AND SM-BY-INDUSTRY = ZERO
                    AND SM-BY-RACE = ZERO
                    AND SM-BY-ETHNIC = ZERO THEN
                 GO TO 2400-CHECK-SUMMARY-ROW-END
              END-IF
              ADD 1 TO RL-ORPHANS (CUR-REL)
              MOVE "ORPHAN" TO RW-DISP-KIND
              MOVE "rollup totals with no records on file"
                 TO RW-DISP-TEXT
              PERFORM 6000-PRINT-FINDING
              GO TO 2400-CHECK-SUMMARY-ROW-END
           END-IF

           MOVE 'Y' TO RS-MATCHED-SW (RESCAN-FOUND-AT)

           IF SM-REC-COUNT NOT = RS-COUNT (RESCAN-FOUND-AT)
                 OR SM-BY-AGE NOT = RS-BY-AGE (RESCAN-FOUND-AT)
                 OR SM-BY-GENDER NOT = RS-BY-GENDER (RESCAN-FOUND-AT)
                 OR SM-BY-INDUSTRY NOT =
                    RS-BY-INDUSTRY (RESCAN-FOUND-AT)
                 OR SM-BY-RACE NOT = RS-BY-RACE (RESCAN-FOUND-AT)
                 OR SM-BY-ETHNIC NOT = RS-BY-ETHNIC (RESCAN-FOUND-AT)
                 THEN
              ADD 1 TO RL-MISMATCHES (CUR-REL)
              MOVE "MISMATCH" TO RW-DISP-KIND
              MOVE SPACES TO RW-DISP-TEXT
              IF SM-REC-COUNT NOT = RS-COUNT (RESCAN-FOUND-AT) THEN
                 MOVE SM-REC-COUNT TO ALERT-ORPHANS
                 MOVE RS-COUNT (RESCAN-FOUND-AT) TO ALERT-MISMATCHES
                 STRING "rollup count " DELIMITED BY SIZE
                    ALERT-ORPHANS DELIMITED BY SIZE
                    ", rescan count " DELIMITED BY SIZE
                    ALERT-MISMATCHES DELIMITED BY SIZE
                    INTO RW-DISP-TEXT
              ELSE
                 MOVE "dimension totals differ from the rescan"
                    TO RW-DISP-TEXT
              END-IF
              PERFORM 6000-PRINT-FINDING
           END-IF
           .

       2400-CHECK-SUMMARY-ROW-END.
           EXIT.
      ******************************************************************
      * PAYMPLRP - every payments row needs its UNEMPLRP record.
      ******************************************************************
       3000-SWEEP-PAYMENTS.
           OPEN INPUT PAYMENT-FILE

           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the payments dataset - STATUS "
                 PAYMENT-FILE-STATUS " - PAYMPLRP not swept."
              GO TO 3000-SWEEP-PAYMENTS-END
           END-IF

           MOVE LOW-VALUES TO PY-RECORD-KEY
           START PAYMENT-FILE KEY >= PY-RECORD-KEY
              INVALID KEY SET PAYMENT-FILE-EOF TO TRUE
           END-START

           IF PAYMENT-FILE-OK THEN
              READ PAYMENT-FILE NEXT
                 AT END SET PAYMENT-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT PAYMENT-FILE-OK
              ADD 1 TO RL-CHECKED (CUR-REL)
              MOVE PY-RECORD-KEY TO LOOKUP-REPORT-KEY
              PERFORM 8000-LOOKUP-REPORT
              IF NOT REPORT-FOUND THEN
                 ADD 1 TO RL-ORPHANS (CUR-REL)
                 MOVE "ORPHAN" TO RW-DISP-KIND
                 MOVE PY-RECORD-KEY TO RW-DISP-KEY
                 MOVE "payments row with no UNEMPLRP record"
                    TO RW-DISP-TEXT
                 PERFORM 6000-PRINT-FINDING
              END-IF
              READ PAYMENT-FILE NEXT
                 AT END SET PAYMENT-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE PAYMENT-FILE
           PERFORM 6100-SET-VERDICT
           .

       3000-SWEEP-PAYMENTS-END.
           EXIT.
      ******************************************************************
      * PROVPLRP - every provenance stamp needs the record it
      * describes; UNEMARCH purges the record and leaves the stamps.
      ******************************************************************
       3100-SWEEP-PROVENANCE.
           OPEN INPUT PROV-FILE

           IF NOT PROV-FILE-OK THEN
              DISPLAY "Couldn't open the provenance dataset - STATUS "
                 PROV-FILE-STATUS " - PROVPLRP not swept."
              GO TO 3100-SWEEP-PROVENANCE-END
           END-IF

           MOVE LOW-VALUES TO PV-KEY
           START PROV-FILE KEY >= PV-KEY
              INVALID KEY SET PROV-FILE-EOF TO TRUE
           END-START

           IF PROV-FILE-OK THEN
              READ PROV-FILE NEXT
                 AT END SET PROV-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT PROV-FILE-OK
              ADD 1 TO RL-CHECKED (CUR-REL)
              MOVE PV-RECORD-KEY TO LOOKUP-REPORT-KEY
              PERFORM 8000-LOOKUP-REPORT
              IF NOT REPORT-FOUND THEN
                 ADD 1 TO RL-ORPHANS (CUR-REL)
                 MOVE "ORPHAN" TO RW-DISP-KIND
                 MOVE PV-KEY TO RW-DISP-KEY
                 MOVE SPACES TO RW-DISP-TEXT
                 STRING "stamp by " DELIMITED BY SIZE
                    PV-IMPORTER DELIMITED BY SPACE
                    " for a key not on UNEMPLRP" DELIMITED BY SIZE
                    INTO RW-DISP-TEXT
                 PERFORM 6000-PRINT-FINDING
              END-IF
              READ PROV-FILE NEXT
                 AT END SET PROV-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE PROV-FILE
           PERFORM 6100-SET-VERDICT
           .

       3100-SWEEP-PROVENANCE-END.
           EXIT.
      ******************************************************************
      * CLMDPLRP - every claim row needs the aggregate record its
      * CD-RECORD-ID/CD-STATE-CODE names.
      ******************************************************************
       3200-SWEEP-CLAIM-DETAIL.
           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
                 " - CLMDPLRP not swept."
              GO TO 3200-SWEEP-CLAIM-DETAIL-END
           END-IF

           MOVE LOW-VALUES TO CD-DETAIL-KEY
           START CLAIM-DETAIL KEY >= CD-DETAIL-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           IF CLAIM-DETAIL-OK THEN
              READ CLAIM-DETAIL NEXT
                 AT END SET CLAIM-DETAIL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT CLAIM-DETAIL-OK
              ADD 1 TO RL-CHECKED (CUR-REL)
              MOVE CD-RECORD-ID TO LOOKUP-REPORT-KEY (1:8)
              MOVE CD-STATE-CODE TO LOOKUP-REPORT-KEY (9:2)
              PERFORM 8000-LOOKUP-REPORT
              IF NOT REPORT-FOUND THEN
                 ADD 1 TO RL-ORPHANS (CUR-REL)
                 MOVE "ORPHAN" TO RW-DISP-KIND
                 MOVE CD-DETAIL-KEY TO RW-DISP-KEY
                 MOVE SPACES TO RW-DISP-TEXT
                 STRING "no aggregate " DELIMITED BY SIZE
                    CD-RECORD-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CD-STATE-CODE DELIMITED BY SIZE
                    " on UNEMPLRP" DELIMITED BY SIZE
                    INTO RW-DISP-TEXT
                 PERFORM 6000-PRINT-FINDING
              END-IF
              READ CLAIM-DETAIL NEXT
                 AT END SET CLAIM-DETAIL-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE CLAIM-DETAIL
           PERFORM 6100-SET-VERDICT
           .

       3200-SWEEP-CLAIM-DETAIL-END.
           EXIT.
      ******************************************************************
      * CNTYAREA - every county row needs its county in the UNEMAREA
      * hierarchy, under the same parent state.
      ******************************************************************
       4000-SWEEP-COUNTIES.
           OPEN INPUT COUNTY-FILE

           IF NOT COUNTY-FILE-OK THEN
              DISPLAY "Couldn't open the county claims dataset - "
                 "STATUS " COUNTY-FILE-STATUS
                 " - CNTYAREA not swept."
              GO TO 4000-SWEEP-COUNTIES-END
           END-IF

           OPEN INPUT AREA-FILE

           IF NOT AREA-FILE-OK THEN
              DISPLAY "Couldn't open the area hierarchy dataset - "
                 "STATUS " AREA-FILE-STATUS
                 " - CNTYAREA not swept."
              CLOSE COUNTY-FILE
              GO TO 4000-SWEEP-COUNTIES-END
           END-IF

           MOVE LOW-VALUES TO CN-KEY
           START COUNTY-FILE KEY >= CN-KEY
              INVALID KEY SET COUNTY-FILE-EOF TO TRUE
           END-START

           IF COUNTY-FILE-OK THEN
              READ COUNTY-FILE NEXT
                 AT END SET COUNTY-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT COUNTY-FILE-OK
              ADD 1 TO RL-CHECKED (CUR-REL)
              PERFORM 4100-LOOKUP-AREA
              MOVE CN-KEY TO RW-DISP-KEY
              EVALUATE TRUE
                 WHEN NOT AREA-FOUND
                    ADD 1 TO RL-ORPHANS (CUR-REL)
                    MOVE "ORPHAN" TO RW-DISP-KIND
                    MOVE "county no longer in the UNEMAREA hierarchy"
                       TO RW-DISP-TEXT
                    PERFORM 6000-PRINT-FINDING
                 WHEN LAST-AREA-STATE NOT = CN-STATE-CODE
                    ADD 1 TO RL-MISMATCHES (CUR-REL)
                    MOVE "MISMATCH" TO RW-DISP-KIND
                    MOVE SPACES TO RW-DISP-TEXT
                    STRING "filed under " DELIMITED BY SIZE
                       CN-STATE-CODE DELIMITED BY SIZE
                       ", hierarchy parent " DELIMITED BY SIZE
                       LAST-AREA-STATE DELIMITED BY SIZE
                       INTO RW-DISP-TEXT
                    PERFORM 6000-PRINT-FINDING
              END-EVALUATE
              READ COUNTY-FILE NEXT
                 AT END SET COUNTY-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE COUNTY-FILE
           CLOSE AREA-FILE
           PERFORM 6100-SET-VERDICT
           .

       4000-SWEEP-COUNTIES-END.
           EXIT.
      ******************************************************************
      * A county's periods sit together in key order, so its
      * hierarchy record is read once per county.
      ******************************************************************
       4100-LOOKUP-AREA.
           IF CN-COUNTY-CODE NOT = LAST-COUNTY-CODE THEN
              MOVE CN-COUNTY-CODE TO LAST-COUNTY-CODE
              MOVE CN-COUNTY-CODE TO AR-COUNTY-CODE
              READ AREA-FILE
                 INVALID KEY
                    MOVE 'N' TO AREA-FOUND-SW
                    MOVE SPACES TO LAST-AREA-STATE
                 NOT INVALID KEY
                    MOVE 'Y' TO AREA-FOUND-SW
                    MOVE AR-STATE-CODE TO LAST-AREA-STATE
              END-READ
           END-IF
           .

       4100-LOOKUP-AREA-END.
           EXIT.
      ******************************************************************
      * VINTCLOS - every vintage must be of a month the close log
      * says was closed; UNEMCLOS writes both in the same run.
      ******************************************************************
       5000-SWEEP-VINTAGES.
           OPEN INPUT MONTH-CLOSE

           IF NOT MONTH-CLOSE-OK THEN
              DISPLAY "Couldn't open the month-close log - STATUS "
                 MONTH-CLOSE-STATUS " - VINTCLOS not swept."
              GO TO 5000-SWEEP-VINTAGES-END
           END-IF

           READ MONTH-CLOSE
              AT END SET MONTH-CLOSE-EOF TO TRUE
           END-READ
           PERFORM UNTIL NOT MONTH-CLOSE-OK
              IF CLOSED-USED < 600 THEN
                 ADD 1 TO CLOSED-USED
                 MOVE MC-MONTH TO CLOSED-MONTH (CLOSED-USED)
              ELSE
                 DISPLAY "*** More than 600 closed months - "
                    MC-MONTH " not loaded."
              END-IF
              READ MONTH-CLOSE
                 AT END SET MONTH-CLOSE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE MONTH-CLOSE

           OPEN INPUT VINT-FILE

           IF NOT VINT-FILE-OK THEN
              DISPLAY "Couldn't open the vintages dataset - STATUS "
                 VINT-FILE-STATUS " - VINTCLOS not swept."
              GO TO 5000-SWEEP-VINTAGES-END
           END-IF

           MOVE LOW-VALUES TO VN-KEY
           START VINT-FILE KEY >= VN-KEY
              INVALID KEY SET VINT-FILE-EOF TO TRUE
           END-START

           IF VINT-FILE-OK THEN
              READ VINT-FILE NEXT
                 AT END SET VINT-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT VINT-FILE-OK
              ADD 1 TO RL-CHECKED (CUR-REL)
              MOVE 'N' TO MONTH-CLOSED-SW
              PERFORM VARYING CLOSED-IDX FROM 1 BY 1
                    UNTIL CLOSED-IDX > CLOSED-USED
                       OR MONTH-CLOSED
                 IF CLOSED-MONTH (CLOSED-IDX) = VN-MONTH THEN
                    SET MONTH-CLOSED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT MONTH-CLOSED THEN
                 ADD 1 TO RL-ORPHANS (CUR-REL)
                 MOVE "ORPHAN" TO RW-DISP-KIND
                 MOVE VN-KEY TO RW-DISP-KEY
                 MOVE SPACES TO RW-DISP-TEXT
                 STRING "vintage of " DELIMITED BY SIZE
                    VN-MONTH DELIMITED BY SIZE
                    ", a month never closed" DELIMITED BY SIZE
                    INTO RW-DISP-TEXT
                 PERFORM 6000-PRINT-FINDING
              END-IF
              READ VINT-FILE NEXT
                 AT END SET VINT-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE VINT-FILE
           PERFORM 6100-SET-VERDICT
           .

       5000-SWEEP-VINTAGES-END.
           EXIT.
      ******************************************************************
      * Prints one orphan or mismatch line for the current
      * relationship.
      ******************************************************************
       6000-PRINT-FINDING.
           MOVE RL-CODE (CUR-REL) TO RW-DISP-REL
           MOVE RISW-FIND-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRISW" PRNT-TEXT
           MOVE SPACES TO RW-DISP-KEY
           .

       6000-PRINT-FINDING-END.
           EXIT.
      ******************************************************************
      * The current relationship was swept - clean or not.
      ******************************************************************
       6100-SET-VERDICT.
           IF RL-ORPHANS (CUR-REL) = ZERO
                 AND RL-MISMATCHES (CUR-REL) = ZERO THEN
              MOVE 'C' TO RL-STATUS (CUR-REL)
           ELSE
              MOVE 'D' TO RL-STATUS (CUR-REL)
           END-IF
           .

       6100-SET-VERDICT-END.
           EXIT.
      ******************************************************************
      * The count per relationship, against last sweep's verdict;
      * a relationship clean then and not clean now is alerted.
      ******************************************************************
       7000-REPORT-RELATIONSHIPS.
           MOVE RISW-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRISW" PRNT-TEXT
           MOVE RISW-COUNT-HEAD-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRISW" PRNT-TEXT

           PERFORM VARYING REL-IDX FROM 1 BY 1
                 UNTIL REL-IDX > REL-COUNT
              MOVE RL-CODE (REL-IDX) TO RC-DISP-REL
              MOVE RL-DESC (REL-IDX) TO RC-DISP-DESC
              MOVE RL-CHECKED (REL-IDX) TO RC-DISP-CHECKED
              MOVE RL-ORPHANS (REL-IDX) TO RC-DISP-ORPHANS
              MOVE RL-MISMATCHES (REL-IDX) TO RC-DISP-MISM

              EVALUATE TRUE
                 WHEN RL-CLEAN (REL-IDX)
                    MOVE "clean" TO RC-DISP-VERDICT
                 WHEN RL-DIRTY (REL-IDX)
                    MOVE "NOT CLEAN" TO RC-DISP-VERDICT
                    ADD 1 TO RELS-DIRTY
                 WHEN OTHER
                    MOVE "NOT SWEPT" TO RC-DISP-VERDICT
                    ADD 1 TO RELS-NOT-SWEPT
              END-EVALUATE

              MOVE SPACES TO RC-DISP-LAST
              EVALUATE RL-LAST-STATUS (REL-IDX)
                 WHEN 'C'
                    STRING "clean " DELIMITED BY SIZE
                       RL-LAST-DATE (REL-IDX) DELIMITED BY SIZE
                       INTO RC-DISP-LAST
                 WHEN 'D'
                    STRING "not clean " DELIMITED BY SIZE
                       RL-LAST-DATE (REL-IDX) DELIMITED BY SIZE
                       INTO RC-DISP-LAST
                 WHEN OTHER
                    MOVE "no earlier sweep" TO RC-DISP-LAST
              END-EVALUATE

              MOVE RISW-COUNT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMRISW" PRNT-TEXT

              IF RL-DIRTY (REL-IDX)
                    AND RL-LAST-CLEAN (REL-IDX) THEN
                 ADD 1 TO RELS-BROKEN
                 MOVE RL-ORPHANS (REL-IDX) TO ALERT-ORPHANS
                 MOVE RL-MISMATCHES (REL-IDX) TO ALERT-MISMATCHES
                 MOVE SPACES TO ALERT-MESSAGE
                 STRING RL-CODE (REL-IDX) DELIMITED BY SPACE
                    " clean " DELIMITED BY SIZE
                    RL-LAST-DATE (REL-IDX) DELIMITED BY SIZE
                    ", now " DELIMITED BY SIZE
                    ALERT-ORPHANS DELIMITED BY SIZE
                    " orphan " DELIMITED BY SIZE
                    ALERT-MISMATCHES DELIMITED BY SIZE
                    " mismatch" DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
                 CALL "UNEMALRT" USING "UNEMRISW" "RIBROKEN"
                    "E" ALERT-MESSAGE
              END-IF
           END-PERFORM
           .

       7000-REPORT-RELATIONSHIPS-END.
           EXIT.
      ******************************************************************
      * Appends this run's verdicts to the sweep history for next
      * week's comparison.
      ******************************************************************
       7500-RECORD-SWEEP.
           OPEN EXTEND SWEEP-HIST

           IF NOT SWEEP-HIST-OK THEN
              DISPLAY "Couldn't open the sweep history - STATUS "
                 SWEEP-HIST-STATUS " - this sweep not recorded."
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Sweep history not written - STATUS "
                 DELIMITED BY SIZE
                 SWEEP-HIST-STATUS DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMRISW" ALERT-MESSAGE
              GO TO 7500-RECORD-SWEEP-END
           END-IF

           PERFORM VARYING REL-IDX FROM 1 BY 1
                 UNTIL REL-IDX > REL-COUNT
              MOVE SPACES TO SWEEP-HIST-REC
              MOVE SWEEP-DATE TO RH-SWEEP-DATE
              MOVE RL-CODE (REL-IDX) TO RH-RELATION
              MOVE RL-CHECKED (REL-IDX) TO RH-CHECKED
              MOVE RL-ORPHANS (REL-IDX) TO RH-ORPHANS
              MOVE RL-MISMATCHES (REL-IDX) TO RH-MISMATCHES
              MOVE RL-STATUS (REL-IDX) TO RH-STATUS
              WRITE SWEEP-HIST-REC
           END-PERFORM

           CLOSE SWEEP-HIST
           .

       7500-RECORD-SWEEP-END.
           EXIT.
      ******************************************************************
      * Is LOOKUP-REPORT-KEY on the live cluster? The last answer is
      * kept, so consecutive rows naming the same record cost one
      * READ.
      ******************************************************************
       8000-LOOKUP-REPORT.
           IF LOOKUP-REPORT-KEY = LAST-REPORT-KEY THEN
              MOVE LAST-REPORT-FOUND TO REPORT-FOUND-SW
           ELSE
              MOVE LOOKUP-REPORT-KEY TO FD-RECORD-KEY
              READ REPORT-OUT
                 INVALID KEY
                    MOVE 'N' TO REPORT-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO REPORT-FOUND-SW
              END-READ
              MOVE LOOKUP-REPORT-KEY TO LAST-REPORT-KEY
              MOVE REPORT-FOUND-SW TO LAST-REPORT-FOUND
           END-IF
           .

       8000-LOOKUP-REPORT-END.
           EXIT.

       END PROGRAM UNEMRISW.
