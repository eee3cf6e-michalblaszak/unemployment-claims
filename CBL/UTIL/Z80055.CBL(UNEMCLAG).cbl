      * added when the period has no record yet - replacing blind
      * trust in the pre-aggregated XML with arithmetic done here.
      * Without the PARM the run only reports.
      *
      * A period date after it ('APPLY YYYY-MM-DD', or 'YYYY-MM-DD'
      * alone to report) - or a month, 'YYYY-MM' - narrows the run
      * to that period: the detail is read along the period/state
      * path (CD-PERIOD-STATE-KEY), one START on the period and the
      * walk stops when it ends. Without one every period on file
      * is aggregated.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-20  MB  Initial version.
      *                    period date now (CD-DETAIL-KEY) - the
      *                    walk is unchanged, only the key named in
      *                    the SELECT and the START moved.
      *    2021-08-24  MB  The occupation counts (layout 07) are kept
      *                    from the record on file like the
      *                    program-type split - the detail extract
      *                    doesn't carry an occupation.
      *    2021-08-24  MB  Optional period scope after APPLY; the
      *                    detail is read along the period/state
      *                    path, so a one-period check or apply reads
      *                    only that period's rows.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           *> The claim-detail KSDS, read along its period/state path
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           ALTERNATE RECORD KEY IS CD-PERIOD-STATE-KEY WITH DUPLICATES
           FILE STATUS IS CLAIM-DETAIL-STATUS.

      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      * reads every individual claim, which is an audited retrieval.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * The period scope picked apart from the PARM - compared over
      * its keyed length (10 for a date, 7 for a month); zero length
      * is every period on file.
       01  REQ-PERIOD     PIC X(10) VALUE SPACES.
       01  REQ-PERIOD-LEN PIC 9(2) COMP-4 VALUE ZERO.
       01  PARM-PERIOD-AT PIC 9(2) COMP-4 VALUE 1.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.

      * A spaces image - the "no prior record" side of the summary
      * adjustment (UNEMSUMM) on an add.
       01  NO-IMAGE PIC X(446) VALUE SPACES.
       01  AS-OF-DATE PIC 9(8) VALUE ZERO.

      * One group per record-id/state pair seen in the detail file:
           05 LIVE-REC-STATUS PIC X.
           05 LIVE-EXT-CLAIMS PIC 9(7).
           05 LIVE-DUA-CLAIMS PIC 9(7).
           05 LIVE-OCC-AREA   PIC X(77).

       01  DERIVED-REC-MAP.
           05 DRV-RECORD-ID PIC X(8).
           05 DRV-REC-STATUS PIC X.
           05 DRV-EXT-CLAIMS PIC 9(7).
           05 DRV-DUA-CLAIMS PIC 9(7).
           05 DRV-OCC-AREA   PIC X(77).

       01  CLAIMS-READ       COMP-4 PIC 9(7) VALUE ZERO.
       01  GROUPS-CHECKED    COMP-4 PIC 9(5) VALUE ZERO.
       LINKAGE SECTION.
      *------------------------
      * The optional PARM= text - 'APPLY' writes the derived counts
      * back to UNEMPLRP; anything else reports only. A period date
      * or month may follow (see the description above).
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(16).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-SCOPE THRU 1100-SET-SCOPE-END

           IF PARM-LEN >= 5 AND PARM-TEXT (1:5) = "APPLY" THEN
              SET APPLY-MODE TO TRUE
              DISPLAY "APPLY mode - derived counts will be written "
                 "back to UNEMPLRP."
              IF REQ-PERIOD-LEN > ZERO THEN
                 STRING "APPLY - claim-detail aggregation, period "
                    REQ-PERIOD DELIMITED BY SIZE INTO AUDIT-REQUEST
              ELSE
                 MOVE "APPLY - full claim-detail aggregation pass"
                    TO AUDIT-REQUEST
              END-IF
              CALL "UNEMACCL" USING "UNEMCLAG" AUDIT-REQUEST
           ELSE
              DISPLAY "Report-only mode - derived counts are "

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The period after 'APPLY ' (or leading the PARM): 'YYYY-MM-DD'
      * scopes one period date, 'YYYY-MM' a month's periods.
      ******************************************************************
       1100-SET-SCOPE.
           IF PARM-LEN >= 5 AND PARM-TEXT (1:5) = "APPLY" THEN
              MOVE 7 TO PARM-PERIOD-AT
           END-IF

           IF PARM-LEN < PARM-PERIOD-AT + 6 THEN
              GO TO 1100-SET-SCOPE-END
           END-IF

           IF PARM-TEXT (PARM-PERIOD-AT:4) IS NOT NUMERIC
              OR PARM-TEXT (PARM-PERIOD-AT + 4:1) NOT = '-'
              OR PARM-TEXT (PARM-PERIOD-AT + 5:2) IS NOT NUMERIC THEN
              GO TO 1100-SET-SCOPE-END
           END-IF

           IF PARM-LEN >= PARM-PERIOD-AT + 9
              AND PARM-TEXT (PARM-PERIOD-AT + 7:1) = '-'
              AND PARM-TEXT (PARM-PERIOD-AT + 8:2) IS NUMERIC THEN
              MOVE PARM-TEXT (PARM-PERIOD-AT:10) TO REQ-PERIOD
              MOVE 10 TO REQ-PERIOD-LEN
           ELSE
              MOVE PARM-TEXT (PARM-PERIOD-AT:7) TO REQ-PERIOD
              MOVE 7 TO REQ-PERIOD-LEN
           END-IF

           DISPLAY "Scope: period " REQ-PERIOD " only."
           .

       1100-SET-SCOPE-END.
           EXIT.
      ******************************************************************
      * One START on the period/state path at the requested period
      * (LOW-VALUES for every period), then its rows until the
      * period ends.
      ******************************************************************
       2000-AGGREGATE-DETAIL.
           MOVE LOW-VALUES TO CD-PERIOD-STATE-KEY
           IF REQ-PERIOD-LEN > ZERO THEN
              MOVE REQ-PERIOD (1:REQ-PERIOD-LEN)
                 TO CD-PERIOD-DATE (1:REQ-PERIOD-LEN)
           END-IF
           START CLAIM-DETAIL KEY IS >= CD-PERIOD-STATE-KEY
              INVALID KEY
                 DISPLAY "No claim detail on file for the period."
                 GO TO 2000-AGGREGATE-DETAIL-END
           END-START

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "[CLAG] Claim-detail index not working."

           PERFORM 2100-READ-NEXT-CLAIM
           PERFORM UNTIL CLAIM-DETAIL-EOF
              IF REQ-PERIOD-LEN > ZERO
                 AND CD-PERIOD-DATE (1:REQ-PERIOD-LEN)
                    NOT = REQ-PERIOD (1:REQ-PERIOD-LEN) THEN
                 MOVE "10" TO CLAIM-DETAIL-STATUS
              ELSE
                 ADD 1 TO CLAIMS-READ
                 PERFORM 2200-DERIVE-BUCKET-INDEXES
                 PERFORM 2300-ADD-CLAIM-TO-GROUP
                 PERFORM 2100-READ-NEXT-CLAIM
              END-IF
           END-PERFORM
           .

       2100-READ-NEXT-CLAIM.
           READ CLAIM-DETAIL NEXT

      *    "02" - more rows share this period/state key, as they do.
           IF NOT CLAIM-DETAIL-OK
              AND CLAIM-DETAIL-STATUS NOT = "02"
              AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           MOVE ZERO TO DRV-LABOR
           MOVE AGG-INITIAL (AGG-IDX) TO DRV-INITIAL
           MOVE AGG-CONTINUING (AGG-IDX) TO DRV-CONTIN
           MOVE 07 TO DRV-LAYOUT-VER
           MOVE 'P' TO DRV-REC-STATUS
           MOVE ZERO TO DRV-EXT-CLAIMS
           MOVE ZERO TO DRV-DUA-CLAIMS
           MOVE ZEROS TO DRV-OCC-AREA
           .

       4100-BUILD-DERIVED-RECORD-END.
      * Field-by-field comparison of the record on file against the
      * derived counts; in APPLY mode the derived counts replace the
      * on-file ones (the on-file labor force, date, frequency,
      * record status, extended/disaster counts and occupation
      * counts are kept - the detail extract doesn't carry them).
      ******************************************************************
       4200-COMPARE-AND-APPLY.
           MOVE REPORT-OUT-REC TO LIVE-REC-MAP
              MOVE LIVE-REC-STATUS TO DRV-REC-STATUS
              MOVE LIVE-EXT-CLAIMS TO DRV-EXT-CLAIMS
              MOVE LIVE-DUA-CLAIMS TO DRV-DUA-CLAIMS
              MOVE LIVE-OCC-AREA TO DRV-OCC-AREA
              MOVE DERIVED-REC-MAP TO REPORT-OUT-REC
              MOVE REPORT-OUT-REC TO REC-AFTER-IMAGE

