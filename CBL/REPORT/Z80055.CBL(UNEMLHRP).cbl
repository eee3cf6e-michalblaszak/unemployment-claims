      ******************************************************************
      * Legal hold report - the holds in force and what they protect.
      ******************************************************************
      * Lists every hold on the UNEMLHLD legal hold register that is
      * still protecting (placed, active or release asked) - its
      * scope, counsel's reference and who placed, confirmed and
      * asked to release it - and counts what each one currently
      * protects:
      *    claim detail  UNEMCLMD rows (claim id, state, period)
      *    report        UNEMPLRP records (state, period)
      *    history       UNEMHIST before-images (state, period)
      * using the matching rule UNEMLHCK applies for the destructive
      * runs. A hold that protects nothing is flagged - usually a
      * mistyped claim id or range. Released holds are counted but
      * not listed. UNEMCLMD rows carry claim tokens, so a claim
      * hold's claim id is exchanged for its token through the
      * UNEMTOKV token service before the detail is counted - a
      * claim the vault doesn't know protects nothing.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMTOKV - the claim token service.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMLHRP.
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
           *> The legal hold register
           SELECT LEGHOLD-FILE ASSIGN TO LEGHLDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-HOLD-ID
           FILE STATUS IS LEGHOLD-STATUS.

           *> The claim-detail KSDS
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The live VSAM dataset
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The correction history
      *    HIST-OUT-STATUS from FILESTS copybook
           SELECT HIST-OUT ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  LEGHOLD-FILE
      *    01  LEGHOLD-REC.
       COPY LHLDREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  LEGHOLD-STATUS PIC XX.
           88 LEGHOLD-OK VALUE "00".
           88 LEGHOLD-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

      * The holds in force, with what each protects.
       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
              10 HT-HOLD-ID   PIC X(8).
              10 HT-STATUS    PIC X.
              10 HT-SCOPE     PIC X.
              10 HT-CLAIM-ID  PIC X(12).
              10 HT-TOKEN     PIC X(12).
              10 HT-STATE     PIC X(2).
              10 HT-FROM      PIC X(7).
              10 HT-TO        PIC X(7).
              10 HT-REFERENCE PIC X(20).
              10 HT-PLACED    PIC X(17).
              10 HT-CONFIRMED PIC X(17).
              10 HT-RELREQ    PIC X(17).
              10 HT-DETAIL    COMP-4 PIC 9(9).
              10 HT-REPORT    COMP-4 PIC 9(9).
              10 HT-HISTORY   COMP-4 PIC 9(9).

       01  HOLD-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  HOLD-IDX  PIC 9(3) COMP-4.
       01  HOLDS-RELEASED COMP-4 PIC 9(5) VALUE ZERO.
       01  HOLDS-IDLE     COMP-4 PIC 9(5) VALUE ZERO.

      * The item under test against each hold.
       01  ITEM-CLAIM-ID PIC X(12) VALUE SPACES.
       01  ITEM-STATE    PIC X(2)  VALUE SPACES.
       01  ITEM-PERIOD   PIC X(7)  VALUE SPACES.
       01  ITEM-HELD-SW  PIC X VALUE 'N'.
           88 ITEM-HELD VALUE 'Y'.

       01  SOURCE-SKIPPED-SW PIC X VALUE 'N'.
           88 SOURCE-SKIPPED VALUE 'Y'.

      * The token service call (UNEMTOKV / TOKVLTDD).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

       01  EDIT-DATE PIC 9(8).

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  LHRP-DISP-SEPARATOR PIC X(110) VALUE ALL '-'.

       01  LHRP-HOLD-DISP-REC.
           05 LR-DISP-HOLD    PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 LR-DISP-STATUS  PIC X(16) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 LR-DISP-SCOPE   PIC X(40) VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 LR-DISP-REF     PIC X(20) VALUE SPACES.

       01  LHRP-WHO-DISP-REC.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE 'placed '.
           05 LW-DISP-PLACED  PIC X(17) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE '  confirmed '.
           05 LW-DISP-CONFIRM PIC X(17) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE '  release asked '.
           05 LW-DISP-RELREQ  PIC X(17) VALUE SPACES.

       01  LHRP-COUNT-DISP-REC.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(22) VALUE
              'protecting - detail: '.
           05 LC-DISP-DETAIL  PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(10) VALUE '  report: '.
           05 LC-DISP-REPORT  PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(11) VALUE '  history: '.
           05 LC-DISP-HISTORY PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 LC-DISP-NOTE    PIC X(20) VALUE SPACES.

       01  LHRP-TOTAL-DISP-REC.
           05 LT-DISP-HOLDS   PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(19) VALUE ' hold(s) in force, '.
           05 LT-DISP-IDLE    PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(24) VALUE
              ' protecting nothing, '.
           05 LT-DISP-REL     PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(10) VALUE ' released.'.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 2000-LOAD-HOLDS
              THRU 2000-LOAD-HOLDS-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 1000-MAIN-END
           END-IF

           IF HOLD-USED > ZERO THEN
              PERFORM 3000-COUNT-DETAIL
                 THRU 3000-COUNT-DETAIL-END
              PERFORM 3100-COUNT-REPORT
                 THRU 3100-COUNT-REPORT-END
              PERFORM 3200-COUNT-HISTORY
                 THRU 3200-COUNT-HISTORY-END
           END-IF

           PERFORM 4000-PRINT-HOLDS
              THRU 4000-PRINT-HOLDS-END

           IF SOURCE-SKIPPED THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The holds still protecting go into the table; the released
      * ones are only counted.
      ******************************************************************
       2000-LOAD-HOLDS.
           OPEN INPUT LEGHOLD-FILE

           IF NOT LEGHOLD-OK THEN
              DISPLAY "Couldn't open the legal hold register - "
                 "STATUS " LEGHOLD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-LOAD-HOLDS-END
           END-IF

           MOVE LOW-VALUES TO LH-HOLD-ID
           START LEGHOLD-FILE KEY IS >= LH-HOLD-ID
              INVALID KEY SET LEGHOLD-EOF TO TRUE
           END-START

           IF LEGHOLD-OK THEN
              READ LEGHOLD-FILE NEXT
                 AT END SET LEGHOLD-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT LEGHOLD-OK
              IF LH-RELEASED THEN
                 ADD 1 TO HOLDS-RELEASED
              ELSE
                 IF HOLD-USED < 500 THEN
                    PERFORM 2100-KEEP-HOLD
                 ELSE
                    DISPLAY "*** More than 500 holds in force - "
                       "hold " LH-HOLD-ID " and later not listed."
                    SET SOURCE-SKIPPED TO TRUE
                 END-IF
              END-IF
              READ LEGHOLD-FILE NEXT
                 AT END SET LEGHOLD-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE LEGHOLD-FILE
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMLHRP"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           .

       2000-LOAD-HOLDS-END.
           EXIT.
      ******************************************************************
       2100-KEEP-HOLD.
           ADD 1 TO HOLD-USED
           MOVE LH-HOLD-ID TO HT-HOLD-ID (HOLD-USED)
           MOVE LH-STATUS TO HT-STATUS (HOLD-USED)
           MOVE LH-SCOPE TO HT-SCOPE (HOLD-USED)
           MOVE LH-CLAIM-ID TO HT-CLAIM-ID (HOLD-USED)
           MOVE SPACES TO HT-TOKEN (HOLD-USED)
           IF LH-SCOPE-CLAIM THEN
              MOVE 'F' TO TOKV-FUNCTION
              MOVE LH-CLAIM-ID TO TOKV-CLAIM-ID
              CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMLHRP"
                 TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
              EVALUATE TOKV-RESULT
                 WHEN 'Y'
                    MOVE TOKV-TOKEN TO HT-TOKEN (HOLD-USED)
                 WHEN 'N'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "Couldn't resolve claim hold " LH-HOLD-ID
                       " - the token vault couldn't be read."
                    SET SOURCE-SKIPPED TO TRUE
              END-EVALUATE
           END-IF
           MOVE LH-STATE TO HT-STATE (HOLD-USED)
           MOVE LH-PERIOD-FROM TO HT-FROM (HOLD-USED)
           MOVE LH-PERIOD-TO TO HT-TO (HOLD-USED)
           MOVE LH-REFERENCE TO HT-REFERENCE (HOLD-USED)

           MOVE SPACES TO HT-PLACED (HOLD-USED)
           MOVE LH-PLACE-DATE TO EDIT-DATE
           STRING LH-PLACE-USER DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              EDIT-DATE DELIMITED BY SIZE
              INTO HT-PLACED (HOLD-USED)

           MOVE "-" TO HT-CONFIRMED (HOLD-USED)
           IF LH-CONFIRM-USER NOT = SPACES THEN
              MOVE LH-CONFIRM-DATE TO EDIT-DATE
              STRING LH-CONFIRM-USER DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 EDIT-DATE DELIMITED BY SIZE
                 INTO HT-CONFIRMED (HOLD-USED)
           END-IF

           MOVE "-" TO HT-RELREQ (HOLD-USED)
           IF LH-RELREQ-USER NOT = SPACES THEN
              MOVE LH-RELREQ-DATE TO EDIT-DATE
              STRING LH-RELREQ-USER DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 EDIT-DATE DELIMITED BY SIZE
                 INTO HT-RELREQ (HOLD-USED)
           END-IF

           MOVE ZERO TO HT-DETAIL (HOLD-USED)
           MOVE ZERO TO HT-REPORT (HOLD-USED)
           MOVE ZERO TO HT-HISTORY (HOLD-USED)
           .

       2100-KEEP-HOLD-END.
           EXIT.
      ******************************************************************
      * UNEMCLMD - every claim row, against every hold.
      ******************************************************************
       3000-COUNT-DETAIL.
           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS " - not counted."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3000-COUNT-DETAIL-END
           END-IF

           MOVE LOW-VALUES TO CD-DETAIL-KEY
           START CLAIM-DETAIL KEY IS >= CD-DETAIL-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           IF CLAIM-DETAIL-OK THEN
              READ CLAIM-DETAIL NEXT
                 AT END SET CLAIM-DETAIL-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT CLAIM-DETAIL-OK
              MOVE CD-CLAIM-ID TO ITEM-CLAIM-ID
              MOVE CD-STATE-CODE TO ITEM-STATE
              MOVE CD-PERIOD-DATE (1:7) TO ITEM-PERIOD
              PERFORM VARYING HOLD-IDX FROM 1 BY 1
                    UNTIL HOLD-IDX > HOLD-USED
                 PERFORM 8000-MATCH-HOLD
                 IF ITEM-HELD THEN
                    ADD 1 TO HT-DETAIL (HOLD-IDX)
                 END-IF
              END-PERFORM
              READ CLAIM-DETAIL NEXT
                 AT END SET CLAIM-DETAIL-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE CLAIM-DETAIL
           .

       3000-COUNT-DETAIL-END.
           EXIT.
      ******************************************************************
      * UNEMPLRP - aggregate records carry no claim id.
      ******************************************************************
       3100-COUNT-REPORT.
           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS " - not counted."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3100-COUNT-REPORT-END
           END-IF

           MOVE LOW-VALUES TO FD-RECORD-KEY
           START REPORT-OUT KEY IS >= FD-RECORD-KEY
              INVALID KEY SET REPORT-OUT-END-OF-FILE TO TRUE
           END-START

           IF REPORT-OUT-FILE-OK THEN
              READ REPORT-OUT NEXT
                 AT END SET REPORT-OUT-END-OF-FILE TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT REPORT-OUT-FILE-OK
              MOVE SPACES TO ITEM-CLAIM-ID
              MOVE FD-STATE-CODE TO ITEM-STATE
              MOVE FD-DATE (1:7) TO ITEM-PERIOD
              PERFORM VARYING HOLD-IDX FROM 1 BY 1
                    UNTIL HOLD-IDX > HOLD-USED
                 PERFORM 8000-MATCH-HOLD
                 IF ITEM-HELD THEN
                    ADD 1 TO HT-REPORT (HOLD-IDX)
                 END-IF
              END-PERFORM
              READ REPORT-OUT NEXT
                 AT END SET REPORT-OUT-END-OF-FILE TO TRUE
              END-READ
           END-PERFORM

           CLOSE REPORT-OUT
           .

       3100-COUNT-REPORT-END.
           EXIT.
      ******************************************************************
      * UNEMHIST - each before-image by its record's state and
      * period.
      ******************************************************************
       3200-COUNT-HISTORY.
           OPEN INPUT HIST-OUT

           IF NOT HIST-OUT-OK THEN
              DISPLAY "Couldn't open the history dataset - STATUS "
                 HIST-OUT-STATUS " - not counted."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3200-COUNT-HISTORY-END
           END-IF

           READ HIST-OUT
              AT END MOVE "10" TO HIST-OUT-STATUS
           END-READ
           PERFORM UNTIL NOT HIST-OUT-OK
              MOVE SPACES TO ITEM-CLAIM-ID
              MOVE HIST-BEFORE-IMAGE (9:2) TO ITEM-STATE
              MOVE HIST-BEFORE-IMAGE (11:7) TO ITEM-PERIOD
              PERFORM VARYING HOLD-IDX FROM 1 BY 1
                    UNTIL HOLD-IDX > HOLD-USED
                 PERFORM 8000-MATCH-HOLD
                 IF ITEM-HELD THEN
                    ADD 1 TO HT-HISTORY (HOLD-IDX)
                 END-IF
              END-PERFORM
              READ HIST-OUT
                 AT END MOVE "10" TO HIST-OUT-STATUS
              END-READ
           END-PERFORM

           CLOSE HIST-OUT
           .

       3200-COUNT-HISTORY-END.
           EXIT.
      ******************************************************************
      * One block per hold in force, then the totals.
      ******************************************************************
       4000-PRINT-HOLDS.
           MOVE "LEGAL HOLDS IN FORCE (UNEMLHRP)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMLHRP" PRNT-TEXT
           MOVE LHRP-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLHRP" PRNT-TEXT

           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                 UNTIL HOLD-IDX > HOLD-USED
              PERFORM 4100-PRINT-ONE-HOLD
           END-PERFORM

           MOVE LHRP-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLHRP" PRNT-TEXT
           MOVE HOLD-USED TO LT-DISP-HOLDS
           MOVE HOLDS-IDLE TO LT-DISP-IDLE
           MOVE HOLDS-RELEASED TO LT-DISP-REL
           MOVE LHRP-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMLHRP" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMLHRP" PRNT-TEXT
           .

       4000-PRINT-HOLDS-END.
           EXIT.
      ******************************************************************
       4100-PRINT-ONE-HOLD.
           MOVE HT-HOLD-ID (HOLD-IDX) TO LR-DISP-HOLD
           EVALUATE HT-STATUS (HOLD-IDX)
              WHEN 'P'
                 MOVE "PLACED" TO LR-DISP-STATUS
              WHEN 'A'
                 MOVE "ACTIVE" TO LR-DISP-STATUS
              WHEN 'Q'
                 MOVE "RELEASE ASKED" TO LR-DISP-STATUS
              WHEN OTHER
                 MOVE HT-STATUS (HOLD-IDX) TO LR-DISP-STATUS
           END-EVALUATE

           MOVE SPACES TO LR-DISP-SCOPE
           EVALUATE HT-SCOPE (HOLD-IDX)
              WHEN 'C'
                 STRING "claim " DELIMITED BY SIZE
                    HT-CLAIM-ID (HOLD-IDX) DELIMITED BY SPACE
                    INTO LR-DISP-SCOPE
              WHEN 'S'
                 IF HT-FROM (HOLD-IDX) = SPACES THEN
                    STRING "state " DELIMITED BY SIZE
                       HT-STATE (HOLD-IDX) DELIMITED BY SIZE
                       ", all periods" DELIMITED BY SIZE
                       INTO LR-DISP-SCOPE
                 ELSE
                    STRING "state " DELIMITED BY SIZE
                       HT-STATE (HOLD-IDX) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       HT-FROM (HOLD-IDX) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       HT-TO (HOLD-IDX) DELIMITED BY SIZE
                       INTO LR-DISP-SCOPE
                 END-IF
              WHEN OTHER
                 STRING "all states, " DELIMITED BY SIZE
                    HT-FROM (HOLD-IDX) DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    HT-TO (HOLD-IDX) DELIMITED BY SIZE
                    INTO LR-DISP-SCOPE
           END-EVALUATE
           MOVE HT-REFERENCE (HOLD-IDX) TO LR-DISP-REF
           MOVE LHRP-HOLD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLHRP" PRNT-TEXT

           MOVE HT-PLACED (HOLD-IDX) TO LW-DISP-PLACED
           MOVE HT-CONFIRMED (HOLD-IDX) TO LW-DISP-CONFIRM
           MOVE HT-RELREQ (HOLD-IDX) TO LW-DISP-RELREQ
           MOVE LHRP-WHO-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLHRP" PRNT-TEXT

           MOVE HT-DETAIL (HOLD-IDX) TO LC-DISP-DETAIL
           MOVE HT-REPORT (HOLD-IDX) TO LC-DISP-REPORT
           MOVE HT-HISTORY (HOLD-IDX) TO LC-DISP-HISTORY
           MOVE SPACES TO LC-DISP-NOTE
           IF HT-DETAIL (HOLD-IDX) = ZERO
                 AND HT-REPORT (HOLD-IDX) = ZERO
                 AND HT-HISTORY (HOLD-IDX) = ZERO THEN
              MOVE "*** NOTHING HELD" TO LC-DISP-NOTE
              ADD 1 TO HOLDS-IDLE
           END-IF
           MOVE LHRP-COUNT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLHRP" PRNT-TEXT
           .

       4100-PRINT-ONE-HOLD-END.
           EXIT.
      ******************************************************************
      * UNEMLHCK's matching rule: sets ITEM-HELD when hold HOLD-IDX
      * protects the item in ITEM-CLAIM-ID (a claim token) /
      * ITEM-STATE / ITEM-PERIOD.
      ******************************************************************
       8000-MATCH-HOLD.
           MOVE 'N' TO ITEM-HELD-SW
           EVALUATE HT-SCOPE (HOLD-IDX)
              WHEN 'C'
                 IF ITEM-CLAIM-ID NOT = SPACES
                       AND ITEM-CLAIM-ID = HT-TOKEN (HOLD-IDX) THEN
                    SET ITEM-HELD TO TRUE
                 END-IF
              WHEN 'S'
                 IF ITEM-STATE NOT = SPACES
                       AND ITEM-STATE = HT-STATE (HOLD-IDX) THEN
                    IF HT-FROM (HOLD-IDX) = SPACES THEN
                       SET ITEM-HELD TO TRUE
                    ELSE
                       IF ITEM-PERIOD NOT = SPACES
                             AND ITEM-PERIOD >= HT-FROM (HOLD-IDX)
                             AND ITEM-PERIOD <= HT-TO (HOLD-IDX) THEN
                          SET ITEM-HELD TO TRUE
                       END-IF
                    END-IF
                 END-IF
              WHEN 'P'
                 IF ITEM-PERIOD NOT = SPACES
                       AND ITEM-PERIOD >= HT-FROM (HOLD-IDX)
                       AND ITEM-PERIOD <= HT-TO (HOLD-IDX) THEN
                    SET ITEM-HELD TO TRUE
                 END-IF
           END-EVALUATE
           .

       8000-MATCH-HOLD-END.
           EXIT.

       END PROGRAM UNEMLHRP.
