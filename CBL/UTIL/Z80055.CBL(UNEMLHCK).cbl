      ******************************************************************
      * Legal hold check subprogram.
      ******************************************************************
      * The one place the destructive runs ask "may this item go".
      * Loads every hold still protecting (placed, active or release
      * asked) from the UNEMLHLD legal hold register (LEGHLDDD,
      * LHLDREC.cpy) on the first call and answers from the table
      * after that:
      *    LHCK-VERDICT 'Y' - a hold protects the item; LHCK-HOLD-ID
      *                       names the first one that does;
      *                 'N' - no hold protects it;
      *                 'U' - no register dataset supplied - the
      *                       caller refuses to destroy anything.
      * An item is protected by a claim hold when its claim id is
      * the hold's; by a state hold when its state is the hold's and
      * its period inside the hold's range (any period when the hold
      * has none); by a period hold when its period is inside the
      * range. A caller probes the register once before it starts
      * with all three item fields blank - 'N' or 'U', never 'Y'.
      * Counsel names a claim hold by the agency's claim id, but
      * UNEMCLMD rows carry the claim's token: a claim hold's id is
      * exchanged for its token through the UNEMTOKV token service
      * as the table is loaded, so callers pass CD-CLAIM-ID as it
      * stands. A vault that can't answer leaves the register
      * unanswerable ('U') when any claim hold is in force.
      *-----------------------------------------------------------------
      * Input parameters:
      *    LHCK-CLAIM-ID - the item's claim id, spaces when the item
      *                    isn't claim-level.
      *    LHCK-STATE    - the item's state code, spaces if none.
      *    LHCK-PERIOD   - the item's period (YYYY-MM), spaces if
      *                    none.
      * Output parameters:
      *    LHCK-VERDICT  - 'Y', 'N' or 'U' as above.
      *    LHCK-HOLD-ID  - the protecting hold on 'Y', else spaces.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMTOKV - the claim token service.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMLHCK.
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
           SELECT LEGHOLD-FILE ASSIGN TO LEGHLDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-HOLD-ID
           FILE STATUS IS LEGHOLD-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  LEGHOLD-FILE
      *    01  LEGHOLD-REC.
       COPY LHLDREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  LEGHOLD-STATUS PIC XX.
           88 LEGHOLD-OK VALUE "00".
           88 LEGHOLD-EOF VALUE "10".

      * 'N' until the first call loads the table; 'Y' loaded, 'U'
      * the register couldn't be read.
       01  HOLDS-LOADED-SW PIC X VALUE 'N'.
           88 HOLDS-NOT-LOADED VALUE 'N'.
           88 HOLDS-LOADED     VALUE 'Y'.
           88 HOLDS-UNREADABLE VALUE 'U'.

       01  HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
              10 HT-HOLD-ID PIC X(8).
              10 HT-SCOPE   PIC X.
              10 HT-CLAIM-ID PIC X(12).
              10 HT-STATE   PIC X(2).
              10 HT-FROM    PIC X(7).
              10 HT-TO      PIC X(7).

       01  HOLD-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  HOLD-IDX  PIC 9(3) COMP-4.

      * The token service call (UNEMTOKV / TOKVLTDD).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  LHCK-CLAIM-ID PIC X(12).
       01  LHCK-STATE    PIC X(2).
       01  LHCK-PERIOD   PIC X(7).
       01  LHCK-VERDICT  PIC X.
       01  LHCK-HOLD-ID  PIC X(8).

      *========================
       PROCEDURE DIVISION USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
                                LHCK-VERDICT LHCK-HOLD-ID.
      *========================
       1000-MAIN.
           IF HOLDS-NOT-LOADED THEN
              PERFORM 2000-LOAD-HOLDS
                 THRU 2000-LOAD-HOLDS-END
           END-IF

           MOVE SPACES TO LHCK-HOLD-ID
           IF HOLDS-UNREADABLE THEN
              MOVE 'U' TO LHCK-VERDICT
              GOBACK
           END-IF

           MOVE 'N' TO LHCK-VERDICT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                 UNTIL HOLD-IDX > HOLD-USED OR LHCK-VERDICT = 'Y'
              EVALUATE HT-SCOPE (HOLD-IDX)
                 WHEN 'C'
                    IF LHCK-CLAIM-ID NOT = SPACES
                          AND LHCK-CLAIM-ID = HT-CLAIM-ID (HOLD-IDX)
                          THEN
                       MOVE 'Y' TO LHCK-VERDICT
                    END-IF
                 WHEN 'S'
                    IF LHCK-STATE NOT = SPACES
                          AND LHCK-STATE = HT-STATE (HOLD-IDX) THEN
                       IF HT-FROM (HOLD-IDX) = SPACES THEN
                          MOVE 'Y' TO LHCK-VERDICT
                       ELSE
                          IF LHCK-PERIOD NOT = SPACES
                                AND LHCK-PERIOD >= HT-FROM (HOLD-IDX)
                                AND LHCK-PERIOD <= HT-TO (HOLD-IDX)
                                THEN
                             MOVE 'Y' TO LHCK-VERDICT
                          END-IF
                       END-IF
                    END-IF
                 WHEN 'P'
                    IF LHCK-PERIOD NOT = SPACES
                          AND LHCK-PERIOD >= HT-FROM (HOLD-IDX)
                          AND LHCK-PERIOD <= HT-TO (HOLD-IDX) THEN
                       MOVE 'Y' TO LHCK-VERDICT
                    END-IF
              END-EVALUATE
              IF LHCK-VERDICT = 'Y' THEN
                 MOVE HT-HOLD-ID (HOLD-IDX) TO LHCK-HOLD-ID
              END-IF
           END-PERFORM

           GOBACK
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
      * Loads the holds still protecting. A register too big for the
      * table can't be answered for, so it counts as unreadable.
      ******************************************************************
       2000-LOAD-HOLDS.
           OPEN INPUT LEGHOLD-FILE

           IF NOT LEGHOLD-OK THEN
              SET HOLDS-UNREADABLE TO TRUE
              GO TO 2000-LOAD-HOLDS-END
           END-IF

           SET HOLDS-LOADED TO TRUE
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
              IF LH-PROTECTING THEN
                 IF HOLD-USED < 500 THEN
                    ADD 1 TO HOLD-USED
                    MOVE LH-HOLD-ID TO HT-HOLD-ID (HOLD-USED)
                    MOVE LH-SCOPE TO HT-SCOPE (HOLD-USED)
                    MOVE LH-CLAIM-ID TO HT-CLAIM-ID (HOLD-USED)
                    MOVE LH-STATE TO HT-STATE (HOLD-USED)
                    MOVE LH-PERIOD-FROM TO HT-FROM (HOLD-USED)
                    MOVE LH-PERIOD-TO TO HT-TO (HOLD-USED)
                    IF LH-SCOPE-CLAIM THEN
                       PERFORM 2100-TOKENIZE-HOLD
                          THRU 2100-TOKENIZE-HOLD-END
                    END-IF
                 ELSE
                    DISPLAY "*** More than 500 holds protecting - "
                       "the register can't be answered for."
                    SET HOLDS-UNREADABLE TO TRUE
                 END-IF
              END-IF
              READ LEGHOLD-FILE NEXT
                 AT END SET LEGHOLD-EOF TO TRUE
              END-READ
           END-PERFORM

           IF NOT LEGHOLD-EOF THEN
              SET HOLDS-UNREADABLE TO TRUE
           END-IF

           CLOSE LEGHOLD-FILE
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMLHCK"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           .

       2000-LOAD-HOLDS-END.
           EXIT.
      ******************************************************************
      * Puts the claim hold's token in place of its claim id. A claim
      * the vault doesn't know has no detail rows to protect - the
      * claim id stays and matches nothing.
      ******************************************************************
       2100-TOKENIZE-HOLD.
           MOVE 'F' TO TOKV-FUNCTION
           MOVE LH-CLAIM-ID TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMLHCK"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           EVALUATE TOKV-RESULT
              WHEN 'Y'
                 MOVE TOKV-TOKEN TO HT-CLAIM-ID (HOLD-USED)
              WHEN 'N'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "*** Claim hold " LH-HOLD-ID " can't be "
                    "resolved - the token vault couldn't be read."
                 SET HOLDS-UNREADABLE TO TRUE
           END-EVALUATE
           .

       2100-TOKENIZE-HOLD-END.
           EXIT.

       END PROGRAM UNEMLHCK.
