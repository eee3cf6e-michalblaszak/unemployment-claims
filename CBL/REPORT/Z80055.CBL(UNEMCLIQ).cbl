      * period, row count - summarized underneath. Person-level
      * detail, so every lookup goes on the access trail through
      * UNEMACCL with the operator id keyed on the panel.
      * A period date (and optionally a state) keyed instead of a
      * claim id answers the period-level question: the period's
      * claim rows are browsed along the UNEMCLMD period/state path
      * (file CLMDTLPS) - the first ten listed with their claim ids,
      * and the period's row count split initial/continuing
      * underneath.
      * UNEMCLMD carries claim tokens, not claim ids: the keyed claim
      * id is exchanged for its token through the UNEMTOKV token
      * service before the browse, and the period lookup's listed
      * rows are shown with the claim id fetched back from the token
      * vault - this transaction is entitled to it, and each fetch
      * goes on the access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-24  MB  Period/state lookup along the UNEMCLMD
      *                    period/state path (CLMDTLPS).
      *    2021-08-25  MB  Claim ids exchanged with their UNEMCLMD
      *                    tokens through UNEMTOKV both ways.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.

       01  BROWSE-KEY PIC X(24) VALUE SPACES.

      * The keyed claim id's token - what UNEMCLMD is keyed on.
       01  CLAIM-TOKEN PIC X(12) VALUE SPACES.

      * The token service call (UNEMTOKV / TOKVLTDD).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

      * The period/state path's key - CD-PERIOD-DATE plus
      * CD-STATE-CODE.
       01  PS-BROWSE-KEY.
           05 PSB-PERIOD-DATE PIC X(10) VALUE SPACES.
           05 PSB-STATE-CODE  PIC X(2)  VALUE SPACES.

       01  CICS-RESP PIC S9(8) COMP.

       01  ROWS-SHOWN  PIC 9(2) COMP-4 VALUE ZERO.
       01  FIRST-PERIOD PIC X(10) VALUE SPACES.
       01  LAST-PERIOD  PIC X(10) VALUE SPACES.

      * The period lookup's tallies.
       01  PERIOD-ROWS   PIC 9(7) COMP-4 VALUE ZERO.
       01  PERIOD-INIT   PIC 9(7) COMP-4 VALUE ZERO.
       01  PERIOD-CONT   PIC 9(7) COMP-4 VALUE ZERO.
       01  PERIOD-ROWS-DISP PIC Z(6)9 VALUE ZERO.
       01  PERIOD-INIT-DISP PIC Z(6)9 VALUE ZERO.
       01  PERIOD-CONT-DISP PIC Z(6)9 VALUE ZERO.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

                       INTO(UNEMLMAPI)
           END-EXEC

           IF LCLAIMI = SPACES AND LPERI = SPACES THEN
              MOVE SPACES TO UNEMLMAPO
              MOVE "Please key in a claim id, or a period date."
                 TO LMSGO
              PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
              GO TO 0000-MAINLINE-EXIT
           END-IF
           IF LOPERI = SPACES THEN
              MOVE SPACES TO UNEMLMAPO
              MOVE LCLAIMI TO LCLAIMO
              MOVE LPERI TO LPERO
              MOVE LPSTI TO LPSTO
              MOVE "Key your operator id - lookups are audited."
                 TO LMSGO
              PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           *> Person-level detail - the lookup goes on the access
           *> trail before anything is shown.
           MOVE SPACES TO AUDIT-REQUEST
           IF LCLAIMI NOT = SPACES THEN
              STRING "LOOKUP " LCLAIMI " BY " LOPERI
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
           ELSE
              STRING "PERIOD " LPERI " " LPSTI " BY " LOPERI
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
           END-IF
           CALL "UNEMACCL" USING "UNEMCLIQ" AUDIT-REQUEST

           IF LCLAIMI NOT = SPACES THEN
              PERFORM 3000-BROWSE-CLAIM THRU 3000-BROWSE-CLAIM-EXIT
           ELSE
              PERFORM 3200-BROWSE-PERIOD
                 THRU 3200-BROWSE-PERIOD-EXIT
           END-IF
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLIQ"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT

           GO TO 0000-MAINLINE-EXIT
      ******************************************************************
       1000-FIRST-TIME.
           MOVE SPACES TO UNEMLMAPO
           MOVE "Enter a claim id or period date, and your operator id."
              TO LMSGO
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .
           EXIT.
      ******************************************************************
      * Browses the claim's rows off the detail KSDS - the key
      * leads with the claim's token, so the claim's periods sit
      * together.
      ******************************************************************
       3000-BROWSE-CLAIM.
           MOVE SPACES TO FIRST-PERIOD
           MOVE SPACES TO LAST-PERIOD

           MOVE 'F' TO TOKV-FUNCTION
           MOVE LCLAIMI TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLIQ"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           EVALUATE TOKV-RESULT
              WHEN 'Y'
                 MOVE TOKV-TOKEN TO CLAIM-TOKEN
              WHEN 'N'
                 MOVE "Claim not found." TO LMSGO
                 GO TO 3000-BROWSE-CLAIM-EXIT
              WHEN OTHER
                 MOVE "Claim index unavailable - try again later."
                    TO LMSGO
                 GO TO 3000-BROWSE-CLAIM-EXIT
           END-EVALUATE

           MOVE SPACES TO BROWSE-KEY
           MOVE CLAIM-TOKEN TO BROWSE-KEY (1:12)

           EXEC CICS
               STARTBR FILE('CLMDTLDD') RIDFLD(BROWSE-KEY)
                           RIDFLD(BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 IF CQ-CLAIM-ID NOT = CLAIM-TOKEN THEN
                    MOVE DFHRESP(ENDFILE) TO CICS-RESP
                 ELSE
                    PERFORM 3100-SHOW-ROW THRU 3100-SHOW-ROW-EXIT
           MOVE CQ-INDUSTRY-CODE TO LINDO (ROWS-SHOWN)
           MOVE CQ-RACE-CODE     TO LRACEO (ROWS-SHOWN)
           MOVE CQ-ETHNIC-CODE   TO LETHO (ROWS-SHOWN)
           MOVE LCLAIMI          TO LRCLMO (ROWS-SHOWN)
           .

       3100-SHOW-ROW-EXIT.
           EXIT.
      ******************************************************************
      * Browses one period's claim rows along the period/state path
      * - positioned on the period (and state, when keyed), ended
      * the moment the period (or state) changes, so the browse
      * costs the period's rows, not the store's. The path's key is
      * not unique: every row but the last of a key comes back
      * DUPKEY.
      ******************************************************************
       3200-BROWSE-PERIOD.
           MOVE SPACES TO UNEMLMAPO
           MOVE LPERI TO LPERO
           MOVE LPSTI TO LPSTO
           MOVE LOPERI TO LOPERO
           MOVE ZERO TO ROWS-SHOWN
           MOVE ZERO TO PERIOD-ROWS
           MOVE ZERO TO PERIOD-INIT
           MOVE ZERO TO PERIOD-CONT

           MOVE LPERI TO PSB-PERIOD-DATE
           IF LPSTI = SPACES THEN
              MOVE LOW-VALUES TO PSB-STATE-CODE
           ELSE
              MOVE LPSTI TO PSB-STATE-CODE
           END-IF

           EXEC CICS
               STARTBR FILE('CLMDTLPS') RIDFLD(PS-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "No claim rows for the period." TO LMSGO
              GO TO 3200-BROWSE-PERIOD-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('CLMDTLPS') INTO(CLIQ-DETAIL-REC)
                           RIDFLD(PS-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(DUPKEY) THEN
                 MOVE DFHRESP(NORMAL) TO CICS-RESP
              END-IF
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 IF CQ-PERIOD-DATE NOT = LPERI
                    OR (LPSTI NOT = SPACES
                        AND CQ-STATE-CODE NOT = LPSTI) THEN
                    MOVE DFHRESP(ENDFILE) TO CICS-RESP
                 ELSE
                    PERFORM 3300-COUNT-PERIOD-ROW
                       THRU 3300-COUNT-PERIOD-ROW-EXIT
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('CLMDTLPS') RESP(CICS-RESP)
           END-EXEC

           IF PERIOD-ROWS = ZERO THEN
              MOVE "No claim rows for the period." TO LMSGO
              GO TO 3200-BROWSE-PERIOD-EXIT
           END-IF

           MOVE PERIOD-ROWS TO PERIOD-ROWS-DISP
           MOVE PERIOD-INIT TO PERIOD-INIT-DISP
           MOVE PERIOD-CONT TO PERIOD-CONT-DISP
           MOVE SPACES TO LSPANO
           STRING "PERIOD: " PERIOD-ROWS-DISP " row(s), "
              PERIOD-INIT-DISP " initial, " PERIOD-CONT-DISP
              " continuing" DELIMITED BY SIZE INTO LSPANO

           IF PERIOD-ROWS > 10 THEN
              MOVE "First ten claim rows shown - see UNEMCLDD "
                 TO LMSGO
           ELSE
              MOVE "Period found." TO LMSGO
           END-IF
           .

       3200-BROWSE-PERIOD-EXIT.
           EXIT.
      ******************************************************************
       3300-COUNT-PERIOD-ROW.
           ADD 1 TO PERIOD-ROWS
           IF CQ-CLAIM-TYPE = 'I' THEN
              ADD 1 TO PERIOD-INIT
           ELSE
              ADD 1 TO PERIOD-CONT
           END-IF

           IF ROWS-SHOWN >= 10 THEN
              GO TO 3300-COUNT-PERIOD-ROW-EXIT
           END-IF

           ADD 1 TO ROWS-SHOWN
           MOVE CQ-STATE-CODE    TO LSTATEO (ROWS-SHOWN)
           MOVE CQ-PERIOD-DATE   TO LPDATEO (ROWS-SHOWN)
           MOVE CQ-CLAIM-TYPE    TO LTYPEO (ROWS-SHOWN)
           MOVE CQ-AGE           TO LAGEO (ROWS-SHOWN)
           MOVE CQ-GENDER-CODE   TO LGENDO (ROWS-SHOWN)
           MOVE CQ-INDUSTRY-CODE TO LINDO (ROWS-SHOWN)
           MOVE CQ-RACE-CODE     TO LRACEO (ROWS-SHOWN)
           MOVE CQ-ETHNIC-CODE   TO LETHO (ROWS-SHOWN)

           *> The row's claim id from the vault - the token when
           *> the vault can't say.
           MOVE 'D' TO TOKV-FUNCTION
           MOVE CQ-CLAIM-ID TO TOKV-TOKEN
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLIQ"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           IF TOKV-RESULT = 'Y' THEN
              MOVE TOKV-CLAIM-ID TO LRCLMO (ROWS-SHOWN)
           ELSE
              MOVE CQ-CLAIM-ID TO LRCLMO (ROWS-SHOWN)
           END-IF
           .

       3300-COUNT-PERIOD-ROW-EXIT.
           EXIT.
      ******************************************************************
      * Repaints the panel with whatever is currently on UNEMLMAPO.
      ******************************************************************
       8000-SEND-MAP.
