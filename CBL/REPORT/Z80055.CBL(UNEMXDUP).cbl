      * unit and to the printed report; when the day's case count
      * jumps past XDUP-ALERT-COUNT an XSTDUPE event goes through
      * UNEMALRT.
      * UNEMCLMD holds claim tokens, not claim ids. The case list is
      * the integrity unit's work list, so each case's claim id is
      * fetched back through the UNEMTOKV token service (on the
      * access trail); the printed report, which goes further,
      * shows the token only.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  The case list carries the claim id from the
      *                    token vault, the printed report the token.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.

       01  ROWS-READ    COMP-4 PIC 9(7) VALUE ZERO.
       01  CASES-FOUND  COMP-4 PIC 9(5) VALUE ZERO.
       01  CASES-UNRESOLVED COMP-4 PIC 9(5) VALUE ZERO.

      * The token service call (UNEMTOKV / TOKVLTDD).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

           CLOSE CLAIM-DETAIL
           CLOSE CASE-LIST
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMXDUP"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMXDUP" PRNT-TEXT

           DISPLAY ROWS-READ " detail row(s) screened, "
              CASES-FOUND " case(s) for the integrity unit."
           IF CASES-UNRESOLVED > ZERO THEN
              DISPLAY "*** " CASES-UNRESOLVED " case(s) listed by "
                 "token - the token vault couldn't resolve them."
           END-IF

           IF CASES-FOUND > XDUP-ALERT-COUNT THEN
              MOVE SPACES TO ALERT-MESSAGE
       2300-RECORD-CASE.
           ADD 1 TO CASES-FOUND

           MOVE 'D' TO TOKV-FUNCTION
           MOVE CD-CLAIM-ID TO TOKV-TOKEN
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMXDUP"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           IF TOKV-RESULT = 'Y' THEN
              MOVE TOKV-CLAIM-ID TO CL-CLAIM-ID
           ELSE
              MOVE CD-CLAIM-ID TO CL-CLAIM-ID
              ADD 1 TO CASES-UNRESOLVED
           END-IF
           MOVE CD-PERIOD-DATE TO CL-PERIOD
           MOVE CD-STATE-CODE TO CL-STATE-2
           WRITE CASE-LIST-REC
