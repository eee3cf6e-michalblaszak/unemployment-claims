      * rejecting the malformed ones, so UNEMCLAG can derive the
      * aggregate bucket counts independently and UNEMCLDD can list
      * the claims behind any bucket.
      * The agency's claim id is not stored: each row's claim id is
      * exchanged for its token through the UNEMTOKV token service
      * (a new claim id gets the next token, a known one the token
      * it already has), so CD-CLAIM-ID carries the token and only
      * the token vault (TOKVLTDD) ties it back to a person. A row
      * that can't be tokenized is never stored under its real id -
      * the load stops there, RC 8.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMTOKV - the claim token service.
      *    UNEMOPAL - the operator alert.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-20  MB  Initial version.
      *                    timeliness report (UNEMTIME). A blank
      *                    first-payment date is a claim not yet
      *                    paid, not an error.
      *    2021-08-24  MB  The extract's declaration number carries
      *                    through to CD-DECLARATION-NO on disaster
      *                    assistance ('D') rows; on any other row
      *                    it is dropped. A 'D' row without one is
      *                    loaded - UNEMDSTR lists it for follow-up.
      *    2021-08-25  MB  CD-CLAIM-ID is stored as the claim's token
      *                    from the UNEMTOKV token vault, not the
      *                    agency's claim id. A vault failure stops
      *                    the load with RC 8.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 WRK-FILING-DATE   PIC X(10).
           05 WRK-FIRST-PAY-DATE PIC X(10).
           05 WRK-PROGRAM-TYPE  PIC X.
           05 WRK-DECLARATION-NO PIC X(10).
           05 FILLER            PIC X(8).

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

       01  VAULT-FAILED-SW PIC X VALUE 'N'.
           88 VAULT-FAILED VALUE 'Y'.

      * The token service call (UNEMTOKV / TOKVLTDD).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-ADDED    COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REPLACED COMP-4 PIC 9(7) VALUE ZERO.
           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-DETAIL-ROW
           PERFORM UNTIL DETAIL-IN-EOF OR VAULT-FAILED
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-DETAIL
                    THRU 4000-SAVE-DETAIL-END
              END-IF
              PERFORM 2000-READ-DETAIL-ROW
           END-PERFORM

           CLOSE DETAIL-IN
           CLOSE CLAIM-DETAIL
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLDI"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           DISPLAY ROWS-READ " detail row(s) read."
           DISPLAY ROWS-ADDED " claim(s) added."
           DISPLAY ROWS-REPLACED " claim(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF VAULT-FAILED THEN
              DISPLAY "*** Load stopped - the token vault failed."
              STRING "Claim detail load stopped - token vault failed"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCLDI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
                 "' - claim " WRK-CLAIM-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF WRK-PROGRAM-TYPE NOT = 'D' THEN
              MOVE SPACES TO WRK-DECLARATION-NO
           END-IF
           .

       3000-VALIDATE-ROW-END.
      * re-sends one already on file - a re-sent row is a
      * correction, not an error. The extract keeps the agency's
      * field order; the KSDS record leads with the key, so the
      * fields are mapped one by one - the claim id as its token.
      ******************************************************************
       4000-SAVE-DETAIL.
           MOVE 'T' TO TOKV-FUNCTION
           MOVE WRK-CLAIM-ID TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLDI"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           IF TOKV-RESULT NOT = 'Y' THEN
              DISPLAY "Couldn't tokenize a claim id - result "
                 TOKV-RESULT
              SET VAULT-FAILED TO TRUE
              GO TO 4000-SAVE-DETAIL-END
           END-IF

           MOVE SPACES TO CLAIM-DETAIL-REC
           MOVE TOKV-TOKEN        TO CD-CLAIM-ID
           MOVE WRK-PERIOD-DATE   TO CD-PERIOD-DATE
           MOVE WRK-RECORD-ID     TO CD-RECORD-ID
           MOVE WRK-STATE-CODE    TO CD-STATE-CODE
           MOVE WRK-FILING-DATE   TO CD-FILING-DATE
           MOVE WRK-FIRST-PAY-DATE TO CD-FIRST-PAY-DATE
           MOVE WRK-PROGRAM-TYPE  TO CD-PROGRAM-TYPE
           MOVE WRK-DECLARATION-NO TO CD-DECLARATION-NO
           WRITE CLAIM-DETAIL-REC
              INVALID KEY
                 REWRITE CLAIM-DETAIL-REC
