      * carries the cycle date and an additive content checksum so
      * the web side can prove what it loaded.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMRELG - the release gate.
      *    UNEMENTL - the consumer entitlement check.
      *    UNEMPARM - the runtime parameter lookup.
      *    UNEMRHMK - the producer run-history marker.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  Consumer entitlements: the dashboard is a
      *                    consumer on the entitlement registry like
      *                    any other (the FEED-CONSUMER runtime
      *                    parameter, default PUBLIC-WEB, channel
      *                    FEED). A state outside its grant is left
      *                    out of the headline and ranking, the
      *                    national trend needs a '**' grant; each
      *                    refusal is logged and gives RC=4.
      *    2021-08-25  MB  The run is recorded on the run history
      *                    (UNEMRHMK) as it ends, so UNEMXMIT
      *                    sends the file only once this cycle's
      *                    run has written it.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           88 FEED-OUT-OK VALUE "00".

      * The business cycle stamped on every document.
      * The return code the run ends with, for the run history.
       01  RUN-RC PIC 9(2) VALUE ZERO.

       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

       01  CHECK-DISP PIC 9(9) VALUE ZERO.
       01  DOCS-BUILT PIC 9(1) COMP-4 VALUE ZERO.

      * The consumer entitlement check (UNEMENTL) - the dashboard's
      * consumer id is the FEED-CONSUMER runtime parameter.
       01  ENTL-FUNCTION PIC X(8) VALUE 'CHECK   '.
       01  ENTL-CONSUMER PIC X(20) VALUE 'PUBLIC-WEB'.
       01  ENTL-CHANNEL  PIC X(4) VALUE 'FEED'.
       01  ENTL-STATE    PIC X(2) VALUE SPACES.
       01  ENTL-CLASS    PIC X VALUE SPACE.
       01  ENTL-VERDICT  PIC X VALUE SPACE.
           88 ENTL-GRANTED VALUE 'G'.
       01  FEED-REFUSED  PIC 9(3) COMP-4 VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      *========================
       PROCEDURE DIVISION.
      *========================
           CALL "UNEMCYRD" USING "UNEMFEED" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           MOVE "FEED-CONSUMER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE TO ENTL-CONSUMER
           END-IF

           *> These documents are public by definition - no release
           *> register means no feed, not an ungated feed.
           MOVE "0000-00" TO RELG-PERIOD

           PERFORM 2500-COLLECT-TREND

           *> The trend is every state's total - the consumer needs
           *> a grant for all of them.
           IF TR-USED > ZERO THEN
              MOVE "**" TO ENTL-STATE
              MOVE 'A' TO ENTL-CLASS
              CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMFEED"
                 ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
                 ENTL-VERDICT
              IF NOT ENTL-GRANTED THEN
                 ADD 1 TO FEED-REFUSED
                 MOVE ZERO TO TR-USED
              END-IF
           END-IF

           PERFORM 3000-BUILD-HEADLINE-DOC
           PERFORM 4000-BUILD-TREND-DOC
           PERFORM 5000-BUILD-RANKING-DOC

           MOVE 'CLOSE   ' TO ENTL-FUNCTION
           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMFEED"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT

           DISPLAY DOCS-BUILT " dashboard document(s) built for "
              "period " LATEST-PERIOD ", cycle " CYCLE-DATE-OUT "."

           IF FEED-REFUSED > ZERO THEN
              DISPLAY FEED-REFUSED " state(s) or document(s) "
                 "refused - outside " ENTL-CONSUMER "'s entitlement."
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           MOVE RETURN-CODE TO RUN-RC
           CALL "UNEMRHMK" USING "UNEMFEED" CYCLE-DATE-OUT RUN-RC
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      ******************************************************************
      * The latest monthly FD-DATE whose period reads RELEASED on
           PERFORM 2100-READ-NEXT-RECORD
           PERFORM UNTIL REPORT-OUT-END-OF-FILE
              IF FD-DATE = LATEST-PERIOD AND FD-FREQ-MONTHLY THEN
                 PERFORM 2150-CHECK-ENTITLEMENT
                 IF ENTL-GRANTED THEN
                    PERFORM 2200-OFFER-STATE
                 ELSE
                    ADD 1 TO FEED-REFUSED
                 END-IF
              END-IF
              PERFORM 2100-READ-NEXT-RECORD
           END-PERFORM
       2100-READ-NEXT-RECORD-END.
           EXIT.
      ******************************************************************
      * May the dashboard have this state's figures? Preliminary
      * until the record is final.
      ******************************************************************
       2150-CHECK-ENTITLEMENT.
           MOVE FD-STATE-CODE TO ENTL-STATE
           IF FD-STAT-PRELIMINARY THEN
              MOVE 'P' TO ENTL-CLASS
           ELSE
              MOVE 'A' TO ENTL-CLASS
           END-IF

           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMFEED"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT
           .

       2150-CHECK-ENTITLEMENT-END.
           EXIT.
      ******************************************************************
      * The UNEMSTRK insertion, descending by rate.
      ******************************************************************
       2200-OFFER-STATE.
