      * Rows must be grouped by recipient - one banner page opens
      * each group.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMCYRD - the business cycle.
      *    UNEMENTL - the consumer entitlement check.
      *    UNEMRHMK - the producer run-history marker.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  Consumer entitlements: the recipient is
      *                    the consumer on the entitlement registry
      *                    (UNEMENTL, channel DIST). A report spans
      *                    every state, so it needs a '**' grant, of
      *                    the claim-level class when the capture is
      *                    marked claim-level. A report outside the
      *                    grant is withheld - a banner says so in
      *                    the packet - logged, and gives RC=4.
      *    2021-08-25  MB  The run is recorded on the run history
      *                    (UNEMRHMK) as it ends, so UNEMXMIT
      *                    sends the file only once this cycle's
      *                    run has written it.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 RIX-CONTENT     PIC X.
              88 RIX-CLAIM-LEVEL VALUE 'C'.
           05 FILLER          PIC X(13).

       FD  REPO-DAT.
       01  REPO-DAT-REC.
           88 PACKET-OUT-OK VALUE "00".

      * The business cycle the packets are built for.
      * The return code the run ends with, for the run history.
       01  RUN-RC PIC 9(2) VALUE ZERO.

       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-DATE-PARTS REDEFINES CYCLE-DATE-OUT.
           05 CYC-YYYY PIC 9(4).
           05 FC-RUN-DATE PIC 9(8) VALUE ZERO.
           05 FC-RUN-TIME PIC 9(6) VALUE ZERO.
           05 FC-LINES    PIC 9(6) VALUE ZERO.
           05 FC-CONTENT  PIC X VALUE SPACE.
              88 FC-CLAIM-LEVEL VALUE 'C'.

       01  ROWS-READ       COMP-4 PIC 9(3) VALUE ZERO.
       01  REPORTS-BUNDLED COMP-4 PIC 9(3) VALUE ZERO.
       01  REPORTS-MISSING COMP-4 PIC 9(3) VALUE ZERO.
       01  LINES-COPIED    COMP-4 PIC 9(7) VALUE ZERO.
       01  REPORTS-REFUSED COMP-4 PIC 9(3) VALUE ZERO.

      * The consumer entitlement check (UNEMENTL) - the recipient is
      * the consumer.
       01  ENTL-FUNCTION PIC X(8) VALUE 'CHECK   '.
       01  ENTL-CONSUMER PIC X(20) VALUE SPACES.
       01  ENTL-CHANNEL  PIC X(4) VALUE 'DIST'.
       01  ENTL-STATE    PIC X(2) VALUE '**'.
       01  ENTL-CLASS    PIC X VALUE SPACE.
       01  ENTL-VERDICT  PIC X VALUE SPACE.
           88 ENTL-GRANTED VALUE 'G'.

       01  BANNER-LINE PIC X(132) VALUE ALL '*'.

              '  *** NO CAPTURE FOR THIS CYCLE ***'.
           05 FILLER PIC X(70) VALUE SPACES.

       01  REFUSED-BANNER.
           05 FILLER PIC X(14) VALUE '---  REPORT:  '.
           05 XB-PGM PIC X(8) VALUE SPACES.
           05 FILLER PIC X(52) VALUE
              '  *** WITHHELD - OUTSIDE THE RECIPIENT''S ENTITLEMENT'.
           05 FILLER PIC X(58) VALUE ' ***'.

      *========================
       PROCEDURE DIVISION.
      *========================
                 AND DIST-LIST-REC NOT = SPACES THEN
                 ADD 1 TO ROWS-READ
                 PERFORM 3000-PROCESS-LIST-ROW
                    THRU 3000-PROCESS-LIST-ROW-END
              END-IF
              PERFORM 2000-READ-LIST-ROW
           END-PERFORM
           CLOSE REPO-DAT
           CLOSE PACKET-OUT

           MOVE 'CLOSE   ' TO ENTL-FUNCTION
           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMDIST"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT

           DISPLAY ROWS-READ " list row(s), " REPORTS-BUNDLED
              " report(s) bundled (" LINES-COPIED " line(s)), "
              REPORTS-MISSING " due report(s) with no capture, "
              REPORTS-REFUSED " withheld - outside the recipient's "
              "entitlement."

           IF REPORTS-MISSING > ZERO OR REPORTS-REFUSED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           MOVE RETURN-CODE TO RUN-RC
           CALL "UNEMRHMK" USING "UNEMDIST" CYCLE-DATE-OUT RUN-RC
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      ******************************************************************
      * The cycle date's day of week - the same serial arithmetic

           PERFORM 3100-FIND-LATEST-CAPTURE

           IF CAPTURE-FOUND THEN
              PERFORM 3150-CHECK-ENTITLEMENT
              IF NOT ENTL-GRANTED THEN
                 ADD 1 TO REPORTS-REFUSED
                 MOVE DS-PGM TO XB-PGM
                 WRITE PACKET-OUT-REC FROM REFUSED-BANNER
                    AFTER ADVANCING PAGE
                 GO TO 3000-PROCESS-LIST-ROW-END
              END-IF
           END-IF

           IF CAPTURE-FOUND THEN
              ADD 1 TO REPORTS-BUNDLED
              MOVE DS-PGM TO PB-PGM
                          MOVE RIX-RUN-DATE TO FC-RUN-DATE
                          MOVE RIX-RUN-TIME TO FC-RUN-TIME
                          MOVE RIX-LINE-COUNT TO FC-LINES
                          MOVE RIX-CONTENT TO FC-CONTENT
                       END-IF
                    END-IF
              END-READ
       3100-FIND-LATEST-CAPTURE-END.
           EXIT.
      ******************************************************************
      * May the recipient have the report? Every state's content,
      * claim-level when the capture was marked so.
      ******************************************************************
       3150-CHECK-ENTITLEMENT.
           MOVE DS-RECIPIENT TO ENTL-CONSUMER
           IF FC-CLAIM-LEVEL THEN
              MOVE 'C' TO ENTL-CLASS
           ELSE
              MOVE 'A' TO ENTL-CLASS
           END-IF

           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMDIST"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT
           .

       3150-CHECK-ENTITLEMENT-END.
           EXIT.
      ******************************************************************
      * Copies the found capture's lines, in sequence order, into
      * the packet.
      ******************************************************************
