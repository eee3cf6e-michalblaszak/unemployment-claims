      ******************************************************************
      * Consumer entitlement check for the outbound channels.
      ******************************************************************
      * The MQ server, the subscription extracts, the dashboard feed
      * and the distribution packets each decided on their own what
      * a consumer got - nobody could say, for any one consumer,
      * what they were allowed and what they were actually sent.
      * Every outbound channel now asks this subprogram before each
      * thing it sends: may this consumer have this state's data, of
      * this class, through this channel, today? The answer comes
      * from the consumer entitlement registry (ENTLRGDD, ENTLREC.cpy)
      * - granted when any one of the consumer's rows, valid today,
      * covers the channel, the class and the state.
      *
      * The registry is loaded on the first call and answered from
      * memory after that; a long-running caller (the MQ server)
      * asks for it to be read again with the RELOAD call, so a
      * grant revoked on the registry stops being honoured without
      * a restart. A registry that can't be read refuses
      * everything - nothing leaves for a consumer nobody can vouch
      * for. A refusal is displayed on the console and goes on the
      * access trail through UNEMACCL ('ENTL REFUSE', the consumer,
      * channel, state, class and why) the first time it is made in
      * a run.
      *
      * Every answer is tallied per consumer, channel, state and
      * class - a grant counts as one item sent, since the callers
      * ask right before they send - and the CLOSE call (or a full
      * tally) appends the tallies to the ENTLRCDD receipts log
      * (ERCVREC.cpy), which is what UNEMENTR reports the quarter's
      * deliveries from.
      *-----------------------------------------------------------------
      * Input parameters:
      *    ENTL-FUNCTION - 'CHECK   ', 'CLOSE   ' (write the
      *                    tallies) or 'RELOAD  ' (read the registry
      *                    again); for CLOSE and RELOAD the other
      *                    parameters are not looked at.
      *    ENTL-PGM-NAME - the calling producer's PROGRAM-ID.
      *    ENTL-CONSUMER - the consumer id.
      *    ENTL-CHANNEL  - 'MQ  ', 'SUBX', 'FEED' or 'DIST'.
      *    ENTL-STATE    - the state, '**' for content spanning
      *                    every state.
      *    ENTL-CLASS    - 'A' aggregate, 'P' preliminary, 'C'
      *                    claim-level.
      * Output parameters:
      *    ENTL-VERDICT  - 'G' granted, 'R' refused.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  RELOAD function: reads the registry again
      *                    for a long-running caller; a registry that
      *                    can't be read then refuses everything, as at
      *                    the first load.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMENTL.
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
           SELECT ENTL-REGISTRY ASSIGN TO ENTLRGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENTL-REGISTRY-STATUS.

           SELECT ENTL-RECEIPTS ASSIGN TO ENTLRCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENTL-RECEIPTS-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  ENTL-REGISTRY
      *    01  ENTL-REGISTRY-REC.
       COPY ENTLREC.

      * Provides:
      *    FD  ENTL-RECEIPTS
      *    01  ENTL-RECEIPT-REC.
       COPY ERCVREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  ENTL-REGISTRY-STATUS PIC XX.
           88 ENTL-REGISTRY-OK VALUE "00".
           88 ENTL-REGISTRY-EOF VALUE "10".

       01  ENTL-RECEIPTS-STATUS PIC XX.
           88 ENTL-RECEIPTS-OK VALUE "00".

      * 'N' until the first call loads the registry; 'Y' loaded, 'U'
      * the registry couldn't be read.
       01  TABLE-LOADED-SW PIC X VALUE 'N'.
           88 TABLE-NOT-LOADED VALUE 'N'.
           88 TABLE-LOADED     VALUE 'Y'.
           88 TABLE-UNREADABLE VALUE 'U'.

      * The registry rows.
       01  GRANT-TABLE.
           05 GRANT-ENTRY OCCURS 300 TIMES.
              10 GT-CONSUMER   PIC X(20).
              10 GT-CHANNEL    PIC X OCCURS 4 TIMES.
              10 GT-CLASS      PIC X OCCURS 3 TIMES.
              10 GT-VALID-FROM PIC 9(8).
              10 GT-VALID-TO   PIC 9(8).
              10 GT-STATE      PIC X(2) OCCURS 15 TIMES.

       01  GRANT-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  GRANT-IDX  PIC 9(3) COMP-4.
       01  STATE-IDX  PIC 9(3) COMP-4.

      * The channel's and the class's positions in a registry row.
       01  CHANNEL-IDX PIC 9(1) COMP-4 VALUE ZERO.
       01  CLASS-IDX   PIC 9(1) COMP-4 VALUE ZERO.

      * How far the closest row got - the refusal's reason is the
      * first test no row passed.
       01  MATCH-LEVEL PIC 9(1) COMP-4 VALUE ZERO.
       01  ROW-LEVEL   PIC 9(1) COMP-4 VALUE ZERO.
       01  REFUSE-REASON PIC X(12) VALUE SPACES.

       01  STATE-OK-SW PIC X VALUE 'N'.
           88 STATE-OK VALUE 'Y'.

      * The answers given this run, per consumer, channel, state and
      * class, until they are written to the receipts log.
       01  TALLY-TABLE.
           05 TALLY-ENTRY OCCURS 300 TIMES.
              10 TT-KEY.
                 15 TT-CONSUMER PIC X(20).
                 15 TT-CHANNEL  PIC X(4).
                 15 TT-STATE    PIC X(2).
                 15 TT-CLASS    PIC X.
              10 TT-DELIVERED   PIC 9(7) COMP-4.
              10 TT-REFUSED     PIC 9(7) COMP-4.

       01  TALLY-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  TALLY-IDX  PIC 9(3) COMP-4.
       01  TALLY-AT   PIC 9(3) COMP-4.

       01  TALLY-KEY.
           05 TK-CONSUMER PIC X(20).
           05 TK-CHANNEL  PIC X(4).
           05 TK-STATE    PIC X(2).
           05 TK-CLASS    PIC X.

       01  TODAY-DATE PIC 9(8) VALUE ZERO.
       01  TODAY-TIME PIC 9(8) VALUE ZERO.

       01  RECEIPTS-WRITTEN PIC 9(5) COMP-4 VALUE ZERO.

      * The access-trail entry handed to UNEMACCL.
       01  ACCL-REQUEST PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  ENTL-FUNCTION PIC X(8).
           88 ENTL-CHECK VALUE 'CHECK   '.
           88 ENTL-CLOSE VALUE 'CLOSE   '.
           88 ENTL-RELOAD VALUE 'RELOAD  '.
       01  ENTL-PGM-NAME PIC X(8).
       01  ENTL-CONSUMER PIC X(20).
       01  ENTL-CHANNEL  PIC X(4).
       01  ENTL-STATE    PIC X(2).
       01  ENTL-CLASS    PIC X.
       01  ENTL-VERDICT  PIC X.
           88 ENTL-GRANTED VALUE 'G'.
           88 ENTL-REFUSED VALUE 'R'.

      *========================
       PROCEDURE DIVISION USING ENTL-FUNCTION ENTL-PGM-NAME
                                ENTL-CONSUMER ENTL-CHANNEL
                                ENTL-STATE ENTL-CLASS
                                ENTL-VERDICT.
      *========================
       1000-MAIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           IF TABLE-NOT-LOADED OR ENTL-RELOAD THEN
              MOVE ZERO TO GRANT-USED
              PERFORM 2000-LOAD-REGISTRY
                 THRU 2000-LOAD-REGISTRY-END
           END-IF

           EVALUATE TRUE
              WHEN ENTL-CHECK
                 PERFORM 3000-CHECK-ENTITLEMENT
                    THRU 3000-CHECK-ENTITLEMENT-END
                 PERFORM 4000-TALLY-ANSWER
                    THRU 4000-TALLY-ANSWER-END
              WHEN ENTL-CLOSE
                 PERFORM 6000-WRITE-RECEIPTS
                    THRU 6000-WRITE-RECEIPTS-END
                 DISPLAY "[ENTL] " RECEIPTS-WRITTEN " receipt row(s) "
                    "logged for " ENTL-PGM-NAME "."
              WHEN ENTL-RELOAD
                 IF TABLE-LOADED THEN
                    DISPLAY "[ENTL] Registry reloaded for "
                       ENTL-PGM-NAME " - " GRANT-USED " row(s)."
                 END-IF
              WHEN OTHER
                 DISPLAY "[ENTL] Unknown function '" ENTL-FUNCTION
                    "' from " ENTL-PGM-NAME " - refused."
                 SET ENTL-REFUSED TO TRUE
           END-EVALUATE

           GOBACK
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
      * Loads the registry rows. A registry too big to hold can't be
      * answered for, so it counts as unreadable.
      ******************************************************************
       2000-LOAD-REGISTRY.
           OPEN INPUT ENTL-REGISTRY

           IF NOT ENTL-REGISTRY-OK THEN
              DISPLAY "*** The consumer entitlement registry can't be "
                 "read - STATUS " ENTL-REGISTRY-STATUS
                 " - every delivery is refused." UPON CONSOLE
              SET TABLE-UNREADABLE TO TRUE
              GO TO 2000-LOAD-REGISTRY-END
           END-IF

           SET TABLE-LOADED TO TRUE
           PERFORM UNTIL NOT ENTL-REGISTRY-OK
              READ ENTL-REGISTRY
                 AT END CONTINUE
                 NOT AT END
                    IF ENTL-REGISTRY-REC (1:1) NOT = '*'
                       AND ENTL-REGISTRY-REC NOT = SPACES THEN
                       PERFORM 2100-KEEP-GRANT
                          THRU 2100-KEEP-GRANT-END
                    END-IF
              END-READ
           END-PERFORM

           IF NOT ENTL-REGISTRY-EOF THEN
              SET TABLE-UNREADABLE TO TRUE
           END-IF

           CLOSE ENTL-REGISTRY
           .

       2000-LOAD-REGISTRY-END.
           EXIT.
      ******************************************************************
       2100-KEEP-GRANT.
           IF GRANT-USED >= 300 THEN
              DISPLAY "*** More than 300 entitlement rows - the "
                 "registry can't be answered for." UPON CONSOLE
              MOVE "99" TO ENTL-REGISTRY-STATUS
              GO TO 2100-KEEP-GRANT-END
           END-IF

           ADD 1 TO GRANT-USED
           MOVE EN-CONSUMER TO GT-CONSUMER (GRANT-USED)
           PERFORM VARYING CHANNEL-IDX FROM 1 BY 1
                 UNTIL CHANNEL-IDX > 4
              MOVE EN-CHANNEL-FLAG (CHANNEL-IDX)
                 TO GT-CHANNEL (GRANT-USED CHANNEL-IDX)
           END-PERFORM
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                 UNTIL CLASS-IDX > 3
              MOVE EN-CLASS-FLAG (CLASS-IDX)
                 TO GT-CLASS (GRANT-USED CLASS-IDX)
           END-PERFORM
           MOVE EN-VALID-FROM TO GT-VALID-FROM (GRANT-USED)
           MOVE EN-VALID-TO TO GT-VALID-TO (GRANT-USED)
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > 15
              MOVE EN-STATE (STATE-IDX)
                 TO GT-STATE (GRANT-USED STATE-IDX)
           END-PERFORM
           .

       2100-KEEP-GRANT-END.
           EXIT.
      ******************************************************************
      * Granted when any of the consumer's rows, valid today, covers
      * the channel, the class and the state. The tests run in that
      * order, and the furthest any row got names the refusal.
      ******************************************************************
       3000-CHECK-ENTITLEMENT.
           SET ENTL-REFUSED TO TRUE
           MOVE ZERO TO MATCH-LEVEL

           IF NOT TABLE-LOADED THEN
              MOVE "NO REGISTRY" TO REFUSE-REASON
              GO TO 3000-CHECK-ENTITLEMENT-END
           END-IF

           EVALUATE ENTL-CHANNEL
              WHEN 'MQ  '
                 MOVE 1 TO CHANNEL-IDX
              WHEN 'SUBX'
                 MOVE 2 TO CHANNEL-IDX
              WHEN 'FEED'
                 MOVE 3 TO CHANNEL-IDX
              WHEN 'DIST'
                 MOVE 4 TO CHANNEL-IDX
              WHEN OTHER
                 MOVE ZERO TO CHANNEL-IDX
           END-EVALUATE

           EVALUATE ENTL-CLASS
              WHEN 'A'
                 MOVE 1 TO CLASS-IDX
              WHEN 'P'
                 MOVE 2 TO CLASS-IDX
              WHEN 'C'
                 MOVE 3 TO CLASS-IDX
              WHEN OTHER
                 MOVE ZERO TO CLASS-IDX
           END-EVALUATE

           IF CHANNEL-IDX = ZERO OR CLASS-IDX = ZERO THEN
              MOVE "BAD REQUEST" TO REFUSE-REASON
              GO TO 3000-CHECK-ENTITLEMENT-END
           END-IF

           PERFORM VARYING GRANT-IDX FROM 1 BY 1
                 UNTIL GRANT-IDX > GRANT-USED OR ENTL-GRANTED
              PERFORM 3100-CHECK-ONE-ROW
           END-PERFORM

           EVALUATE MATCH-LEVEL
              WHEN 0
                 MOVE "UNREGISTERED" TO REFUSE-REASON
              WHEN 1
                 MOVE "NOT VALID" TO REFUSE-REASON
              WHEN 2
                 MOVE "CHANNEL" TO REFUSE-REASON
              WHEN 3
                 MOVE "DATA CLASS" TO REFUSE-REASON
              WHEN OTHER
                 MOVE "STATE" TO REFUSE-REASON
           END-EVALUATE
           .

       3000-CHECK-ENTITLEMENT-END.
           EXIT.
      ******************************************************************
       3100-CHECK-ONE-ROW.
           MOVE ZERO TO ROW-LEVEL

           IF GT-CONSUMER (GRANT-IDX) = ENTL-CONSUMER THEN
              MOVE 1 TO ROW-LEVEL
              IF GT-VALID-FROM (GRANT-IDX) <= TODAY-DATE
                 AND GT-VALID-TO (GRANT-IDX) >= TODAY-DATE THEN
                 MOVE 2 TO ROW-LEVEL
                 IF GT-CHANNEL (GRANT-IDX CHANNEL-IDX) = 'Y' THEN
                    MOVE 3 TO ROW-LEVEL
                    IF GT-CLASS (GRANT-IDX CLASS-IDX) = 'Y' THEN
                       MOVE 4 TO ROW-LEVEL
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF ROW-LEVEL > MATCH-LEVEL THEN
              MOVE ROW-LEVEL TO MATCH-LEVEL
           END-IF

           IF ROW-LEVEL = 4 THEN
              MOVE 'N' TO STATE-OK-SW
              PERFORM VARYING STATE-IDX FROM 1 BY 1
                    UNTIL STATE-IDX > 15 OR STATE-OK
                 IF GT-STATE (GRANT-IDX STATE-IDX) = "**"
                    OR GT-STATE (GRANT-IDX STATE-IDX) = ENTL-STATE
                    THEN
                    SET STATE-OK TO TRUE
                 END-IF
              END-PERFORM
              IF STATE-OK THEN
                 SET ENTL-GRANTED TO TRUE
              END-IF
           END-IF
           .

       3100-CHECK-ONE-ROW-END.
           EXIT.
      ******************************************************************
      * Counts the answer against its consumer, channel, state and
      * class. The first refusal of each in a run is logged; a full
      * tally is written out to make room.
      ******************************************************************
       4000-TALLY-ANSWER.
           MOVE ENTL-CONSUMER TO TK-CONSUMER
           MOVE ENTL-CHANNEL TO TK-CHANNEL
           MOVE ENTL-STATE TO TK-STATE
           MOVE ENTL-CLASS TO TK-CLASS

           MOVE ZERO TO TALLY-AT
           PERFORM VARYING TALLY-IDX FROM 1 BY 1
                 UNTIL TALLY-IDX > TALLY-USED OR TALLY-AT > ZERO
              IF TT-KEY (TALLY-IDX) = TALLY-KEY THEN
                 MOVE TALLY-IDX TO TALLY-AT
              END-IF
           END-PERFORM

           IF TALLY-AT = ZERO THEN
              IF TALLY-USED >= 300 THEN
                 PERFORM 6000-WRITE-RECEIPTS
                    THRU 6000-WRITE-RECEIPTS-END
              END-IF
              ADD 1 TO TALLY-USED
              MOVE TALLY-USED TO TALLY-AT
              MOVE TALLY-KEY TO TT-KEY (TALLY-AT)
              MOVE ZERO TO TT-DELIVERED (TALLY-AT)
              MOVE ZERO TO TT-REFUSED (TALLY-AT)
           END-IF

           IF ENTL-GRANTED THEN
              ADD 1 TO TT-DELIVERED (TALLY-AT)
              GO TO 4000-TALLY-ANSWER-END
           END-IF

           ADD 1 TO TT-REFUSED (TALLY-AT)
           IF TT-REFUSED (TALLY-AT) = 1 THEN
              PERFORM 5000-LOG-REFUSAL
           END-IF
           .

       4000-TALLY-ANSWER-END.
           EXIT.
      ******************************************************************
       5000-LOG-REFUSAL.
           DISPLAY "*** CONSUMER " ENTL-CONSUMER " NOT ENTITLED TO "
              ENTL-CHANNEL " STATE " ENTL-STATE " CLASS " ENTL-CLASS
              " (" REFUSE-REASON ") - REFUSED BY " ENTL-PGM-NAME "."
              UPON CONSOLE

           MOVE SPACES TO ACCL-REQUEST
           STRING "ENTL REFUSE " DELIMITED BY SIZE
              ENTL-CONSUMER DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ENTL-CHANNEL DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ENTL-STATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ENTL-CLASS DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              REFUSE-REASON DELIMITED BY SIZE
              INTO ACCL-REQUEST
           CALL "UNEMACCL" USING ENTL-PGM-NAME ACCL-REQUEST
           .

       5000-LOG-REFUSAL-END.
           EXIT.
      ******************************************************************
      * Appends the tallies to the receipts log and empties the
      * tally. A log that can't be opened loses this run's receipts
      * - said so loudly, since the quarter's report will be short.
      ******************************************************************
       6000-WRITE-RECEIPTS.
           IF TALLY-USED = ZERO THEN
              GO TO 6000-WRITE-RECEIPTS-END
           END-IF

           ACCEPT TODAY-TIME FROM TIME

           OPEN EXTEND ENTL-RECEIPTS
           IF NOT ENTL-RECEIPTS-OK THEN
              DISPLAY "*** The entitlement receipts log can't be "
                 "opened - STATUS " ENTL-RECEIPTS-STATUS " - "
                 TALLY-USED " receipt row(s) from " ENTL-PGM-NAME
                 " not logged." UPON CONSOLE
              MOVE ZERO TO TALLY-USED
              GO TO 6000-WRITE-RECEIPTS-END
           END-IF

           PERFORM VARYING TALLY-IDX FROM 1 BY 1
                 UNTIL TALLY-IDX > TALLY-USED
              MOVE SPACES TO ENTL-RECEIPT-REC
              MOVE TT-CONSUMER (TALLY-IDX) TO ER-CONSUMER
              MOVE TT-CHANNEL (TALLY-IDX) TO ER-CHANNEL
              MOVE TT-STATE (TALLY-IDX) TO ER-STATE
              MOVE TT-CLASS (TALLY-IDX) TO ER-CLASS
              MOVE ENTL-PGM-NAME TO ER-PGM
              MOVE TODAY-DATE TO ER-DATE
              MOVE TODAY-TIME (1:6) TO ER-TIME
              MOVE TT-DELIVERED (TALLY-IDX) TO ER-DELIVERED
              MOVE TT-REFUSED (TALLY-IDX) TO ER-REFUSED
              WRITE ENTL-RECEIPT-REC
              ADD 1 TO RECEIPTS-WRITTEN
           END-PERFORM

           CLOSE ENTL-RECEIPTS
           MOVE ZERO TO TALLY-USED
           .

       6000-WRITE-RECEIPTS-END.
           EXIT.

       END PROGRAM UNEMENTL.
