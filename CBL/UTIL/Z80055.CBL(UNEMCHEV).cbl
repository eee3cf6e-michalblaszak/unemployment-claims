      ******************************************************************
      * UNEMPLRP change-event publisher.
      ******************************************************************
      * UNEMPMQS answers questions when asked and the delta feed comes
      * once a day, so the benefits portal and the analytics team had
      * to poll to learn whether anything changed. Every program that
      * adds, changes or removes an UNEMPLRP record now calls here
      * with the record's before and after images, and one change
      * event (CHEVMSG.cpy) is put to the MQ topic of the record's
      * state - the topic catalog (TOPCATDD, TOPCREC.cpy) names it -
      * carrying the record key, the kind of change, the dimensions
      * that changed, the record status and the cycle date.
      *
      * Events are put under syncpoint, so they become visible only
      * when the caller's update is committed:
      *    batch  - the caller asks for COMMIT once its update is
      *             safely made (UNEMPROM with each checkpointed key)
      *             and for BACKOUT when it is not; a run that ends
      *             abnormally has its uncommitted events backed out
      *             by the queue manager.
      *    CICS   - the events join the task's unit of work and are
      *             committed or rolled back with the file update;
      *             the caller never asks for COMMIT or BACKOUT
      *             there (MQCMIT/MQBACK are refused under CICS).
      * The first publish connects and loads the catalog; a queue
      * manager that can't be reached is not retried for the rest of
      * the run. The first event that can't be published raises a
      * CHEVFAIL alert - the day's delta feed still carries the
      * change for a consumer to resync from.
      *-----------------------------------------------------------------
      * The MQ copybooks (CMQODV, CMQMDV, CMQPMOV, CMQV) come from the
      * MQ product's SCSQCOBC library, as for UNEMPMQS.
      *-----------------------------------------------------------------
      * Input parameters:
      *    CHEV-FUNCTION   - 'PUBLISH', 'COMMIT', 'BACKOUT' or 'CLOSE'.
      *    CHEV-PGM-NAME   - the calling program's PROGRAM-ID.
      *    CHEV-KIND       - 'A' added, 'C' changed, 'D' removed
      *                      (PUBLISH only).
      *    CHEV-CYCLE-DATE - the business cycle of the change.
      *    CHEV-BEFORE     - the record before the change (spaces on
      *                      an add).
      *    CHEV-AFTER      - the record after the change (spaces on a
      *                      removal).
      * Output parameters:
      *    CHEV-RESULT     - 'Y' done, 'N' failed, 'U' no queue
      *                      manager.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMCHEV.
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
           *> The topic catalog - one row per state.
           SELECT TOPIC-CATALOG ASSIGN TO TOPCATDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TOPIC-CATALOG-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  TOPIC-CATALOG
      *    01  TOPIC-CAT-REC.
       COPY TOPCREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * The MQ structures, from the product copybooks.
       01  MQ-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01  MQ-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01  MQ-PUT-OPTIONS.
           COPY CMQPMOV.
       01  MQ-CONSTANTS.
           COPY CMQV.

       77  QMGR-NAME PIC X(48) VALUE SPACES.

       01  HCONN     PIC S9(9) BINARY VALUE ZERO.
       01  HOBJ      PIC S9(9) BINARY VALUE ZERO.
       01  COMP-CODE PIC S9(9) BINARY VALUE ZERO.
       01  REASON    PIC S9(9) BINARY VALUE ZERO.
       01  OPEN-OPTIONS PIC S9(9) BINARY VALUE ZERO.
       01  EVENT-LENGTH PIC S9(9) BINARY VALUE ZERO.

       01  TOPIC-CATALOG-STATUS PIC XX.
           88 TOPIC-CATALOG-OK VALUE "00".
           88 TOPIC-CATALOG-EOF VALUE "10".

      * Whether the run is connected; 'U' once the queue manager
      * couldn't be reached - not asked again this run.
       01  CONNECT-SW PIC X VALUE 'N'.
           88 MQ-CONNECTED   VALUE 'Y'.
           88 MQ-UNAVAILABLE VALUE 'U'.

      * The first failure of the run raises the alert; the rest are
      * only counted.
       01  ALERT-SW PIC X VALUE 'N'.
           88 ALERT-RAISED VALUE 'Y'.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01  REASON-DISP PIC 9(4) VALUE ZERO.

      * The event being published.
       01  CHANGE-EVENT-MSG.
           COPY CHEVMSG.

      * The topic catalog, loaded on the first publish, with the
      * topic's object handle once it has been opened. A state met
      * that the catalog doesn't list gets a row of its own under
      * the root.
       01  TOPIC-TABLE.
           05 TOPIC-ENTRY OCCURS 80 TIMES.
              10 TT-STATE   PIC X(2).
              10 TT-TOPIC   PIC X(48).
              10 TT-HOBJ    PIC S9(9) BINARY.
              10 TT-OPEN-SW PIC X.
                 88 TT-OPEN VALUE 'Y'.
       01  TOPIC-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  TOPIC-IDX  PIC 9(3) COMP-4.
       01  TOPIC-FOUND PIC 9(3) COMP-4 VALUE ZERO.
       01  TOPIC-ROOT PIC X(48) VALUE 'UNEMP/CHANGES'.

      * The topic string handed to MQOPEN and its significant length.
       01  TOPIC-STRING PIC X(48) VALUE SPACES.
       01  TOPIC-LEN    PIC 9(3) COMP-4 VALUE ZERO.

      * The record's dimensions - where each starts in the 446-byte
      * image and how long it is (the claims dimension also covers
      * the program-type split further on, see DIM-EXTRA).
       01  DIM-LAYOUT-LIST.
           05 FILLER PIC X(6) VALUE '022063'.
           05 FILLER PIC X(6) VALUE '085035'.
           05 FILLER PIC X(6) VALUE '120147'.
           05 FILLER PIC X(6) VALUE '267042'.
           05 FILLER PIC X(6) VALUE '309021'.
           05 FILLER PIC X(6) VALUE '330009'.
           05 FILLER PIC X(6) VALUE '339014'.
           05 FILLER PIC X(6) VALUE '370077'.
       01  DIM-LAYOUT REDEFINES DIM-LAYOUT-LIST.
           05 DIM-ENTRY OCCURS 8 TIMES.
              10 DIM-START PIC 9(3).
              10 DIM-LEN   PIC 9(3).
       01  DIM-IDX PIC 9(2) COMP-4.

      * The program-type split (FD-EXTENDED-CLAIMS and
      * FD-DISASTER-CLAIMS), part of the claims dimension.
       01  DIM-CLAIMS-IDX  PIC 9(2) COMP-4 VALUE 7.
       01  DIM-EXTRA-START PIC 9(3) VALUE 356.
       01  DIM-EXTRA-LEN   PIC 9(3) VALUE 14.

       01  STAMP-DATE PIC 9(8) VALUE ZERO.
       01  STAMP-TIME PIC 9(8) VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  EVENTS-PUBLISHED   COMP-4 PIC 9(7) VALUE ZERO.
       01  EVENTS-FAILED      COMP-4 PIC 9(7) VALUE ZERO.
       01  EVENTS-UNCOMMITTED COMP-4 PIC 9(7) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  CHEV-FUNCTION   PIC X(8).
       01  CHEV-PGM-NAME   PIC X(8).
       01  CHEV-KIND       PIC X.
       01  CHEV-CYCLE-DATE PIC 9(8).
       01  CHEV-BEFORE     PIC X(446).
       01  CHEV-AFTER      PIC X(446).
       01  CHEV-RESULT     PIC X.

      *========================
       PROCEDURE DIVISION USING CHEV-FUNCTION CHEV-PGM-NAME CHEV-KIND
              CHEV-CYCLE-DATE CHEV-BEFORE CHEV-AFTER CHEV-RESULT.
      *========================
       1000-MAIN.
           MOVE 'Y' TO CHEV-RESULT

           EVALUATE CHEV-FUNCTION
              WHEN 'PUBLISH '
                 PERFORM 2000-PUBLISH-EVENT
                    THRU 2000-PUBLISH-EVENT-END
              WHEN 'COMMIT  '
                 PERFORM 4000-COMMIT-EVENTS
                    THRU 4000-COMMIT-EVENTS-END
              WHEN 'BACKOUT '
                 PERFORM 4100-BACKOUT-EVENTS
                    THRU 4100-BACKOUT-EVENTS-END
              WHEN 'CLOSE   '
                 PERFORM 5000-CLOSE-PUBLISHER
                    THRU 5000-CLOSE-PUBLISHER-END
              WHEN OTHER
                 DISPLAY "[CHEV] Unknown function '" CHEV-FUNCTION
                    "' from " CHEV-PGM-NAME
                 MOVE 'N' TO CHEV-RESULT
           END-EVALUATE

           GOBACK
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
      * The run's first publish: connects to the queue manager named
      * by the EVENT-QMGR runtime parameter (the default queue
      * manager when none is set) and loads the topic catalog.
      ******************************************************************
       1100-CONNECT.
           MOVE "EVENT-QMGR" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE TO QMGR-NAME
           END-IF

           CALL 'MQCONN' USING QMGR-NAME HCONN COMP-CODE REASON

           IF COMP-CODE NOT = MQCC-OK THEN
              DISPLAY "[CHEV] MQCONN failed - reason " REASON
                 " - no change events this run."
              SET MQ-UNAVAILABLE TO TRUE
              PERFORM 2900-RAISE-ALERT THRU 2900-RAISE-ALERT-END
              GO TO 1100-CONNECT-END
           END-IF

           SET MQ-CONNECTED TO TRUE
           PERFORM 1200-LOAD-CATALOG THRU 1200-LOAD-CATALOG-END
           .

       1100-CONNECT-END.
           EXIT.
      ******************************************************************
      * Loads the topic catalog. A missing or empty catalog leaves
      * every state under the default root.
      ******************************************************************
       1200-LOAD-CATALOG.
           MOVE ZERO TO TOPIC-USED

           OPEN INPUT TOPIC-CATALOG

           IF NOT TOPIC-CATALOG-OK THEN
              DISPLAY "[CHEV] No topic catalog - STATUS "
                 TOPIC-CATALOG-STATUS " - states published under "
                 TOPIC-ROOT
              GO TO 1200-LOAD-CATALOG-END
           END-IF

           PERFORM UNTIL TOPIC-CATALOG-EOF
              READ TOPIC-CATALOG
                 AT END CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN TC-ROOT-ROW
                          IF TC-TOPIC NOT = SPACES THEN
                             MOVE TC-TOPIC TO TOPIC-ROOT
                          END-IF
                       WHEN TC-STATE = SPACES OR TC-TOPIC = SPACES
                          CONTINUE
                       WHEN TOPIC-USED < 80
                          ADD 1 TO TOPIC-USED
                          MOVE TC-STATE TO TT-STATE (TOPIC-USED)
                          MOVE TC-TOPIC TO TT-TOPIC (TOPIC-USED)
                          MOVE ZERO TO TT-HOBJ (TOPIC-USED)
                          MOVE 'N' TO TT-OPEN-SW (TOPIC-USED)
                       WHEN OTHER
                          DISPLAY "[CHEV] Topic catalog full - "
                             "state " TC-STATE " published under "
                             "the root."
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE TOPIC-CATALOG
           .

       1200-LOAD-CATALOG-END.
           EXIT.
      ******************************************************************
      * Builds the event from the images and puts it, under
      * syncpoint, to the record's state topic.
      ******************************************************************
       2000-PUBLISH-EVENT.
           IF NOT MQ-CONNECTED AND NOT MQ-UNAVAILABLE THEN
              PERFORM 1100-CONNECT
                 THRU 1100-CONNECT-END
           END-IF

           IF MQ-UNAVAILABLE THEN
              ADD 1 TO EVENTS-FAILED
              MOVE 'U' TO CHEV-RESULT
              GO TO 2000-PUBLISH-EVENT-END
           END-IF

           PERFORM 2100-BUILD-EVENT

           PERFORM 3000-FIND-TOPIC
              THRU 3000-FIND-TOPIC-END

           IF TOPIC-FOUND = ZERO THEN
              ADD 1 TO EVENTS-FAILED
              MOVE 'N' TO CHEV-RESULT
              PERFORM 2900-RAISE-ALERT THRU 2900-RAISE-ALERT-END
              GO TO 2000-PUBLISH-EVENT-END
           END-IF

           MOVE MQMI-NONE TO MQMD-MSGID
           MOVE MQCI-NONE TO MQMD-CORRELID
           MOVE MQFMT-STRING TO MQMD-FORMAT
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
           MOVE MQMT-DATAGRAM TO MQMD-MSGTYPE
           COMPUTE MQPMO-OPTIONS =
              MQPMO-SYNCPOINT + MQPMO-NEW-MSG-ID
              + MQPMO-FAIL-IF-QUIESCING
           MOVE LENGTH OF CHANGE-EVENT-MSG TO EVENT-LENGTH
           MOVE TT-HOBJ (TOPIC-FOUND) TO HOBJ

           CALL 'MQPUT' USING HCONN HOBJ MQMD MQPMO
              EVENT-LENGTH CHANGE-EVENT-MSG COMP-CODE REASON

           IF COMP-CODE NOT = MQCC-OK THEN
              DISPLAY "[CHEV] MQPUT to " TT-TOPIC (TOPIC-FOUND)
                 " failed - reason " REASON " - record "
                 CE-RECORD-KEY
              ADD 1 TO EVENTS-FAILED
              MOVE 'N' TO CHEV-RESULT
              PERFORM 2900-RAISE-ALERT THRU 2900-RAISE-ALERT-END
              GO TO 2000-PUBLISH-EVENT-END
           END-IF

           ADD 1 TO EVENTS-PUBLISHED
           ADD 1 TO EVENTS-UNCOMMITTED
           .

       2000-PUBLISH-EVENT-END.
           EXIT.
      ******************************************************************
      * The event: key, period and status from the image that still
      * exists (the after image, the before image on a removal), and
      * a dimension flagged wherever the two images' figures differ.
      ******************************************************************
       2100-BUILD-EVENT.
           MOVE SPACES TO CHANGE-EVENT-MSG

           IF CHEV-KIND = 'D' THEN
              MOVE CHEV-BEFORE (1:10) TO CE-RECORD-KEY
              MOVE CHEV-BEFORE (11:10) TO CE-PERIOD-DATE
              MOVE CHEV-BEFORE (21:1) TO CE-PERIOD-FREQ
              MOVE CHEV-BEFORE (355:1) TO CE-RECORD-STATUS
           ELSE
              MOVE CHEV-AFTER (1:10) TO CE-RECORD-KEY
              MOVE CHEV-AFTER (11:10) TO CE-PERIOD-DATE
              MOVE CHEV-AFTER (21:1) TO CE-PERIOD-FREQ
              MOVE CHEV-AFTER (355:1) TO CE-RECORD-STATUS
           END-IF
           MOVE CHEV-BEFORE (355:1) TO CE-PRIOR-STATUS

           MOVE CHEV-KIND TO CE-CHANGE-KIND
           MOVE CHEV-CYCLE-DATE TO CE-CYCLE-DATE
           MOVE CHEV-PGM-NAME TO CE-SOURCE-PGM

           PERFORM VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 8
              IF CHEV-BEFORE (DIM-START (DIM-IDX):DIM-LEN (DIM-IDX))
                 = CHEV-AFTER (DIM-START (DIM-IDX):DIM-LEN (DIM-IDX))
              THEN
                 MOVE 'N' TO CE-DIM-FLAG (DIM-IDX)
              ELSE
                 MOVE 'Y' TO CE-DIM-FLAG (DIM-IDX)
              END-IF
           END-PERFORM

           IF CHEV-BEFORE (DIM-EXTRA-START:DIM-EXTRA-LEN)
              NOT = CHEV-AFTER (DIM-EXTRA-START:DIM-EXTRA-LEN) THEN
              MOVE 'Y' TO CE-DIM-FLAG (DIM-CLAIMS-IDX)
           END-IF

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE STAMP-DATE TO CE-EVENT-DATE
           MOVE STAMP-TIME (1:6) TO CE-EVENT-TIME
           MOVE 01 TO CE-EVENT-VERSION
           .

       2100-BUILD-EVENT-END.
           EXIT.
      ******************************************************************
      * The run's first failure pages through the alerting subsystem;
      * later ones are counted and shown at CLOSE.
      ******************************************************************
       2900-RAISE-ALERT.
           IF ALERT-RAISED THEN
              GO TO 2900-RAISE-ALERT-END
           END-IF

           SET ALERT-RAISED TO TRUE
           MOVE REASON TO REASON-DISP
           MOVE SPACES TO ALERT-MESSAGE
           STRING "Change events not published - MQ reason "
              REASON-DISP DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING CHEV-PGM-NAME "CHEVFAIL" "W"
              ALERT-MESSAGE
           .

       2900-RAISE-ALERT-END.
           EXIT.
      ******************************************************************
      * Finds (or adds) the record's state on the topic table and
      * opens its topic on first use. TOPIC-FOUND is left zero when
      * the topic can't be opened.
      ******************************************************************
       3000-FIND-TOPIC.
           MOVE ZERO TO TOPIC-FOUND

           PERFORM VARYING TOPIC-IDX FROM 1 BY 1
                 UNTIL TOPIC-IDX > TOPIC-USED OR TOPIC-FOUND > ZERO
              IF TT-STATE (TOPIC-IDX) = CE-STATE-CODE THEN
                 MOVE TOPIC-IDX TO TOPIC-FOUND
              END-IF
           END-PERFORM

           IF TOPIC-FOUND = ZERO THEN
              IF TOPIC-USED NOT < 80 THEN
                 DISPLAY "[CHEV] Topic table full - state "
                    CE-STATE-CODE " not published."
                 GO TO 3000-FIND-TOPIC-END
              END-IF
              ADD 1 TO TOPIC-USED
              MOVE TOPIC-USED TO TOPIC-FOUND
              MOVE CE-STATE-CODE TO TT-STATE (TOPIC-FOUND)
              MOVE SPACES TO TT-TOPIC (TOPIC-FOUND)
              STRING TOPIC-ROOT DELIMITED BY SPACE
                 '/' CE-STATE-CODE DELIMITED BY SIZE
                 INTO TT-TOPIC (TOPIC-FOUND)
              MOVE ZERO TO TT-HOBJ (TOPIC-FOUND)
              MOVE 'N' TO TT-OPEN-SW (TOPIC-FOUND)
           END-IF

           IF TT-OPEN (TOPIC-FOUND) THEN
              GO TO 3000-FIND-TOPIC-END
           END-IF

           MOVE TT-TOPIC (TOPIC-FOUND) TO TOPIC-STRING
           PERFORM VARYING TOPIC-LEN FROM 48 BY -1
                 UNTIL TOPIC-LEN = ZERO
                    OR TOPIC-STRING (TOPIC-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           MOVE MQOD-VERSION-4 TO MQOD-VERSION
           MOVE MQOT-TOPIC TO MQOD-OBJECTTYPE
           MOVE SPACES TO MQOD-OBJECTNAME
           SET MQOD-OBJECTSTRING-VSPTR TO ADDRESS OF TOPIC-STRING
           MOVE TOPIC-LEN TO MQOD-OBJECTSTRING-VSLENGTH
           COMPUTE OPEN-OPTIONS =
              MQOO-OUTPUT + MQOO-FAIL-IF-QUIESCING

           CALL 'MQOPEN' USING HCONN MQOD OPEN-OPTIONS HOBJ
              COMP-CODE REASON

           IF COMP-CODE NOT = MQCC-OK THEN
              DISPLAY "[CHEV] MQOPEN of topic " TOPIC-STRING
                 " failed - reason " REASON
              MOVE ZERO TO TOPIC-FOUND
              GO TO 3000-FIND-TOPIC-END
           END-IF

           MOVE HOBJ TO TT-HOBJ (TOPIC-FOUND)
           SET TT-OPEN (TOPIC-FOUND) TO TRUE
           .

       3000-FIND-TOPIC-END.
           EXIT.
      ******************************************************************
      * Makes the events put since the last commit visible - asked
      * for by a batch caller once its update is safely made.
      ******************************************************************
       4000-COMMIT-EVENTS.
           IF NOT MQ-CONNECTED OR EVENTS-UNCOMMITTED = ZERO THEN
              GO TO 4000-COMMIT-EVENTS-END
           END-IF

           CALL 'MQCMIT' USING HCONN COMP-CODE REASON

           IF COMP-CODE NOT = MQCC-OK THEN
              DISPLAY "[CHEV] MQCMIT failed - reason " REASON
              ADD EVENTS-UNCOMMITTED TO EVENTS-FAILED
              SUBTRACT EVENTS-UNCOMMITTED FROM EVENTS-PUBLISHED
              MOVE 'N' TO CHEV-RESULT
              PERFORM 2900-RAISE-ALERT THRU 2900-RAISE-ALERT-END
           END-IF

           MOVE ZERO TO EVENTS-UNCOMMITTED
           .

       4000-COMMIT-EVENTS-END.
           EXIT.
      ******************************************************************
      * Withdraws the events put since the last commit - the caller's
      * update didn't go through.
      ******************************************************************
       4100-BACKOUT-EVENTS.
           IF NOT MQ-CONNECTED OR EVENTS-UNCOMMITTED = ZERO THEN
              GO TO 4100-BACKOUT-EVENTS-END
           END-IF

           CALL 'MQBACK' USING HCONN COMP-CODE REASON

           IF COMP-CODE NOT = MQCC-OK THEN
              DISPLAY "[CHEV] MQBACK failed - reason " REASON
              MOVE 'N' TO CHEV-RESULT
           END-IF

           SUBTRACT EVENTS-UNCOMMITTED FROM EVENTS-PUBLISHED
           MOVE ZERO TO EVENTS-UNCOMMITTED
           .

       4100-BACKOUT-EVENTS-END.
           EXIT.
      ******************************************************************
      * Closes the topics and disconnects. The caller has committed
      * or backed out everything it put by now.
      ******************************************************************
       5000-CLOSE-PUBLISHER.
           IF EVENTS-PUBLISHED > ZERO OR EVENTS-FAILED > ZERO THEN
              DISPLAY "[CHEV] " EVENTS-PUBLISHED
                 " change event(s) published, " EVENTS-FAILED
                 " not published."
           END-IF

           IF NOT MQ-CONNECTED THEN
              GO TO 5000-CLOSE-PUBLISHER-END
           END-IF

           PERFORM VARYING TOPIC-IDX FROM 1 BY 1
                 UNTIL TOPIC-IDX > TOPIC-USED
              IF TT-OPEN (TOPIC-IDX) THEN
                 MOVE TT-HOBJ (TOPIC-IDX) TO HOBJ
                 CALL 'MQCLOSE' USING HCONN HOBJ MQCO-NONE
                    COMP-CODE REASON
                 MOVE 'N' TO TT-OPEN-SW (TOPIC-IDX)
              END-IF
           END-PERFORM

           CALL 'MQDISC' USING HCONN COMP-CODE REASON
           MOVE 'N' TO CONNECT-SW
           .

       5000-CLOSE-PUBLISHER-END.
           EXIT.

       END PROGRAM UNEMCHEV.
