      * The server ends when the queue manager shuts down, when the
      * input queue is closed under it (MQRC 2009/2161/2162), or
      * when a message whose first word is 'SHUTDOWN' arrives.
      * The consumer entitlement registry is read again (UNEMENTL
      * RELOAD) when the cycle date moves on, every
      * ENTL-RELOAD-EVERY requests, and at once when a message whose
      * first word is 'RELOAD' arrives - put one after revoking a
      * grant that must stop today.
      *-----------------------------------------------------------------
      * The MQ copybooks (CMQODV, CMQMDV, CMQGMOV, CMQPMOV, CMQV)
      * come from the MQ product's SCSQCOBC library, the same way
      *                    field set, each stamped with the
      *                    snapshot's cycle date so consumers know
      *                    the vintage.
      *    2021-08-25  MB  Consumer entitlements: the requester - the
      *                    request message's MQ user id - is the
      *                    consumer on the entitlement registry
      *                    (UNEMENTL, channel MQ). A record outside
      *                    its grant (its state, or the preliminary
      *                    class for a record not yet final) is left
      *                    out of the reply and logged; the reply
      *                    says how many were refused. The registry
      *                    is read once, when the server starts.
      *    2021-08-25  MB  The entitlement registry is read again when
      *                    the cycle date changes, every
      *                    ENTL-RELOAD-EVERY requests, and on a RELOAD
      *                    control message - a revoked grant no longer
      *                    holds until the server is restarted.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.

       77  QMGR-NAME PIC X(48) VALUE SPACES.
       77  REQUEST-QUEUE-NAME PIC X(48) VALUE 'UNEMP.REQUEST'.
       77  ENTL-RELOAD-EVERY PIC 9(5) VALUE 1000.

       01  HCONN     PIC S9(9) BINARY VALUE ZERO.
       01  HOBJ      PIC S9(9) BINARY VALUE ZERO.
      * server to per-request retrieval instead of refusing to
      * serve - slower is better than dark.
       01  SNAPSHOT-TABLE.
           05 SNAP-PAYLOAD OCCURS 10000 TIMES PIC X(446).
       01  SNAP-USED PIC 9(5) COMP-4 VALUE ZERO.
       01  SNAP-IDX  PIC 9(5) COMP-4.


       01  REQUESTS-SERVED COMP-4 PIC 9(7) VALUE ZERO.

      * The consumer entitlement check (UNEMENTL) - the requester's
      * MQ user id is the consumer.
       01  ENTL-FUNCTION PIC X(8) VALUE 'CHECK   '.
       01  ENTL-CONSUMER PIC X(20) VALUE SPACES.
       01  ENTL-CHANNEL  PIC X(4) VALUE 'MQ  '.
       01  ENTL-STATE    PIC X(2) VALUE SPACES.
       01  ENTL-CLASS    PIC X VALUE SPACE.
       01  ENTL-VERDICT  PIC X VALUE SPACE.
           88 ENTL-GRANTED VALUE 'G'.
       01  REPLY-REFUSED   PIC 9(5) COMP-4 VALUE ZERO.
      * The cycle date the registry was last read under, and the
      * requests served since.
       01  ENTL-CYCLE-DATE  PIC 9(8) VALUE ZERO.
       01  ENTL-SINCE-LOAD  PIC 9(5) COMP-4 VALUE ZERO.
       01  RECORDS-REFUSED COMP-4 PIC 9(9) VALUE ZERO.

      * The UNEMPAPI call parameters.
       01  UNEMPAPI PIC X(8) VALUE "UNEMPAPI".

      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
           END-IF

           PERFORM 1500-LOAD-SNAPSHOT
           MOVE SNAP-CYCLE-DATE TO ENTL-CYCLE-DATE

           DISPLAY "UNEMPMQS serving " REQUEST-QUEUE-NAME
              " from the snapshot of cycle " SNAP-CYCLE-DATE "."
              COMP-CODE REASON
           CALL 'MQDISC' USING HCONN COMP-CODE REASON

           MOVE 'CLOSE   ' TO ENTL-FUNCTION
           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMPMQS"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT

           DISPLAY REQUESTS-SERVED " request(s) served, "
              RECORDS-REFUSED " record(s) refused - outside the "
              "requester's entitlement."

           IF RECORDS-REFUSED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
              GO TO 2000-SERVE-ONE-REQUEST-END
           END-IF

           IF REQUEST-BUFFER (1:6) = 'RELOAD' THEN
              DISPLAY "Entitlement reload requested by "
                 MQMD-USERIDENTIFIER "."
              PERFORM 2500-RELOAD-ENTITLEMENTS
              GO TO 2000-SERVE-ONE-REQUEST-END
           END-IF

           ADD 1 TO REQUESTS-SERVED
           MOVE MQMD-USERIDENTIFIER TO ENTL-CONSUMER

           *> Live data only changes at promotion - reload only
           *> when the cycle moved past it since the snapshot.
              PERFORM 1500-LOAD-SNAPSHOT
           END-IF

           *> A new cycle date, or enough requests since the last
           *> read, and the entitlements are read again first.
           ADD 1 TO ENTL-SINCE-LOAD
           IF NOW-CYCLE-DATE NOT = ENTL-CYCLE-DATE THEN
              DISPLAY "Cycle date " NOW-CYCLE-DATE
                 " - reloading the entitlements."
              PERFORM 2500-RELOAD-ENTITLEMENTS
           ELSE
              IF ENTL-SINCE-LOAD > ENTL-RELOAD-EVERY THEN
                 PERFORM 2500-RELOAD-ENTITLEMENTS
              END-IF
           END-IF

           PERFORM 3000-BUILD-REPLY-FROM-SNAPSHOT
           PERFORM 4000-SEND-REPLY
           .
       2000-SERVE-ONE-REQUEST-END.
           EXIT.
      ******************************************************************
      * Has UNEMENTL read the registry again - a revoked grant is
      * refused from the next request on.
      ******************************************************************
       2500-RELOAD-ENTITLEMENTS.
           MOVE 'RELOAD  ' TO ENTL-FUNCTION
           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMPMQS"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT
           MOVE 'CHECK   ' TO ENTL-FUNCTION

           MOVE NOW-CYCLE-DATE TO ENTL-CYCLE-DATE
           MOVE ZERO TO ENTL-SINCE-LOAD
           .
      ******************************************************************
      * Loads (or reloads) the snapshot: one all-records pass
      * through UNEMPAPI, the payloads kept in working storage,
      * the cycle remembered as the snapshot's vintage. A file too
           MOVE SPACES TO REPLY-BUFFER
           MOVE ZERO TO REPLY-OFFSET
           MOVE ZERO TO REPLY-RECORDS
           MOVE ZERO TO REPLY-REFUSED
           MOVE 'N' TO REPLY-FULL-SW

           PERFORM 3050-NORMALIZE-REQUEST-DATES
              PERFORM 3600-SERVE-FROM-API
           END-IF

           MOVE REPLY-REFUSED TO JSON-NUM-DISP
           MOVE SPACES TO JSON-LINE
           STRING '], "refused": ' JSON-NUM-DISP ' }'
              DELIMITED BY SIZE INTO JSON-LINE
           PERFORM 3400-PACK-REPLY-LINE

           MOVE REPLY-OFFSET TO REPLY-LENGTH
                 IF REQ-ID-PAR (1:8) = "00000000"
                    OR SR-RECORD-ID = REQ-MMDD THEN
                    PERFORM 3200-RENDER-SNAPSHOT-RECORD
                       THRU 3200-RENDER-SNAPSHOT-RECORD-END
                 END-IF
              WHEN 'DATE      '
                 IF SR-DATE = REQ-ISO THEN
                    PERFORM 3200-RENDER-SNAPSHOT-RECORD
                       THRU 3200-RENDER-SNAPSHOT-RECORD-END
                 END-IF
              WHEN 'DATE-RANGE'
                 IF SR-DATE >= REQ-ISO AND SR-DATE <= REQ-END-ISO
                    AND SR-FREQ NOT = 'W' THEN
                    PERFORM 3200-RENDER-SNAPSHOT-RECORD
                       THRU 3200-RENDER-SNAPSHOT-RECORD-END
                 END-IF
              WHEN OTHER
                 CONTINUE
              SET ADDRESS OF CURRENT-REC TO CURRENT-NODE
              MOVE PAYLOAD OF CURRENT-REC TO SNAP-REC-MAP
              PERFORM 3200-RENDER-SNAPSHOT-RECORD
                 THRU 3200-RENDER-SNAPSHOT-RECORD-END
              SET CURRENT-NODE TO RET-REC-NEXT-PTR
           END-PERFORM

           EXIT.
      ******************************************************************
       3200-RENDER-SNAPSHOT-RECORD.
           *> Only what the requester is entitled to - its state,
           *> preliminary until the record is final.
           MOVE SR-STATE TO ENTL-STATE
           IF SR-STATUS = 'P' THEN
              MOVE 'P' TO ENTL-CLASS
           ELSE
              MOVE 'A' TO ENTL-CLASS
           END-IF
           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMPMQS"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT
           IF NOT ENTL-GRANTED THEN
              ADD 1 TO REPLY-REFUSED
              ADD 1 TO RECORDS-REFUSED
              GO TO 3200-RENDER-SNAPSHOT-RECORD-END
           END-IF

           IF REPLY-RECORDS > ZERO THEN
              MOVE '},{' TO JSON-LINE
           ELSE
