      *  UNEMPAPI: see CBL/REPORT(UNEMPAPI) for the full parameter
      *            description. One DATE-RANGE request per due
      *            subscription.
      *  UNEMENTL: the consumer entitlement check, asked before
      *            every row.
      *  UNEMXCON: the extract contract lookup - the layout version
      *            the subscriber is pinned to.
      *  UNEMRHMK: the producer run-history marker.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *                    subscriber's extract; with no register
      *                    on the DD the generator degrades, loudly,
      *                    to ungated output.
      *    2021-08-25  MB  Consumer entitlements: every row is
      *                    checked against the subscriber's grant
      *                    on the entitlement registry (UNEMENTL,
      *                    channel SUBX - the row's state, and the
      *                    preliminary class for a record not yet
      *                    final); a row outside the grant is
      *                    refused, logged, and gives RC=4.
      *    2021-08-25  MB  Extract contracts: each subscriber gets the
      *                    'SUBX' contract version it is pinned to on
      *                    the extract contract register (UNEMXCON),
      *                    version 01 when it isn't pinned.
      *                    Version 02, now current, adds the record
      *                    status and the program-type split
      *                    (extended, disaster) at the end of the
      *                    row; version 01 is the row without them.
      *                    A '# CONTRACT=' line follows the
      *                    subscriber header, and a '# NOTICE' line
      *                    warns a subscriber whose version is being
      *                    retired; one pinned to a retired or
      *                    unknown version gets the current one and
      *                    gives RC=4.
      *    2021-08-25  MB  The run is recorded on the run history
      *                    (UNEMRHMK) as it ends, so UNEMXMIT
      *                    sends the file only once this cycle's
      *                    run has written it.
      *    2021-08-25  MB  A subscriber that isn't pinned on the
      *                    register (or every subscriber, with no
      *                    register) is sent version 01, the layout it
      *                    always had, with a notice line to pin the
      *                    current one.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           88 DLV-LOG-OK VALUE "00".

      * The business cycle the extracts run under.
      * The return code the run ends with, for the run history.
       01  RUN-RC PIC 9(2) VALUE ZERO.

       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-DATE-PARTS REDEFINES CYCLE-DATE-OUT.
           05 CYC-YYYY PIC 9(4).
           88 RELG-WARNED VALUE 'Y'.
       01  ROWS-WITHHELD COMP-4 PIC 9(7) VALUE ZERO.

      * The consumer entitlement check (UNEMENTL) - the subscriber
      * is the consumer.
       01  ENTL-FUNCTION PIC X(8) VALUE 'CHECK   '.
       01  ENTL-CONSUMER PIC X(20) VALUE SPACES.
       01  ENTL-CHANNEL  PIC X(4) VALUE 'SUBX'.
       01  ENTL-STATE    PIC X(2) VALUE SPACES.
       01  ENTL-CLASS    PIC X VALUE SPACE.
       01  ENTL-VERDICT  PIC X VALUE SPACE.
           88 ENTL-GRANTED VALUE 'G'.
       01  ROWS-REFUSED COMP-4 PIC 9(7) VALUE ZERO.

      * The extract contract (UNEMXCON) - the row layout version the
      * subscriber in hand is sent.
       77  SUBX-CURRENT-VERSION PIC 9(2) VALUE 02.
      * The layout every subscriber had before contracts, still the
      * one sent to a subscriber that isn't pinned.
       77  SUBX-UNPINNED-VERSION PIC 9(2) VALUE 01.
       01  SUBX-VERSION PIC 9(2) VALUE 02.
       01  XCON-FUNCTION    PIC X(8) VALUE 'PIN     '.
       01  XCON-EXTRACT     PIC X(8) VALUE 'SUBX'.
       01  XCON-CONSUMER    PIC X(20) VALUE SPACES.
       01  XCON-VERSION     PIC 9(2) VALUE ZERO.
       01  XCON-STATE       PIC X VALUE SPACE.
       01  XCON-RETIRE-DATE PIC 9(8) VALUE ZERO.
       01  XCON-PINNED      PIC X VALUE SPACE.
       01  NOTICE-LINE PIC X(132) VALUE SPACES.
       01  CONTRACT-TROUBLE-SW PIC X VALUE 'N'.
           88 CONTRACT-TROUBLE VALUE 'Y'.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
              CLOSE DLV-LOG
           END-IF

           MOVE 'CLOSE   ' TO ENTL-FUNCTION
           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMSUBX"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT

           DISPLAY EXTRACTS-MADE " subscription extract(s) "
              "produced, " ROWS-WITHHELD " record(s) withheld - "
              "period not released, " ROWS-REFUSED " record(s) "
              "refused - outside the subscriber's entitlement."

           IF ROWS-REFUSED > ZERO OR CONTRACT-TROUBLE THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           MOVE RETURN-CODE TO RUN-RC
           CALL "UNEMRHMK" USING "UNEMSUBX" CYCLE-DATE-OUT RUN-RC
           MOVE RUN-RC TO RETURN-CODE
           GOBACK.
      ******************************************************************
      * The cycle date's day of week - the same serial arithmetic
           END-IF

           PERFORM 3100-RESOLVE-WINDOW
           PERFORM 3200-RESOLVE-CONTRACT
              THRU 3200-RESOLVE-CONTRACT-END

           INITIALIZE RESPONSE-OUT ALL TO VALUE
           CALL UNEMPAPI USING
              DELIMITED BY SIZE INTO SUBX-LINE
           WRITE SUBX-OUT-REC FROM SUBX-LINE

           MOVE SPACES TO SUBX-LINE
           STRING "# CONTRACT=SUBX VERSION=" SUBX-VERSION
              DELIMITED BY SIZE INTO SUBX-LINE
           WRITE SUBX-OUT-REC FROM SUBX-LINE
           IF NOTICE-LINE NOT = SPACES THEN
              WRITE SUBX-OUT-REC FROM NOTICE-LINE
           END-IF

           IF RET-STATUS-OK THEN
              PERFORM 3300-WRITE-SUBSCRIBER-ROWS
              PERFORM 3900-FREE-UP
       3100-RESOLVE-WINDOW-END.
           EXIT.
      ******************************************************************
      * The row layout the subscriber is sent: the version it is
      * pinned to while that version is current or deprecated, the
      * current one otherwise. A subscriber that isn't pinned (or
      * every subscriber, with no register on the DD) keeps version
      * 01, the layout it had before contracts, with a notice line
      * inviting it to pin the current one - or the current one
      * once version 01 is retired. A subscriber on a
      * version being retired gets a notice line with the retire
      * date.
      ******************************************************************
       3200-RESOLVE-CONTRACT.
           MOVE SUBX-CURRENT-VERSION TO SUBX-VERSION
           MOVE SPACES TO NOTICE-LINE

           MOVE 'PIN     ' TO XCON-FUNCTION
           MOVE SU-SUBSCRIBER TO XCON-CONSUMER
           CALL "UNEMXCON" USING XCON-FUNCTION XCON-EXTRACT
              XCON-CONSUMER XCON-VERSION XCON-STATE
              XCON-RETIRE-DATE XCON-PINNED

           IF XCON-STATE = 'N' THEN
              MOVE SUBX-UNPINNED-VERSION TO SUBX-VERSION
              GO TO 3200-RESOLVE-CONTRACT-END
           END-IF

           IF XCON-VERSION = ZERO THEN
              MOVE 'VERSION ' TO XCON-FUNCTION
              MOVE SUBX-UNPINNED-VERSION TO XCON-VERSION
              CALL "UNEMXCON" USING XCON-FUNCTION XCON-EXTRACT
                 XCON-CONSUMER XCON-VERSION XCON-STATE
                 XCON-RETIRE-DATE XCON-PINNED
              IF XCON-STATE = 'C' OR XCON-STATE = 'D' THEN
                 MOVE SUBX-UNPINNED-VERSION TO SUBX-VERSION
                 STRING "# NOTICE NOT PINNED - SENT CONTRACT VERSION="
                    SUBX-UNPINNED-VERSION " - PIN VERSION="
                    SUBX-CURRENT-VERSION " FOR THE CURRENT LAYOUT"
                    DELIMITED BY SIZE INTO NOTICE-LINE
              END-IF
              GO TO 3200-RESOLVE-CONTRACT-END
           END-IF

           IF XCON-VERSION > SUBX-CURRENT-VERSION THEN
              MOVE 'U' TO XCON-STATE
           END-IF

           EVALUATE XCON-STATE
              WHEN 'C'
                 MOVE XCON-VERSION TO SUBX-VERSION
              WHEN 'D'
                 MOVE XCON-VERSION TO SUBX-VERSION
                 STRING "# NOTICE CONTRACT VERSION=" XCON-VERSION
                    " RETIRES AFTER " XCON-RETIRE-DATE
                    " - MOVE TO VERSION=" SUBX-CURRENT-VERSION
                    DELIMITED BY SIZE INTO NOTICE-LINE
              WHEN OTHER
                 STRING "# NOTICE CONTRACT VERSION=" XCON-VERSION
                    " NO LONGER PRODUCED - SENT VERSION="
                    SUBX-CURRENT-VERSION
                    DELIMITED BY SIZE INTO NOTICE-LINE
                 DISPLAY "*** " SU-SUBSCRIBER " is pinned to SUBX "
                    "contract version " XCON-VERSION " (state '"
                    XCON-STATE "') - sent version "
                    SUBX-CURRENT-VERSION " instead."
                 SET CONTRACT-TROUBLE TO TRUE
           END-EVALUATE
           .

       3200-RESOLVE-CONTRACT-END.
           EXIT.
      ******************************************************************
      * Writes the subscriber's rows: the state filter applied, one
      * line per record with the selected dimension totals and the
      * claim split.
                 IF RELG-CACHED-VERDICT = 'N' THEN
                    ADD 1 TO ROWS-WITHHELD
                 ELSE
                    PERFORM 3360-CHECK-ENTITLEMENT
                    IF ENTL-GRANTED THEN
                       PERFORM 3400-WRITE-ONE-ROW
                    ELSE
                       ADD 1 TO ROWS-REFUSED
                    END-IF
                 END-IF
              END-IF


       3350-CHECK-RELEASE-GATE-END.
           EXIT.
      ******************************************************************
      * May the subscriber have this row? Its state, and its class -
      * preliminary until the record is final.
      ******************************************************************
       3360-CHECK-ENTITLEMENT.
           MOVE SU-SUBSCRIBER TO ENTL-CONSUMER
           MOVE FD-STATE-CODE TO ENTL-STATE
           IF FD-STAT-PRELIMINARY THEN
              MOVE 'P' TO ENTL-CLASS
           ELSE
              MOVE 'A' TO ENTL-CLASS
           END-IF

           CALL "UNEMENTL" USING ENTL-FUNCTION "UNEMSUBX"
              ENTL-CONSUMER ENTL-CHANNEL ENTL-STATE ENTL-CLASS
              ENTL-VERDICT
           .

       3360-CHECK-ENTITLEMENT-END.
           EXIT.
      ******************************************************************
       3400-WRITE-ONE-ROW.
           PERFORM 3500-COMPUTE-DIMENSION-TOTALS
              WITH POINTER SUBX-LINE-PTR
           END-STRING

           IF SUBX-VERSION >= 2 THEN
              STRING "," FD-RECORD-STATUS "," FD-EXTENDED-CLAIMS
                 "," FD-DISASTER-CLAIMS
                 DELIMITED BY SIZE INTO SUBX-LINE
                 WITH POINTER SUBX-LINE-PTR
              END-STRING
           END-IF

           WRITE SUBX-OUT-REC FROM SUBX-LINE
           ADD 1 TO EXTRACT-ROWS
           ADD ROW-CLAIMS TO EXTRACT-TOTAL
