      *       captured output for this cycle date;
      *    raises a DLVRLATE event through UNEMALRT for anything due
      *       and not produced, and ends RC=4 so the schedule shows
      *       on the job's condition codes;
      *    walks the cycle's outbound deliveries on the XLOGDD
      *       delivery log (UNEMXMIT) and treats a delivery failed
      *       for good, or still not delivered past its deliver-by
      *       time, or delivered only after it, the same way -
      *       listed, DLVRLATE, RC=4.
      * A monthly or quarterly deliverable of the month-end stream
      * (UNEMMEOJ) counts as produced, captured or not, once its
      * stage is complete on the month-end progress file (MEPRGDD,
      * UNEMMEGT) for the month before the cycle's - the month the
      * month end reports on.
      *-----------------------------------------------------------------
      * The calendar row layout (80 bytes, '*' in column one is a
      * comment):
      *    2021-08-23  MB  A non-publishing day on the HOLCALDD
      *                    holiday calendar (UNEMHCAL) has nothing
      *                    due - the schedule skips it knowingly.
      *    2021-08-25  MB  Late and failed outbound deliveries from
      *                    the UNEMXMIT delivery log are tracked
      *                    beside the deliverables.
      *    2021-08-25  MB  Month-end deliverables are checked against
      *                    the month-end stream's progress
      *                    (MEPRGDD) as well as the capture index.
      *    2021-08-25  MB  A delivery that came back delivered after
      *                    its deliver-by time is reported late, not on
      *                    time.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           RECORD KEY IS RIX-KEY
           FILE STATUS IS REPO-IDX-STATUS.

           *> The month-end stream's progress, read-only.
           SELECT ME-PROG ASSIGN TO MEPRGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-KEY
           FILE STATUS IS ME-PROG-STATUS.

           *> The outbound delivery log, read-only.
           SELECT XLOG-FILE ASSIGN TO XLOGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XL-KEY
           FILE STATUS IS XLOG-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
           05 RIX-LINE-COUNT  PIC 9(6).
           05 FILLER          PIC X(14).

      * Provides:
      *    FD  ME-PROG
      *    01  ME-PROG-REC.
       COPY MEPRREC.

      * Provides:
      *    FD  XLOG-FILE
      *    01  XLOG-REC.
       COPY XLOGREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
           88 REPO-IDX-OK VALUE "00".
           88 REPO-IDX-EOF VALUE "10".

       01  ME-PROG-STATUS PIC XX.
           88 ME-PROG-OK VALUE "00".
           88 ME-PROG-EOF VALUE "10".

      * The month the month end reports on - the one before the
      * cycle's.
       01  REPORT-MONTH.
           05 RPM-YYYY PIC 9(4) VALUE ZERO.
           05 FILLER   PIC X VALUE '-'.
           05 RPM-MM   PIC 9(2) VALUE ZERO.

       01  XLOG-FILE-STATUS PIC XX.
           88 XLOG-FILE-OK VALUE "00".
           88 XLOG-FILE-EOF VALUE "10".

      * The business cycle this run is scheduling for.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-DATE-PARTS REDEFINES CYCLE-DATE-OUT.
       01  ROWS-PRODUCED COMP-4 PIC 9(3) VALUE ZERO.
       01  ROWS-LATE     COMP-4 PIC 9(3) VALUE ZERO.

      * The outbound deliveries - each one's highest attempt.
       01  DELIVERIES-SEEN COMP-4 PIC 9(3) VALUE ZERO.
       01  DELIVERIES-LATE COMP-4 PIC 9(3) VALUE ZERO.
       01  LATEST-FOUND-SW PIC X VALUE 'N'.
           88 LATEST-FOUND VALUE 'Y'.
       01  LATEST-REC PIC X(128) VALUE SPACES.
       01  READ-REC   PIC X(128) VALUE SPACES.
       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  RUN-TIME-NOW   PIC 9(8) VALUE ZERO.
       01  TIME-HHMM      PIC 9(4) VALUE ZERO.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

                 REPO-IDX-STATUS " - production can't be verified."
           END-IF

           MOVE CYC-YYYY TO RPM-YYYY
           MOVE CYC-MM TO RPM-MM
           IF RPM-MM = 1 THEN
              MOVE 12 TO RPM-MM
              SUBTRACT 1 FROM RPM-YYYY
           ELSE
              SUBTRACT 1 FROM RPM-MM
           END-IF

           OPEN INPUT ME-PROG

           IF NOT ME-PROG-OK THEN
              DISPLAY "Month-end progress not available - STATUS "
                 ME-PROG-STATUS " - month-end stages not consulted."
           END-IF

           MOVE "DELIVERABLES SCHEDULE (UNEMDLVR)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMDLVR" PRNT-TEXT
           MOVE DLVR-DISP-SEPARATOR TO PRNT-TEXT
           IF REPO-IDX-OK OR REPO-IDX-EOF THEN
              CLOSE REPO-IDX
           END-IF
           IF ME-PROG-OK THEN
              CLOSE ME-PROG
           END-IF

           PERFORM 4000-CHECK-DELIVERIES
              THRU 4000-CHECK-DELIVERIES-END

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMDLVR" PRNT-TEXT
              ROWS-DUE " due this cycle."
           DISPLAY ROWS-PRODUCED " produced, " ROWS-LATE
              " PAST DUE."
           DISPLAY DELIVERIES-SEEN " outbound delivery(ies), "
              DELIVERIES-LATE " LATE OR FAILED."

           IF ROWS-LATE > ZERO OR DELIVERIES-LATE > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .
           ADD 1 TO ROWS-DUE
           PERFORM 3100-CHECK-CAPTURE

           IF NOT ROW-WAS-PRODUCED
              AND (DV-FREQUENCY = 'M' OR DV-FREQUENCY = 'Q') THEN
              PERFORM 3200-CHECK-MONTH-END
                 THRU 3200-CHECK-MONTH-END-END
           END-IF

           IF ROW-WAS-PRODUCED THEN
              ADD 1 TO ROWS-PRODUCED
              MOVE 'produced' TO DL-DISP-VERDICT

       3100-CHECK-CAPTURE-END.
           EXIT.
      ******************************************************************
      * Looks the deliverable up on the month-end progress file for
      * the month the month end reports on - complete there is
      * produced.
      ******************************************************************
       3200-CHECK-MONTH-END.
           IF NOT ME-PROG-OK THEN
              GO TO 3200-CHECK-MONTH-END-END
           END-IF

           MOVE REPORT-MONTH TO MP-MONTH
           SET MP-DELIVERABLE-ITEM TO TRUE
           MOVE DV-NAME TO MP-ITEM
           READ ME-PROG
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF MP-COMPLETE THEN
                    SET ROW-WAS-PRODUCED TO TRUE
                 END-IF
           END-READ

           *> Leave the file readable for the next row's check.
           MOVE "00" TO ME-PROG-STATUS
           .

       3200-CHECK-MONTH-END-END.
           EXIT.
      ******************************************************************
      * The cycle's outbound deliveries on the UNEMXMIT delivery
      * log, judged on each one's highest attempt: failed for good,
      * or not delivered with its deliver-by time gone (any time
      * after the cycle date), is a missed deliverable.
      ******************************************************************
       4000-CHECK-DELIVERIES.
           OPEN INPUT XLOG-FILE

           IF NOT XLOG-FILE-OK THEN
              DISPLAY "Delivery log not available - STATUS "
                 XLOG-FILE-STATUS " - deliveries not tracked."
              GO TO 4000-CHECK-DELIVERIES-END
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-TIME-NOW (1:4) TO TIME-HHMM

           MOVE 'N' TO LATEST-FOUND-SW
           MOVE CYCLE-DATE-OUT TO XL-CYCLE-DATE
           MOVE LOW-VALUES TO XL-KEY (9:26)
           START XLOG-FILE KEY >= XL-KEY
              INVALID KEY SET XLOG-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL XLOG-FILE-EOF
              READ XLOG-FILE NEXT
                 AT END SET XLOG-FILE-EOF TO TRUE
                 NOT AT END
                    IF XL-CYCLE-DATE NOT = CYCLE-DATE-OUT THEN
                       SET XLOG-FILE-EOF TO TRUE
                    ELSE
                       MOVE XLOG-REC TO READ-REC
                       IF LATEST-FOUND
                          AND XL-KEY (1:32) NOT = LATEST-REC (1:32)
                       THEN
                          PERFORM 4100-JUDGE-DELIVERY
                       END-IF
                       MOVE READ-REC TO LATEST-REC
                       SET LATEST-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           IF LATEST-FOUND THEN
              PERFORM 4100-JUDGE-DELIVERY
           END-IF

           CLOSE XLOG-FILE
           .

       4000-CHECK-DELIVERIES-END.
           EXIT.
      ******************************************************************
       4100-JUDGE-DELIVERY.
           MOVE LATEST-REC TO XLOG-REC
           ADD 1 TO DELIVERIES-SEEN

           MOVE XL-PARTNER TO DL-DISP-NAME
           MOVE XL-PGM TO DL-DISP-PGM
           MOVE SPACE TO DL-DISP-FREQ

      * Delivered counts as on time only when the outcome came back
      * by the deliver-by time of the cycle date.
           EVALUATE TRUE
              WHEN XL-DELIVERED
                 AND (XL-OUT-DATE > XL-CYCLE-DATE
                   OR (XL-OUT-DATE = XL-CYCLE-DATE
                   AND XL-OUT-TIME (1:4) > XL-DUE-HHMM))
                 MOVE '*** DELIVERED LATE' TO DL-DISP-VERDICT
              WHEN XL-DELIVERED
                 MOVE 'delivered' TO DL-DISP-VERDICT
              WHEN XL-FAILED
                 MOVE '*** DELIVERY FAILED' TO DL-DISP-VERDICT
              WHEN RUN-DATE-TODAY > XL-CYCLE-DATE
                 OR TIME-HHMM > XL-DUE-HHMM
                 MOVE '*** DELIVERY LATE' TO DL-DISP-VERDICT
              WHEN OTHER
                 MOVE 'in transmission' TO DL-DISP-VERDICT
           END-EVALUATE

           IF DL-DISP-VERDICT (1:3) = '***' THEN
              ADD 1 TO DELIVERIES-LATE
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Delivery missed: " XL-PARTNER " " XL-PGM
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMALRT" USING "UNEMDLVR" "DLVRLATE"
                 "E" ALERT-MESSAGE
           END-IF

           MOVE DLVR-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDLVR" PRNT-TEXT
           .

       4100-JUDGE-DELIVERY-END.
           EXIT.

       END PROGRAM UNEMDLVR.
