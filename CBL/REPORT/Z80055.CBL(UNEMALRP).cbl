      * keeps and shows every alert on record plus a summary by
      * event code and severity - yesterday's warnings, queryable
      * instead of buried in a purged job log.
      * When the UNAL alert workbench (ALRTWKDD) is allocated, a
      * second section reports, by severity, how quickly alerts were
      * acknowledged and closed there - average and longest minutes
      * from raised to acknowledged and from raised to closed, and
      * how many are still open or unacknowledged.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-25  MB  Time-to-acknowledge and time-to-close by
      *                    severity from the alert workbench.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-HIST-STATUS.

           SELECT ALWK-FILE ASSIGN TO ALRTWKDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AW-KEY
           FILE STATUS IS ALWK-STATUS.

      *========================
       DATA DIVISION.
      *========================
           05 AL-MESSAGE  PIC X(60).
           05 FILLER      PIC X(8).

      * Provides:
      *    FD  ALWK-FILE
      *    01  ALWK-REC.
       COPY ALWKREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
           88 ALERT-HIST-OK VALUE "00".
           88 ALERT-HIST-EOF VALUE "10".

       01  ALWK-STATUS PIC XX.
           88 ALWK-OK VALUE "00".
           88 ALWK-EOF VALUE "10".

      * Response times per severity - 'E', 'W', 'I', and anything
      * else in the last slot.
       01  SEVERITY-CODES-INIT PIC X(4) VALUE 'EWI '.
       01  SEVERITY-CODES REDEFINES SEVERITY-CODES-INIT.
           05 SC-CODE PIC X OCCURS 4 TIMES.

       01  RESPONSE-TABLE.
           05 RESPONSE-ENTRY OCCURS 4 TIMES.
              10 RS-ALERTS     COMP-4 PIC 9(7).
              10 RS-ACKED      COMP-4 PIC 9(7).
              10 RS-CLOSED     COMP-4 PIC 9(7).
              10 RS-UNACKED    COMP-4 PIC 9(7).
              10 RS-ACK-TOTAL  COMP-4 PIC 9(11).
              10 RS-ACK-MAX    COMP-4 PIC 9(9).
              10 RS-CLOSE-TOTAL COMP-4 PIC 9(11).
              10 RS-CLOSE-MAX  COMP-4 PIC 9(9).
       01  SEV-IDX PIC 9 COMP-4.

       01  RAISED-MINUTES  PIC 9(11) COMP-4 VALUE ZERO.
       01  ELAPSED-MINUTES PIC 9(11) COMP-4 VALUE ZERO.
       01  AVERAGE-MINUTES PIC 9(9) COMP-4 VALUE ZERO.

       01  RESP-LINE-DISP-REC.
           05 FILLER          PIC X(4) VALUE '    '.
           05 RESP-DISP-SEV   PIC X.
           05 FILLER          PIC X(2) VALUE ': '.
           05 RESP-DISP-ALRT  PIC ZZZZZZ9.
           05 FILLER          PIC X(15) VALUE ' alert(s), ack '.
           05 RESP-DISP-ACK   PIC ZZZZZZ9.
           05 FILLER          PIC X(5) VALUE ' avg '.
           05 RESP-DISP-AAVG  PIC ZZZZZZ9.
           05 FILLER          PIC X(5) VALUE ' max '.
           05 RESP-DISP-AMAX  PIC ZZZZZZ9.
           05 FILLER          PIC X(10) VALUE ' | closed '.
           05 RESP-DISP-CLS   PIC ZZZZZZ9.
           05 FILLER          PIC X(5) VALUE ' avg '.
           05 RESP-DISP-CAVG  PIC ZZZZZZ9.
           05 FILLER          PIC X(5) VALUE ' max '.
           05 RESP-DISP-CMAX  PIC ZZZZZZ9.
           05 FILLER          PIC X(10) VALUE ' | unack. '.
           05 RESP-DISP-UNAK  PIC ZZZZZZ9.

      * Minutes elapsed - a date and time reduced to minutes since a
      * fixed origin through the day serial.
       01  STAMP-DATE-IN PIC 9(8) VALUE ZERO.
       01  STAMP-TIME-IN PIC 9(6) VALUE ZERO.
       01  STAMP-TIME-PARTS REDEFINES STAMP-TIME-IN.
           05 ST-HH PIC 9(2).
           05 ST-MM PIC 9(2).
           05 ST-SS PIC 9(2).
       01  STAMP-MINUTES PIC 9(11) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC 9(8) VALUE ZERO.
       01  SERIAL-DATE-PARTS REDEFINES SERIAL-DATE-IN.
           05 SD-YYYY PIC 9(4).
           05 SD-MM   PIC 9(2).
           05 SD-DD   PIC 9(2).
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM       PIC 9(4) COMP-4 VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  CUM-DAYS-TABLE.
           05 FILLER PIC X(3) VALUE '000'.
           05 FILLER PIC X(3) VALUE '031'.
           05 FILLER PIC X(3) VALUE '059'.
           05 FILLER PIC X(3) VALUE '090'.
           05 FILLER PIC X(3) VALUE '120'.
           05 FILLER PIC X(3) VALUE '151'.
           05 FILLER PIC X(3) VALUE '181'.
           05 FILLER PIC X(3) VALUE '212'.
           05 FILLER PIC X(3) VALUE '243'.
           05 FILLER PIC X(3) VALUE '273'.
           05 FILLER PIC X(3) VALUE '304'.
           05 FILLER PIC X(3) VALUE '334'.
       01  CUM-DAYS REDEFINES CUM-DAYS-TABLE.
           05 CUM-DAYS-BEFORE OCCURS 12 TIMES PIC 9(3).

      * Per-event tallies across the whole history.
       01  EVENT-TALLY-TABLE.
           05 EVENT-TALLY-ENTRY OCCURS 30 TIMES.
                 ET-COUNT (EVENT-IDX) " alert(s), "
                 ET-ERRORS (EVENT-IDX) " error(s)."
           END-PERFORM

           PERFORM 3000-RESPONSE-TIMES THRU 3000-RESPONSE-TIMES-END
           .

       1000-MAIN-END.

       2000-SHOW-AND-TALLY-END.
           EXIT.
      ******************************************************************
      * Time-to-acknowledge and time-to-close by severity, from the
      * alert workbench - skipped quietly where it isn't allocated.
      ******************************************************************
       3000-RESPONSE-TIMES.
           OPEN INPUT ALWK-FILE

           IF NOT ALWK-OK THEN
              GO TO 3000-RESPONSE-TIMES-END
           END-IF

           INITIALIZE RESPONSE-TABLE

           PERFORM UNTIL ALWK-EOF
              READ ALWK-FILE
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 3100-TALLY-RESPONSE
              END-READ
           END-PERFORM

           CLOSE ALWK-FILE

           DISPLAY "----------------------------------------------"
           DISPLAY "Response times on the alert workbench, in "
              "minutes from raised:"
           PERFORM VARYING SEV-IDX FROM 1 BY 1 UNTIL SEV-IDX > 4
              IF RS-ALERTS (SEV-IDX) > ZERO THEN
                 PERFORM 3200-SHOW-RESPONSE
              END-IF
           END-PERFORM
           .

       3000-RESPONSE-TIMES-END.
           EXIT.
      ******************************************************************
       3100-TALLY-RESPONSE.
           PERFORM VARYING SEV-IDX FROM 1 BY 1
                 UNTIL SEV-IDX > 3 OR SC-CODE (SEV-IDX) = AW-SEVERITY
              CONTINUE
           END-PERFORM

           ADD 1 TO RS-ALERTS (SEV-IDX)

           MOVE AW-DATE TO STAMP-DATE-IN
           MOVE AW-TIME TO STAMP-TIME-IN
           PERFORM 8100-STAMP-TO-MINUTES
           MOVE STAMP-MINUTES TO RAISED-MINUTES

           IF AW-ACK-DATE > ZERO THEN
              ADD 1 TO RS-ACKED (SEV-IDX)
              MOVE AW-ACK-DATE TO STAMP-DATE-IN
              MOVE AW-ACK-TIME TO STAMP-TIME-IN
              PERFORM 8100-STAMP-TO-MINUTES
              MOVE ZERO TO ELAPSED-MINUTES
              IF STAMP-MINUTES > RAISED-MINUTES THEN
                 COMPUTE ELAPSED-MINUTES =
                    STAMP-MINUTES - RAISED-MINUTES
              END-IF
              ADD ELAPSED-MINUTES TO RS-ACK-TOTAL (SEV-IDX)
              IF ELAPSED-MINUTES > RS-ACK-MAX (SEV-IDX) THEN
                 MOVE ELAPSED-MINUTES TO RS-ACK-MAX (SEV-IDX)
              END-IF
           ELSE
              ADD 1 TO RS-UNACKED (SEV-IDX)
           END-IF

           IF AW-CLOSED AND AW-CLOSE-DATE > ZERO THEN
              ADD 1 TO RS-CLOSED (SEV-IDX)
              MOVE AW-CLOSE-DATE TO STAMP-DATE-IN
              MOVE AW-CLOSE-TIME TO STAMP-TIME-IN
              PERFORM 8100-STAMP-TO-MINUTES
              MOVE ZERO TO ELAPSED-MINUTES
              IF STAMP-MINUTES > RAISED-MINUTES THEN
                 COMPUTE ELAPSED-MINUTES =
                    STAMP-MINUTES - RAISED-MINUTES
              END-IF
              ADD ELAPSED-MINUTES TO RS-CLOSE-TOTAL (SEV-IDX)
              IF ELAPSED-MINUTES > RS-CLOSE-MAX (SEV-IDX) THEN
                 MOVE ELAPSED-MINUTES TO RS-CLOSE-MAX (SEV-IDX)
              END-IF
           END-IF
           .

       3100-TALLY-RESPONSE-END.
           EXIT.
      ******************************************************************
       3200-SHOW-RESPONSE.
           IF SEV-IDX = 4 THEN
              MOVE '?' TO RESP-DISP-SEV
           ELSE
              MOVE SC-CODE (SEV-IDX) TO RESP-DISP-SEV
           END-IF
           MOVE RS-ALERTS (SEV-IDX) TO RESP-DISP-ALRT
           MOVE RS-ACKED (SEV-IDX) TO RESP-DISP-ACK
           MOVE RS-CLOSED (SEV-IDX) TO RESP-DISP-CLS
           MOVE RS-UNACKED (SEV-IDX) TO RESP-DISP-UNAK
           MOVE RS-ACK-MAX (SEV-IDX) TO RESP-DISP-AMAX
           MOVE RS-CLOSE-MAX (SEV-IDX) TO RESP-DISP-CMAX

           MOVE ZERO TO AVERAGE-MINUTES
           IF RS-ACKED (SEV-IDX) > ZERO THEN
              COMPUTE AVERAGE-MINUTES ROUNDED =
                 RS-ACK-TOTAL (SEV-IDX) / RS-ACKED (SEV-IDX)
           END-IF
           MOVE AVERAGE-MINUTES TO RESP-DISP-AAVG

           MOVE ZERO TO AVERAGE-MINUTES
           IF RS-CLOSED (SEV-IDX) > ZERO THEN
              COMPUTE AVERAGE-MINUTES ROUNDED =
                 RS-CLOSE-TOTAL (SEV-IDX) / RS-CLOSED (SEV-IDX)
           END-IF
           MOVE AVERAGE-MINUTES TO RESP-DISP-CAVG

           DISPLAY RESP-LINE-DISP-REC
           .

       3200-SHOW-RESPONSE-END.
           EXIT.
      ******************************************************************
      * Converts SERIAL-DATE-IN (YYYYMMDD) to a day serial, the same
      * arithmetic UNEMDURA's 8000-DATE-TO-SERIAL makes.
      ******************************************************************
       8000-DATE-TO-SERIAL.
           MOVE SD-YYYY TO SW-YYYY
           MOVE SD-MM TO SW-MM
           MOVE SD-DD TO SW-DD
           IF SW-MM < 1 OR SW-MM > 12 THEN
              MOVE 1 TO SW-MM
           END-IF

           COMPUTE SW-PRIOR-YEARS = SW-YYYY - 1
           COMPUTE SW-LEAPS = SW-PRIOR-YEARS / 4
              - SW-PRIOR-YEARS / 100
              + SW-PRIOR-YEARS / 400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-LEAPS
              + CUM-DAYS-BEFORE (SW-MM) + SW-DD

           IF SW-MM > 2 THEN
              DIVIDE SW-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE SW-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE SW-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       8000-DATE-TO-SERIAL-END.
           EXIT.
      ******************************************************************
      * STAMP-DATE-IN / STAMP-TIME-IN to minutes since the serial
      * origin.
      ******************************************************************
       8100-STAMP-TO-MINUTES.
           MOVE STAMP-DATE-IN TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           COMPUTE STAMP-MINUTES = SERIAL-OUT * 1440
              + ST-HH * 60 + ST-MM
           .

       8100-STAMP-TO-MINUTES-END.
           EXIT.

       END PROGRAM UNEMALRP.
