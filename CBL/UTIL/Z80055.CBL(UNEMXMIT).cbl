      ******************************************************************
      * Outbound file transmission and delivery confirmation.
      ******************************************************************
      * UNEMSUBX, UNEMFEED, UNEMFSUB and UNEMDIST write files for
      * partners outside the shop, and our part used to end when the
      * dataset was written - "we never got it" had no answer. This
      * program is the transmission step. It hands each produced
      * file to the shop's file-transfer service, keeps every
      * attempt and its outcome on the XLOGDD delivery log
      * (XLOGREC.cpy), retries transient failures and alerts on
      * final ones, and matches the partners' receipts:
      *    PARM='SEND'   - every XMDESTDD destination due this cycle
      *                    with nothing delivered yet is queued: a
      *                    transfer request to XMREQDD (the service's
      *                    inbound queue) and a 'Q' attempt on the
      *                    log. A transient failure is queued again
      *                    once the destination's retry wait has
      *                    passed; a delivery in flight, delivered
      *                    or failed for good is left alone. A file
      *                    is queued only once its producer's run
      *                    for the cycle is on the RUNHSTDD run
      *                    history (a UNEMRHMK row, S or W) - until
      *                    then the destination stays pending and
      *                    the run ends RC=4.
      *    PARM='POST'   - the service's XMRESDD results are applied
      *                    to their attempts (S sent, T transient
      *                    failure, P permanent failure). A permanent
      *                    failure, or a transient one with the
      *                    retries used up, is final: an XMITFAIL
      *                    alert through UNEMALRT. Then the partners'
      *                    XMRCPTDD receipts are matched to their
      *                    deliveries; a receipt reporting a
      *                    rejection raises XMITRCPT.
      *    PARM='REPORT' - the delivery report for the cycle, one
      *                    line per consumer and file (attempts,
      *                    standing, when, receipt), through UNEMPRNT.
      * The results and receipts files are cumulative; an attempt
      * already posted, or a receipt already matched, is passed
      * over, so POST can be rerun at any time.
      *-----------------------------------------------------------------
      * The destinations row layout (160 bytes, '*' in column one is
      * a comment):
      *    1-16  partner (the consumer)
      *   17-24  producing program - UNEMSUBX, UNEMFEED, UNEMFSUB,
      *          UNEMDIST
      *   25-68  the produced dataset to send
      *   69-72  protocol, as the transfer service knows it (FTP,
      *          SFTP, NDM ...)
      *   73-102 target host / node
      *  103-146 target file name at the partner
      *  147     frequency: D daily, W weekly, M monthly
      *  148-149 due day - W the day of week (1=Monday ... 7=Sunday),
      *          M the day of month; ignored for D
      *  150-153 deliver-by time, HHMM, on the cycle date
      *  154     retries after the first attempt (0-9)
      *  155-157 minutes to wait before a retry
      *  158     Y when the partner sends a receipt
      * The transfer request (XMREQDD, 200 bytes): the 34-byte
      * attempt key, protocol, dataset, host, target, queued date
      * and time. The transfer result (XMRESDD, 80 bytes): the
      * attempt key, S/T/P, completion date and time, message. The
      * partner receipt (XMRCPTDD, 80 bytes): partner, program,
      * cycle date, receipt date and time, A accepted / R rejected,
      * reason.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMCYRD: the current business cycle date.
      *  UNEMHCAL: a non-publishing day has nothing due.
      *  UNEMPRNT: see CBL/UTIL(UNEMPRNT) - the REPORT mode.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  SEND queues a file only once its producer
      *                    has recorded a good run for the cycle on
      *                    the run history; a file not produced yet
      *                    stays pending, RC=4. A transfer request
      *                    that can't be written ends RC=8.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMXMIT.
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
           *> The destinations table - one row per partner and file.
           SELECT XMIT-DEST ASSIGN TO XMDESTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XMIT-DEST-STATUS.

           *> The delivery log.
           SELECT XLOG-FILE ASSIGN TO XLOGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XL-KEY
           FILE STATUS IS XLOG-FILE-STATUS.

           *> The transfer service's inbound request queue - appended,
           *> pre-allocated by JCL with DISP=MOD.
           SELECT XMIT-REQ ASSIGN TO XMREQDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XMIT-REQ-STATUS.

           *> The transfer service's results.
           SELECT XMIT-RES ASSIGN TO XMRESDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XMIT-RES-STATUS.

           *> The partners' receipts.
           SELECT XMIT-RCPT ASSIGN TO XMRCPTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XMIT-RCPT-STATUS.

           *> The run history - the producers' runs (UNEMRHMK).
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  XMIT-DEST
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F.
       01  XMIT-DEST-REC.
           05 XD-PARTNER     PIC X(16).
           05 XD-PGM         PIC X(8).
           05 XD-LOCAL-DSN   PIC X(44).
           05 XD-PROTOCOL    PIC X(4).
           05 XD-HOST        PIC X(30).
           05 XD-TARGET      PIC X(44).
           05 XD-FREQUENCY   PIC X.
           05 XD-DUE-DAY     PIC X(2).
           05 XD-DUE-DAY-NUM REDEFINES XD-DUE-DAY PIC 9(2).
           05 XD-DUE-HHMM    PIC X(4).
           05 XD-RETRY-MAX   PIC X.
           05 XD-RETRY-WAIT  PIC X(3).
           05 XD-RECEIPT     PIC X.
           05 FILLER         PIC X(2).

      * Provides:
      *    FD  XLOG-FILE
      *    01  XLOG-REC.
       COPY XLOGREC.

       FD  XMIT-REQ
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE F.
       01  XMIT-REQ-REC.
           05 XQ-REQUEST-ID  PIC X(34).
           05 XQ-PROTOCOL    PIC X(4).
           05 XQ-LOCAL-DSN   PIC X(44).
           05 XQ-HOST        PIC X(30).
           05 XQ-TARGET      PIC X(44).
           05 XQ-REQ-DATE    PIC 9(8).
           05 XQ-REQ-TIME    PIC 9(6).
           05 FILLER         PIC X(30).

       FD  XMIT-RES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  XMIT-RES-REC.
           05 XR-REQUEST-ID  PIC X(34).
           05 XR-RESULT      PIC X.
              88 XR-SENT      VALUE 'S'.
              88 XR-TRANSIENT VALUE 'T'.
              88 XR-PERMANENT VALUE 'P'.
           05 XR-DONE-DATE   PIC X(8).
           05 XR-DONE-TIME   PIC X(6).
           05 XR-MESSAGE     PIC X(30).
           05 FILLER         PIC X.

       FD  XMIT-RCPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  XMIT-RCPT-REC.
           05 XC-PARTNER     PIC X(16).
           05 XC-PGM         PIC X(8).
           05 XC-CYCLE-DATE  PIC X(8).
           05 XC-RCPT-DATE   PIC X(8).
           05 XC-RCPT-TIME   PIC X(6).
           05 XC-STATUS      PIC X.
           05 XC-REASON      PIC X(30).
           05 FILLER         PIC X(3).

      * Provides:
      *    FD  RUN-HIST
      *    01  RUN-HIST-REC.
       COPY RUNHREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  XMIT-DEST-STATUS PIC XX.
           88 XMIT-DEST-OK VALUE "00".
           88 XMIT-DEST-EOF VALUE "10".

       01  XLOG-FILE-STATUS PIC XX.
           88 XLOG-FILE-OK VALUE "00".
           88 XLOG-FILE-EOF VALUE "10".

       01  XMIT-REQ-STATUS PIC XX.
           88 XMIT-REQ-OK VALUE "00".

       01  XMIT-RES-STATUS PIC XX.
           88 XMIT-RES-OK VALUE "00".
           88 XMIT-RES-EOF VALUE "10".

       01  XMIT-RCPT-STATUS PIC XX.
           88 XMIT-RCPT-OK VALUE "00".
           88 XMIT-RCPT-EOF VALUE "10".

       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-EOF VALUE "10".

       01  RUN-DATE     PIC 9(8) VALUE ZERO.
       01  RUN-TIME-NOW PIC 9(8) VALUE ZERO.
       01  RUN-TIME-PARTS REDEFINES RUN-TIME-NOW.
           05 RT-HH PIC 9(2).
           05 RT-MM PIC 9(2).
           05 FILLER PIC 9(4).
       01  OUT-TIME-WORK PIC 9(6) VALUE ZERO.
       01  OUT-TIME-PARTS REDEFINES OUT-TIME-WORK.
           05 OT-HH PIC 9(2).
           05 OT-MM PIC 9(2).
           05 FILLER PIC 9(2).
       01  TIME-HHMM    PIC 9(4) VALUE ZERO.
       01  NOW-MINUTES  PIC 9(5) COMP-4 VALUE ZERO.
       01  OUT-MINUTES  PIC 9(5) COMP-4 VALUE ZERO.

      * The business cycle this run delivers for.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-DATE-PARTS REDEFINES CYCLE-DATE-OUT.
           05 CYC-YYYY PIC 9(4).
           05 CYC-MM   PIC 9(2).
           05 CYC-DD   PIC 9(2).
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The holiday-calendar verdict for the cycle date (UNEMHCAL).
       01  HOLIDAY-VERDICT PIC X VALUE SPACE.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The cycle date's day of week, 1=Monday ... 7=Sunday, from
      * the day serial (the civil epoch 0001-01-01 was a Monday).
       01  CYCLE-DOW PIC 9(1) COMP-4 VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-4   PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-100 PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-BY-400 PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-OUT PIC 9(7) COMP-4 VALUE ZERO.
       01  DOW-REM    PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM   PIC 9(4) COMP-4 VALUE ZERO.

      * Cumulative days before each month (non-leap).
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

      * The current destination row's verdict.
       01  ROW-DUE-SW PIC X VALUE 'N'.
           88 ROW-IS-DUE VALUE 'Y'.

      * The standing of the current delivery - its highest attempt.
       01  LATEST-FOUND-SW PIC X VALUE 'N'.
           88 LATEST-FOUND VALUE 'Y'.
       01  LATEST-REC PIC X(128) VALUE SPACES.
       01  READ-REC   PIC X(128) VALUE SPACES.
       01  LATEST-KEY.
           05 LATEST-CYCLE-DATE PIC 9(8).
           05 LATEST-PARTNER    PIC X(16).
           05 LATEST-PGM        PIC X(8).
       01  NEXT-ATTEMPT PIC 9(2) VALUE ZERO.

      * The producer's run for the cycle, off the run history.
       01  PRODUCED-SW PIC X VALUE 'N'.
           88 FILE-PRODUCED VALUE 'Y'.
       01  FILES-NOT-PRODUCED COMP-4 PIC 9(3) VALUE ZERO.

      * The receipt match.
       01  DELIVERED-FOUND-SW PIC X VALUE 'N'.
           88 DELIVERED-FOUND VALUE 'Y'.

      * The report's break control.
       01  HOLD-KEY.
           05 HK-PARTNER PIC X(16) VALUE SPACES.
           05 HK-PGM     PIC X(8)  VALUE SPACES.
       01  PARTNER-FILES    COMP-4 PIC 9(3) VALUE ZERO.
       01  PARTNER-DONE     COMP-4 PIC 9(3) VALUE ZERO.

       01  ROWS-READ        COMP-4 PIC 9(3) VALUE ZERO.
       01  ROWS-DUE         COMP-4 PIC 9(3) VALUE ZERO.
       01  ATTEMPTS-QUEUED  COMP-4 PIC 9(5) VALUE ZERO.
       01  RESULTS-READ     COMP-4 PIC 9(5) VALUE ZERO.
       01  RESULTS-POSTED   COMP-4 PIC 9(5) VALUE ZERO.
       01  RESULTS-UNMATCHED COMP-4 PIC 9(5) VALUE ZERO.
       01  RECEIPTS-READ    COMP-4 PIC 9(5) VALUE ZERO.
       01  RECEIPTS-MATCHED COMP-4 PIC 9(5) VALUE ZERO.
       01  RECEIPTS-UNMATCHED COMP-4 PIC 9(5) VALUE ZERO.
       01  FINAL-FAILURES   COMP-4 PIC 9(5) VALUE ZERO.
       01  RECEIPT-REJECTS  COMP-4 PIC 9(5) VALUE ZERO.
       01  DELIVERIES-SEEN  COMP-4 PIC 9(5) VALUE ZERO.
       01  DELIVERIES-OPEN  COMP-4 PIC 9(5) VALUE ZERO.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

       01  XMIT-DISP-HEADER.
           05 FILLER PIC X(18) VALUE 'Partner'.
           05 FILLER PIC X(10) VALUE 'File of'.
           05 FILLER PIC X(5)  VALUE 'Try'.
           05 FILLER PIC X(12) VALUE 'Standing'.
           05 FILLER PIC X(17) VALUE 'At'.
           05 FILLER PIC X(11) VALUE 'Receipt'.
           05 FILLER PIC X(30) VALUE 'Reason'.

       01  XMIT-DISP-LINE.
           05 XDL-PARTNER  PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 XDL-PGM      PIC X(8)  VALUE SPACES.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 XDL-ATTEMPT  PIC Z9    VALUE ZERO.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 XDL-STANDING PIC X(10) VALUE SPACES.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 XDL-DATE     PIC 9(8)  VALUE ZERO.
           05 FILLER       PIC X     VALUE SPACE.
           05 XDL-TIME     PIC 9(6)  VALUE ZERO.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 XDL-RECEIPT  PIC X(9)  VALUE SPACES.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 XDL-REASON   PIC X(30) VALUE SPACES.

       01  XMIT-DISP-TOTAL.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 XDT-PARTNER  PIC X(16) VALUE SPACES.
           05 FILLER       PIC X(2)  VALUE ': '.
           05 XDT-DONE     PIC ZZ9   VALUE ZERO.
           05 FILLER       PIC X(4)  VALUE ' of '.
           05 XDT-FILES    PIC ZZ9   VALUE ZERO.
           05 FILLER       PIC X(23)
                 VALUE ' file(s) delivered.'.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= mode - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-MODE PIC X(6).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-TIME-NOW (1:4) TO TIME-HHMM
           COMPUTE NOW-MINUTES = RT-HH * 60 + RT-MM

           CALL "UNEMCYRD" USING "UNEMXMIT" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           IF CYCLE-DATE-OUT = ZERO THEN
              DISPLAY "No business cycle - nothing can be "
                 "transmitted."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O XLOG-FILE

           IF NOT XLOG-FILE-OK THEN
              DISPLAY "Couldn't open the delivery log - STATUS "
                 XLOG-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           EVALUATE TRUE
              WHEN PARM-LEN = 4 AND PARM-TEXT (1:4) = "SEND"
                 PERFORM 2000-SEND-DUE-FILES
                    THRU 2000-SEND-DUE-FILES-END
              WHEN PARM-LEN = 4 AND PARM-TEXT (1:4) = "POST"
                 PERFORM 4000-POST-OUTCOMES
              WHEN PARM-LEN = 6 AND PARM-MODE = "REPORT"
                 PERFORM 6000-DELIVERY-REPORT
              WHEN OTHER
                 DISPLAY "Unknown mode - use PARM='SEND', 'POST' "
                    "or 'REPORT'."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE XLOG-FILE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The cycle date's day of week out of the day serial - whole
      * years at 365 days plus the leap days before this year, plus
      * the cumulative days before the month, plus the day; the
      * epoch day 0001-01-01 (serial 1) was a Monday.
      ******************************************************************
       1200-COMPUTE-DAY-OF-WEEK.
           COMPUTE SW-PRIOR-YEARS = CYC-YYYY - 1
           DIVIDE SW-PRIOR-YEARS BY 4 GIVING SW-BY-4
           DIVIDE SW-PRIOR-YEARS BY 100 GIVING SW-BY-100
           DIVIDE SW-PRIOR-YEARS BY 400 GIVING SW-BY-400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-BY-4
              - SW-BY-100 + SW-BY-400
              + CUM-DAYS-BEFORE (CYC-MM) + CYC-DD

           IF CYC-MM > 2 THEN
              DIVIDE CYC-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE CYC-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE CYC-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF

           COMPUTE DOW-REM = SERIAL-OUT - 1
           DIVIDE DOW-REM BY 7 GIVING DOW-REM
              REMAINDER DOW-REM
           COMPUTE CYCLE-DOW = DOW-REM + 1
           .

       1200-COMPUTE-DAY-OF-WEEK-END.
           EXIT.
      ******************************************************************
      * SEND - queues every due destination that still needs a
      * transfer.
      ******************************************************************
       2000-SEND-DUE-FILES.
           CALL "UNEMHCAL" USING CYCLE-DATE-OUT HOLIDAY-VERDICT
           IF HOLIDAY-VERDICT = 'O' OR HOLIDAY-VERDICT = 'A' THEN
              DISPLAY "Non-publishing day " CYCLE-DATE-OUT
                 " - nothing to transmit."
              GO TO 2000-SEND-DUE-FILES-END
           END-IF

           PERFORM 1200-COMPUTE-DAY-OF-WEEK

           OPEN INPUT XMIT-DEST
           IF NOT XMIT-DEST-OK THEN
              DISPLAY "Couldn't open the destinations table - "
                 "STATUS " XMIT-DEST-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-SEND-DUE-FILES-END
           END-IF

           OPEN EXTEND XMIT-REQ
           IF NOT XMIT-REQ-OK THEN
              DISPLAY "Couldn't open the transfer request queue - "
                 "STATUS " XMIT-REQ-STATUS
              CLOSE XMIT-DEST
              MOVE 8 TO RETURN-CODE
              GO TO 2000-SEND-DUE-FILES-END
           END-IF

           OPEN INPUT RUN-HIST
           IF NOT RUN-HIST-OK THEN
              DISPLAY "Couldn't open the run history - STATUS "
                 RUN-HIST-STATUS " - no producer run can be "
                 "confirmed, nothing queued."
              CLOSE XMIT-DEST
              CLOSE XMIT-REQ
              MOVE 8 TO RETURN-CODE
              GO TO 2000-SEND-DUE-FILES-END
           END-IF

           PERFORM UNTIL XMIT-DEST-EOF
              READ XMIT-DEST
                 AT END CONTINUE
                 NOT AT END
                    IF XMIT-DEST-REC (1:1) NOT = '*'
                       AND XMIT-DEST-REC NOT = SPACES THEN
                       ADD 1 TO ROWS-READ
                       PERFORM 2100-EVALUATE-DESTINATION
                          THRU 2100-EVALUATE-DESTINATION-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE XMIT-DEST
           CLOSE XMIT-REQ
           CLOSE RUN-HIST

           DISPLAY "----------------------------------------------"
           DISPLAY ROWS-READ " destination(s), " ROWS-DUE
              " due for cycle " CYCLE-DATE-OUT ", "
              ATTEMPTS-QUEUED " transfer(s) queued."

           IF FILES-NOT-PRODUCED > ZERO THEN
              DISPLAY FILES-NOT-PRODUCED " file(s) not produced for "
                 "the cycle yet - left pending."
              IF RETURN-CODE < 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       2000-SEND-DUE-FILES-END.
           EXIT.
      ******************************************************************
      * One destination: due this cycle? Then its standing on the
      * log decides whether a transfer is queued now.
      ******************************************************************
       2100-EVALUATE-DESTINATION.
           MOVE 'N' TO ROW-DUE-SW

           EVALUATE XD-FREQUENCY
              WHEN 'D'
                 SET ROW-IS-DUE TO TRUE
              WHEN 'W'
                 IF XD-DUE-DAY IS NUMERIC
                    AND CYCLE-DOW = XD-DUE-DAY-NUM THEN
                    SET ROW-IS-DUE TO TRUE
                 END-IF
              WHEN 'M'
                 IF XD-DUE-DAY = CYCLE-DATE-OUT (7:2) THEN
                    SET ROW-IS-DUE TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY "Unknown frequency '" XD-FREQUENCY
                    "' for " XD-PARTNER " " XD-PGM " - row skipped."
           END-EVALUATE

           IF NOT ROW-IS-DUE THEN
              GO TO 2100-EVALUATE-DESTINATION-END
           END-IF

           ADD 1 TO ROWS-DUE
           MOVE CYCLE-DATE-OUT TO LATEST-CYCLE-DATE
           MOVE XD-PARTNER TO LATEST-PARTNER
           MOVE XD-PGM TO LATEST-PGM
           PERFORM 2200-FIND-LATEST-ATTEMPT

           IF NOT LATEST-FOUND THEN
              MOVE 1 TO NEXT-ATTEMPT
              PERFORM 2300-QUEUE-ATTEMPT THRU 2300-QUEUE-ATTEMPT-END
              GO TO 2100-EVALUATE-DESTINATION-END
           END-IF

           MOVE LATEST-REC TO XLOG-REC
           EVALUATE TRUE
              WHEN XL-DELIVERED
                 DISPLAY XD-PARTNER " " XD-PGM " delivered "
                    XL-OUT-DATE " " XL-OUT-TIME "."
              WHEN XL-FAILED
                 DISPLAY "*** " XD-PARTNER " " XD-PGM
                    " failed for good - " XL-REASON
              WHEN XL-QUEUED
                 DISPLAY XD-PARTNER " " XD-PGM " attempt "
                    XL-ATTEMPT " in flight since " XL-SENT-TIME "."
              WHEN XL-TRANSIENT
                 IF XL-OUT-DATE = RUN-DATE THEN
                    MOVE XL-OUT-TIME TO OUT-TIME-WORK
                    COMPUTE OUT-MINUTES = OT-HH * 60 + OT-MM
                 ELSE
                    MOVE ZERO TO OUT-MINUTES
                 END-IF
                 IF XL-OUT-DATE NOT = RUN-DATE
                    OR NOW-MINUTES - OUT-MINUTES >= XL-RETRY-WAIT
                 THEN
                    COMPUTE NEXT-ATTEMPT = XL-ATTEMPT + 1
                    PERFORM 2300-QUEUE-ATTEMPT
                       THRU 2300-QUEUE-ATTEMPT-END
                 ELSE
                    DISPLAY XD-PARTNER " " XD-PGM " attempt "
                       XL-ATTEMPT " failed (" XL-REASON
                       ") - retry after a " XL-RETRY-WAIT
                       "-minute wait."
                 END-IF
           END-EVALUATE
           .

       2100-EVALUATE-DESTINATION-END.
           EXIT.
      ******************************************************************
      * The highest attempt on the log for LATEST-KEY, kept in
      * LATEST-REC.
      ******************************************************************
       2200-FIND-LATEST-ATTEMPT.
           MOVE 'N' TO LATEST-FOUND-SW
           MOVE LATEST-KEY TO XL-KEY (1:32)
           MOVE ZERO TO XL-ATTEMPT

           START XLOG-FILE KEY >= XL-KEY
              INVALID KEY SET XLOG-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL XLOG-FILE-EOF
              READ XLOG-FILE NEXT
                 AT END SET XLOG-FILE-EOF TO TRUE
                 NOT AT END
                    IF XL-KEY (1:32) NOT = LATEST-KEY THEN
                       SET XLOG-FILE-EOF TO TRUE
                    ELSE
                       SET LATEST-FOUND TO TRUE
                       MOVE XLOG-REC TO LATEST-REC
                    END-IF
              END-READ
           END-PERFORM

           *> Leave the log usable for the next destination.
           MOVE "00" TO XLOG-FILE-STATUS
           .

       2200-FIND-LATEST-ATTEMPT-END.
           EXIT.
      ******************************************************************
      * Was the current destination's file produced for the cycle?
      * A S or W producer row (RH-ROW-KIND 'X') for XD-PGM with
      * RH-CYCLE-DATE the cycle date, run on the cycle date or
      * later; the run history is browsed from the cycle date on.
      ******************************************************************
       2250-CHECK-PRODUCER-RUN.
           MOVE 'N' TO PRODUCED-SW
           MOVE LOW-VALUES TO RH-KEY
           MOVE CYCLE-DATE-OUT TO RH-RUN-DATE

           START RUN-HIST KEY >= RH-KEY
              INVALID KEY SET RUN-HIST-EOF TO TRUE
           END-START

           PERFORM UNTIL RUN-HIST-EOF OR FILE-PRODUCED
              READ RUN-HIST NEXT
                 AT END SET RUN-HIST-EOF TO TRUE
                 NOT AT END
                    IF RH-PRODUCER-ROW
                       AND RH-SOURCE = XD-PGM
                       AND RH-CYCLE-DATE = CYCLE-DATE-OUT
                       AND (RH-SUCCESS OR RH-WARNING) THEN
                       SET FILE-PRODUCED TO TRUE
                    END-IF
              END-READ
              IF NOT RUN-HIST-OK AND NOT RUN-HIST-EOF THEN
                 DISPLAY "Error reading the run history - STATUS "
                    RUN-HIST-STATUS
                 SET RUN-HIST-EOF TO TRUE
              END-IF
           END-PERFORM

           *> Leave the run history usable for the next destination.
           MOVE "00" TO RUN-HIST-STATUS
           .

       2250-CHECK-PRODUCER-RUN-END.
           EXIT.
      ******************************************************************
      * Queues attempt NEXT-ATTEMPT of the current destination - the
      * log record first, then the request the service picks up.
      * Nothing is queued for a file its producer hasn't written for
      * the cycle yet.
      ******************************************************************
       2300-QUEUE-ATTEMPT.
           PERFORM 2250-CHECK-PRODUCER-RUN

           IF NOT FILE-PRODUCED THEN
              DISPLAY XD-PARTNER " " XD-PGM " not produced for cycle "
                 CYCLE-DATE-OUT " yet - left pending."
              ADD 1 TO FILES-NOT-PRODUCED
              GO TO 2300-QUEUE-ATTEMPT-END
           END-IF

           INITIALIZE XLOG-REC
           MOVE CYCLE-DATE-OUT TO XL-CYCLE-DATE
           MOVE XD-PARTNER TO XL-PARTNER
           MOVE XD-PGM TO XL-PGM
           MOVE NEXT-ATTEMPT TO XL-ATTEMPT
           MOVE XD-PROTOCOL TO XL-PROTOCOL
           MOVE RUN-DATE TO XL-SENT-DATE
           MOVE RUN-TIME-NOW (1:6) TO XL-SENT-TIME
           SET XL-QUEUED TO TRUE
           MOVE SPACES TO XL-REASON
           IF XD-RETRY-MAX IS NUMERIC THEN
              MOVE XD-RETRY-MAX TO XL-RETRY-MAX
           END-IF
           IF XD-RETRY-WAIT IS NUMERIC THEN
              MOVE XD-RETRY-WAIT TO XL-RETRY-WAIT
           END-IF
           IF XD-DUE-HHMM IS NUMERIC THEN
              MOVE XD-DUE-HHMM TO XL-DUE-HHMM
           ELSE
              MOVE 2359 TO XL-DUE-HHMM
           END-IF
           IF XD-RECEIPT = 'Y' THEN
              SET XL-RECEIPT-PENDING TO TRUE
           ELSE
              MOVE SPACE TO XL-RECEIPT
           END-IF

           WRITE XLOG-REC
              INVALID KEY
                 DISPLAY "*** Couldn't log attempt " NEXT-ATTEMPT
                    " for " XD-PARTNER " " XD-PGM " - STATUS "
                    XLOG-FILE-STATUS " - not queued."
                 MOVE 8 TO RETURN-CODE
           END-WRITE

           IF NOT XLOG-FILE-OK THEN
              GO TO 2300-QUEUE-ATTEMPT-END
           END-IF

           MOVE SPACES TO XMIT-REQ-REC
           MOVE XL-KEY TO XQ-REQUEST-ID
           MOVE XD-PROTOCOL TO XQ-PROTOCOL
           MOVE XD-LOCAL-DSN TO XQ-LOCAL-DSN
           MOVE XD-HOST TO XQ-HOST
           MOVE XD-TARGET TO XQ-TARGET
           MOVE RUN-DATE TO XQ-REQ-DATE
           MOVE RUN-TIME-NOW (1:6) TO XQ-REQ-TIME
           WRITE XMIT-REQ-REC

           IF NOT XMIT-REQ-OK THEN
              DISPLAY "*** Couldn't write the transfer request for "
                 XD-PARTNER " " XD-PGM " attempt " NEXT-ATTEMPT
                 " - STATUS " XMIT-REQ-STATUS " - not queued."
              *> Take the attempt back off the log, so the next SEND
              *> queues it again instead of waiting on it forever.
              DELETE XLOG-FILE RECORD
                 INVALID KEY
                    DISPLAY "*** Attempt " NEXT-ATTEMPT " stays on "
                       "the log as in flight - STATUS "
                       XLOG-FILE-STATUS
              END-DELETE
              MOVE 8 TO RETURN-CODE
              GO TO 2300-QUEUE-ATTEMPT-END
           END-IF

           ADD 1 TO ATTEMPTS-QUEUED
           DISPLAY XD-PARTNER " " XD-PGM " attempt " NEXT-ATTEMPT
              " queued - " XD-LOCAL-DSN
           .

       2300-QUEUE-ATTEMPT-END.
           EXIT.
      ******************************************************************
      * POST - the service's results, then the partners' receipts.
      ******************************************************************
       4000-POST-OUTCOMES.
           OPEN INPUT XMIT-RES
           IF NOT XMIT-RES-OK THEN
              DISPLAY "No transfer results on the DD this run."
           ELSE
              PERFORM UNTIL XMIT-RES-EOF
                 READ XMIT-RES
                    AT END CONTINUE
                    NOT AT END
                       ADD 1 TO RESULTS-READ
                       PERFORM 4100-APPLY-RESULT
                          THRU 4100-APPLY-RESULT-END
                 END-READ
              END-PERFORM
              CLOSE XMIT-RES
           END-IF

           OPEN INPUT XMIT-RCPT
           IF NOT XMIT-RCPT-OK THEN
              DISPLAY "No partner receipts on the DD this run."
           ELSE
              PERFORM UNTIL XMIT-RCPT-EOF
                 READ XMIT-RCPT
                    AT END CONTINUE
                    NOT AT END
                       ADD 1 TO RECEIPTS-READ
                       PERFORM 4200-APPLY-RECEIPT
                          THRU 4200-APPLY-RECEIPT-END
                 END-READ
              END-PERFORM
              CLOSE XMIT-RCPT
           END-IF

           DISPLAY "----------------------------------------------"
           DISPLAY RESULTS-READ " result(s) read, " RESULTS-POSTED
              " posted, " RESULTS-UNMATCHED " unmatched."
           DISPLAY RECEIPTS-READ " receipt(s) read, "
              RECEIPTS-MATCHED " matched, " RECEIPTS-UNMATCHED
              " unmatched."
           DISPLAY FINAL-FAILURES " FINAL FAILURE(S), "
              RECEIPT-REJECTS " RECEIPT REJECTION(S)."

           IF FINAL-FAILURES > ZERO OR RECEIPT-REJECTS > ZERO
              OR RESULTS-UNMATCHED > ZERO
              OR RECEIPTS-UNMATCHED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       4000-POST-OUTCOMES-END.
           EXIT.
      ******************************************************************
      * One transfer result onto its attempt. An attempt already
      * posted is passed over - the results file is cumulative.
      ******************************************************************
       4100-APPLY-RESULT.
           IF NOT XR-SENT AND NOT XR-TRANSIENT
              AND NOT XR-PERMANENT THEN
              DISPLAY "Malformed transfer result '" XMIT-RES-REC
                 "' - skipped."
              ADD 1 TO RESULTS-UNMATCHED
              GO TO 4100-APPLY-RESULT-END
           END-IF

           MOVE XR-REQUEST-ID TO XL-KEY
           READ XLOG-FILE
              INVALID KEY
                 ADD 1 TO RESULTS-UNMATCHED
                 DISPLAY "*** Transfer result for " XR-REQUEST-ID
                    " matches no attempt on the delivery log."
                 GO TO 4100-APPLY-RESULT-END
           END-READ

           IF NOT XL-QUEUED THEN
              GO TO 4100-APPLY-RESULT-END
           END-IF

           ADD 1 TO RESULTS-POSTED
           MOVE XR-MESSAGE TO XL-REASON
           IF XR-DONE-DATE IS NUMERIC AND XR-DONE-TIME IS NUMERIC
           THEN
              MOVE XR-DONE-DATE TO XL-OUT-DATE
              MOVE XR-DONE-TIME TO XL-OUT-TIME
           ELSE
              MOVE RUN-DATE TO XL-OUT-DATE
              MOVE RUN-TIME-NOW (1:6) TO XL-OUT-TIME
           END-IF

           EVALUATE TRUE
              WHEN XR-SENT
                 SET XL-DELIVERED TO TRUE
                 DISPLAY XL-PARTNER " " XL-PGM " delivered on "
                    "attempt " XL-ATTEMPT "."
              WHEN XR-TRANSIENT AND XL-ATTEMPT <= XL-RETRY-MAX
                 SET XL-TRANSIENT TO TRUE
                 DISPLAY XL-PARTNER " " XL-PGM " attempt "
                    XL-ATTEMPT " failed, will retry - " XR-MESSAGE
              WHEN OTHER
                 SET XL-FAILED TO TRUE
                 ADD 1 TO FINAL-FAILURES
                 DISPLAY "*** " XL-PARTNER " " XL-PGM
                    " FAILED on attempt " XL-ATTEMPT " - "
                    XR-MESSAGE
                 MOVE SPACES TO ALERT-MESSAGE
                 STRING "Delivery failed: " XL-PARTNER " "
                    XL-PGM " try " XL-ATTEMPT
                    DELIMITED BY SIZE INTO ALERT-MESSAGE
                 CALL "UNEMALRT" USING "UNEMXMIT" "XMITFAIL"
                    "E" ALERT-MESSAGE
           END-EVALUATE

           REWRITE XLOG-REC
              INVALID KEY
                 DISPLAY "Couldn't post the result for "
                    XR-REQUEST-ID " - STATUS " XLOG-FILE-STATUS
           END-REWRITE
           .

       4100-APPLY-RESULT-END.
           EXIT.
      ******************************************************************
      * One partner receipt onto the delivered attempt of its
      * cycle, partner and file.
      ******************************************************************
       4200-APPLY-RECEIPT.
           IF XC-CYCLE-DATE IS NOT NUMERIC
              OR (XC-STATUS NOT = 'A' AND XC-STATUS NOT = 'R') THEN
              DISPLAY "Malformed receipt '" XMIT-RCPT-REC
                 "' - skipped."
              ADD 1 TO RECEIPTS-UNMATCHED
              GO TO 4200-APPLY-RECEIPT-END
           END-IF

           MOVE 'N' TO DELIVERED-FOUND-SW
           MOVE XC-CYCLE-DATE TO XL-CYCLE-DATE
           MOVE XC-PARTNER TO XL-PARTNER
           MOVE XC-PGM TO XL-PGM
           MOVE XL-KEY (1:32) TO LATEST-KEY
           MOVE ZERO TO XL-ATTEMPT

           START XLOG-FILE KEY >= XL-KEY
              INVALID KEY SET XLOG-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL XLOG-FILE-EOF OR DELIVERED-FOUND
              READ XLOG-FILE NEXT
                 AT END SET XLOG-FILE-EOF TO TRUE
                 NOT AT END
                    IF XL-KEY (1:32) NOT = LATEST-KEY THEN
                       SET XLOG-FILE-EOF TO TRUE
                    ELSE
                       IF XL-DELIVERED THEN
                          SET DELIVERED-FOUND TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           MOVE "00" TO XLOG-FILE-STATUS

           IF NOT DELIVERED-FOUND THEN
              ADD 1 TO RECEIPTS-UNMATCHED
              DISPLAY "*** Receipt from " XC-PARTNER " for "
                 XC-PGM " cycle " XC-CYCLE-DATE
                 " matches no delivery."
              GO TO 4200-APPLY-RECEIPT-END
           END-IF

           IF XL-RECEIPT-OK OR XL-RECEIPT-REJECTED THEN
              GO TO 4200-APPLY-RECEIPT-END
           END-IF

           ADD 1 TO RECEIPTS-MATCHED
           IF XC-RCPT-DATE IS NUMERIC AND XC-RCPT-TIME IS NUMERIC
           THEN
              MOVE XC-RCPT-DATE TO XL-RCPT-DATE
              MOVE XC-RCPT-TIME TO XL-RCPT-TIME
           ELSE
              MOVE RUN-DATE TO XL-RCPT-DATE
              MOVE RUN-TIME-NOW (1:6) TO XL-RCPT-TIME
           END-IF

           IF XC-STATUS = 'A' THEN
              SET XL-RECEIPT-OK TO TRUE
              DISPLAY XL-PARTNER " " XL-PGM " receipt matched."
           ELSE
              SET XL-RECEIPT-REJECTED TO TRUE
              MOVE XC-REASON TO XL-REASON
              ADD 1 TO RECEIPT-REJECTS
              DISPLAY "*** " XL-PARTNER " REJECTED " XL-PGM
                 " cycle " XL-CYCLE-DATE " - " XC-REASON
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Partner rejected delivery: " XL-PARTNER " "
                 XL-PGM
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMALRT" USING "UNEMXMIT" "XMITRCPT"
                 "E" ALERT-MESSAGE
           END-IF

           REWRITE XLOG-REC
              INVALID KEY
                 DISPLAY "Couldn't record the receipt for "
                    XL-PARTNER " " XL-PGM " - STATUS "
                    XLOG-FILE-STATUS
           END-REWRITE
           .

       4200-APPLY-RECEIPT-END.
           EXIT.
      ******************************************************************
      * REPORT - one line per consumer and file for the cycle, from
      * each delivery's highest attempt, with a total per consumer.
      ******************************************************************
       6000-DELIVERY-REPORT.
           MOVE "OUTBOUND DELIVERY REPORT (UNEMXMIT)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMXMIT" PRNT-TEXT
           MOVE XMIT-DISP-HEADER TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMXMIT" PRNT-TEXT

           MOVE SPACES TO HOLD-KEY
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
                          AND (XL-PARTNER NOT = HK-PARTNER
                             OR XL-PGM NOT = HK-PGM) THEN
                          PERFORM 6100-PRINT-DELIVERY
                       END-IF
                       MOVE READ-REC TO XLOG-REC
                       IF LATEST-FOUND
                          AND XL-PARTNER NOT = HK-PARTNER THEN
                          PERFORM 6200-PRINT-PARTNER-TOTAL
                       END-IF
                       MOVE READ-REC TO XLOG-REC
                       MOVE XL-PARTNER TO HK-PARTNER
                       MOVE XL-PGM TO HK-PGM
                       MOVE XLOG-REC TO LATEST-REC
                       SET LATEST-FOUND TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           IF LATEST-FOUND THEN
              PERFORM 6100-PRINT-DELIVERY
              PERFORM 6200-PRINT-PARTNER-TOTAL
           ELSE
              MOVE "Nothing transmitted for this cycle." TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMXMIT" PRNT-TEXT
           END-IF

           MOVE SPACES TO PRNT-TEXT
           STRING "Cycle " CYCLE-DATE-OUT
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMXMIT" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMXMIT" PRNT-TEXT

           DISPLAY DELIVERIES-SEEN " delivery(ies) for cycle "
              CYCLE-DATE-OUT ", " DELIVERIES-OPEN
              " not delivered or not receipted."

           IF DELIVERIES-OPEN > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       6000-DELIVERY-REPORT-END.
           EXIT.
      ******************************************************************
       6100-PRINT-DELIVERY.
           MOVE LATEST-REC TO XLOG-REC
           ADD 1 TO DELIVERIES-SEEN
           ADD 1 TO PARTNER-FILES

           MOVE XL-PARTNER TO XDL-PARTNER
           MOVE XL-PGM TO XDL-PGM
           MOVE XL-ATTEMPT TO XDL-ATTEMPT
           MOVE XL-OUT-DATE TO XDL-DATE
           MOVE XL-OUT-TIME TO XDL-TIME
           MOVE XL-REASON TO XDL-REASON

           EVALUATE TRUE
              WHEN XL-DELIVERED
                 MOVE 'delivered' TO XDL-STANDING
                 ADD 1 TO PARTNER-DONE
              WHEN XL-QUEUED
                 MOVE 'in flight' TO XDL-STANDING
                 MOVE XL-SENT-DATE TO XDL-DATE
                 MOVE XL-SENT-TIME TO XDL-TIME
              WHEN XL-TRANSIENT
                 MOVE 'retrying' TO XDL-STANDING
              WHEN OTHER
                 MOVE '*** FAILED' TO XDL-STANDING
           END-EVALUATE

           EVALUATE TRUE
              WHEN XL-RECEIPT-OK
                 MOVE 'received' TO XDL-RECEIPT
              WHEN XL-RECEIPT-REJECTED
                 MOVE '*REJECTED' TO XDL-RECEIPT
              WHEN XL-RECEIPT-PENDING
                 MOVE 'awaited' TO XDL-RECEIPT
              WHEN OTHER
                 MOVE 'none' TO XDL-RECEIPT
           END-EVALUATE

           IF NOT XL-DELIVERED OR XL-RECEIPT-PENDING
              OR XL-RECEIPT-REJECTED THEN
              ADD 1 TO DELIVERIES-OPEN
           END-IF

           MOVE XMIT-DISP-LINE TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMXMIT" PRNT-TEXT
           .

       6100-PRINT-DELIVERY-END.
           EXIT.
      ******************************************************************
       6200-PRINT-PARTNER-TOTAL.
           MOVE LATEST-REC TO XLOG-REC
           MOVE XL-PARTNER TO XDT-PARTNER
           MOVE PARTNER-DONE TO XDT-DONE
           MOVE PARTNER-FILES TO XDT-FILES
           MOVE XMIT-DISP-TOTAL TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMXMIT" PRNT-TEXT

           MOVE ZERO TO PARTNER-FILES
           MOVE ZERO TO PARTNER-DONE
           .

       6200-PRINT-PARTNER-TOTAL-END.
           EXIT.

       END PROGRAM UNEMXMIT.
