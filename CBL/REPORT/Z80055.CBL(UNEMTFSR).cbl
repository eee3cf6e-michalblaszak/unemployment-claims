      ******************************************************************
      * UI trust fund reconciliation and solvency report.
      ******************************************************************
      * The question the legislature asks every session is how long
      * the trust fund lasts, and the answer came from a finance
      * spreadsheet nobody reconciled to our payment figures. This
      * report reads the treasury's monthly statements (UNEMTRST,
      * loaded by UNEMTFDI) and the benefit payments (UNEMPAYM,
      * loaded by UNEMPAYI) and prints two sections:
      *    WITHDRAWALS VERSUS BENEFITS PAID - each statement's
      *       benefit withdrawals against the month's PY-DOLLARS-PAID
      *       (the state's monthly payment records), a gap wider
      *       than TRST-TOLERANCE-PCT percent raising a TRSTMISM
      *       event through UNEMALRT and RC=4;
      *    SOLVENCY - per state, at its latest statement:
      *       the reserve ratio (closing balance over the trailing
      *          four quarters' total wages);
      *       the average high-cost multiple - the reserve ratio
      *          over the average of the three highest calendar-year
      *          benefit cost rates (benefits paid over that year's
      *          total wages) among the twenty years before the
      *          statement's year - below 1.00 flagged and raised as
      *          a TRSTSOLV event;
      *       the months of benefits remaining at the current payout
      *          rate (the average of the last three months paid).
      * TRST-TOLERANCE-PCT can be overridden from the PARMFLDD
      * runtime parameter file.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMTFSR.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-24.

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
           *> The trust fund KSDS, read front to back
           SELECT TRUST-FILE ASSIGN TO TRSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KEY
           FILE STATUS IS TRUST-FILE-STATUS.

           *> The benefit-payments KSDS, read front to back
           SELECT PAYMENT-FILE ASSIGN TO PAYMNTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-RECORD-KEY
           FILE STATUS IS PAYMENT-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  TRUST-FILE
      *    01  TRUST-REC.
       COPY TRSTREC.

      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  TRUST-FILE-STATUS PIC XX.
           88 TRUST-FILE-OK VALUE "00".
           88 TRUST-FILE-EOF VALUE "10".

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

      * The business cycle this report ran under, stamped on the
      * output by UNEMCYRD.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * How far apart, in percent of the withdrawals, the month's
      * payments may sit before the month is reported as a
      * mismatch.
       77  TRST-TOLERANCE-PCT PIC 9(2) VALUE 1.

      * The look-back for the average high-cost multiple, in years,
      * and how many of its costliest years are averaged.
       77  HIGH-COST-YEARS  PIC 9(2) VALUE 20.
       77  HIGH-COST-TOP    PIC 9(1) VALUE 3.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * Every statement on file, in key order (state, month), with
      * the month's benefits paid folded in from UNEMPAYM.
       01  STATEMENT-TABLE.
           05 ST-ENTRY OCCURS 3000 TIMES.
              10 ST-STATE       PIC X(2).
              10 ST-MONTH       PIC X(7).
              10 ST-WITHDRAWALS PIC 9(11)V99 COMP-3.
              10 ST-CLOSING     PIC S9(11)V99 COMP-3.
              10 ST-WAGES       PIC 9(13)V99 COMP-3.
              10 ST-PAID        PIC 9(13)V99 COMP-3.
              10 ST-PAID-SW     PIC X.
                 88 ST-PAID-SEEN VALUE 'Y'.
       01  ST-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  ST-IDX  PIC 9(4) COMP-4.
       01  ST-FOUND-AT PIC 9(4) COMP-4.
       01  ST-FIRST PIC 9(4) COMP-4.
       01  ST-LAST  PIC 9(4) COMP-4.
       01  SCAN-IDX PIC 9(4) COMP-4.

      * Benefits paid per state and calendar year, from every
      * monthly payment record on file.
       01  ANNUAL-TABLE.
           05 AN-ENTRY OCCURS 1500 TIMES.
              10 AN-STATE PIC X(2).
              10 AN-YEAR  PIC X(4).
              10 AN-PAID  PIC 9(13)V99 COMP-3.
       01  AN-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  AN-IDX  PIC 9(4) COMP-4.
       01  AN-FOUND-AT PIC 9(4) COMP-4.

      * The costliest years found for the state under review,
      * highest first.
       01  TOP-COST-TABLE.
           05 TOP-COST-RATE OCCURS 9 TIMES PIC 9(3)V9(6) COMP-3.
       01  TOP-IDX   PIC 9(2) COMP-4.
       01  TOP-SHIFT PIC 9(2) COMP-4.
       01  TOP-USED  PIC 9(2) COMP-4 VALUE ZERO.

       01  PERIOD-YEAR    PIC X(4) VALUE SPACES.
       01  LATEST-YEAR    PIC 9(4) VALUE ZERO.
       01  FROM-YEAR      PIC 9(4) VALUE ZERO.
       01  YEAR-WORK      PIC 9(4) VALUE ZERO.
       01  YEAR-WORK-X REDEFINES YEAR-WORK PIC X(4).
       01  YEAR-WAGES     PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  YEAR-PAID      PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  COST-RATE      PIC 9(3)V9(6) COMP-3 VALUE ZERO.
       01  COST-RATE-SUM  PIC 9(5)V9(6) COMP-3 VALUE ZERO.
       01  AVG-HIGH-COST  PIC 9(3)V9(6) COMP-3 VALUE ZERO.
       01  RESERVE-RATIO  PIC S9(3)V9(6) COMP-3 VALUE ZERO.
       01  HIGH-COST-MULT PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  MONTHS-LEFT    PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  PAYOUT-SUM     PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  PAYOUT-MONTHS  PIC 9(2) COMP-4 VALUE ZERO.
       01  PAYOUT-RATE    PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  PAID-DIFF   PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  PAID-ALLOW  PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  STATEMENTS-READ  COMP-4 PIC 9(7) VALUE ZERO.
       01  PAYMENTS-READ    COMP-4 PIC 9(7) VALUE ZERO.
       01  MONTHS-MISMATCH  COMP-4 PIC 9(5) VALUE ZERO.
       01  MONTHS-UNPAID    COMP-4 PIC 9(5) VALUE ZERO.
       01  STATES-BELOW-ONE COMP-4 PIC 9(3) VALUE ZERO.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

       01  TFSR-DISP-SEPARATOR PIC X(110) VALUE ALL '-'.

       01  TFSR-XCHK-DISP-REC.
           05 TX-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TX-DISP-MONTH    PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(14) VALUE '  withdrawals:'.
           05 TX-DISP-WITHDRAW PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(8)  VALUE '  paid: '.
           05 TX-DISP-PAID     PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(8)  VALUE '  diff: '.
           05 TX-DISP-DIFF     PIC -Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TX-DISP-VERDICT  PIC X(11) VALUE SPACES.

       01  TFSR-SOLV-DISP-REC.
           05 TS-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TS-DISP-MONTH    PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE '  balance:'.
           05 TS-DISP-BALANCE  PIC -Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(17) VALUE '  reserve ratio: '.
           05 TS-DISP-RATIO    PIC -ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(9)  VALUE '%  AHCM: '.
           05 TS-DISP-AHCM     PIC -ZZ9.99 VALUE ZERO.
           05 FILLER           PIC X(15) VALUE '  months left: '.
           05 TS-DISP-MONTHS   PIC -ZZZZ9.9 VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TS-DISP-FLAG     PIC X(16) VALUE SPACES.

       01  TFSR-TOTAL-DISP-REC.
           05 TT-DISP-LABEL PIC X(40) VALUE SPACES.
           05 TT-DISP-COUNT PIC Z,ZZZ,ZZ9 VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMTFSR" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           PERFORM 1100-LOAD-RUNTIME-PARMS

           OPEN INPUT TRUST-FILE

           IF NOT TRUST-FILE-OK THEN
              DISPLAY "Couldn't open the trust fund dataset - "
                 "STATUS " TRUST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT PAYMENT-FILE

           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the benefit-payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              CLOSE TRUST-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO TF-KEY
           START TRUST-FILE KEY >= TF-KEY
              INVALID KEY SET TRUST-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-STATEMENT
           PERFORM UNTIL TRUST-FILE-EOF
              ADD 1 TO STATEMENTS-READ
              PERFORM 2200-TABLE-STATEMENT THRU 2200-TABLE-STATEMENT-END
              PERFORM 2100-READ-NEXT-STATEMENT
           END-PERFORM

           CLOSE TRUST-FILE

           MOVE LOW-VALUES TO PY-RECORD-KEY
           START PAYMENT-FILE KEY >= PY-RECORD-KEY
              INVALID KEY SET PAYMENT-FILE-EOF TO TRUE
           END-START

           PERFORM 2300-READ-NEXT-PAYMENT
           PERFORM UNTIL PAYMENT-FILE-EOF
              IF PY-FREQ-MONTHLY THEN
                 ADD 1 TO PAYMENTS-READ
                 PERFORM 2400-FOLD-PAYMENT THRU 2400-FOLD-PAYMENT-END
              END-IF
              PERFORM 2300-READ-NEXT-PAYMENT
           END-PERFORM

           CLOSE PAYMENT-FILE

           MOVE "UI TRUST FUND RECONCILIATION AND SOLVENCY (UNEMTFSR)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMTFSR" PRNT-TEXT

           PERFORM 3000-PRINT-CROSS-CHECK
           PERFORM 4000-PRINT-SOLVENCY
           PERFORM 5000-PRINT-TOTALS

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMTFSR" PRNT-TEXT

           DISPLAY STATEMENTS-READ " statement(s), " PAYMENTS-READ
              " monthly payment record(s) read."
           DISPLAY MONTHS-MISMATCH " month(s) out of balance, "
              MONTHS-UNPAID " with no payment record."

           IF MONTHS-MISMATCH > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "TRST-TOLERANCE-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO TRST-TOLERANCE-PCT
              DISPLAY "TRST-TOLERANCE-PCT set from the parameter "
                 "file: " TRST-TOLERANCE-PCT
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-STATEMENT.
           READ TRUST-FILE NEXT
              AT END SET TRUST-FILE-EOF TO TRUE
           END-READ

           IF NOT TRUST-FILE-OK AND NOT TRUST-FILE-EOF THEN
              DISPLAY "Error reading the trust fund dataset - "
                 "STATUS " TRUST-FILE-STATUS
              SET TRUST-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-STATEMENT-END.
           EXIT.
      ******************************************************************
       2200-TABLE-STATEMENT.
           IF ST-USED >= 3000 THEN
              DISPLAY "*** More than 3000 statements - "
                 TF-STATE-CODE " " TF-MONTH " not reported."
              GO TO 2200-TABLE-STATEMENT-END
           END-IF

           ADD 1 TO ST-USED
           MOVE TF-STATE-CODE TO ST-STATE (ST-USED)
           MOVE TF-MONTH TO ST-MONTH (ST-USED)
           MOVE TF-WITHDRAWALS TO ST-WITHDRAWALS (ST-USED)
           MOVE TF-CLOSING-BALANCE TO ST-CLOSING (ST-USED)
           MOVE TF-TOTAL-WAGES TO ST-WAGES (ST-USED)
           MOVE ZERO TO ST-PAID (ST-USED)
           MOVE 'N' TO ST-PAID-SW (ST-USED)
           .

       2200-TABLE-STATEMENT-END.
           EXIT.
      ******************************************************************
       2300-READ-NEXT-PAYMENT.
           READ PAYMENT-FILE NEXT
              AT END SET PAYMENT-FILE-EOF TO TRUE
           END-READ

           IF NOT PAYMENT-FILE-OK AND NOT PAYMENT-FILE-EOF THEN
              DISPLAY "Error reading the benefit-payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              SET PAYMENT-FILE-EOF TO TRUE
           END-IF
           .

       2300-READ-NEXT-PAYMENT-END.
           EXIT.
      ******************************************************************
      * Folds a monthly payment record into its statement month (if
      * the treasury sent one) and into its state's calendar year.
      ******************************************************************
       2400-FOLD-PAYMENT.
           MOVE ZERO TO ST-FOUND-AT
           PERFORM VARYING ST-IDX FROM 1 BY 1
                 UNTIL ST-IDX > ST-USED
              IF ST-STATE (ST-IDX) = PY-STATE-CODE
                    AND ST-MONTH (ST-IDX) = PY-PERIOD-DATE (1:7) THEN
                 MOVE ST-IDX TO ST-FOUND-AT
                 MOVE ST-USED TO ST-IDX
              END-IF
           END-PERFORM

           IF ST-FOUND-AT > ZERO THEN
              ADD PY-DOLLARS-PAID TO ST-PAID (ST-FOUND-AT)
              SET ST-PAID-SEEN (ST-FOUND-AT) TO TRUE
           END-IF

           MOVE PY-PERIOD-DATE (1:4) TO PERIOD-YEAR
           MOVE ZERO TO AN-FOUND-AT
           PERFORM VARYING AN-IDX FROM 1 BY 1
                 UNTIL AN-IDX > AN-USED
              IF AN-STATE (AN-IDX) = PY-STATE-CODE
                    AND AN-YEAR (AN-IDX) = PERIOD-YEAR THEN
                 MOVE AN-IDX TO AN-FOUND-AT
                 MOVE AN-USED TO AN-IDX
              END-IF
           END-PERFORM

           IF AN-FOUND-AT = ZERO THEN
              IF AN-USED >= 1500 THEN
                 GO TO 2400-FOLD-PAYMENT-END
              END-IF
              ADD 1 TO AN-USED
              MOVE AN-USED TO AN-FOUND-AT
              MOVE PY-STATE-CODE TO AN-STATE (AN-FOUND-AT)
              MOVE PERIOD-YEAR TO AN-YEAR (AN-FOUND-AT)
              MOVE ZERO TO AN-PAID (AN-FOUND-AT)
           END-IF

           ADD PY-DOLLARS-PAID TO AN-PAID (AN-FOUND-AT)
           .

       2400-FOLD-PAYMENT-END.
           EXIT.
      ******************************************************************
      * Sets each statement's benefit withdrawals against the
      * month's benefits paid.
      ******************************************************************
       3000-PRINT-CROSS-CHECK.
           MOVE "WITHDRAWALS VERSUS BENEFITS PAID" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT
           MOVE TFSR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              PERFORM 3100-CHECK-ONE-MONTH
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT
           .

       3000-PRINT-CROSS-CHECK-END.
           EXIT.
      ******************************************************************
       3100-CHECK-ONE-MONTH.
           MOVE ST-STATE (ST-IDX) TO TX-DISP-STATE
           MOVE ST-MONTH (ST-IDX) TO TX-DISP-MONTH
           MOVE ST-WITHDRAWALS (ST-IDX) TO TX-DISP-WITHDRAW
           MOVE ST-PAID (ST-IDX) TO TX-DISP-PAID

           COMPUTE PAID-DIFF = ST-PAID (ST-IDX)
              - ST-WITHDRAWALS (ST-IDX)
           MOVE PAID-DIFF TO TX-DISP-DIFF

           IF PAID-DIFF < ZERO THEN
              COMPUTE PAID-DIFF = ZERO - PAID-DIFF
           END-IF
           COMPUTE PAID-ALLOW ROUNDED =
              ST-WITHDRAWALS (ST-IDX) * TRST-TOLERANCE-PCT / 100

           EVALUATE TRUE
              WHEN NOT ST-PAID-SEEN (ST-IDX)
                 MOVE 'NO PAYMENTS' TO TX-DISP-VERDICT
                 ADD 1 TO MONTHS-UNPAID
              WHEN PAID-DIFF > PAID-ALLOW
                 MOVE 'MISMATCH' TO TX-DISP-VERDICT
                 ADD 1 TO MONTHS-MISMATCH
                 MOVE SPACES TO ALERT-MESSAGE
                 STRING "Trust fund withdrawals don't match paid "
                    ST-STATE (ST-IDX) " " ST-MONTH (ST-IDX)
                    DELIMITED BY SIZE INTO ALERT-MESSAGE
                 CALL "UNEMALRT" USING "UNEMTFSR" "TRSTMISM"
                    "W" ALERT-MESSAGE
              WHEN OTHER
                 MOVE 'matched' TO TX-DISP-VERDICT
           END-EVALUATE

           MOVE TFSR-XCHK-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT
           .

       3100-CHECK-ONE-MONTH-END.
           EXIT.
      ******************************************************************
      * Walks the statement table a state at a time (the key order
      * keeps a state's months together, oldest first) and prints
      * the state's solvency measures at its latest statement.
      ******************************************************************
       4000-PRINT-SOLVENCY.
           MOVE "SOLVENCY AT EACH STATE'S LATEST STATEMENT"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT
           MOVE TFSR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT

           MOVE 1 TO ST-FIRST
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              IF ST-IDX = ST-USED THEN
                 MOVE ST-IDX TO ST-LAST
                 PERFORM 4100-SOLVENCY-ONE-STATE
              ELSE
                 IF ST-STATE (ST-IDX + 1) NOT = ST-STATE (ST-IDX)
                 THEN
                    MOVE ST-IDX TO ST-LAST
                    PERFORM 4100-SOLVENCY-ONE-STATE
                    COMPUTE ST-FIRST = ST-IDX + 1
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT
           .

       4000-PRINT-SOLVENCY-END.
           EXIT.
      ******************************************************************
      * One state's measures, ST-FIRST through ST-LAST being its
      * statements and ST-LAST the latest.
      ******************************************************************
       4100-SOLVENCY-ONE-STATE.
           MOVE ST-STATE (ST-LAST) TO TS-DISP-STATE
           MOVE ST-MONTH (ST-LAST) TO TS-DISP-MONTH
           MOVE ST-CLOSING (ST-LAST) TO TS-DISP-BALANCE
           MOVE SPACES TO TS-DISP-FLAG
           MOVE ZERO TO RESERVE-RATIO HIGH-COST-MULT MONTHS-LEFT

           IF ST-WAGES (ST-LAST) > ZERO THEN
              COMPUTE RESERVE-RATIO ROUNDED =
                 ST-CLOSING (ST-LAST) * 100 / ST-WAGES (ST-LAST)
           ELSE
              MOVE 'NO WAGES ON FILE' TO TS-DISP-FLAG
           END-IF

           PERFORM 4200-AVERAGE-HIGH-COST-RATE
           IF AVG-HIGH-COST > ZERO AND ST-WAGES (ST-LAST) > ZERO
           THEN
              COMPUTE HIGH-COST-MULT ROUNDED =
                 RESERVE-RATIO / AVG-HIGH-COST
              IF HIGH-COST-MULT < 1 THEN
                 MOVE 'AHCM BELOW 1.00' TO TS-DISP-FLAG
                 ADD 1 TO STATES-BELOW-ONE
                 MOVE SPACES TO ALERT-MESSAGE
                 STRING "Trust fund high-cost multiple below 1.00 "
                    ST-STATE (ST-LAST) " " ST-MONTH (ST-LAST)
                    DELIMITED BY SIZE INTO ALERT-MESSAGE
                 CALL "UNEMALRT" USING "UNEMTFSR" "TRSTSOLV"
                    "W" ALERT-MESSAGE
              END-IF
           ELSE
              IF TS-DISP-FLAG = SPACES THEN
                 MOVE 'NO COST HISTORY' TO TS-DISP-FLAG
              END-IF
           END-IF

           PERFORM 4300-CURRENT-PAYOUT-RATE
           IF PAYOUT-RATE > ZERO THEN
              COMPUTE MONTHS-LEFT ROUNDED =
                 ST-CLOSING (ST-LAST) / PAYOUT-RATE
           END-IF

           MOVE RESERVE-RATIO TO TS-DISP-RATIO
           MOVE HIGH-COST-MULT TO TS-DISP-AHCM
           MOVE MONTHS-LEFT TO TS-DISP-MONTHS

           MOVE TFSR-SOLV-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMTFSR" PRNT-TEXT
           .

       4100-SOLVENCY-ONE-STATE-END.
           EXIT.
      ******************************************************************
      * The average of the HIGH-COST-TOP highest calendar-year cost
      * rates among the HIGH-COST-YEARS years before the latest
      * statement's year. A year's cost rate is its benefits paid
      * over its total wages - the wages the state's latest
      * statement in that year carries (December's trailing four
      * quarters being the calendar year). A year with no wages on
      * file can't be rated and is left out.
      ******************************************************************
       4200-AVERAGE-HIGH-COST-RATE.
           MOVE ZERO TO AVG-HIGH-COST COST-RATE-SUM TOP-USED
           PERFORM VARYING TOP-IDX FROM 1 BY 1 UNTIL TOP-IDX > 9
              MOVE ZERO TO TOP-COST-RATE (TOP-IDX)
           END-PERFORM

           MOVE ST-MONTH (ST-LAST) (1:4) TO LATEST-YEAR
           COMPUTE FROM-YEAR = LATEST-YEAR - HIGH-COST-YEARS

           PERFORM VARYING YEAR-WORK FROM FROM-YEAR BY 1
                 UNTIL YEAR-WORK >= LATEST-YEAR
              PERFORM 4210-RATE-ONE-YEAR THRU 4210-RATE-ONE-YEAR-END
           END-PERFORM

           IF TOP-USED > ZERO THEN
              PERFORM VARYING TOP-IDX FROM 1 BY 1
                    UNTIL TOP-IDX > TOP-USED
                 ADD TOP-COST-RATE (TOP-IDX) TO COST-RATE-SUM
              END-PERFORM
              COMPUTE AVG-HIGH-COST ROUNDED = COST-RATE-SUM / TOP-USED
           END-IF
           .

       4200-AVERAGE-HIGH-COST-RATE-END.
           EXIT.
      ******************************************************************
       4210-RATE-ONE-YEAR.
           MOVE ZERO TO YEAR-WAGES YEAR-PAID
           PERFORM VARYING SCAN-IDX FROM ST-FIRST BY 1
                 UNTIL SCAN-IDX > ST-LAST
              IF ST-MONTH (SCAN-IDX) (1:4) = YEAR-WORK-X
                    AND ST-WAGES (SCAN-IDX) > ZERO THEN
                 MOVE ST-WAGES (SCAN-IDX) TO YEAR-WAGES
              END-IF
           END-PERFORM

           IF YEAR-WAGES = ZERO THEN
              GO TO 4210-RATE-ONE-YEAR-END
           END-IF

           PERFORM VARYING AN-IDX FROM 1 BY 1 UNTIL AN-IDX > AN-USED
              IF AN-STATE (AN-IDX) = ST-STATE (ST-LAST)
                    AND AN-YEAR (AN-IDX) = YEAR-WORK-X THEN
                 MOVE AN-PAID (AN-IDX) TO YEAR-PAID
                 MOVE AN-USED TO AN-IDX
              END-IF
           END-PERFORM

           IF YEAR-PAID = ZERO THEN
              GO TO 4210-RATE-ONE-YEAR-END
           END-IF

           COMPUTE COST-RATE ROUNDED = YEAR-PAID * 100 / YEAR-WAGES

           *> Slot the rate into the top list, highest first.
           PERFORM VARYING TOP-IDX FROM 1 BY 1
                 UNTIL TOP-IDX > HIGH-COST-TOP
              IF COST-RATE > TOP-COST-RATE (TOP-IDX) THEN
                 PERFORM VARYING TOP-SHIFT FROM HIGH-COST-TOP BY -1
                       UNTIL TOP-SHIFT <= TOP-IDX
                    MOVE TOP-COST-RATE (TOP-SHIFT - 1)
                       TO TOP-COST-RATE (TOP-SHIFT)
                 END-PERFORM
                 MOVE COST-RATE TO TOP-COST-RATE (TOP-IDX)
                 IF TOP-USED < HIGH-COST-TOP THEN
                    ADD 1 TO TOP-USED
                 END-IF
                 MOVE HIGH-COST-TOP TO TOP-IDX
              END-IF
           END-PERFORM
           .

       4210-RATE-ONE-YEAR-END.
           EXIT.
      ******************************************************************
      * The current payout rate - the average monthly benefits paid
      * over the state's last three statement months (the
      * withdrawals standing in for a month with no payment record).
      ******************************************************************
       4300-CURRENT-PAYOUT-RATE.
           MOVE ZERO TO PAYOUT-SUM PAYOUT-MONTHS PAYOUT-RATE

           PERFORM VARYING SCAN-IDX FROM ST-LAST BY -1
                 UNTIL SCAN-IDX < ST-FIRST OR PAYOUT-MONTHS >= 3
              IF ST-PAID-SEEN (SCAN-IDX) THEN
                 ADD ST-PAID (SCAN-IDX) TO PAYOUT-SUM
              ELSE
                 ADD ST-WITHDRAWALS (SCAN-IDX) TO PAYOUT-SUM
              END-IF
              ADD 1 TO PAYOUT-MONTHS
           END-PERFORM

           IF PAYOUT-MONTHS > ZERO THEN
              COMPUTE PAYOUT-RATE ROUNDED = PAYOUT-SUM / PAYOUT-MONTHS
           END-IF
           .

       4300-CURRENT-PAYOUT-RATE-END.
           EXIT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE "Statement months reconciled" TO TT-DISP-LABEL
           MOVE ST-USED TO TT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  out of balance" TO TT-DISP-LABEL
           MOVE MONTHS-MISMATCH TO TT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "  with no payment record" TO TT-DISP-LABEL
           MOVE MONTHS-UNPAID TO TT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           MOVE "States below a 1.00 high-cost multiple"
              TO TT-DISP-LABEL
           MOVE STATES-BELOW-ONE TO TT-DISP-COUNT
           PERFORM 5100-PRINT-TOTAL-LINE
           .

       5000-PRINT-TOTALS-END.
           EXIT.
      ******************************************************************
       5100-PRINT-TOTAL-LINE.
           MOVE TFSR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMTFSR" PRNT-TEXT
           .

       5100-PRINT-TOTAL-LINE-END.
           EXIT.

       END PROGRAM UNEMTFSR.
