      ******************************************************************
      * Monthly overpayment ledger report.
      ******************************************************************
      * The improper-payments office took its overpayment figures
      * from a system that never matched our payment totals. This
      * report walks the UNEMOVPY ledger (loaded by UNEMOVPI) as of
      * the end of the report month and shows per state:
      *    the month's activity - overpayments established (count
      *       and dollars), recoveries by offset, repayment and tax
      *       intercept, and waivers;
      *    the outstanding balance as of month end, aged in 90-day
      *       buckets from each establishment's date - recoveries
      *       and waivers retire a claim's oldest establishment
      *       first;
      *    the recovery rate (dollars recovered over dollars
      *       established, to date), and the month's net benefits
      *       paid - UNEMPAYM's PY-DOLLARS-PAID less the month's
      *       recoveries.
      * The report month is the cycle date's month unless the
      * parameter file names one (OVPY-REPORT-MONTH, YYYY-MM).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMOVPR.
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
           *> The overpayment ledger, read front to back
           SELECT OVPY-FILE ASSIGN TO OVPYDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS OVPY-FILE-STATUS.

           *> The benefit payments KSDS, read front to back
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
      *    FD  OVPY-FILE
      *    01  OVPY-REC.
       COPY OVPYREC.

      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  OVPY-FILE-STATUS PIC XX.
           88 OVPY-FILE-OK VALUE "00".
           88 OVPY-FILE-EOF VALUE "10".

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

      * The business cycle - its month is the default report month.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.

      * The report month (YYYY-MM), its last day and that day's
      * serial - the ledger is read as of that day.
       01  REPORT-MONTH     PIC X(7) VALUE SPACES.
       01  MONTH-END-DATE   PIC X(10) VALUE SPACES.
       01  MONTH-END-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
       01  MONTH-END-DD     PIC 9(2) VALUE ZERO.
       01  NEXT-MONTH-WORK.
           05 NM-YYYY PIC 9(4) VALUE ZERO.
           05 NM-MM   PIC 9(2) VALUE ZERO.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The claim whose transactions are under the read cursor: its
      * state and its establishments still carrying a balance, the
      * oldest first.
       01  CURRENT-CLAIM.
           05 CC-CLAIM-ID    PIC X(12) VALUE SPACES.
           05 CC-STATE       PIC X(2) VALUE SPACES.
           05 CC-ST-IDX      PIC 9(2) COMP-4 VALUE ZERO.
           05 CC-EST-USED    PIC 9(2) COMP-4 VALUE ZERO.
           05 CC-EST-ENTRY OCCURS 20 TIMES.
              10 CC-EST-DATE   PIC X(10).
              10 CC-EST-LEFT   PIC 9(9)V99 COMP-3.
           05 CC-OPEN-SW     PIC X VALUE 'N'.
              88 CLAIM-OPEN VALUE 'Y'.
       01  EST-IDX PIC 9(2) COMP-4.
       01  RETIRE-LEFT PIC 9(9)V99 COMP-3 VALUE ZERO.

      * Per state: the month's activity, the to-date totals behind
      * the recovery rate, the month-end aging and the month's
      * payments.
       01  STATE-TABLE.
           05 ST-ENTRY OCCURS 60 TIMES.
              10 ST-STATE          PIC X(2).
              10 ST-EST-COUNT      COMP-4 PIC 9(7).
              10 ST-EST-AMT        PIC 9(11)V99 COMP-3.
              10 ST-REC-OFFSET     PIC 9(11)V99 COMP-3.
              10 ST-REC-REPAY      PIC 9(11)V99 COMP-3.
              10 ST-REC-INTERCEPT  PIC 9(11)V99 COMP-3.
              10 ST-WAIVED         PIC 9(11)V99 COMP-3.
              10 ST-TD-ESTABLISHED PIC 9(11)V99 COMP-3.
              10 ST-TD-RECOVERED   PIC 9(11)V99 COMP-3.
              10 ST-AGE-BAND       OCCURS 5 TIMES
                                   PIC 9(11)V99 COMP-3.
              10 ST-OUTSTANDING    PIC 9(11)V99 COMP-3.
              10 ST-PAID           PIC 9(11)V99 COMP-3.
       01  ST-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  ST-IDX  PIC 9(2) COMP-4.
       01  ST-FOUND-AT PIC 9(2) COMP-4.
       01  STATE-KEY-IN PIC X(2) VALUE SPACES.
       01  BAND-IDX PIC 9 COMP-4.

       01  EST-AGE-DAYS  PIC S9(7) COMP-4 VALUE ZERO.
       01  MONTH-RECOVERED PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  NET-PAID      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  RECOVERY-RATE PIC 9(3)V9 COMP-3 VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC X(10) VALUE SPACES.
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM       PIC 9(4) COMP-4 VALUE ZERO.

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

       01  TRANS-READ    COMP-4 PIC 9(7) VALUE ZERO.
       01  CLAIMS-SEEN   COMP-4 PIC 9(7) VALUE ZERO.
       01  PAYMENTS-READ COMP-4 PIC 9(7) VALUE ZERO.

       01  OVPR-DISP-SEPARATOR PIC X(132) VALUE ALL '-'.

       01  OVPR-ACT-HEAD-DISP-REC.
           05 FILLER PIC X(40) VALUE
              'ST      COUNT       ESTABLISHED $       '.
           05 FILLER PIC X(40) VALUE
              '   OFFSET $       REPAYMENT $       INTE'.
           05 FILLER PIC X(25) VALUE
              'RCEPT $          WAIVED $'.

       01  OVPR-ACT-DISP-REC.
           05 AC-DISP-STATE     PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AC-DISP-COUNT     PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AC-DISP-EST       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 AC-DISP-OFFSET    PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 AC-DISP-REPAY     PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 AC-DISP-INTERCEPT PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 AC-DISP-WAIVED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  OVPR-AGE-HEAD-DISP-REC.
           05 FILLER PIC X(40) VALUE
              'ST         0-90 DAYS       91-180 DAYS  '.
           05 FILLER PIC X(40) VALUE
              '    181-270 DAYS      271-360 DAYS     O'.
           05 FILLER PIC X(30) VALUE
              'VER 360 DAYS     OUTSTANDING $'.

       01  OVPR-AGE-DISP-REC.
           05 AG-DISP-STATE     PIC X(2)  VALUE SPACES.
           05 AG-DISP-BAND      OCCURS 5 TIMES
                                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 AG-DISP-TOTAL     PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01  OVPR-NET-HEAD-DISP-REC.
           05 FILLER PIC X(40) VALUE
              'ST    RECOVERY   BENEFITS PAID $       R'.
           05 FILLER PIC X(28) VALUE
              'ECOVERED $        NET PAID $'.

       01  OVPR-NET-DISP-REC.
           05 NT-DISP-STATE     PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 NT-DISP-RATE      PIC ZZ9.9 VALUE ZERO.
           05 FILLER            PIC X     VALUE '%'.
           05 NT-DISP-PAID      PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 NT-DISP-RECOVERED PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
           05 NT-DISP-NET       PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-REPORT-MONTH

           OPEN INPUT OVPY-FILE

           IF NOT OVPY-FILE-OK THEN
              DISPLAY "Couldn't open the overpayment ledger - "
                 "STATUS " OVPY-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO OP-KEY
           START OVPY-FILE KEY IS >= OP-KEY
              INVALID KEY SET OVPY-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-TRANSACTION
           PERFORM UNTIL OVPY-FILE-EOF
              IF OP-TRANS-DATE <= MONTH-END-DATE THEN
                 ADD 1 TO TRANS-READ
                 PERFORM 2200-POST-TRANSACTION
                    THRU 2200-POST-TRANSACTION-END
              END-IF
              PERFORM 2100-READ-NEXT-TRANSACTION
           END-PERFORM

           *> The last claim is still open when the ledger runs out.
           PERFORM 2500-CLOSE-CLAIM THRU 2500-CLOSE-CLAIM-END

           CLOSE OVPY-FILE

           OPEN INPUT PAYMENT-FILE

           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the benefit payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
                 " - net benefits paid not shown."
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE LOW-VALUES TO PY-RECORD-KEY
              START PAYMENT-FILE KEY IS >= PY-RECORD-KEY
                 INVALID KEY SET PAYMENT-FILE-EOF TO TRUE
              END-START

              PERFORM 3100-READ-NEXT-PAYMENT
              PERFORM UNTIL PAYMENT-FILE-EOF
                 IF PY-FREQ-MONTHLY
                    AND PY-PERIOD-DATE (1:7) = REPORT-MONTH THEN
                    ADD 1 TO PAYMENTS-READ
                    MOVE PY-STATE-CODE TO STATE-KEY-IN
                    PERFORM 2600-FIND-STATE-ENTRY
                    IF ST-FOUND-AT > ZERO THEN
                       ADD PY-DOLLARS-PAID TO ST-PAID (ST-FOUND-AT)
                    END-IF
                 END-IF
                 PERFORM 3100-READ-NEXT-PAYMENT
              END-PERFORM

              CLOSE PAYMENT-FILE
           END-IF

           PERFORM 4000-PRINT-LEDGER-REPORT

           DISPLAY "Ledger as of " MONTH-END-DATE ": " TRANS-READ
              " transaction(s) on " CLAIMS-SEEN " claim(s), "
              PAYMENTS-READ " payment record(s) for the month."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Settles the report month and its last day: the first day of
      * the following month, less one.
      ******************************************************************
       1100-SET-REPORT-MONTH.
           CALL "UNEMCYRD" USING "UNEMOVPR" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           STRING CYCLE-DATE-WORK (1:4) "-" CYCLE-DATE-WORK (5:2)
              DELIMITED BY SIZE INTO REPORT-MONTH

           MOVE "OVPY-REPORT-MONTH" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:4) IS NUMERIC
              AND RTP-VALUE (5:1) = '-'
              AND RTP-VALUE (6:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:7) TO REPORT-MONTH
              DISPLAY "OVPY-REPORT-MONTH set from the parameter "
                 "file: " REPORT-MONTH
           END-IF

           MOVE REPORT-MONTH (1:4) TO NM-YYYY
           MOVE REPORT-MONTH (6:2) TO NM-MM
           IF NM-MM >= 12 THEN
              MOVE 1 TO NM-MM
              ADD 1 TO NM-YYYY
           ELSE
              ADD 1 TO NM-MM
           END-IF
           STRING NM-YYYY "-" NM-MM "-01" DELIMITED BY SIZE
              INTO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           COMPUTE MONTH-END-SERIAL = SERIAL-OUT - 1

           *> The month's length is the distance from its first day
           *> to that serial - which is also its last day's number.
           STRING REPORT-MONTH "-01" DELIMITED BY SIZE
              INTO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           COMPUTE MONTH-END-DD = MONTH-END-SERIAL - SERIAL-OUT + 1
           STRING REPORT-MONTH "-" MONTH-END-DD DELIMITED BY SIZE
              INTO MONTH-END-DATE
           .

       1100-SET-REPORT-MONTH-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-TRANSACTION.
           READ OVPY-FILE NEXT
              AT END SET OVPY-FILE-EOF TO TRUE
           END-READ

           IF NOT OVPY-FILE-OK AND NOT OVPY-FILE-EOF THEN
              DISPLAY "Error reading the overpayment ledger - "
                 "STATUS " OVPY-FILE-STATUS
              SET OVPY-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-TRANSACTION-END.
           EXIT.
      ******************************************************************
      * Posts one transaction: to the state's month activity when it
      * falls in the report month, to the to-date totals, and to the
      * claim's running establishments.
      ******************************************************************
       2200-POST-TRANSACTION.
           IF CLAIM-OPEN AND OP-CLAIM-ID NOT = CC-CLAIM-ID THEN
              PERFORM 2500-CLOSE-CLAIM THRU 2500-CLOSE-CLAIM-END
           END-IF

           IF NOT CLAIM-OPEN THEN
              MOVE OP-STATE-CODE TO STATE-KEY-IN
              PERFORM 2600-FIND-STATE-ENTRY
              IF ST-FOUND-AT = ZERO THEN
                 GO TO 2200-POST-TRANSACTION-END
              END-IF
              SET CLAIM-OPEN TO TRUE
              ADD 1 TO CLAIMS-SEEN
              MOVE OP-CLAIM-ID TO CC-CLAIM-ID
              MOVE OP-STATE-CODE TO CC-STATE
              MOVE ST-FOUND-AT TO CC-ST-IDX
              MOVE ZERO TO CC-EST-USED
           END-IF

           MOVE CC-ST-IDX TO ST-IDX

           EVALUATE TRUE
              WHEN OP-ESTABLISHED
                 ADD OP-AMOUNT TO ST-TD-ESTABLISHED (ST-IDX)
                 IF OP-TRANS-DATE (1:7) = REPORT-MONTH THEN
                    ADD 1 TO ST-EST-COUNT (ST-IDX)
                    ADD OP-AMOUNT TO ST-EST-AMT (ST-IDX)
                 END-IF
                 PERFORM 2300-ADD-ESTABLISHMENT
              WHEN OP-RECOVERY
                 ADD OP-AMOUNT TO ST-TD-RECOVERED (ST-IDX)
                 IF OP-TRANS-DATE (1:7) = REPORT-MONTH THEN
                    EVALUATE TRUE
                       WHEN OP-REC-OFFSET
                          ADD OP-AMOUNT TO ST-REC-OFFSET (ST-IDX)
                       WHEN OP-REC-REPAYMENT
                          ADD OP-AMOUNT TO ST-REC-REPAY (ST-IDX)
                       WHEN OTHER
                          ADD OP-AMOUNT TO ST-REC-INTERCEPT (ST-IDX)
                    END-EVALUATE
                 END-IF
                 PERFORM 2400-RETIRE-OLDEST
              WHEN OP-WAIVED
                 IF OP-TRANS-DATE (1:7) = REPORT-MONTH THEN
                    ADD OP-AMOUNT TO ST-WAIVED (ST-IDX)
                 END-IF
                 PERFORM 2400-RETIRE-OLDEST
           END-EVALUATE
           .

       2200-POST-TRANSACTION-END.
           EXIT.
      ******************************************************************
       2300-ADD-ESTABLISHMENT.
           IF CC-EST-USED >= 20 THEN
              *> A claim with more establishments than the table
              *> holds folds the excess into its latest one.
              ADD OP-AMOUNT TO CC-EST-LEFT (20)
           ELSE
              ADD 1 TO CC-EST-USED
              MOVE OP-TRANS-DATE TO CC-EST-DATE (CC-EST-USED)
              MOVE OP-AMOUNT TO CC-EST-LEFT (CC-EST-USED)
           END-IF
           .

       2300-ADD-ESTABLISHMENT-END.
           EXIT.
      ******************************************************************
      * Applies a recovery or waiver to the claim's establishments,
      * the oldest first. Anything beyond the balance (a recovery
      * posted ahead of its establishment) is dropped.
      ******************************************************************
       2400-RETIRE-OLDEST.
           MOVE OP-AMOUNT TO RETIRE-LEFT

           PERFORM VARYING EST-IDX FROM 1 BY 1
                 UNTIL EST-IDX > CC-EST-USED OR RETIRE-LEFT = ZERO
              IF CC-EST-LEFT (EST-IDX) > RETIRE-LEFT THEN
                 SUBTRACT RETIRE-LEFT FROM CC-EST-LEFT (EST-IDX)
                 MOVE ZERO TO RETIRE-LEFT
              ELSE
                 SUBTRACT CC-EST-LEFT (EST-IDX) FROM RETIRE-LEFT
                 MOVE ZERO TO CC-EST-LEFT (EST-IDX)
              END-IF
           END-PERFORM
           .

       2400-RETIRE-OLDEST-END.
           EXIT.
      ******************************************************************
      * Closes the claim: each establishment's remaining balance is
      * aged from its date to month end into the state's buckets.
      ******************************************************************
       2500-CLOSE-CLAIM.
           IF NOT CLAIM-OPEN THEN
              GO TO 2500-CLOSE-CLAIM-END
           END-IF

           MOVE CC-ST-IDX TO ST-IDX

           PERFORM VARYING EST-IDX FROM 1 BY 1
                 UNTIL EST-IDX > CC-EST-USED
              IF CC-EST-LEFT (EST-IDX) > ZERO THEN
                 MOVE CC-EST-DATE (EST-IDX) TO SERIAL-DATE-IN
                 PERFORM 8000-DATE-TO-SERIAL
                 COMPUTE EST-AGE-DAYS = MONTH-END-SERIAL - SERIAL-OUT
                 EVALUATE TRUE
                    WHEN EST-AGE-DAYS <= 90
                       MOVE 1 TO BAND-IDX
                    WHEN EST-AGE-DAYS <= 180
                       MOVE 2 TO BAND-IDX
                    WHEN EST-AGE-DAYS <= 270
                       MOVE 3 TO BAND-IDX
                    WHEN EST-AGE-DAYS <= 360
                       MOVE 4 TO BAND-IDX
                    WHEN OTHER
                       MOVE 5 TO BAND-IDX
                 END-EVALUATE
                 ADD CC-EST-LEFT (EST-IDX)
                    TO ST-AGE-BAND (ST-IDX BAND-IDX)
                 ADD CC-EST-LEFT (EST-IDX) TO ST-OUTSTANDING (ST-IDX)
              END-IF
           END-PERFORM

           MOVE 'N' TO CC-OPEN-SW
           .

       2500-CLOSE-CLAIM-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) STATE-KEY-IN's state table entry.
      ******************************************************************
       2600-FIND-STATE-ENTRY.
           MOVE ZERO TO ST-FOUND-AT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              IF ST-STATE (ST-IDX) = STATE-KEY-IN THEN
                 MOVE ST-IDX TO ST-FOUND-AT
                 MOVE ST-USED TO ST-IDX
              END-IF
           END-PERFORM

           IF ST-FOUND-AT = ZERO THEN
              IF ST-USED >= 60 THEN
                 DISPLAY "*** More than 60 states - "
                    STATE-KEY-IN " not reported."
              ELSE
                 ADD 1 TO ST-USED
                 MOVE ST-USED TO ST-FOUND-AT
                 INITIALIZE ST-ENTRY (ST-FOUND-AT)
                 MOVE STATE-KEY-IN TO ST-STATE (ST-FOUND-AT)
              END-IF
           END-IF
           .

       2600-FIND-STATE-ENTRY-END.
           EXIT.
      ******************************************************************
       3100-READ-NEXT-PAYMENT.
           READ PAYMENT-FILE NEXT
              AT END SET PAYMENT-FILE-EOF TO TRUE
           END-READ

           IF NOT PAYMENT-FILE-OK AND NOT PAYMENT-FILE-EOF THEN
              DISPLAY "Error reading the benefit payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              SET PAYMENT-FILE-EOF TO TRUE
           END-IF
           .

       3100-READ-NEXT-PAYMENT-END.
           EXIT.
      ******************************************************************
      * Prints the three sections - activity, aging, recovery rate
      * and net benefits paid - through UNEMPRNT.
      ******************************************************************
       4000-PRINT-LEDGER-REPORT.
           MOVE SPACES TO PRNT-TEXT
           STRING "OVERPAYMENT LEDGER FOR " REPORT-MONTH
              " (UNEMOVPR)" DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMOVPR" PRNT-TEXT

           MOVE "ACTIVITY FOR THE MONTH" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE OVPR-ACT-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE OVPR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              MOVE ST-STATE (ST-IDX) TO AC-DISP-STATE
              MOVE ST-EST-COUNT (ST-IDX) TO AC-DISP-COUNT
              MOVE ST-EST-AMT (ST-IDX) TO AC-DISP-EST
              MOVE ST-REC-OFFSET (ST-IDX) TO AC-DISP-OFFSET
              MOVE ST-REC-REPAY (ST-IDX) TO AC-DISP-REPAY
              MOVE ST-REC-INTERCEPT (ST-IDX) TO AC-DISP-INTERCEPT
              MOVE ST-WAIVED (ST-IDX) TO AC-DISP-WAIVED
              MOVE OVPR-ACT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "OUTSTANDING BALANCE AGING AS OF " MONTH-END-DATE
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE OVPR-AGE-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE OVPR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              MOVE ST-STATE (ST-IDX) TO AG-DISP-STATE
              PERFORM VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
                 MOVE ST-AGE-BAND (ST-IDX BAND-IDX)
                    TO AG-DISP-BAND (BAND-IDX)
              END-PERFORM
              MOVE ST-OUTSTANDING (ST-IDX) TO AG-DISP-TOTAL
              MOVE OVPR-AGE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE "RECOVERY RATE (TO DATE) AND NET BENEFITS PAID"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE OVPR-NET-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           MOVE OVPR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              PERFORM 4100-PRINT-NET-LINE
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMOVPR" PRNT-TEXT
           .

       4000-PRINT-LEDGER-REPORT-END.
           EXIT.
      ******************************************************************
       4100-PRINT-NET-LINE.
           IF ST-TD-ESTABLISHED (ST-IDX) > ZERO THEN
              COMPUTE RECOVERY-RATE ROUNDED =
                 ST-TD-RECOVERED (ST-IDX) * 100
                 / ST-TD-ESTABLISHED (ST-IDX)
                 ON SIZE ERROR MOVE 999.9 TO RECOVERY-RATE
              END-COMPUTE
           ELSE
              MOVE ZERO TO RECOVERY-RATE
           END-IF

           COMPUTE MONTH-RECOVERED = ST-REC-OFFSET (ST-IDX)
              + ST-REC-REPAY (ST-IDX) + ST-REC-INTERCEPT (ST-IDX)
           COMPUTE NET-PAID = ST-PAID (ST-IDX) - MONTH-RECOVERED

           MOVE ST-STATE (ST-IDX) TO NT-DISP-STATE
           MOVE RECOVERY-RATE TO NT-DISP-RATE
           MOVE ST-PAID (ST-IDX) TO NT-DISP-PAID
           MOVE MONTH-RECOVERED TO NT-DISP-RECOVERED
           MOVE NET-PAID TO NT-DISP-NET
           MOVE OVPR-NET-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMOVPR" PRNT-TEXT
           .

       4100-PRINT-NET-LINE-END.
           EXIT.
      ******************************************************************
      * Converts SERIAL-DATE-IN (YYYY-MM-DD) to a day serial, the
      * same arithmetic UNEMDURA's 8000-DATE-TO-SERIAL makes.
      ******************************************************************
       8000-DATE-TO-SERIAL.
           MOVE SERIAL-DATE-IN (1:4) TO SW-YYYY
           MOVE SERIAL-DATE-IN (6:2) TO SW-MM
           MOVE SERIAL-DATE-IN (9:2) TO SW-DD

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

       END PROGRAM UNEMOVPR.
