      ******************************************************************
      * Claims-to-payments consistency reconciliation.
      ******************************************************************
      * UNEMPYRC balances UNEMPAYM to the treasury statement, but
      * nothing checked that the payments make sense against the
      * claims they pay - a payments feed that loaded a double week
      * balanced to the penny and still doubled the budget office's
      * numbers. This report walks the payments KSDS in key order,
      * reads each period's claims record on UNEMPLRP by the same
      * key, and computes per state per period:
      *    the weeks ratio - PY-WEEKS-COMPENSATED against the regular
      *       program's continuing claims (FD-CONTINUING-CLAIMS less
      *       its extended and disaster share, the share being that
      *       of FD-EXTENDED-CLAIMS + FD-DISASTER-CLAIMS in the
      *       period's combined claims), out of tolerance when more
      *       than PYCR-WEEKS-TOL-PCT from 100%;
      *    the average paid - PY-DOLLARS-PAID over the weeks - out
      *       of tolerance when more than PYCR-AVG-TOL-PCT from
      *       PY-AVG-WEEKLY-BENEFIT;
      *    the average paid against the state's statutory minimum
      *       and maximum weekly benefit from the BENLIMDD benefit
      *       limits table.
      * Every period outside tolerance is listed with the reasons,
      * and the step ends RC=4; PARM='ALL' lists every period.
      * A payments record with no claims record is listed too. A
      * state with no limits row is only noted - the two ratios
      * still apply.
      *-----------------------------------------------------------------
      * The benefit limits row layout (80 bytes, '*' in column one
      * is a comment):
      *    1-2   state code
      *    4-13  effective date YYYY-MM-DD - the row applies to
      *          periods on or after it, until the state's next row
      *    15-21 minimum weekly benefit, dollars and cents (9(5)V99)
      *    23-29 maximum weekly benefit, dollars and cents (9(5)V99)
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMCPYR.
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
           *> The benefit-payments KSDS, read-only
           SELECT PAYMENT-FILE ASSIGN TO PAYMNTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-RECORD-KEY
           FILE STATUS IS PAYMENT-FILE-STATUS.

           *> The live VSAM dataset, read by key
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The state benefit limits table.
           SELECT BEN-LIMITS ASSIGN TO BENLIMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BEN-LIMITS-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

       FD  BEN-LIMITS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  BEN-LIMITS-REC.
           05 BL-STATE    PIC X(2).
           05 FILLER      PIC X.
           05 BL-EFF-DATE PIC X(10).
           05 FILLER      PIC X.
           05 BL-MIN-TEXT PIC X(7).
           05 BL-MIN-WBA  REDEFINES BL-MIN-TEXT PIC 9(5)V99.
           05 FILLER      PIC X.
           05 BL-MAX-TEXT PIC X(7).
           05 BL-MAX-WBA  REDEFINES BL-MAX-TEXT PIC 9(5)V99.
           05 FILLER      PIC X(51).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

       01  BEN-LIMITS-STATUS PIC XX.
           88 BEN-LIMITS-OK VALUE "00".
           88 BEN-LIMITS-EOF VALUE "10".

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * Runtime parameters (UNEMPARM / PARMFLDD) and their defaults.
       77  PYCR-WEEKS-TOL-PCT PIC 9(2) VALUE 15.
       77  PYCR-AVG-TOL-PCT   PIC 9(2) VALUE 5.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  LIST-ALL-SW PIC X VALUE 'N'.
           88 LIST-ALL-PERIODS VALUE 'Y'.

      * The loaded benefit limits.
       01  LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 500 TIMES.
              10 LT-STATE    PIC X(2).
              10 LT-EFF-DATE PIC X(10).
              10 LT-MIN-WBA  PIC 9(5)V99 COMP-3.
              10 LT-MAX-WBA  PIC 9(5)V99 COMP-3.
       01  LIMITS-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  LIMIT-IDX   PIC 9(3) COMP-4.
       01  LIMIT-AT    PIC 9(3) COMP-4 VALUE ZERO.

      * The period's figures.
       01  COMBINED-CLAIMS PIC 9(8) COMP-4 VALUE ZERO.
       01  OTHER-PROGRAMS  PIC 9(8) COMP-4 VALUE ZERO.
       01  REGULAR-CONTIN  PIC 9(8) COMP-4 VALUE ZERO.
       01  WEEKS-PCT       PIC 9(5)V9 COMP-3 VALUE ZERO.
       01  WEEKS-DEV       PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  AVG-PAID        PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  AVG-DEV-PCT     PIC S9(5)V9 COMP-3 VALUE ZERO.

       01  PERIOD-SW PIC X VALUE 'N'.
           88 PERIOD-OUT-OF-TOLERANCE VALUE 'Y'.
       01  CLAIMS-SW PIC X VALUE 'N'.
           88 CLAIMS-FOUND VALUE 'Y'.

      * The reasons a period is listed, built up one by one.
       01  REASON-TEXT PIC X(40) VALUE SPACES.
       01  REASON-PTR  PIC 9(3) COMP-4 VALUE 1.

       01  PERIODS-CHECKED COMP-4 PIC 9(7) VALUE ZERO.
       01  PERIODS-LISTED  COMP-4 PIC 9(7) VALUE ZERO.
       01  PERIODS-FLAGGED COMP-4 PIC 9(7) VALUE ZERO.
       01  NO-CLAIMS-COUNT COMP-4 PIC 9(7) VALUE ZERO.
       01  NO-LIMITS-COUNT COMP-4 PIC 9(7) VALUE ZERO.

       01  CPYR-DISP-SEPARATOR PIC X(130) VALUE ALL '-'.

       01  CPYR-HEAD-DISP-REC.
           05 FILLER PIC X(12) VALUE 'PERIOD'.
           05 FILLER PIC X(6)  VALUE 'ST  FR'.
           05 FILLER PIC X(11) VALUE '  WEEKS PD'.
           05 FILLER PIC X(11) VALUE '   REG CONT'.
           05 FILLER PIC X(8)  VALUE '  WKS%'.
           05 FILLER PIC X(11) VALUE '   AVG PAID'.
           05 FILLER PIC X(11) VALUE '    AVG WBA'.
           05 FILLER PIC X(8)  VALUE '  DEV%'.
           05 FILLER PIC X(11) VALUE '    MIN WBA'.
           05 FILLER PIC X(11) VALUE '    MAX WBA'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE 'REASONS'.

       01  CPYR-LINE-DISP-REC.
           05 CP-DISP-DATE   PIC X(10) VALUE SPACES.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CP-DISP-STATE  PIC X(2) VALUE SPACES.
           05 FILLER         PIC X(3) VALUE SPACES.
           05 CP-DISP-FREQ   PIC X VALUE SPACE.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CP-DISP-WEEKS  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CP-DISP-REGCC  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CP-DISP-WKSPCT PIC ZZZZ9.9 VALUE ZERO.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CP-DISP-AVG    PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CP-DISP-WBA    PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CP-DISP-DEV    PIC -ZZZ9.9 VALUE ZERO.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CP-DISP-MIN    PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER         PIC X(1) VALUE SPACES.
           05 CP-DISP-MAX    PIC ZZZ,ZZ9.99 VALUE ZERO.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CP-DISP-REASON PIC X(40) VALUE SPACES.

       01  CPYR-TOTAL-DISP-REC.
           05 FILLER         PIC X(18) VALUE 'PERIODS CHECKED: '.
           05 CP-TOT-CHECKED PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(22) VALUE '   OUT OF TOLERANCE: '.
           05 CP-TOT-FLAGGED PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(18) VALUE '   NO CLAIMS REC: '.
           05 CP-TOT-NOCLM   PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X(15) VALUE '   NO LIMITS: '.
           05 CP-TOT-NOLIM   PIC ZZZ,ZZ9 VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The optional PARM= text - 'ALL' lists every period.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(3).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN >= 3 AND PARM-TEXT = 'ALL' THEN
              SET LIST-ALL-PERIODS TO TRUE
           END-IF

           PERFORM 1100-LOAD-RUNTIME-PARMS
           PERFORM 1500-LOAD-BENEFIT-LIMITS
              THRU 1500-LOAD-BENEFIT-LIMITS-END

           OPEN INPUT PAYMENT-FILE

           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              CLOSE PAYMENT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "CLAIMS-TO-PAYMENTS RECONCILIATION (UNEMCPYR)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMCPYR" PRNT-TEXT
           MOVE CPYR-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMCPYR" PRNT-TEXT
           MOVE CPYR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMCPYR" PRNT-TEXT

           MOVE LOW-VALUES TO PY-RECORD-KEY
           START PAYMENT-FILE KEY >= PY-RECORD-KEY
              INVALID KEY SET PAYMENT-FILE-EOF TO TRUE
           END-START

           PERFORM 2000-READ-NEXT-PAYMENT
           PERFORM UNTIL PAYMENT-FILE-EOF
              PERFORM 3000-RECONCILE-PERIOD
                 THRU 3000-RECONCILE-PERIOD-END
              PERFORM 2000-READ-NEXT-PAYMENT
           END-PERFORM

           CLOSE PAYMENT-FILE
           CLOSE REPORT-OUT

           MOVE PERIODS-CHECKED TO CP-TOT-CHECKED
           MOVE PERIODS-FLAGGED TO CP-TOT-FLAGGED
           MOVE NO-CLAIMS-COUNT TO CP-TOT-NOCLM
           MOVE NO-LIMITS-COUNT TO CP-TOT-NOLIM
           MOVE CPYR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMCPYR" PRNT-TEXT

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMCPYR" PRNT-TEXT

           DISPLAY PERIODS-CHECKED " period(s) checked, "
              PERIODS-FLAGGED " out of tolerance, " PERIODS-LISTED
              " listed."

           IF PERIODS-FLAGGED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "PYCR-WEEKS-TOL-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO PYCR-WEEKS-TOL-PCT
              DISPLAY "PYCR-WEEKS-TOL-PCT set from the parameter "
                 "file: " PYCR-WEEKS-TOL-PCT
           END-IF

           MOVE "PYCR-AVG-TOL-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO PYCR-AVG-TOL-PCT
              DISPLAY "PYCR-AVG-TOL-PCT set from the parameter "
                 "file: " PYCR-AVG-TOL-PCT
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * The benefit limits table - without it only the statutory
      * bounds go unchecked, so a missing table is a warning, not a
      * reason to stop.
      ******************************************************************
       1500-LOAD-BENEFIT-LIMITS.
           OPEN INPUT BEN-LIMITS

           IF NOT BEN-LIMITS-OK THEN
              DISPLAY "Couldn't open the benefit limits table - "
                 "STATUS " BEN-LIMITS-STATUS
                 " - minimum/maximum not checked."
              GO TO 1500-LOAD-BENEFIT-LIMITS-END
           END-IF

           PERFORM UNTIL BEN-LIMITS-EOF
              READ BEN-LIMITS
                 AT END CONTINUE
                 NOT AT END
                    IF BEN-LIMITS-REC (1:1) NOT = '*'
                       AND BEN-LIMITS-REC NOT = SPACES THEN
                       PERFORM 1510-ADD-LIMIT-ROW
                    END-IF
              END-READ
           END-PERFORM

           CLOSE BEN-LIMITS

           DISPLAY LIMITS-USED " benefit limits row(s) loaded."
           .

       1500-LOAD-BENEFIT-LIMITS-END.
           EXIT.
      ******************************************************************
       1510-ADD-LIMIT-ROW.
           IF BL-MIN-TEXT IS NOT NUMERIC
              OR BL-MAX-TEXT IS NOT NUMERIC THEN
              DISPLAY "*** Benefit limits row for " BL-STATE " "
                 BL-EFF-DATE " not numeric - skipped."
           ELSE
              IF LIMITS-USED >= 500 THEN
                 DISPLAY "*** More than 500 benefit limits rows - "
                    BL-STATE " " BL-EFF-DATE " skipped."
              ELSE
                 ADD 1 TO LIMITS-USED
                 MOVE BL-STATE TO LT-STATE (LIMITS-USED)
                 MOVE BL-EFF-DATE TO LT-EFF-DATE (LIMITS-USED)
                 MOVE BL-MIN-WBA TO LT-MIN-WBA (LIMITS-USED)
                 MOVE BL-MAX-WBA TO LT-MAX-WBA (LIMITS-USED)
              END-IF
           END-IF
           .

       1510-ADD-LIMIT-ROW-END.
           EXIT.
      ******************************************************************
       2000-READ-NEXT-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
              AT END SET PAYMENT-FILE-EOF TO TRUE
           END-READ

           IF NOT PAYMENT-FILE-OK AND NOT PAYMENT-FILE-EOF THEN
              DISPLAY "Error reading the payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              SET PAYMENT-FILE-EOF TO TRUE
           END-IF
           .

       2000-READ-NEXT-PAYMENT-END.
           EXIT.
      ******************************************************************
      * One payments record against its claims record and limits.
      ******************************************************************
       3000-RECONCILE-PERIOD.
           ADD 1 TO PERIODS-CHECKED
           MOVE 'N' TO PERIOD-SW
           MOVE SPACES TO REASON-TEXT
           MOVE 1 TO REASON-PTR
           MOVE ZERO TO REGULAR-CONTIN
           MOVE ZERO TO WEEKS-PCT
           MOVE ZERO TO AVG-PAID
           MOVE ZERO TO AVG-DEV-PCT
           MOVE ZERO TO LIMIT-AT

           MOVE PY-RECORD-KEY TO FD-RECORD-KEY
           MOVE 'Y' TO CLAIMS-SW
           READ REPORT-OUT
              INVALID KEY MOVE 'N' TO CLAIMS-SW
           END-READ

           IF CLAIMS-FOUND THEN
              PERFORM 3100-CHECK-WEEKS
           ELSE
              ADD 1 TO NO-CLAIMS-COUNT
              SET PERIOD-OUT-OF-TOLERANCE TO TRUE
              STRING "NO CLAIMS RECORD " DELIMITED BY SIZE
                 INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF

           IF PY-WEEKS-COMPENSATED > ZERO THEN
              COMPUTE AVG-PAID ROUNDED =
                 PY-DOLLARS-PAID / PY-WEEKS-COMPENSATED
              PERFORM 3200-CHECK-AVERAGE
              PERFORM 3300-CHECK-LIMITS THRU 3300-CHECK-LIMITS-END
           END-IF

           IF PERIOD-OUT-OF-TOLERANCE THEN
              ADD 1 TO PERIODS-FLAGGED
           ELSE
              IF NOT LIST-ALL-PERIODS THEN
                 GO TO 3000-RECONCILE-PERIOD-END
              END-IF
           END-IF

           PERFORM 3900-PRINT-PERIOD-LINE
           .

       3000-RECONCILE-PERIOD-END.
           EXIT.
      ******************************************************************
      * Weeks compensated against the regular program's continuing
      * claims - extended benefits and disaster assistance pay out of
      * other money and aren't on this feed.
      ******************************************************************
       3100-CHECK-WEEKS.
           ADD FD-INITIAL-CLAIMS FD-CONTINUING-CLAIMS
              GIVING COMBINED-CLAIMS
           ADD FD-EXTENDED-CLAIMS FD-DISASTER-CLAIMS
              GIVING OTHER-PROGRAMS

           IF COMBINED-CLAIMS > ZERO
              AND OTHER-PROGRAMS < COMBINED-CLAIMS THEN
              COMPUTE REGULAR-CONTIN ROUNDED = FD-CONTINUING-CLAIMS
                 * (COMBINED-CLAIMS - OTHER-PROGRAMS)
                 / COMBINED-CLAIMS
           ELSE
              MOVE ZERO TO REGULAR-CONTIN
           END-IF

           IF REGULAR-CONTIN > ZERO THEN
              COMPUTE WEEKS-PCT ROUNDED =
                 PY-WEEKS-COMPENSATED * 100 / REGULAR-CONTIN
                 ON SIZE ERROR MOVE 99999.9 TO WEEKS-PCT
              END-COMPUTE
           ELSE
              IF PY-WEEKS-COMPENSATED > ZERO THEN
                 MOVE 99999.9 TO WEEKS-PCT
              ELSE
                 MOVE 100 TO WEEKS-PCT
              END-IF
           END-IF

           COMPUTE WEEKS-DEV = WEEKS-PCT - 100
           IF WEEKS-DEV > PYCR-WEEKS-TOL-PCT
              OR WEEKS-DEV < ZERO - PYCR-WEEKS-TOL-PCT THEN
              SET PERIOD-OUT-OF-TOLERANCE TO TRUE
              STRING "WEEKS " DELIMITED BY SIZE
                 INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF
           .

       3100-CHECK-WEEKS-END.
           EXIT.
      ******************************************************************
      * Dollars over weeks against the feed's own average.
      ******************************************************************
       3200-CHECK-AVERAGE.
           IF PY-AVG-WEEKLY-BENEFIT > ZERO THEN
              COMPUTE AVG-DEV-PCT ROUNDED =
                 (AVG-PAID - PY-AVG-WEEKLY-BENEFIT) * 100
                 / PY-AVG-WEEKLY-BENEFIT
                 ON SIZE ERROR MOVE 9999.9 TO AVG-DEV-PCT
              END-COMPUTE
           ELSE
              MOVE 9999.9 TO AVG-DEV-PCT
           END-IF

           IF AVG-DEV-PCT > PYCR-AVG-TOL-PCT
              OR AVG-DEV-PCT < ZERO - PYCR-AVG-TOL-PCT THEN
              SET PERIOD-OUT-OF-TOLERANCE TO TRUE
              STRING "AVG WBA " DELIMITED BY SIZE
                 INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF
           .

       3200-CHECK-AVERAGE-END.
           EXIT.
      ******************************************************************
      * The state's limits row in force for the period - the latest
      * effective date on or before the period date.
      ******************************************************************
       3300-CHECK-LIMITS.
           MOVE ZERO TO LIMIT-AT
           PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                 UNTIL LIMIT-IDX > LIMITS-USED
              IF LT-STATE (LIMIT-IDX) = PY-STATE-CODE
                 AND LT-EFF-DATE (LIMIT-IDX) <= PY-PERIOD-DATE THEN
                 IF LIMIT-AT = ZERO THEN
                    MOVE LIMIT-IDX TO LIMIT-AT
                 ELSE
                    IF LT-EFF-DATE (LIMIT-IDX) >
                       LT-EFF-DATE (LIMIT-AT) THEN
                       MOVE LIMIT-IDX TO LIMIT-AT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF LIMIT-AT = ZERO THEN
              ADD 1 TO NO-LIMITS-COUNT
              GO TO 3300-CHECK-LIMITS-END
           END-IF

           IF AVG-PAID < LT-MIN-WBA (LIMIT-AT) THEN
              SET PERIOD-OUT-OF-TOLERANCE TO TRUE
              STRING "BELOW MIN " DELIMITED BY SIZE
                 INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF

           IF AVG-PAID > LT-MAX-WBA (LIMIT-AT) THEN
              SET PERIOD-OUT-OF-TOLERANCE TO TRUE
              STRING "ABOVE MAX " DELIMITED BY SIZE
                 INTO REASON-TEXT WITH POINTER REASON-PTR
           END-IF
           .

       3300-CHECK-LIMITS-END.
           EXIT.
      ******************************************************************
       3900-PRINT-PERIOD-LINE.
           ADD 1 TO PERIODS-LISTED

           MOVE PY-PERIOD-DATE TO CP-DISP-DATE
           MOVE PY-STATE-CODE TO CP-DISP-STATE
           MOVE PY-PERIOD-FREQ TO CP-DISP-FREQ
           MOVE PY-WEEKS-COMPENSATED TO CP-DISP-WEEKS
           MOVE REGULAR-CONTIN TO CP-DISP-REGCC
           MOVE WEEKS-PCT TO CP-DISP-WKSPCT
           MOVE AVG-PAID TO CP-DISP-AVG
           MOVE PY-AVG-WEEKLY-BENEFIT TO CP-DISP-WBA
           MOVE AVG-DEV-PCT TO CP-DISP-DEV

           IF LIMIT-AT > ZERO AND PY-WEEKS-COMPENSATED > ZERO THEN
              MOVE LT-MIN-WBA (LIMIT-AT) TO CP-DISP-MIN
              MOVE LT-MAX-WBA (LIMIT-AT) TO CP-DISP-MAX
           ELSE
              MOVE ZERO TO CP-DISP-MIN
              MOVE ZERO TO CP-DISP-MAX
           END-IF

           IF REASON-TEXT = SPACES THEN
              MOVE 'ok' TO CP-DISP-REASON
           ELSE
              MOVE REASON-TEXT TO CP-DISP-REASON
           END-IF

           MOVE CPYR-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMCPYR" PRNT-TEXT
           .

       3900-PRINT-PERIOD-LINE-END.
           EXIT.

       END PROGRAM UNEMCPYR.
