      ******************************************************************
      * Quarterly benefit charging run.
      ******************************************************************
      * Benefits paid are charged back to the claimant's base-period
      * employers, and those charges drive each employer's tax
      * rate; the tax unit estimated them from the aggregate
      * industry counts and employers disputed them. This run
      * charges a calendar quarter claim by claim:
      *    any rows an earlier run left for the quarter are
      *       cleared from the charge KSDS (CHARGEDD, CHRGREC.cpy),
      *       so a rerun replaces its own charges;
      *    each state's PY-AVG-WEEKLY-BENEFIT is taken per month of
      *       the quarter from the monthly payment records (a month
      *       without one borrows the mean of the quarter's others);
      *    for every claim in the claim-to-employer links (UNEMCLEM,
      *       loaded by UNEMCLEI) the claim's paid weeks in the
      *       quarter are counted from UNEMCLMD - continuing rows
      *       (CD-CLAIM-TYPE 'C') of the link's state, once the
      *       claim has had its first payment - and priced at the
      *       month's average weekly benefit;
      *    the benefits are allocated over the claim's employers by
      *       their share of base-period wages, one charge row per
      *       employer and claim;
      *    the charge rows are then read back in employer order
      *       into one charge statement per employer (CHGSTMDD) and
      *       a charges summary by industry, printed through
      *       UNEMPRNT - the employer's own industry, or the claim's
      *       when the employer file has none.
      * The quarter is the one before the cycle date's unless the
      * parameter file names one (CHRG-QUARTER, YYYY-Qn).
      * The links carry the agency's claim id and UNEMCLMD the
      * claim's token, so each claim's token is found through the
      * UNEMTOKV token service before its detail is read; a claim
      * the vault doesn't know has no paid weeks. The charge rows
      * and statements keep the claim id.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the claim-level access trail (the run reads
      *               every linked claim's detail).
      *    UNEMPRNT - the print formatter.
      *    UNEMTOKV - the claim token service.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      *    2021-08-25  MB  Claim detail read by the claim's token from
      *                    the UNEMTOKV token vault.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMCHRG.
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
           *> The claim-to-employer links, read front to back
           SELECT CLAIM-EMPLOYER ASSIGN TO CLEMDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-KEY
           FILE STATUS IS CLAIM-EMPLOYER-STATUS.

           *> The claim-detail KSDS, positioned on each claim
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The benefit payments KSDS, read front to back
           SELECT PAYMENT-FILE ASSIGN TO PAYMNTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-RECORD-KEY
           FILE STATUS IS PAYMENT-FILE-STATUS.

           *> The benefit charges
           SELECT CHARGE-FILE ASSIGN TO CHARGEDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-KEY
           FILE STATUS IS CHARGE-FILE-STATUS.

           *> The employers' charge statements
           SELECT STMT-OUT ASSIGN TO CHGSTMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STMT-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  CLAIM-EMPLOYER
      *    01  CLAIM-EMPLOYER-REC.
       COPY CLEMREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      * Provides:
      *    FD  CHARGE-FILE
      *    01  CHARGE-REC.
       COPY CHRGREC.

       FD  STMT-OUT
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  STMT-OUT-REC PIC X(100).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CLAIM-EMPLOYER-STATUS PIC XX.
           88 CLAIM-EMPLOYER-OK VALUE "00".
           88 CLAIM-EMPLOYER-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

       01  CHARGE-FILE-STATUS PIC XX.
           88 CHARGE-FILE-OK VALUE "00".
           88 CHARGE-FILE-EOF VALUE "10".

       01  STMT-OUT-STATUS PIC XX.
           88 STMT-OUT-OK VALUE "00".

      * The business cycle - the quarter before its date is charged.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.

      * The quarter charged (YYYY-Qn) and its first and last month.
       01  QUARTER         PIC X(7) VALUE SPACES.
       01  QUARTER-WORK.
           05 QW-YYYY      PIC 9(4) VALUE ZERO.
           05 QW-Q         PIC 9 VALUE ZERO.
           05 QW-MM        PIC 9(2) VALUE ZERO.
       01  QTR-FIRST-MONTH PIC X(7) VALUE SPACES.
       01  QTR-LAST-MONTH  PIC X(7) VALUE SPACES.
       01  MONTH-SLOT      PIC 9 COMP-4.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * The token service call (UNEMTOKV / TOKVLTDD) - the claim's
      * token is what UNEMCLMD is keyed on.
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

      * Each state's average weekly benefit per month of the quarter.
       01  STATE-TABLE.
           05 ST-ENTRY OCCURS 60 TIMES.
              10 ST-STATE    PIC X(2).
              10 ST-AWB      OCCURS 3 TIMES PIC 9(5)V99 COMP-3.
              10 ST-AWB-SW   OCCURS 3 TIMES PIC X.
       01  ST-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  ST-IDX  PIC 9(2) COMP-4.
       01  ST-FOUND-AT PIC 9(2) COMP-4.
       01  AWB-SUM   PIC 9(7)V99 COMP-3 VALUE ZERO.
       01  AWB-COUNT PIC 9 COMP-4 VALUE ZERO.

      * The claim (and state) whose weeks were last counted - a
      * claim's employers follow one another in the links, so its
      * detail is read once for all of them.
       01  PRICED-CLAIM.
           05 PC-CLAIM-ID   PIC X(12) VALUE SPACES.
           05 PC-TOKEN      PIC X(12) VALUE SPACES.
           05 PC-STATE      PIC X(2) VALUE SPACES.
           05 PC-WEEKS      OCCURS 3 TIMES PIC 9(3) COMP-4.
           05 PC-WEEKS-PAID PIC 9(3) COMP-4 VALUE ZERO.
           05 PC-BENEFITS   PIC 9(9)V99 COMP-3 VALUE ZERO.
           05 PC-INDUSTRY   PIC X(2) VALUE SPACES.
           05 PC-PRICED-SW  PIC X VALUE 'N'.
              88 CLAIM-PRICED VALUE 'Y'.

      * The running wage-share total of the claim under the cursor.
       01  SHARE-CLAIM-ID PIC X(12) VALUE SPACES.
       01  SHARE-TOTAL    PIC 9(5)V99 COMP-3 VALUE ZERO.
       01  SHARE-DISP     PIC ZZ,ZZ9.99 VALUE ZERO.

      * The employer whose statement is being written.
       01  STMT-EMPLOYER-ID PIC X(10) VALUE SPACES.
       01  STMT-CLAIMS      COMP-4 PIC 9(7) VALUE ZERO.
       01  STMT-CHARGE      PIC 9(11)V99 COMP-3 VALUE ZERO.

      * The charges by industry: 00 = not available, 01-20 in
      * PAYLOAD.cpy's industry field order.
       01  INDUSTRY-NAME-TABLE.
           05 FILLER PIC X(30) VALUE 'NOT AVAILABLE'.
           05 FILLER PIC X(30) VALUE 'WHOLESALE TRADE'.
           05 FILLER PIC X(30) VALUE 'TRANSPORTATION, WAREHOUSING'.
           05 FILLER PIC X(30) VALUE 'CONSTRUCTION'.
           05 FILLER PIC X(30) VALUE 'FINANCE, INSURANCE'.
           05 FILLER PIC X(30) VALUE 'MANUFACTURING'.
           05 FILLER PIC X(30) VALUE 'AGRICULTURE, FORESTRY, FISHING'.
           05 FILLER PIC X(30) VALUE 'PUBLIC ADMINISTRATION'.
           05 FILLER PIC X(30) VALUE 'UTILITIES'.
           05 FILLER PIC X(30) VALUE 'ACCOMMODATION, FOOD SERVICES'.
           05 FILLER PIC X(30) VALUE 'INFORMATION'.
           05 FILLER PIC X(30) VALUE 'PROFESSIONAL, SCIENTIFIC, TECH'.
           05 FILLER PIC X(30) VALUE 'REAL ESTATE, RENTAL, LEASING'.
           05 FILLER PIC X(30) VALUE 'OTHER SERVICES'.
           05 FILLER PIC X(30) VALUE 'MANAGEMENT OF COMPANIES'.
           05 FILLER PIC X(30) VALUE 'EDUCATIONAL SERVICES'.
           05 FILLER PIC X(30) VALUE 'MINING'.
           05 FILLER PIC X(30) VALUE 'HEALTH CARE, SOCIAL ASSISTANCE'.
           05 FILLER PIC X(30) VALUE 'ARTS, ENTERTAINMENT, RECREATN'.
           05 FILLER PIC X(30) VALUE 'ADMIN, SUPPORT, WASTE MGMT'.
           05 FILLER PIC X(30) VALUE 'RETAIL TRADE'.
       01  INDUSTRY-NAMES REDEFINES INDUSTRY-NAME-TABLE.
           05 INDUSTRY-NAME OCCURS 21 TIMES PIC X(30).

       01  INDUSTRY-TABLE.
           05 IN-ENTRY OCCURS 21 TIMES.
              10 IN-EMPLOYERS PIC 9(7) COMP-4.
              10 IN-CHARGES   PIC 9(7) COMP-4.
              10 IN-WEEKS     PIC 9(9) COMP-4.
              10 IN-AMOUNT    PIC 9(11)V99 COMP-3.
       01  IN-IDX PIC 9(2) COMP-4.
       01  INDUSTRY-NUM PIC 9(2) VALUE ZERO.
       01  EMPLOYER-COUNTED-SW PIC X(21) VALUE SPACES.

       01  LINKS-READ      COMP-4 PIC 9(7) VALUE ZERO.
       01  CHARGES-WRITTEN COMP-4 PIC 9(7) VALUE ZERO.
       01  CHARGES-CLEARED COMP-4 PIC 9(7) VALUE ZERO.
       01  CLAIMS-UNPRICED COMP-4 PIC 9(7) VALUE ZERO.
       01  EMPLOYERS-BILLED COMP-4 PIC 9(7) VALUE ZERO.
       01  TOTAL-WEEKS     COMP-4 PIC 9(9) VALUE ZERO.
       01  TOTAL-CHARGED   PIC 9(11)V99 COMP-3 VALUE ZERO.

       01  STMT-HEAD-LINE.
           05 FILLER            PIC X(25) VALUE
              'BENEFIT CHARGE STATEMENT '.
           05 SH-QUARTER        PIC X(7).
           05 FILLER            PIC X(12) VALUE '  EMPLOYER '.
           05 SH-EMPLOYER-ID    PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 SH-EMPLOYER-NAME  PIC X(30).
           05 FILLER            PIC X(15) VALUE SPACES.

       01  STMT-COLUMN-LINE.
           05 FILLER PIC X(50) VALUE
              'CLAIM ID     ST       SHARE  WEEKS    BENEFITS $  '.
           05 FILLER PIC X(50) VALUE
              '        CHARGE $'.

       01  STMT-DETAIL-LINE.
           05 SD-CLAIM-ID       PIC X(12).
           05 FILLER            PIC X VALUE SPACE.
           05 SD-STATE          PIC X(2).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 SD-SHARE          PIC ZZ9.99.
           05 FILLER            PIC X VALUE '%'.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 SD-WEEKS          PIC ZZ9.
           05 SD-BENEFITS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 SD-CHARGE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(34) VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05 FILLER            PIC X(24) VALUE
              'TOTAL CHARGED - CLAIMS: '.
           05 ST-DISP-CLAIMS    PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.
           05 ST-DISP-CHARGE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(35) VALUE SPACES.

       01  CHRG-DISP-SEPARATOR PIC X(100) VALUE ALL '-'.

       01  CHRG-HEAD-DISP-REC.
           05 FILLER PIC X(50) VALUE
              'IN INDUSTRY                       EMPLOYERS   CHAR'.
           05 FILLER PIC X(50) VALUE
              'GES      WEEKS         CHARGED $'.

       01  CHRG-DISP-REC.
           05 IS-DISP-CODE      PIC 9(2).
           05 FILLER            PIC X VALUE SPACE.
           05 IS-DISP-NAME      PIC X(30).
           05 IS-DISP-EMPLOYERS PIC ZZ,ZZZ,ZZ9.
           05 IS-DISP-CHARGES   PIC ZZ,ZZZ,ZZ9.
           05 IS-DISP-WEEKS     PIC ZZZ,ZZZ,ZZ9.
           05 IS-DISP-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  CHRG-TOTAL-DISP-REC.
           05 FILLER            PIC X(33) VALUE 'ALL INDUSTRIES'.
           05 IT-DISP-EMPLOYERS PIC ZZ,ZZZ,ZZ9.
           05 IT-DISP-CHARGES   PIC ZZ,ZZZ,ZZ9.
           05 IT-DISP-WEEKS     PIC ZZZ,ZZZ,ZZ9.
           05 IT-DISP-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-QUARTER

           OPEN I-O CHARGE-FILE

           IF NOT CHARGE-FILE-OK THEN
              DISPLAY "Couldn't open the benefit charge dataset - "
                 "STATUS " CHARGE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-CLEAR-QUARTER

           OPEN INPUT PAYMENT-FILE

           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the benefit payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              CLOSE CHARGE-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2500-LOAD-WEEKLY-BENEFITS
           CLOSE PAYMENT-FILE

           OPEN INPUT CLAIM-EMPLOYER

           IF NOT CLAIM-EMPLOYER-OK THEN
              DISPLAY "Couldn't open the employer link dataset - "
                 "STATUS " CLAIM-EMPLOYER-STATUS
              CLOSE CHARGE-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              CLOSE CLAIM-EMPLOYER
              CLOSE CHARGE-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> The token vault must answer before any claim is read.
           MOVE 'F' TO TOKV-FUNCTION
           MOVE SPACES TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCHRG"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           IF TOKV-RESULT = 'U' THEN
              DISPLAY "Couldn't open the claim token vault."
              CLOSE CLAIM-DETAIL
              CLOSE CLAIM-EMPLOYER
              CLOSE CHARGE-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> Every linked claim's detail is about to be read - the
           *> pass goes on the access trail.
           MOVE SPACES TO AUDIT-REQUEST
           STRING "CHARGING " QUARTER " - full employer-link pass"
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMCHRG" AUDIT-REQUEST

           MOVE LOW-VALUES TO CE-KEY
           START CLAIM-EMPLOYER KEY IS >= CE-KEY
              INVALID KEY SET CLAIM-EMPLOYER-EOF TO TRUE
           END-START

           PERFORM 3100-READ-NEXT-LINK
           PERFORM UNTIL CLAIM-EMPLOYER-EOF
              ADD 1 TO LINKS-READ
              PERFORM 3000-CHARGE-LINK THRU 3000-CHARGE-LINK-END
              PERFORM 3100-READ-NEXT-LINK
           END-PERFORM
           PERFORM 3600-CHECK-SHARE-TOTAL

           CLOSE CLAIM-DETAIL
           CLOSE CLAIM-EMPLOYER
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCHRG"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           OPEN OUTPUT STMT-OUT

           IF NOT STMT-OUT-OK THEN
              DISPLAY "Couldn't open the charge statement file - "
                 "STATUS " STMT-OUT-STATUS
              CLOSE CHARGE-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 4000-WRITE-STATEMENTS

           CLOSE STMT-OUT
           CLOSE CHARGE-FILE

           PERFORM 5000-PRINT-INDUSTRY-SUMMARY

           DISPLAY "Quarter " QUARTER ": " LINKS-READ " link(s) read, "
              CHARGES-WRITTEN " charge(s) written, "
              CHARGES-CLEARED " earlier charge(s) replaced."
           DISPLAY EMPLOYERS-BILLED " employer statement(s) written."

           IF CLAIMS-UNPRICED > ZERO THEN
              DISPLAY CLAIMS-UNPRICED " claim(s) not charged - no "
                 "average weekly benefit for the state."
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Settles the quarter: the parameter file's, or the calendar
      * quarter before the cycle date's.
      ******************************************************************
       1100-SET-QUARTER.
           CALL "UNEMCYRD" USING "UNEMCHRG" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           MOVE CYCLE-DATE-WORK (1:4) TO QW-YYYY
           MOVE CYCLE-DATE-WORK (5:2) TO QW-MM
           COMPUTE QW-Q = (QW-MM - 1) / 3 + 1
           IF QW-Q = 1 THEN
              MOVE 4 TO QW-Q
              SUBTRACT 1 FROM QW-YYYY
           ELSE
              SUBTRACT 1 FROM QW-Q
           END-IF

           MOVE "CHRG-QUARTER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:4) IS NUMERIC
              AND RTP-VALUE (5:2) = '-Q'
              AND RTP-VALUE (7:1) >= '1' AND RTP-VALUE (7:1) <= '4'
              THEN
              MOVE RTP-VALUE (1:4) TO QW-YYYY
              MOVE RTP-VALUE (7:1) TO QW-Q
              DISPLAY "CHRG-QUARTER set from the parameter file: "
                 RTP-VALUE (1:7)
           END-IF

           MOVE SPACES TO QUARTER
           STRING QW-YYYY "-Q" QW-Q DELIMITED BY SIZE INTO QUARTER

           COMPUTE QW-MM = (QW-Q - 1) * 3 + 1
           STRING QW-YYYY "-" QW-MM DELIMITED BY SIZE
              INTO QTR-FIRST-MONTH
           ADD 2 TO QW-MM
           STRING QW-YYYY "-" QW-MM DELIMITED BY SIZE
              INTO QTR-LAST-MONTH
           .

       1100-SET-QUARTER-END.
           EXIT.
      ******************************************************************
      * Deletes the quarter's charge rows left by an earlier run.
      ******************************************************************
       2000-CLEAR-QUARTER.
           MOVE LOW-VALUES TO CG-KEY
           START CHARGE-FILE KEY IS >= CG-KEY
              INVALID KEY SET CHARGE-FILE-EOF TO TRUE
           END-START

           PERFORM 4100-READ-NEXT-CHARGE
           PERFORM UNTIL CHARGE-FILE-EOF
              IF CG-QUARTER = QUARTER THEN
                 DELETE CHARGE-FILE
                    INVALID KEY
                       DISPLAY "Couldn't clear the charge "
                          CG-EMPLOYER-ID " " CG-CLAIM-ID
                          " - STATUS " CHARGE-FILE-STATUS
                    NOT INVALID KEY
                       ADD 1 TO CHARGES-CLEARED
                 END-DELETE
              END-IF
              PERFORM 4100-READ-NEXT-CHARGE
           END-PERFORM
           .

       2000-CLEAR-QUARTER-END.
           EXIT.
      ******************************************************************
      * Takes each state's average weekly benefit for each month of
      * the quarter from the monthly payment records; a month with
      * none borrows the mean of the quarter's other months.
      ******************************************************************
       2500-LOAD-WEEKLY-BENEFITS.
           MOVE LOW-VALUES TO PY-RECORD-KEY
           START PAYMENT-FILE KEY IS >= PY-RECORD-KEY
              INVALID KEY SET PAYMENT-FILE-EOF TO TRUE
           END-START

           PERFORM 2600-READ-NEXT-PAYMENT
           PERFORM UNTIL PAYMENT-FILE-EOF
              IF PY-FREQ-MONTHLY
                 AND PY-PERIOD-DATE (1:7) >= QTR-FIRST-MONTH
                 AND PY-PERIOD-DATE (1:7) <= QTR-LAST-MONTH
                 AND PY-AVG-WEEKLY-BENEFIT > ZERO THEN
                 PERFORM 2700-FIND-STATE-ENTRY
                 IF ST-FOUND-AT > ZERO THEN
                    MOVE PY-PERIOD-DATE (6:2) TO QW-MM
                    COMPUTE MONTH-SLOT = QW-MM
                       - (QW-Q - 1) * 3
                    MOVE PY-AVG-WEEKLY-BENEFIT
                       TO ST-AWB (ST-FOUND-AT MONTH-SLOT)
                    MOVE 'Y' TO ST-AWB-SW (ST-FOUND-AT MONTH-SLOT)
                 END-IF
              END-IF
              PERFORM 2600-READ-NEXT-PAYMENT
           END-PERFORM

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              MOVE ZERO TO AWB-SUM AWB-COUNT
              PERFORM VARYING MONTH-SLOT FROM 1 BY 1
                    UNTIL MONTH-SLOT > 3
                 IF ST-AWB-SW (ST-IDX MONTH-SLOT) = 'Y' THEN
                    ADD ST-AWB (ST-IDX MONTH-SLOT) TO AWB-SUM
                    ADD 1 TO AWB-COUNT
                 END-IF
              END-PERFORM
              IF AWB-COUNT > ZERO THEN
                 PERFORM VARYING MONTH-SLOT FROM 1 BY 1
                       UNTIL MONTH-SLOT > 3
                    IF ST-AWB-SW (ST-IDX MONTH-SLOT) NOT = 'Y' THEN
                       COMPUTE ST-AWB (ST-IDX MONTH-SLOT) ROUNDED =
                          AWB-SUM / AWB-COUNT
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .

       2500-LOAD-WEEKLY-BENEFITS-END.
           EXIT.
      ******************************************************************
       2600-READ-NEXT-PAYMENT.
           READ PAYMENT-FILE NEXT
              AT END SET PAYMENT-FILE-EOF TO TRUE
           END-READ

           IF NOT PAYMENT-FILE-OK AND NOT PAYMENT-FILE-EOF THEN
              DISPLAY "Error reading the benefit payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              SET PAYMENT-FILE-EOF TO TRUE
           END-IF
           .

       2600-READ-NEXT-PAYMENT-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) PY-STATE-CODE's state table entry.
      ******************************************************************
       2700-FIND-STATE-ENTRY.
           MOVE ZERO TO ST-FOUND-AT

           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              IF ST-STATE (ST-IDX) = PY-STATE-CODE THEN
                 MOVE ST-IDX TO ST-FOUND-AT
                 MOVE ST-USED TO ST-IDX
              END-IF
           END-PERFORM

           IF ST-FOUND-AT = ZERO THEN
              IF ST-USED >= 60 THEN
                 DISPLAY "*** More than 60 states - "
                    PY-STATE-CODE " not priced."
              ELSE
                 ADD 1 TO ST-USED
                 MOVE ST-USED TO ST-FOUND-AT
                 INITIALIZE ST-ENTRY (ST-FOUND-AT)
                 MOVE PY-STATE-CODE TO ST-STATE (ST-FOUND-AT)
              END-IF
           END-IF
           .

       2700-FIND-STATE-ENTRY-END.
           EXIT.
      ******************************************************************
      * Charges one link: the claim's quarter benefits (counted once
      * per claim and state) times the employer's wage share.
      ******************************************************************
       3000-CHARGE-LINK.
           IF CE-CLAIM-ID NOT = SHARE-CLAIM-ID THEN
              PERFORM 3600-CHECK-SHARE-TOTAL
              MOVE CE-CLAIM-ID TO SHARE-CLAIM-ID
              MOVE ZERO TO SHARE-TOTAL
           END-IF
           ADD CE-WAGE-SHARE TO SHARE-TOTAL

           IF CE-CLAIM-ID NOT = PC-CLAIM-ID
              OR CE-STATE-CODE NOT = PC-STATE THEN
              PERFORM 3200-PRICE-CLAIM
                 THRU 3200-PRICE-CLAIM-END
           END-IF

           IF NOT CLAIM-PRICED OR PC-WEEKS-PAID = ZERO THEN
              GO TO 3000-CHARGE-LINK-END
           END-IF

           MOVE SPACES TO CHARGE-REC
           MOVE CE-EMPLOYER-ID TO CG-EMPLOYER-ID
           MOVE QUARTER TO CG-QUARTER
           MOVE CE-CLAIM-ID TO CG-CLAIM-ID
           MOVE CE-STATE-CODE TO CG-STATE-CODE
           MOVE CE-EMPLOYER-NAME TO CG-EMPLOYER-NAME
           IF CE-INDUSTRY-CODE = "00" OR CE-INDUSTRY-CODE = SPACES
              THEN
              MOVE PC-INDUSTRY TO CG-INDUSTRY-CODE
           ELSE
              MOVE CE-INDUSTRY-CODE TO CG-INDUSTRY-CODE
           END-IF
           MOVE CE-WAGE-SHARE TO CG-WAGE-SHARE
           MOVE PC-WEEKS-PAID TO CG-WEEKS-PAID
           MOVE PC-BENEFITS TO CG-BENEFITS
           COMPUTE CG-CHARGE ROUNDED =
              PC-BENEFITS * CE-WAGE-SHARE / 100

           WRITE CHARGE-REC
              INVALID KEY
                 DISPLAY "Couldn't write the charge " CG-EMPLOYER-ID
                    " " CG-CLAIM-ID " - STATUS " CHARGE-FILE-STATUS
              NOT INVALID KEY
                 ADD 1 TO CHARGES-WRITTEN
           END-WRITE
           .

       3000-CHARGE-LINK-END.
           EXIT.
      ******************************************************************
       3100-READ-NEXT-LINK.
           READ CLAIM-EMPLOYER NEXT
              AT END SET CLAIM-EMPLOYER-EOF TO TRUE
           END-READ

           IF NOT CLAIM-EMPLOYER-OK AND NOT CLAIM-EMPLOYER-EOF THEN
              DISPLAY "Error reading the employer link dataset - "
                 "STATUS " CLAIM-EMPLOYER-STATUS
              SET CLAIM-EMPLOYER-EOF TO TRUE
           END-IF
           .

       3100-READ-NEXT-LINK-END.
           EXIT.
      ******************************************************************
      * Counts the claim's paid weeks in the quarter for the link's
      * state, month by month, and prices them at the state's
      * average weekly benefit for the month. The claim's own
      * industry is kept for the employers the link file gives none.
      ******************************************************************
       3200-PRICE-CLAIM.
           MOVE CE-CLAIM-ID TO PC-CLAIM-ID
           MOVE CE-STATE-CODE TO PC-STATE
           MOVE ZERO TO PC-WEEKS (1) PC-WEEKS (2) PC-WEEKS (3)
           MOVE ZERO TO PC-WEEKS-PAID PC-BENEFITS
           MOVE 'N' TO PC-PRICED-SW
           MOVE "00" TO PC-INDUSTRY

           *> A claim the vault can't answer for isn't charged; one
           *> it doesn't know was never loaded - no paid weeks.
           MOVE 'F' TO TOKV-FUNCTION
           MOVE CE-CLAIM-ID TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCHRG"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           EVALUATE TOKV-RESULT
              WHEN 'Y'
                 MOVE TOKV-TOKEN TO PC-TOKEN
              WHEN 'N'
                 SET CLAIM-PRICED TO TRUE
                 GO TO 3200-PRICE-CLAIM-END
              WHEN OTHER
                 DISPLAY "*** Claim " CE-CLAIM-ID " not charged - "
                    "the token vault couldn't be read."
                 ADD 1 TO CLAIMS-UNPRICED
                 GO TO 3200-PRICE-CLAIM-END
           END-EVALUATE

           MOVE PC-TOKEN TO CD-CLAIM-ID
           MOVE LOW-VALUES TO CD-PERIOD-DATE
           MOVE LOW-VALUES TO CD-STATE-CODE
           START CLAIM-DETAIL KEY IS >= CD-DETAIL-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           IF NOT CLAIM-DETAIL-EOF THEN
              PERFORM 3300-READ-NEXT-DETAIL
           END-IF
           PERFORM UNTIL CLAIM-DETAIL-EOF
                 OR CD-CLAIM-ID NOT = PC-TOKEN
              IF CD-STATE-CODE = PC-STATE THEN
                 MOVE CD-INDUSTRY-CODE TO PC-INDUSTRY
              END-IF
              IF CD-STATE-CODE = PC-STATE
                 AND CD-CLAIM-TYPE = 'C'
                 AND CD-FIRST-PAY-DATE NOT = SPACES
                 AND CD-PERIOD-DATE (1:7) >= QTR-FIRST-MONTH
                 AND CD-PERIOD-DATE (1:7) <= QTR-LAST-MONTH THEN
                 MOVE CD-PERIOD-DATE (6:2) TO QW-MM
                 COMPUTE MONTH-SLOT = QW-MM - (QW-Q - 1) * 3
                 ADD 1 TO PC-WEEKS (MONTH-SLOT)
                 ADD 1 TO PC-WEEKS-PAID
              END-IF
              PERFORM 3300-READ-NEXT-DETAIL
           END-PERFORM
           *> The next START repositions - the end of one claim's
           *> rows is not the end of the dataset.
           MOVE "00" TO CLAIM-DETAIL-STATUS

           IF PC-WEEKS-PAID = ZERO THEN
              SET CLAIM-PRICED TO TRUE
              GO TO 3200-PRICE-CLAIM-END
           END-IF

           MOVE ZERO TO ST-FOUND-AT
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-USED
              IF ST-STATE (ST-IDX) = PC-STATE THEN
                 MOVE ST-IDX TO ST-FOUND-AT
                 MOVE ST-USED TO ST-IDX
              END-IF
           END-PERFORM

           IF ST-FOUND-AT = ZERO THEN
              ADD 1 TO CLAIMS-UNPRICED
              GO TO 3200-PRICE-CLAIM-END
           END-IF
           IF ST-AWB (ST-FOUND-AT 1) = ZERO THEN
              ADD 1 TO CLAIMS-UNPRICED
              GO TO 3200-PRICE-CLAIM-END
           END-IF

           PERFORM VARYING MONTH-SLOT FROM 1 BY 1 UNTIL MONTH-SLOT > 3
              COMPUTE PC-BENEFITS = PC-BENEFITS
                 + PC-WEEKS (MONTH-SLOT) * ST-AWB (ST-FOUND-AT
                 MONTH-SLOT)
           END-PERFORM
           SET CLAIM-PRICED TO TRUE
           .

       3200-PRICE-CLAIM-END.
           EXIT.
      ******************************************************************
       3300-READ-NEXT-DETAIL.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

           IF NOT CLAIM-DETAIL-OK AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           END-IF
           .

       3300-READ-NEXT-DETAIL-END.
           EXIT.
      ******************************************************************
      * A claim's employers' shares should account for all of its
      * base-period wages - anything else is charged as given and
      * reported for the tax unit to chase.
      ******************************************************************
       3600-CHECK-SHARE-TOTAL.
           IF SHARE-CLAIM-ID NOT = SPACES
              AND SHARE-TOTAL NOT = 100 THEN
              MOVE SHARE-TOTAL TO SHARE-DISP
              DISPLAY "Claim " SHARE-CLAIM-ID "'s employer shares "
                 "total " SHARE-DISP " percent, not 100."
           END-IF
           .

       3600-CHECK-SHARE-TOTAL-END.
           EXIT.
      ******************************************************************
      * Reads the quarter's charges back in employer order - one
      * statement per employer - and adds them up by industry.
      ******************************************************************
       4000-WRITE-STATEMENTS.
           MOVE LOW-VALUES TO CG-KEY
           MOVE "00" TO CHARGE-FILE-STATUS
           START CHARGE-FILE KEY IS >= CG-KEY
              INVALID KEY SET CHARGE-FILE-EOF TO TRUE
           END-START

           PERFORM 4100-READ-NEXT-CHARGE
           PERFORM UNTIL CHARGE-FILE-EOF
              IF CG-QUARTER = QUARTER THEN
                 IF CG-EMPLOYER-ID NOT = STMT-EMPLOYER-ID THEN
                    PERFORM 4300-CLOSE-STATEMENT
                       THRU 4300-CLOSE-STATEMENT-END
                    PERFORM 4200-OPEN-STATEMENT
                 END-IF
                 PERFORM 4400-STATEMENT-LINE
              END-IF
              PERFORM 4100-READ-NEXT-CHARGE
           END-PERFORM

           PERFORM 4300-CLOSE-STATEMENT THRU 4300-CLOSE-STATEMENT-END
           .

       4000-WRITE-STATEMENTS-END.
           EXIT.
      ******************************************************************
       4100-READ-NEXT-CHARGE.
           READ CHARGE-FILE NEXT
              AT END SET CHARGE-FILE-EOF TO TRUE
           END-READ

           IF NOT CHARGE-FILE-OK AND NOT CHARGE-FILE-EOF THEN
              DISPLAY "Error reading the benefit charge dataset - "
                 "STATUS " CHARGE-FILE-STATUS
              SET CHARGE-FILE-EOF TO TRUE
           END-IF
           .

       4100-READ-NEXT-CHARGE-END.
           EXIT.
      ******************************************************************
       4200-OPEN-STATEMENT.
           MOVE CG-EMPLOYER-ID TO STMT-EMPLOYER-ID
           MOVE ZERO TO STMT-CLAIMS STMT-CHARGE
           MOVE SPACES TO EMPLOYER-COUNTED-SW
           ADD 1 TO EMPLOYERS-BILLED

           MOVE QUARTER TO SH-QUARTER
           MOVE CG-EMPLOYER-ID TO SH-EMPLOYER-ID
           MOVE CG-EMPLOYER-NAME TO SH-EMPLOYER-NAME
           WRITE STMT-OUT-REC FROM STMT-HEAD-LINE
           WRITE STMT-OUT-REC FROM STMT-COLUMN-LINE
           .

       4200-OPEN-STATEMENT-END.
           EXIT.
      ******************************************************************
       4300-CLOSE-STATEMENT.
           IF STMT-EMPLOYER-ID = SPACES THEN
              GO TO 4300-CLOSE-STATEMENT-END
           END-IF

           MOVE STMT-CLAIMS TO ST-DISP-CLAIMS
           MOVE STMT-CHARGE TO ST-DISP-CHARGE
           WRITE STMT-OUT-REC FROM STMT-TOTAL-LINE
           MOVE SPACES TO STMT-OUT-REC
           WRITE STMT-OUT-REC
           .

       4300-CLOSE-STATEMENT-END.
           EXIT.
      ******************************************************************
       4400-STATEMENT-LINE.
           MOVE CG-CLAIM-ID TO SD-CLAIM-ID
           MOVE CG-STATE-CODE TO SD-STATE
           MOVE CG-WAGE-SHARE TO SD-SHARE
           MOVE CG-WEEKS-PAID TO SD-WEEKS
           MOVE CG-BENEFITS TO SD-BENEFITS
           MOVE CG-CHARGE TO SD-CHARGE
           WRITE STMT-OUT-REC FROM STMT-DETAIL-LINE

           ADD 1 TO STMT-CLAIMS
           ADD CG-CHARGE TO STMT-CHARGE
           ADD CG-CHARGE TO TOTAL-CHARGED
           ADD CG-WEEKS-PAID TO TOTAL-WEEKS

           IF CG-INDUSTRY-CODE IS NUMERIC
              AND CG-INDUSTRY-CODE <= "20" THEN
              MOVE CG-INDUSTRY-CODE TO INDUSTRY-NUM
           ELSE
              MOVE ZERO TO INDUSTRY-NUM
           END-IF
           COMPUTE IN-IDX = INDUSTRY-NUM + 1

           *> An employer counts once per industry it is charged in.
           IF EMPLOYER-COUNTED-SW (IN-IDX:1) NOT = 'Y' THEN
              MOVE 'Y' TO EMPLOYER-COUNTED-SW (IN-IDX:1)
              ADD 1 TO IN-EMPLOYERS (IN-IDX)
           END-IF
           ADD 1 TO IN-CHARGES (IN-IDX)
           ADD CG-WEEKS-PAID TO IN-WEEKS (IN-IDX)
           ADD CG-CHARGE TO IN-AMOUNT (IN-IDX)
           .

       4400-STATEMENT-LINE-END.
           EXIT.
      ******************************************************************
       5000-PRINT-INDUSTRY-SUMMARY.
           MOVE SPACES TO PRNT-TEXT
           STRING "BENEFIT CHARGES BY INDUSTRY - " QUARTER
              " (UNEMCHRG)" DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMCHRG" PRNT-TEXT
           MOVE CHRG-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMCHRG" PRNT-TEXT
           MOVE CHRG-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMCHRG" PRNT-TEXT

           MOVE ZERO TO IT-DISP-EMPLOYERS IT-DISP-CHARGES
           PERFORM VARYING IN-IDX FROM 1 BY 1 UNTIL IN-IDX > 21
              IF IN-CHARGES (IN-IDX) > ZERO THEN
                 COMPUTE IS-DISP-CODE = IN-IDX - 1
                 MOVE INDUSTRY-NAME (IN-IDX) TO IS-DISP-NAME
                 MOVE IN-EMPLOYERS (IN-IDX) TO IS-DISP-EMPLOYERS
                 MOVE IN-CHARGES (IN-IDX) TO IS-DISP-CHARGES
                 MOVE IN-WEEKS (IN-IDX) TO IS-DISP-WEEKS
                 MOVE IN-AMOUNT (IN-IDX) TO IS-DISP-AMOUNT
                 MOVE CHRG-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMCHRG" PRNT-TEXT
              END-IF
           END-PERFORM

           MOVE EMPLOYERS-BILLED TO IT-DISP-EMPLOYERS
           MOVE CHARGES-WRITTEN TO IT-DISP-CHARGES
           MOVE TOTAL-WEEKS TO IT-DISP-WEEKS
           MOVE TOTAL-CHARGED TO IT-DISP-AMOUNT
           MOVE CHRG-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMCHRG" PRNT-TEXT

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMCHRG" PRNT-TEXT
           .

       5000-PRINT-INDUSTRY-SUMMARY-END.
           EXIT.

       END PROGRAM UNEMCHRG.
