      ******************************************************************
      * Masked production-to-test data refresh.
      ******************************************************************
      * UNEMSGEN fabricates tidy synthetic source files, but the
      * defects that matter live in the real data's mess. This
      * utility copies a chosen period range of the production
      * stores - UNEMPLRP, UNEMCLMD, UNEMPAYM and the UNEMHIST
      * correction history - into their Z80055.TEST.* copies,
      * masked on the way so nothing in the test copy leads back to
      * a claimant:
      *    claim ids  - each claim's token is re-keyed to a test id,
      *                 'M' and eleven digits, by a fixed one-to-one
      *                 scramble of its serial (MASK-KEY runtime
      *                 parameter) - a claim keeps the one test id
      *                 across every period, state and refresh, so
      *                 its rows still sit together in key order.
      *                 A row the retention pass has pseudonymized
      *                 ('PS' and ten digits) is re-keyed the same
      *                 way, modulo ten digits, and stays a 'PS' id.
      *                 Only a row still carrying an agency claim id
      *                 (not yet converted by UNEMTKCV) is not
      *                 copied.
      *    ages       - moved to another age within the same PAYLOAD
      *                 age bucket (FD-LESS-22 ... FD-MORE-64), the
      *                 same age for all of a claim's rows; a 000
      *                 (not available) stays 000.
      *    dates      - every period, filing, first-payment and
      *                 as-of date, and the record-ids built from
      *                 them, moved by the same whole number of
      *                 months (a day past the new month's end falls
      *                 on its last day). Blank dates stay blank.
      * Counts, codes and dollars are copied as they are, and every
      * store shifts its dates the same way, so the masked copy
      * still reconciles: UNEMCLAG derives the same buckets from the
      * detail and UNEMUSRC finds the same state sums behind 'US'.
      * A period already in a test cluster is overwritten; the test
      * correction history is appended to.
      *
      * The PARM names the range and the shift:
      *    'YYYY-MM-DD YYYY-MM-DD [+NNN|-NNN]'
      * the range compared against each record's period date, the
      * shift in months (default -012; zero is refused - an
      * unshifted copy is not masked).
      *
      * Every refresh is logged to MASKLGDD (appended, DISP=MOD), one
      * row per dataset: date, time, acting user (the AUDIT-USER
      * runtime parameter, as UNEMACCL takes it), dataset, range,
      * shift, rows copied and refused, and what was masked. The
      * read of production is also recorded on the access trail
      * through UNEMACCL.
      *-----------------------------------------------------------------
      * Return codes: 0 refreshed, 4 one or more rows not copied
      * (listed), 8 bad PARM or a dataset couldn't be opened.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPARM - the runtime parameter lookup.
      *    UNEMACCL - the access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  Pseudonymized ('PS') rows are re-keyed and
      *                    copied instead of refused, so the masked
      *                    detail still reconciles in UNEMCLAG.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMMASK.
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
           *> The live VSAM dataset, read-only
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The claim-level detail, read along the period/state path
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           ALTERNATE RECORD KEY IS CD-PERIOD-STATE-KEY WITH DUPLICATES
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The benefit payments, read-only
           SELECT PAYMENT-FILE ASSIGN TO PAYMNTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-RECORD-KEY
           FILE STATUS IS PAYMENT-FILE-STATUS.

           *> The correction history, read-only
           SELECT HIST-OUT ASSIGN TO HISTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-OUT-STATUS.

           *> The test copies - same layouts, masked contents
           SELECT TEST-REPORT ASSIGN TO TSTRPTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-RECORD-KEY
           FILE STATUS IS TEST-FILE-STATUS.

           SELECT TEST-DETAIL ASSIGN TO TSTCLMDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-DETAIL-KEY
           FILE STATUS IS TEST-FILE-STATUS.

           SELECT TEST-PAYMENT ASSIGN TO TSTPAYDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TP-RECORD-KEY
           FILE STATUS IS TEST-FILE-STATUS.

           SELECT TEST-HIST ASSIGN TO TSTHSTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEST-FILE-STATUS.

           *> The refresh log, appended
           SELECT MASK-LOG ASSIGN TO MASKLGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MASK-LOG-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

       FD  TEST-REPORT.
       01  TEST-REPORT-REC.
           05 TR-RECORD-KEY PIC X(10).
           05 FILLER        PIC X(436).

       FD  TEST-DETAIL.
       01  TEST-DETAIL-REC.
           05 TD-DETAIL-KEY PIC X(24).
           05 FILLER        PIC X(56).

       FD  TEST-PAYMENT.
       01  TEST-PAYMENT-REC.
           05 TP-RECORD-KEY PIC X(10).
           05 FILLER        PIC X(70).

       FD  TEST-HIST
           RECORD CONTAINS 454 CHARACTERS
           RECORDING MODE F.
       01  TEST-HIST-REC PIC X(454).

       FD  MASK-LOG
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
       01  MASK-LOG-REC.
           05 ML-DATE      PIC 9(8).
           05 ML-TIME      PIC 9(6).
           05 ML-USER      PIC X(8).
           05 ML-DATASET   PIC X(8).
           05 ML-FROM      PIC X(10).
           05 ML-TO        PIC X(10).
           05 ML-SHIFT     PIC X(4).
           05 ML-COPIED    PIC 9(7).
           05 ML-REFUSED   PIC 9(7).
           05 ML-MASKING   PIC X(44).
           05 FILLER       PIC X(8).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  HIST-OUT-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

       01  HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.

       01  TEST-FILE-STATUS PIC XX.
           88 TEST-FILE-OK VALUE "00".

       01  MASK-LOG-STATUS PIC XX.
           88 MASK-LOG-OK VALUE "00".

      * The requested range and shift.
       77  MASK-FROM-DATE  PIC X(10) VALUE SPACES.
       77  MASK-TO-DATE    PIC X(10) VALUE SPACES.
       77  MASK-SHIFT-TEXT PIC X(4)  VALUE '-012'.
       77  MASK-SHIFT      PIC S9(3) COMP-4 VALUE -12.
       77  MASK-SHIFT-ABS  PIC 9(3) VALUE ZERO.

      * The claim re-key: test serial = (token serial * multiplier
      * + MASK-KEY) modulo 10**11. The multiplier shares no factor
      * with 10**11, so no two tokens ever land on one test id.
       77  REKEY-MULTIPLIER PIC 9(8) COMP-4 VALUE 37139213.
       77  REKEY-ADDEND     PIC 9(11) COMP-4 VALUE 52718306149.
       77  REKEY-WORK       PIC 9(18) COMP-4 VALUE ZERO.
       77  REKEY-QUOTIENT   PIC 9(18) COMP-4 VALUE ZERO.
       77  REKEY-SERIAL     PIC 9(11) VALUE ZERO.
       01  TEST-CLAIM-ID.
           05 FILLER        PIC X VALUE 'M'.
           05 TCI-SERIAL    PIC 9(11) VALUE ZERO.
      * A pseudonym's re-key, the same scramble modulo 10**10 (the
      * multiplier shares no factor with that either).
       01  TEST-PSEUDONYM.
           05 FILLER        PIC X(2) VALUE 'PS'.
           05 TPS-SERIAL    PIC 9(10) VALUE ZERO.

      * The age jitter - the bucket's lowest age and width, and the
      * claim's place in it taken from its test serial.
       77  AGE-LOW      PIC 9(3) COMP-4 VALUE ZERO.
       77  AGE-WIDTH    PIC 9(3) COMP-4 VALUE ZERO.
       77  AGE-QUOTIENT PIC 9(11) COMP-4 VALUE ZERO.
       77  AGE-STEP     PIC 9(3) COMP-4 VALUE ZERO.

      * The date shift - a YYYY-MM-DD date in, the shifted date out.
       01  SHIFT-DATE.
           05 SD-YEAR   PIC 9(4).
           05 FILLER    PIC X.
           05 SD-MONTH  PIC 9(2).
           05 FILLER    PIC X.
           05 SD-DAY    PIC 9(2).
       01  SHIFT-MMDD.
           05 SM-MONTH  PIC 9(2).
           05 SM-DAY    PIC 9(2).
           05 SM-YEAR   PIC 9(4).
       01  SHIFT-YMD.
           05 SY-YEAR   PIC 9(4).
           05 SY-MONTH  PIC 9(2).
           05 SY-DAY    PIC 9(2).
       77  SHIFT-OK-SW  PIC X VALUE 'N'.
           88 SHIFT-OK VALUE 'Y'.
       77  MONTH-COUNT  PIC S9(7) COMP-4 VALUE ZERO.
       77  MONTH-YEARS  PIC S9(7) COMP-4 VALUE ZERO.
       77  MONTH-REM    PIC S9(3) COMP-4 VALUE ZERO.
       77  LEAP-QUOT    PIC 9(4) COMP-4 VALUE ZERO.
       77  LEAP-REM     PIC 9(4) COMP-4 VALUE ZERO.
       77  MONTH-DAYS   PIC 9(2) VALUE ZERO.

      * The days in each month; February's entry is adjusted for a
      * leap year when a date is moved onto it.
       01  MONTH-LENGTH-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  MONTH-LENGTHS REDEFINES MONTH-LENGTH-TABLE.
           05 MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).

      * The record-id and as-of date of a history before-image.
       01  IMAGE-HEAD.
           05 IH-RECORD-ID PIC X(8).
           05 IH-STATE     PIC X(2).
           05 IH-DATE      PIC X(10).

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  ACTING-USER PIC X(8) VALUE 'BATCH'.

      * The access-trail call (UNEMACCL / ACCAUDDD).
       01  ACCL-PGM-NAME PIC X(8) VALUE 'UNEMMASK'.
       01  ACCL-REQUEST  PIC X(60) VALUE SPACES.

       01  STAMP-DATE PIC 9(8) VALUE ZERO.
       01  STAMP-TIME PIC 9(8) VALUE ZERO.

      * Per dataset: rows copied, rows refused.
       01  RPT-COPIED  COMP-4 PIC 9(7) VALUE ZERO.
       01  RPT-REFUSED COMP-4 PIC 9(7) VALUE ZERO.
       01  CLM-COPIED  COMP-4 PIC 9(7) VALUE ZERO.
       01  CLM-REFUSED COMP-4 PIC 9(7) VALUE ZERO.
       01  PAY-COPIED  COMP-4 PIC 9(7) VALUE ZERO.
       01  PAY-REFUSED COMP-4 PIC 9(7) VALUE ZERO.
       01  HST-COPIED  COMP-4 PIC 9(7) VALUE ZERO.
       01  HST-REFUSED COMP-4 PIC 9(7) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= range and optional shift - see the description
      * above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-FROM  PIC X(10).
              10 FILLER     PIC X.
              10 PARM-TO    PIC X(10).
              10 FILLER     PIC X.
              10 PARM-SHIFT.
                 15 PARM-SHIFT-SIGN PIC X.
                 15 PARM-SHIFT-NUM  PIC X(3).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-CHECK-PARM
              THRU 1100-CHECK-PARM-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1200-LOAD-RUNTIME-PARMS

           OPEN INPUT REPORT-OUT
           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT CLAIM-DETAIL
           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              CLOSE REPORT-OUT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT PAYMENT-FILE
           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the payments dataset - STATUS "
                 PAYMENT-FILE-STATUS
              CLOSE REPORT-OUT CLAIM-DETAIL
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT HIST-OUT
           IF NOT HIST-OUT-OK THEN
              DISPLAY "Couldn't open the correction history - "
                 "STATUS " HIST-OUT-STATUS
              CLOSE REPORT-OUT CLAIM-DETAIL PAYMENT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN EXTEND MASK-LOG
           IF NOT MASK-LOG-OK THEN
              DISPLAY "Couldn't open the refresh log - STATUS "
                 MASK-LOG-STATUS " - nothing refreshed."
              CLOSE REPORT-OUT CLAIM-DETAIL PAYMENT-FILE HIST-OUT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE SPACES TO ACCL-REQUEST
           STRING "TEST REFRESH " DELIMITED BY SIZE
                  MASK-FROM-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  MASK-TO-DATE DELIMITED BY SIZE
                  " SHIFT " DELIMITED BY SIZE
                  MASK-SHIFT-TEXT DELIMITED BY SIZE
                  INTO ACCL-REQUEST
           END-STRING
           CALL "UNEMACCL" USING ACCL-PGM-NAME ACCL-REQUEST

           DISPLAY "Refreshing the test copies with " MASK-FROM-DATE
              " through " MASK-TO-DATE ", dates shifted "
              MASK-SHIFT-TEXT " month(s)."

           PERFORM 2000-COPY-REPORT
              THRU 2000-COPY-REPORT-END
           PERFORM 3000-COPY-DETAIL
              THRU 3000-COPY-DETAIL-END
           PERFORM 4000-COPY-PAYMENTS
              THRU 4000-COPY-PAYMENTS-END
           PERFORM 5000-COPY-HISTORY
              THRU 5000-COPY-HISTORY-END

           CLOSE REPORT-OUT CLAIM-DETAIL PAYMENT-FILE HIST-OUT

           PERFORM 6000-WRITE-LOG
           CLOSE MASK-LOG

           DISPLAY "UNEMPLRP " RPT-COPIED " copied, " RPT-REFUSED
              " not copied."
           DISPLAY "UNEMCLMD " CLM-COPIED " copied, " CLM-REFUSED
              " not copied."
           DISPLAY "UNEMPAYM " PAY-COPIED " copied, " PAY-REFUSED
              " not copied."
           DISPLAY "UNEMHIST " HST-COPIED " copied, " HST-REFUSED
              " not copied."

           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           IF RPT-REFUSED > ZERO OR CLM-REFUSED > ZERO
              OR PAY-REFUSED > ZERO OR HST-REFUSED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Validates the range and the optional shift.
      ******************************************************************
       1100-CHECK-PARM.
           IF PARM-LEN < 21
              OR PARM-FROM (1:4) IS NOT NUMERIC
              OR PARM-TO (1:4) IS NOT NUMERIC
              OR PARM-FROM > PARM-TO THEN
              DISPLAY "Usage: PARM='YYYY-MM-DD YYYY-MM-DD "
                 "[+NNN|-NNN]'"
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE PARM-FROM TO MASK-FROM-DATE
           MOVE PARM-TO TO MASK-TO-DATE

           IF PARM-LEN < 26 THEN
              GO TO 1100-CHECK-PARM-END
           END-IF

           IF (PARM-SHIFT-SIGN NOT = '+' AND PARM-SHIFT-SIGN NOT = '-')
              OR PARM-SHIFT-NUM IS NOT NUMERIC THEN
              DISPLAY "The shift must be a sign and three digits of "
                 "months - '" PARM-SHIFT "' refused."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE PARM-SHIFT-NUM TO MASK-SHIFT-ABS
           IF MASK-SHIFT-ABS = ZERO THEN
              DISPLAY "A zero shift leaves the dates unmasked - "
                 "refused."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE PARM-SHIFT TO MASK-SHIFT-TEXT
           IF PARM-SHIFT-SIGN = '-' THEN
              COMPUTE MASK-SHIFT = 0 - MASK-SHIFT-ABS
           ELSE
              MOVE MASK-SHIFT-ABS TO MASK-SHIFT
           END-IF
           .

       1100-CHECK-PARM-END.
           EXIT.
      ******************************************************************
       1200-LOAD-RUNTIME-PARMS.
           MOVE "MASK-KEY" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:11) IS NUMERIC THEN
              MOVE RTP-VALUE (1:11) TO REKEY-ADDEND
           END-IF

           MOVE "AUDIT-USER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE (1:8) TO ACTING-USER
           END-IF
           .

       1200-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * UNEMPLRP - every in-range record (the dummy '00000000' record
      * excluded), its record-id and period date shifted.
      ******************************************************************
       2000-COPY-REPORT.
           OPEN I-O TEST-REPORT
           IF NOT TEST-FILE-OK THEN
              DISPLAY "Couldn't open the test UNEMPLRP - STATUS "
                 TEST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-COPY-REPORT-END
           END-IF

           MOVE LOW-VALUES TO FD-RECORD-KEY
           START REPORT-OUT KEY >= FD-RECORD-KEY
              INVALID KEY MOVE "10" TO REPORT-OUT-STATUS
           END-START

           PERFORM 2100-READ-NEXT-REPORT
           PERFORM UNTIL REPORT-OUT-END-OF-FILE
              IF FD-RECORD-ID NOT = "00000000"
                 AND FD-DATE >= MASK-FROM-DATE
                 AND FD-DATE <= MASK-TO-DATE THEN
                 PERFORM 2200-MASK-REPORT
                    THRU 2200-MASK-REPORT-END
              END-IF
              PERFORM 2100-READ-NEXT-REPORT
           END-PERFORM

           CLOSE TEST-REPORT
           .

       2000-COPY-REPORT-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-REPORT.
           READ REPORT-OUT NEXT
              AT END MOVE "10" TO REPORT-OUT-STATUS
           END-READ

           IF NOT REPORT-OUT-FILE-OK
              AND NOT REPORT-OUT-END-OF-FILE THEN
              DISPLAY "Error reading the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              MOVE "10" TO REPORT-OUT-STATUS
           END-IF
           .

       2100-READ-NEXT-REPORT-END.
           EXIT.
      ******************************************************************
       2200-MASK-REPORT.
           MOVE FD-DATE TO SHIFT-DATE
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           IF NOT SHIFT-OK THEN
              DISPLAY "UNEMPLRP " FD-RECORD-ID " " FD-STATE-CODE
                 " has no usable period date - not copied."
              ADD 1 TO RPT-REFUSED
              GO TO 2200-MASK-REPORT-END
           END-IF
           MOVE SHIFT-DATE TO FD-DATE

           MOVE FD-RECORD-ID TO SHIFT-MMDD
           PERFORM 8100-SHIFT-MMDD
              THRU 8100-SHIFT-MMDD-END
           MOVE SHIFT-MMDD TO FD-RECORD-ID

           MOVE REPORT-OUT-REC TO TEST-REPORT-REC
           WRITE TEST-REPORT-REC
              INVALID KEY
                 REWRITE TEST-REPORT-REC
                    INVALID KEY
                       DISPLAY "Couldn't write the test UNEMPLRP "
                          "record " FD-RECORD-ID " " FD-STATE-CODE
                          " - STATUS " TEST-FILE-STATUS
                       ADD 1 TO RPT-REFUSED
                       GO TO 2200-MASK-REPORT-END
                 END-REWRITE
           END-WRITE

           ADD 1 TO RPT-COPIED
           .

       2200-MASK-REPORT-END.
           EXIT.
      ******************************************************************
      * UNEMCLMD - the range's rows along the period/state path, each
      * re-keyed, its age jittered and its dates shifted.
      ******************************************************************
       3000-COPY-DETAIL.
           OPEN I-O TEST-DETAIL
           IF NOT TEST-FILE-OK THEN
              DISPLAY "Couldn't open the test UNEMCLMD - STATUS "
                 TEST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 3000-COPY-DETAIL-END
           END-IF

           MOVE LOW-VALUES TO CD-PERIOD-STATE-KEY
           MOVE MASK-FROM-DATE TO CD-PERIOD-DATE
           START CLAIM-DETAIL KEY IS >= CD-PERIOD-STATE-KEY
              INVALID KEY MOVE "10" TO CLAIM-DETAIL-STATUS
           END-START

           IF NOT CLAIM-DETAIL-EOF THEN
              PERFORM 3100-READ-NEXT-DETAIL
           END-IF
           PERFORM UNTIL CLAIM-DETAIL-EOF
              PERFORM 3200-MASK-DETAIL
                 THRU 3200-MASK-DETAIL-END
              PERFORM 3100-READ-NEXT-DETAIL
           END-PERFORM

           CLOSE TEST-DETAIL
           .

       3000-COPY-DETAIL-END.
           EXIT.
      ******************************************************************
       3100-READ-NEXT-DETAIL.
           READ CLAIM-DETAIL NEXT
              AT END MOVE "10" TO CLAIM-DETAIL-STATUS
           END-READ

           IF CLAIM-DETAIL-OK AND CD-PERIOD-DATE > MASK-TO-DATE THEN
              MOVE "10" TO CLAIM-DETAIL-STATUS
           END-IF

           IF NOT CLAIM-DETAIL-OK AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              MOVE "10" TO CLAIM-DETAIL-STATUS
           END-IF
           .

       3100-READ-NEXT-DETAIL-END.
           EXIT.
      ******************************************************************
       3200-MASK-DETAIL.
           EVALUATE TRUE
              WHEN CD-CLAIM-ID (1:1) = 'T'
                   AND CD-CLAIM-ID (2:11) IS NUMERIC
                 MOVE CD-CLAIM-ID (2:11) TO REKEY-SERIAL
                 COMPUTE REKEY-WORK =
                    REKEY-SERIAL * REKEY-MULTIPLIER + REKEY-ADDEND
                 DIVIDE REKEY-WORK BY 100000000000
                    GIVING REKEY-QUOTIENT REMAINDER TCI-SERIAL
                 MOVE TEST-CLAIM-ID TO CD-CLAIM-ID
              WHEN CD-CLAIM-ID (1:2) = 'PS'
                   AND CD-CLAIM-ID (3:10) IS NUMERIC
                 MOVE CD-CLAIM-ID (3:10) TO REKEY-SERIAL
                 COMPUTE REKEY-WORK =
                    REKEY-SERIAL * REKEY-MULTIPLIER + REKEY-ADDEND
                 DIVIDE REKEY-WORK BY 10000000000
                    GIVING REKEY-QUOTIENT REMAINDER TPS-SERIAL
                 MOVE TPS-SERIAL TO TCI-SERIAL
                 MOVE TEST-PSEUDONYM TO CD-CLAIM-ID
              WHEN OTHER
                 DISPLAY "A " CD-PERIOD-DATE " " CD-STATE-CODE
                    " row still carries a claim id, not a token - "
                    "not copied."
                 ADD 1 TO CLM-REFUSED
                 GO TO 3200-MASK-DETAIL-END
           END-EVALUATE

           PERFORM 3300-JITTER-AGE THRU 3300-JITTER-AGE-END

           MOVE CD-PERIOD-DATE TO SHIFT-DATE
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           IF NOT SHIFT-OK THEN
              DISPLAY "Claim " CD-CLAIM-ID " " CD-STATE-CODE
                 " has no usable period date - not copied."
              ADD 1 TO CLM-REFUSED
              GO TO 3200-MASK-DETAIL-END
           END-IF
           MOVE SHIFT-DATE TO CD-PERIOD-DATE

           MOVE CD-RECORD-ID TO SHIFT-MMDD
           PERFORM 8100-SHIFT-MMDD
              THRU 8100-SHIFT-MMDD-END
           MOVE SHIFT-MMDD TO CD-RECORD-ID

           MOVE CD-FILING-DATE TO SHIFT-DATE
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           MOVE SHIFT-DATE TO CD-FILING-DATE

           MOVE CD-FIRST-PAY-DATE TO SHIFT-DATE
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           MOVE SHIFT-DATE TO CD-FIRST-PAY-DATE

           MOVE CLAIM-DETAIL-REC TO TEST-DETAIL-REC
           WRITE TEST-DETAIL-REC
              INVALID KEY
                 REWRITE TEST-DETAIL-REC
                    INVALID KEY
                       DISPLAY "Couldn't write test claim "
                          CD-CLAIM-ID " " CD-PERIOD-DATE " "
                          CD-STATE-CODE " - STATUS " TEST-FILE-STATUS
                       ADD 1 TO CLM-REFUSED
                       GO TO 3200-MASK-DETAIL-END
                 END-REWRITE
           END-WRITE

           ADD 1 TO CLM-COPIED
           .

       3200-MASK-DETAIL-END.
           EXIT.
      ******************************************************************
      * Moves the age within its bucket (the bounds UNEMCLAG buckets
      * by). The place in the bucket comes from the claim's test
      * serial, so all of a claim's rows get the same age.
      ******************************************************************
       3300-JITTER-AGE.
           EVALUATE TRUE
              WHEN CD-AGE = ZERO
                 GO TO 3300-JITTER-AGE-END
              WHEN CD-AGE < 22
                 MOVE 16 TO AGE-LOW
                 MOVE 6 TO AGE-WIDTH
              WHEN CD-AGE < 25
                 MOVE 22 TO AGE-LOW
                 MOVE 3 TO AGE-WIDTH
              WHEN CD-AGE < 35
                 MOVE 25 TO AGE-LOW
                 MOVE 10 TO AGE-WIDTH
              WHEN CD-AGE < 45
                 MOVE 35 TO AGE-LOW
                 MOVE 10 TO AGE-WIDTH
              WHEN CD-AGE < 55
                 MOVE 45 TO AGE-LOW
                 MOVE 10 TO AGE-WIDTH
              WHEN CD-AGE < 60
                 MOVE 55 TO AGE-LOW
                 MOVE 5 TO AGE-WIDTH
              WHEN CD-AGE < 65
                 MOVE 60 TO AGE-LOW
                 MOVE 5 TO AGE-WIDTH
              WHEN OTHER
                 MOVE 65 TO AGE-LOW
                 MOVE 15 TO AGE-WIDTH
           END-EVALUATE

           DIVIDE TCI-SERIAL BY AGE-WIDTH GIVING AGE-QUOTIENT
              REMAINDER AGE-STEP
           COMPUTE CD-AGE = AGE-LOW + AGE-STEP
           .

       3300-JITTER-AGE-END.
           EXIT.
      ******************************************************************
      * UNEMPAYM - every in-range record, record-id and period date
      * shifted.
      ******************************************************************
       4000-COPY-PAYMENTS.
           OPEN I-O TEST-PAYMENT
           IF NOT TEST-FILE-OK THEN
              DISPLAY "Couldn't open the test UNEMPAYM - STATUS "
                 TEST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-COPY-PAYMENTS-END
           END-IF

           MOVE LOW-VALUES TO PY-RECORD-KEY
           START PAYMENT-FILE KEY >= PY-RECORD-KEY
              INVALID KEY MOVE "10" TO PAYMENT-FILE-STATUS
           END-START

           PERFORM 4100-READ-NEXT-PAYMENT
           PERFORM UNTIL PAYMENT-FILE-EOF
              IF PY-PERIOD-DATE >= MASK-FROM-DATE
                 AND PY-PERIOD-DATE <= MASK-TO-DATE THEN
                 PERFORM 4200-MASK-PAYMENT
                    THRU 4200-MASK-PAYMENT-END
              END-IF
              PERFORM 4100-READ-NEXT-PAYMENT
           END-PERFORM

           CLOSE TEST-PAYMENT
           .

       4000-COPY-PAYMENTS-END.
           EXIT.
      ******************************************************************
       4100-READ-NEXT-PAYMENT.
           READ PAYMENT-FILE NEXT
              AT END MOVE "10" TO PAYMENT-FILE-STATUS
           END-READ

           IF NOT PAYMENT-FILE-OK AND NOT PAYMENT-FILE-EOF THEN
              DISPLAY "Error reading the payments dataset - STATUS "
                 PAYMENT-FILE-STATUS
              MOVE "10" TO PAYMENT-FILE-STATUS
           END-IF
           .

       4100-READ-NEXT-PAYMENT-END.
           EXIT.
      ******************************************************************
       4200-MASK-PAYMENT.
           MOVE PY-PERIOD-DATE TO SHIFT-DATE
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           IF NOT SHIFT-OK THEN
              DISPLAY "UNEMPAYM " PY-RECORD-ID " " PY-STATE-CODE
                 " has no usable period date - not copied."
              ADD 1 TO PAY-REFUSED
              GO TO 4200-MASK-PAYMENT-END
           END-IF
           MOVE SHIFT-DATE TO PY-PERIOD-DATE

           MOVE PY-RECORD-ID TO SHIFT-MMDD
           PERFORM 8100-SHIFT-MMDD
              THRU 8100-SHIFT-MMDD-END
           MOVE SHIFT-MMDD TO PY-RECORD-ID

           MOVE PAYMENT-REC TO TEST-PAYMENT-REC
           WRITE TEST-PAYMENT-REC
              INVALID KEY
                 REWRITE TEST-PAYMENT-REC
                    INVALID KEY
                       DISPLAY "Couldn't write the test UNEMPAYM "
                          "record " PY-RECORD-ID " " PY-STATE-CODE
                          " - STATUS " TEST-FILE-STATUS
                       ADD 1 TO PAY-REFUSED
                       GO TO 4200-MASK-PAYMENT-END
                 END-REWRITE
           END-WRITE

           ADD 1 TO PAY-COPIED
           .

       4200-MASK-PAYMENT-END.
           EXIT.
      ******************************************************************
      * UNEMHIST - every before-image of an in-range period, its
      * as-of date and the image's record-id and date shifted.
      ******************************************************************
       5000-COPY-HISTORY.
           OPEN EXTEND TEST-HIST
           IF NOT TEST-FILE-OK THEN
              DISPLAY "Couldn't open the test UNEMHIST - STATUS "
                 TEST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5000-COPY-HISTORY-END
           END-IF

           PERFORM 5100-READ-HISTORY
           PERFORM UNTIL HIST-EOF
              MOVE HIST-BEFORE-IMAGE (1:20) TO IMAGE-HEAD
              IF IH-DATE >= MASK-FROM-DATE
                 AND IH-DATE <= MASK-TO-DATE THEN
                 PERFORM 5200-MASK-HISTORY
                    THRU 5200-MASK-HISTORY-END
              END-IF
              PERFORM 5100-READ-HISTORY
           END-PERFORM

           CLOSE TEST-HIST
           .

       5000-COPY-HISTORY-END.
           EXIT.
      ******************************************************************
       5100-READ-HISTORY.
           READ HIST-OUT
              AT END SET HIST-EOF TO TRUE
           END-READ

           IF NOT HIST-OUT-OK AND NOT HIST-EOF THEN
              DISPLAY "Error reading the correction history - STATUS "
                 HIST-OUT-STATUS
              SET HIST-EOF TO TRUE
           END-IF
           .

       5100-READ-HISTORY-END.
           EXIT.
      ******************************************************************
       5200-MASK-HISTORY.
           MOVE IH-DATE TO SHIFT-DATE
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           IF NOT SHIFT-OK THEN
              DISPLAY "UNEMHIST image " IH-RECORD-ID " " IH-STATE
                 " has no usable period date - not copied."
              ADD 1 TO HST-REFUSED
              GO TO 5200-MASK-HISTORY-END
           END-IF
           MOVE SHIFT-DATE TO IH-DATE

           MOVE IH-RECORD-ID TO SHIFT-MMDD
           PERFORM 8100-SHIFT-MMDD
              THRU 8100-SHIFT-MMDD-END
           MOVE SHIFT-MMDD TO IH-RECORD-ID
           MOVE IMAGE-HEAD TO HIST-BEFORE-IMAGE (1:20)

           MOVE HIST-AS-OF-DATE TO SHIFT-YMD
           MOVE SY-YEAR TO SD-YEAR
           MOVE '-' TO SHIFT-DATE (5:1)
           MOVE SY-MONTH TO SD-MONTH
           MOVE '-' TO SHIFT-DATE (8:1)
           MOVE SY-DAY TO SD-DAY
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           IF SHIFT-OK THEN
              MOVE SD-YEAR TO SY-YEAR
              MOVE SD-MONTH TO SY-MONTH
              MOVE SD-DAY TO SY-DAY
              MOVE SHIFT-YMD TO HIST-AS-OF-DATE
           END-IF

           WRITE TEST-HIST-REC FROM HIST-OUT-REC
           ADD 1 TO HST-COPIED
           .

       5200-MASK-HISTORY-END.
           EXIT.
      ******************************************************************
      * One log row per dataset - who refreshed what, and how it was
      * masked.
      ******************************************************************
       6000-WRITE-LOG.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME

           MOVE SPACES TO MASK-LOG-REC
           MOVE STAMP-DATE TO ML-DATE
           MOVE STAMP-TIME (1:6) TO ML-TIME
           MOVE ACTING-USER TO ML-USER
           MOVE MASK-FROM-DATE TO ML-FROM
           MOVE MASK-TO-DATE TO ML-TO
           MOVE MASK-SHIFT-TEXT TO ML-SHIFT

           MOVE "UNEMPLRP" TO ML-DATASET
           MOVE RPT-COPIED TO ML-COPIED
           MOVE RPT-REFUSED TO ML-REFUSED
           MOVE "DATES SHIFTED" TO ML-MASKING
           WRITE MASK-LOG-REC

           MOVE "UNEMCLMD" TO ML-DATASET
           MOVE CLM-COPIED TO ML-COPIED
           MOVE CLM-REFUSED TO ML-REFUSED
           MOVE "IDS RE-KEYED, AGES JITTERED, DATES SHIFTED"
              TO ML-MASKING
           WRITE MASK-LOG-REC

           MOVE "UNEMPAYM" TO ML-DATASET
           MOVE PAY-COPIED TO ML-COPIED
           MOVE PAY-REFUSED TO ML-REFUSED
           MOVE "DATES SHIFTED" TO ML-MASKING
           WRITE MASK-LOG-REC

           MOVE "UNEMHIST" TO ML-DATASET
           MOVE HST-COPIED TO ML-COPIED
           MOVE HST-REFUSED TO ML-REFUSED
           MOVE "DATES SHIFTED" TO ML-MASKING
           WRITE MASK-LOG-REC
           .

       6000-WRITE-LOG-END.
           EXIT.
      ******************************************************************
      * Moves the YYYY-MM-DD date in SHIFT-DATE by MASK-SHIFT months,
      * a day past the new month's end falling on its last day. A
      * blank date stays blank and counts as shifted; anything else
      * that isn't a date is left as it is with SHIFT-OK off.
      ******************************************************************
       8000-SHIFT-DATE.
           MOVE 'N' TO SHIFT-OK-SW

           IF SHIFT-DATE = SPACES THEN
              SET SHIFT-OK TO TRUE
              GO TO 8000-SHIFT-DATE-END
           END-IF

           IF SHIFT-DATE (1:4) IS NOT NUMERIC
              OR SHIFT-DATE (6:2) IS NOT NUMERIC
              OR SHIFT-DATE (9:2) IS NOT NUMERIC
              OR SD-MONTH < 1 OR SD-MONTH > 12 THEN
              GO TO 8000-SHIFT-DATE-END
           END-IF

           COMPUTE MONTH-COUNT = SD-YEAR * 12 + SD-MONTH - 1
              + MASK-SHIFT
           DIVIDE MONTH-COUNT BY 12 GIVING MONTH-YEARS
              REMAINDER MONTH-REM
           MOVE MONTH-YEARS TO SD-YEAR
           COMPUTE SD-MONTH = MONTH-REM + 1

           MOVE MONTH-LENGTH (SD-MONTH) TO MONTH-DAYS
           IF SD-MONTH = 2 THEN
              DIVIDE SD-YEAR BY 4 GIVING LEAP-QUOT
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 MOVE 29 TO MONTH-DAYS
                 DIVIDE SD-YEAR BY 100 GIVING LEAP-QUOT
                    REMAINDER LEAP-REM
                 IF LEAP-REM = ZERO THEN
                    DIVIDE SD-YEAR BY 400 GIVING LEAP-QUOT
                       REMAINDER LEAP-REM
                    IF LEAP-REM NOT = ZERO THEN
                       MOVE 28 TO MONTH-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF SD-DAY > MONTH-DAYS THEN
              MOVE MONTH-DAYS TO SD-DAY
           END-IF

           SET SHIFT-OK TO TRUE
           .

       8000-SHIFT-DATE-END.
           EXIT.
      ******************************************************************
      * The same shift for an MMDDYYYY record-id in SHIFT-MMDD.
      ******************************************************************
       8100-SHIFT-MMDD.
           IF SHIFT-MMDD IS NOT NUMERIC THEN
              GO TO 8100-SHIFT-MMDD-END
           END-IF

           MOVE SM-YEAR TO SD-YEAR
           MOVE '-' TO SHIFT-DATE (5:1)
           MOVE SM-MONTH TO SD-MONTH
           MOVE '-' TO SHIFT-DATE (8:1)
           MOVE SM-DAY TO SD-DAY
           PERFORM 8000-SHIFT-DATE
              THRU 8000-SHIFT-DATE-END
           IF SHIFT-OK THEN
              MOVE SD-MONTH TO SM-MONTH
              MOVE SD-DAY TO SM-DAY
              MOVE SD-YEAR TO SM-YEAR
           END-IF
           .

       8100-SHIFT-MMDD-END.
           EXIT.

       END PROGRAM UNEMMASK.
