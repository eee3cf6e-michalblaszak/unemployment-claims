      ******************************************************************
      * De-identified research extract under a data-sharing
      * agreement.
      ******************************************************************
      * Universities and the budget office receive claim-level data
      * under signed data-sharing agreements, and the copy used to
      * be hand-cut from UNEMCLMD with the columns stripped in a text
      * editor. This program cuts it from the agreements register
      * (UNEMDSAG, loaded by UNEMDSAI):
      *    the agreement named in the PARM is read, and an agreement
      *       past its expiry date (against the cycle date) is
      *       refused outright - nothing is written;
      *    only the agreement's states and span of periods are
      *       extracted;
      *    CD-CLAIM-ID is replaced with a one-way surrogate folded
      *       from the claim id and the agreement's own surrogate
      *       key (UNEMCLRT's fold, keyed), so each partner's
      *       surrogates are stable across its extracts and useless
      *       against any other partner's;
      *    the age only ever leaves banded (PAYLOAD.cpy's bands),
      *       and every field the agreement doesn't allow is left
      *       blank on the partner's file (DSAEXTDD).
      * Every extract - and every refusal - goes on the UNEMACCL
      * access trail with the agreement id, so the privacy review
      * sees what left the building and under which agreement.
      *-----------------------------------------------------------------
      * The PARM= text carries the agreement id:
      *    'AGREEMENT1'
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the claim-level access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      *    2021-08-24  MB  The detail is read along the period/state
      *                    path (CD-PERIOD-STATE-KEY) - one START on
      *                    the agreement's first period, and the walk
      *                    stops past its last - instead of the whole
      *                    store. The partner's file now comes out in
      *                    period and state order.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMDSEX.
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
           *> The agreements register
           SELECT DSA-FILE ASSIGN TO DSAGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DA-AGREEMENT-ID
           FILE STATUS IS DSA-FILE-STATUS.

           *> The claim-detail KSDS, read along its period/state path
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           ALTERNATE RECORD KEY IS CD-PERIOD-STATE-KEY WITH DUPLICATES
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The partner's file
           SELECT EXTRACT-OUT ASSIGN TO DSAEXTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTRACT-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  DSA-FILE
      *    01  DSA-REC.
       COPY DSAGREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

       FD  EXTRACT-OUT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  EXTRACT-OUT-REC.
           05 RX-SURROGATE-ID   PIC X(12).
           05 RX-PERIOD-DATE    PIC X(10).
           05 RX-STATE-CODE     PIC X(2).
           05 RX-AGE-BAND       PIC X(5).
           05 RX-GENDER-CODE    PIC X.
           05 RX-INDUSTRY-CODE  PIC X(2).
           05 RX-RACE-CODE      PIC X.
           05 RX-ETHNIC-CODE    PIC X.
           05 RX-CLAIM-TYPE     PIC X.
           05 RX-FILING-DATE    PIC X(10).
           05 RX-FIRST-PAY-DATE PIC X(10).
           05 RX-PROGRAM-TYPE   PIC X.
           05 FILLER            PIC X(24).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  DSA-FILE-STATUS PIC XX.
           88 DSA-FILE-OK VALUE "00".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  EXTRACT-OUT-STATUS PIC XX.
           88 EXTRACT-OUT-OK VALUE "00".

      * The business cycle - an agreement expired before its date
      * is refused.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.
       01  CYCLE-DATE-ISO  PIC X(10) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

       01  REQ-AGREEMENT-ID PIC X(10) VALUE SPACES.

       01  STATE-IDX PIC 9(2) COMP-4.
       01  STATE-ALLOWED-SW PIC X VALUE 'N'.
           88 STATE-ALLOWED VALUE 'Y'.

      * The fold that makes the surrogate: UNEMCLRT's alphabet and
      * accumulator, run over the agreement's surrogate key and then
      * the claim id, so the result depends on both and gives
      * neither back.
       01  FOLD-ALPHABET PIC X(38) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-/".
       01  FOLD-INPUT    PIC X(28) VALUE SPACES.
       01  FOLD-HASH     PIC 9(10) COMP-4 VALUE ZERO.
       01  FOLD-CHAR-IDX PIC 9(2) COMP-4.
       01  FOLD-ALPHA-IDX PIC 9(2) COMP-4.
       01  FOLD-POSITION PIC 9(2) COMP-4.
       01  FOLD-REM      PIC 9(10) COMP-4 VALUE ZERO.
       01  FOLD-DIGITS   PIC 9(10) VALUE ZERO.

       01  ROWS-SCANNED   COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-EXTRACTED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-DISP      PIC 9(7) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= text passed on the EXEC statement.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-AGREEMENT-ID PIC X(10).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN < 1 THEN
              DISPLAY "*** No agreement id in the PARM - nothing "
                 "extracted."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF
           MOVE SPACES TO REQ-AGREEMENT-ID
           IF PARM-LEN < 10 THEN
              MOVE PARM-AGREEMENT-ID (1:PARM-LEN) TO REQ-AGREEMENT-ID
           ELSE
              MOVE PARM-AGREEMENT-ID TO REQ-AGREEMENT-ID
           END-IF

           CALL "UNEMCYRD" USING "UNEMDSEX" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           STRING CYCLE-DATE-WORK (1:4) "-" CYCLE-DATE-WORK (5:2) "-"
              CYCLE-DATE-WORK (7:2) DELIMITED BY SIZE
              INTO CYCLE-DATE-ISO

           OPEN INPUT DSA-FILE

           IF NOT DSA-FILE-OK THEN
              DISPLAY "Couldn't open the agreements register - "
                 "STATUS " DSA-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE REQ-AGREEMENT-ID TO DA-AGREEMENT-ID
           READ DSA-FILE
              INVALID KEY
                 DISPLAY "*** No agreement " REQ-AGREEMENT-ID
                    " on the register - nothing extracted."
                 CLOSE DSA-FILE
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
           END-READ
           CLOSE DSA-FILE

           IF DA-EXPIRY-DATE < CYCLE-DATE-ISO THEN
              DISPLAY "*** Agreement " DA-AGREEMENT-ID " ("
                 DA-PARTNER-NAME ") expired " DA-EXPIRY-DATE
                 " - extract refused."
              MOVE SPACES TO AUDIT-REQUEST
              STRING "DSA EXTRACT REFUSED " DA-AGREEMENT-ID
                 " EXPIRED " DA-EXPIRY-DATE
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING "UNEMDSEX" AUDIT-REQUEST
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN OUTPUT EXTRACT-OUT

           IF NOT EXTRACT-OUT-OK THEN
              DISPLAY "Couldn't open the partner's extract file - "
                 "STATUS " EXTRACT-OUT-STATUS
              CLOSE CLAIM-DETAIL
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> Claim-level data is about to leave - the extract goes
           *> on the access trail under its agreement.
           MOVE SPACES TO AUDIT-REQUEST
           STRING "DSA EXTRACT " DA-AGREEMENT-ID " "
              DA-PARTNER-NAME DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMDSEX" AUDIT-REQUEST

           *> One START on the period/state path at the agreement's
           *> first period; the walk stops past its last.
           MOVE LOW-VALUES TO CD-PERIOD-STATE-KEY
           MOVE DA-PERIOD-FROM TO CD-PERIOD-DATE
           START CLAIM-DETAIL KEY IS >= CD-PERIOD-STATE-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           IF NOT CLAIM-DETAIL-EOF THEN
              PERFORM 2100-READ-NEXT-DETAIL
           END-IF
           PERFORM UNTIL CLAIM-DETAIL-EOF
              IF CD-PERIOD-DATE > DA-PERIOD-TO THEN
                 SET CLAIM-DETAIL-EOF TO TRUE
              ELSE
                 ADD 1 TO ROWS-SCANNED
                 PERFORM 3000-EXTRACT-ROW THRU 3000-EXTRACT-ROW-END
                 PERFORM 2100-READ-NEXT-DETAIL
              END-IF
           END-PERFORM

           CLOSE EXTRACT-OUT
           CLOSE CLAIM-DETAIL

           *> ... and what actually left, against the same agreement.
           MOVE ROWS-EXTRACTED TO ROWS-DISP
           MOVE SPACES TO AUDIT-REQUEST
           STRING "DSA EXTRACT " DA-AGREEMENT-ID " ROWS " ROWS-DISP
              " PERIODS " DA-PERIOD-FROM (1:7) "-" DA-PERIOD-TO (1:7)
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMDSEX" AUDIT-REQUEST

           DISPLAY "Agreement " DA-AGREEMENT-ID " (" DA-PARTNER-NAME
              "): " ROWS-SCANNED " row(s) scanned, " ROWS-EXTRACTED
              " extracted."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2100-READ-NEXT-DETAIL.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

      *    "02" - more rows share this period/state key, as they do.
           IF NOT CLAIM-DETAIL-OK
              AND CLAIM-DETAIL-STATUS NOT = "02"
              AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-DETAIL-END.
           EXIT.
      ******************************************************************
      * Writes the row de-identified when its period and state are
      * within the agreement - the allowed fields only.
      ******************************************************************
       3000-EXTRACT-ROW.
           IF CD-PERIOD-DATE < DA-PERIOD-FROM
              OR CD-PERIOD-DATE > DA-PERIOD-TO THEN
              GO TO 3000-EXTRACT-ROW-END
           END-IF

           IF DA-STATE-LIST NOT = SPACES THEN
              MOVE 'N' TO STATE-ALLOWED-SW
              PERFORM VARYING STATE-IDX FROM 1 BY 1
                    UNTIL STATE-IDX > 10
                 IF DA-STATE (STATE-IDX) = CD-STATE-CODE THEN
                    SET STATE-ALLOWED TO TRUE
                    MOVE 10 TO STATE-IDX
                 END-IF
              END-PERFORM
              IF NOT STATE-ALLOWED THEN
                 GO TO 3000-EXTRACT-ROW-END
              END-IF
           END-IF

           MOVE SPACES TO EXTRACT-OUT-REC
           PERFORM 3100-FOLD-SURROGATE

           IF DA-ALLOW-PERIOD = 'Y' THEN
              MOVE CD-PERIOD-DATE TO RX-PERIOD-DATE
           END-IF
           IF DA-ALLOW-STATE = 'Y' THEN
              MOVE CD-STATE-CODE TO RX-STATE-CODE
           END-IF
           IF DA-ALLOW-AGE-BAND = 'Y' THEN
              PERFORM 3200-BAND-AGE
           END-IF
           IF DA-ALLOW-GENDER = 'Y' THEN
              MOVE CD-GENDER-CODE TO RX-GENDER-CODE
           END-IF
           IF DA-ALLOW-INDUSTRY = 'Y' THEN
              MOVE CD-INDUSTRY-CODE TO RX-INDUSTRY-CODE
           END-IF
           IF DA-ALLOW-RACE = 'Y' THEN
              MOVE CD-RACE-CODE TO RX-RACE-CODE
           END-IF
           IF DA-ALLOW-ETHNIC = 'Y' THEN
              MOVE CD-ETHNIC-CODE TO RX-ETHNIC-CODE
           END-IF
           IF DA-ALLOW-CLAIM-TYPE = 'Y' THEN
              MOVE CD-CLAIM-TYPE TO RX-CLAIM-TYPE
           END-IF
           IF DA-ALLOW-FILING-DATE = 'Y' THEN
              MOVE CD-FILING-DATE TO RX-FILING-DATE
           END-IF
           IF DA-ALLOW-FIRST-PAY = 'Y' THEN
              MOVE CD-FIRST-PAY-DATE TO RX-FIRST-PAY-DATE
           END-IF
           IF DA-ALLOW-PROGRAM = 'Y' THEN
              MOVE CD-PROGRAM-TYPE TO RX-PROGRAM-TYPE
           END-IF

           WRITE EXTRACT-OUT-REC
           ADD 1 TO ROWS-EXTRACTED
           .

       3000-EXTRACT-ROW-END.
           EXIT.
      ******************************************************************
      * Folds the agreement's surrogate key and the claim id into
      * ten digits - the same step UNEMCLRT's 3100-FOLD-CLAIM-ID
      * takes, over the longer input.
      ******************************************************************
       3100-FOLD-SURROGATE.
           MOVE ZERO TO FOLD-HASH
           STRING DA-SURROGATE-KEY CD-CLAIM-ID DELIMITED BY SIZE
              INTO FOLD-INPUT

           PERFORM VARYING FOLD-CHAR-IDX FROM 1 BY 1
                 UNTIL FOLD-CHAR-IDX > 28
              MOVE ZERO TO FOLD-POSITION
              PERFORM VARYING FOLD-ALPHA-IDX FROM 1 BY 1
                    UNTIL FOLD-ALPHA-IDX > 38
                 IF FOLD-INPUT (FOLD-CHAR-IDX:1)
                       = FOLD-ALPHABET (FOLD-ALPHA-IDX:1) THEN
                    MOVE FOLD-ALPHA-IDX TO FOLD-POSITION
                    MOVE 38 TO FOLD-ALPHA-IDX
                 END-IF
              END-PERFORM

              COMPUTE FOLD-HASH = FOLD-HASH * 41
                 + FOLD-POSITION * FOLD-CHAR-IDX + 7
              DIVIDE FOLD-HASH BY 1000000000 GIVING FOLD-REM
                 REMAINDER FOLD-HASH
           END-PERFORM

           MOVE FOLD-HASH TO FOLD-DIGITS
           STRING "RS" FOLD-DIGITS DELIMITED BY SIZE
              INTO RX-SURROGATE-ID
           .

       3100-FOLD-SURROGATE-END.
           EXIT.
      ******************************************************************
      * The age leaves only as PAYLOAD.cpy's band - the same cut
      * UNEMCLAG's 2200-DERIVE-BUCKET-INDEXES makes.
      ******************************************************************
       3200-BAND-AGE.
           EVALUATE TRUE
              WHEN CD-AGE = ZERO
                 MOVE "INA" TO RX-AGE-BAND
              WHEN CD-AGE < 22
                 MOVE "00-21" TO RX-AGE-BAND
              WHEN CD-AGE < 25
                 MOVE "22-24" TO RX-AGE-BAND
              WHEN CD-AGE < 35
                 MOVE "25-34" TO RX-AGE-BAND
              WHEN CD-AGE < 45
                 MOVE "35-44" TO RX-AGE-BAND
              WHEN CD-AGE < 55
                 MOVE "45-54" TO RX-AGE-BAND
              WHEN CD-AGE < 60
                 MOVE "55-59" TO RX-AGE-BAND
              WHEN CD-AGE < 65
                 MOVE "60-64" TO RX-AGE-BAND
              WHEN OTHER
                 MOVE "65+" TO RX-AGE-BAND
           END-EVALUATE
           .

       3200-BAND-AGE-END.
           EXIT.

       END PROGRAM UNEMDSEX.
