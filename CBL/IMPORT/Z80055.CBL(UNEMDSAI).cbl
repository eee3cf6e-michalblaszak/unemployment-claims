      ******************************************************************
      * Data-sharing agreements register loader.
      ******************************************************************
      * Universities and the budget office receive claim-level data
      * only under a signed data-sharing agreement. This loader
      * takes the privacy office's agreements file (DSAGINDD, one
      * row per agreement in the register's own DSAGREC.cpy layout)
      * into the UNEMDSAG agreements register (DSAGDD), which the
      * research extract (UNEMDSEX) enforces. A re-sent agreement
      * (an amendment, an extension) replaces the one on file.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMDSAI.
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
           *> The privacy office's agreements file
           SELECT DSAG-IN ASSIGN TO DSAGINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DSAG-IN-STATUS.

           *> The agreements register
           SELECT DSA-FILE ASSIGN TO DSAGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DA-AGREEMENT-ID
           FILE STATUS IS DSA-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  DSAG-IN
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE F.
       01  DSAG-IN-REC PIC X(150).

      * Provides:
      *    FD  DSA-FILE
      *    01  DSA-REC.
       COPY DSAGREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'DSAG.DAT'.

       01  DSAG-IN-STATUS PIC XX.
           88 DSAG-IN-OK VALUE "00".
           88 DSAG-IN-EOF VALUE "10".

       01  DSA-FILE-STATUS PIC XX.
           88 DSA-FILE-OK VALUE "00".

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

      * The date being checked by 3100-CHECK-DATE.
       01  CHECK-DATE PIC X(10) VALUE SPACES.
       01  CHECK-NAME PIC X(12) VALUE SPACES.

       01  FLAG-IDX PIC 9(2) COMP-4.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-ADDED    COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REPLACED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REJECTED COMP-4 PIC 9(7) VALUE ZERO.

      * Built up before each CALL to UNEMOPAL.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           OPEN INPUT DSAG-IN

           IF NOT DSAG-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 DSAG-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMDSAI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O DSA-FILE

           IF NOT DSA-FILE-OK THEN
              DISPLAY "Couldn't open the agreements register - "
                 "STATUS " DSA-FILE-STATUS
              STRING "Couldn't open the agreements register"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMDSAI" ALERT-MESSAGE
              CLOSE DSAG-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-DSAG-ROW
           PERFORM UNTIL DSAG-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-AGREEMENT
              END-IF
              PERFORM 2000-READ-DSAG-ROW
           END-PERFORM

           CLOSE DSAG-IN
           CLOSE DSA-FILE

           DISPLAY ROWS-READ " agreement row(s) read."
           DISPLAY ROWS-ADDED " agreement(s) added."
           DISPLAY ROWS-REPLACED " agreement(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-DSAG-ROW.
           READ DSAG-IN
              AT END CONTINUE
           END-READ

           IF NOT DSAG-IN-OK AND NOT DSAG-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 DSAG-IN-STATUS
              SET DSAG-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-DSAG-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one agreement: an id and a partner, well-formed
      * expiry and period dates with the span the right way round,
      * and a surrogate key - an agreement without one would hand
      * every partner the same surrogates. A field flag other than
      * Y is taken as N.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW
           MOVE DSAG-IN-REC TO DSA-REC

           IF DA-AGREEMENT-ID = SPACES OR DA-PARTNER-NAME = SPACES
              THEN
              DISPLAY "Blank agreement id or partner - row rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           MOVE DA-EXPIRY-DATE TO CHECK-DATE
           MOVE "expiry date" TO CHECK-NAME
           PERFORM 3100-CHECK-DATE
           MOVE DA-PERIOD-FROM TO CHECK-DATE
           MOVE "period from" TO CHECK-NAME
           PERFORM 3100-CHECK-DATE
           MOVE DA-PERIOD-TO TO CHECK-DATE
           MOVE "period to" TO CHECK-NAME
           PERFORM 3100-CHECK-DATE

           IF DA-PERIOD-TO < DA-PERIOD-FROM THEN
              DISPLAY "Period span ends before it starts - agreement "
                 DA-AGREEMENT-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF DA-SURROGATE-KEY = SPACES THEN
              DISPLAY "No surrogate key - agreement "
                 DA-AGREEMENT-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           PERFORM VARYING FLAG-IDX FROM 1 BY 1 UNTIL FLAG-IDX > 11
              IF DA-ALLOW (FLAG-IDX) NOT = 'Y' THEN
                 MOVE 'N' TO DA-ALLOW (FLAG-IDX)
              END-IF
           END-PERFORM
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
       3100-CHECK-DATE.
           IF CHECK-DATE (1:4) IS NOT NUMERIC
              OR CHECK-DATE (5:1) NOT = '-'
              OR CHECK-DATE (6:2) IS NOT NUMERIC
              OR CHECK-DATE (8:1) NOT = '-'
              OR CHECK-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "Malformed " CHECK-NAME " '" CHECK-DATE
                 "' - agreement " DA-AGREEMENT-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF
           .

       3100-CHECK-DATE-END.
           EXIT.
      ******************************************************************
      * Adds the agreement, or replaces the one on file.
      ******************************************************************
       4000-SAVE-AGREEMENT.
           WRITE DSA-REC
              INVALID KEY
                 REWRITE DSA-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the agreement "
                          DA-AGREEMENT-ID
                          " - STATUS " DSA-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-AGREEMENT-END.
           EXIT.

       END PROGRAM UNEMDSAI.
