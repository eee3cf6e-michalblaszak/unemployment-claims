      ******************************************************************
      * UI trust fund statement importer.
      ******************************************************************
      * UNEMPAYM tells us what we paid out; how long the trust fund
      * lasts lived in a finance spreadsheet nobody reconciled to our
      * payment figures. This importer loads the treasury's monthly
      * UI trust fund statement (TRSTINDD, fixed-width: month
      * 'YYYY-MM', state, opening balance, employer contributions,
      * interest, benefit withdrawals, closing balance, trailing
      * total covered wages) into the UNEMTRST KSDS (TRSTDD,
      * TRSTREC.cpy) for the solvency report (UNEMTFSR). A statement
      * whose opening balance, inflows and withdrawals don't foot to
      * its closing balance is rejected - it would poison every
      * ratio built on it.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMTFDI.
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
           *> The treasury's monthly trust fund statement
           SELECT TRUST-IN ASSIGN TO TRSTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRUST-IN-STATUS.

           *> The trust fund KSDS
           SELECT TRUST-FILE ASSIGN TO TRSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-KEY
           FILE STATUS IS TRUST-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  TRUST-IN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  TRUST-IN-REC.
           05 TIN-MONTH        PIC X(7).
           05 TIN-STATE        PIC X(2).
           *> Money fields arrive as unsigned digits with the last
           *> two digits cents - the REDEFINES reads them with the
           *> implied decimal in place. The two balances carry a
           *> leading '-' or '+'/space sign byte of their own.
           05 TIN-OPEN-SIGN    PIC X.
           05 TIN-OPENING      PIC X(13).
           05 TIN-OPENING-NUM  REDEFINES TIN-OPENING
                               PIC 9(11)V99.
           05 TIN-CONTRIB      PIC X(13).
           05 TIN-CONTRIB-NUM  REDEFINES TIN-CONTRIB
                               PIC 9(11)V99.
           05 TIN-INTEREST     PIC X(13).
           05 TIN-INTEREST-NUM REDEFINES TIN-INTEREST
                               PIC 9(11)V99.
           05 TIN-WITHDRAW     PIC X(13).
           05 TIN-WITHDRAW-NUM REDEFINES TIN-WITHDRAW
                               PIC 9(11)V99.
           05 TIN-CLOSE-SIGN   PIC X.
           05 TIN-CLOSING      PIC X(13).
           05 TIN-CLOSING-NUM  REDEFINES TIN-CLOSING
                               PIC 9(11)V99.
           05 TIN-WAGES        PIC X(15).
           05 TIN-WAGES-NUM    REDEFINES TIN-WAGES
                               PIC 9(13)V99.
           05 FILLER           PIC X(9).

      * Provides:
      *    FD  TRUST-FILE
      *    01  TRUST-REC.
       COPY TRSTREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(9) VALUE 'TRUST.DAT'.

       01  TRUST-IN-STATUS PIC XX.
           88 TRUST-IN-OK VALUE "00".
           88 TRUST-IN-EOF VALUE "10".

       01  TRUST-FILE-STATUS PIC XX.
           88 TRUST-FILE-OK VALUE "00".

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-ADDED    COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REPLACED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REJECTED COMP-4 PIC 9(7) VALUE ZERO.

      * The statement's balances with their signs applied, and the
      * closing balance the statement's own flows arrive at.
       01  SIGNED-OPENING  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  SIGNED-CLOSING  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  DERIVED-CLOSING PIC S9(12)V99 COMP-3 VALUE ZERO.

      * Built up before each CALL to UNEMOPAL.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           OPEN INPUT TRUST-IN

           IF NOT TRUST-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 TRUST-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMTFDI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O TRUST-FILE

           IF NOT TRUST-FILE-OK THEN
              DISPLAY "Couldn't open the trust fund dataset - "
                 "STATUS " TRUST-FILE-STATUS
              STRING "Couldn't open the trust fund dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMTFDI" ALERT-MESSAGE
              CLOSE TRUST-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-TRUST-ROW
           PERFORM UNTIL TRUST-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW THRU 3000-VALIDATE-ROW-END
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-STATEMENT
              END-IF
              PERFORM 2000-READ-TRUST-ROW
           END-PERFORM

           CLOSE TRUST-IN
           CLOSE TRUST-FILE

           DISPLAY ROWS-READ " statement row(s) read."
           DISPLAY ROWS-ADDED " statement(s) added."
           DISPLAY ROWS-REPLACED " statement(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-TRUST-ROW.
           READ TRUST-IN
              AT END CONTINUE
           END-READ

           IF NOT TRUST-IN-OK AND NOT TRUST-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 TRUST-IN-STATUS
              SET TRUST-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-TRUST-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one statement row: a 'YYYY-MM' month, a state,
      * numeric money fields, and flows that foot - opening plus
      * contributions plus interest less withdrawals is the closing
      * balance to the cent.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF TIN-MONTH (1:4) IS NOT NUMERIC
              OR TIN-MONTH (5:1) NOT = '-'
              OR TIN-MONTH (6:2) IS NOT NUMERIC
              OR TIN-MONTH (6:2) < "01"
              OR TIN-MONTH (6:2) > "12" THEN
              DISPLAY "Malformed month '" TIN-MONTH
                 "' - row rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF TIN-STATE = SPACES THEN
              DISPLAY "Blank state code - row " TIN-MONTH
                 " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF TIN-OPENING IS NOT NUMERIC
              OR TIN-CONTRIB IS NOT NUMERIC
              OR TIN-INTEREST IS NOT NUMERIC
              OR TIN-WITHDRAW IS NOT NUMERIC
              OR TIN-CLOSING IS NOT NUMERIC THEN
              DISPLAY "Non-numeric money field - row " TIN-MONTH
                 " " TIN-STATE " rejected."
              SET ROW-IS-INVALID TO TRUE
              GO TO 3000-VALIDATE-ROW-END
           END-IF

           *> The wages may be left blank - not every statement
           *> carries them.
           IF TIN-WAGES = SPACES THEN
              MOVE ZERO TO TIN-WAGES-NUM
           END-IF
           IF TIN-WAGES IS NOT NUMERIC THEN
              DISPLAY "Non-numeric total wages '" TIN-WAGES
                 "' - row " TIN-MONTH " " TIN-STATE " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF TIN-OPEN-SIGN NOT = '-' AND TIN-OPEN-SIGN NOT = '+'
              AND TIN-OPEN-SIGN NOT = SPACE
              OR TIN-CLOSE-SIGN NOT = '-' AND TIN-CLOSE-SIGN NOT = '+'
              AND TIN-CLOSE-SIGN NOT = SPACE THEN
              DISPLAY "Unknown balance sign - row " TIN-MONTH " "
                 TIN-STATE " rejected."
              SET ROW-IS-INVALID TO TRUE
              GO TO 3000-VALIDATE-ROW-END
           END-IF

           MOVE TIN-OPENING-NUM TO SIGNED-OPENING
           IF TIN-OPEN-SIGN = '-' THEN
              COMPUTE SIGNED-OPENING = ZERO - SIGNED-OPENING
           END-IF
           MOVE TIN-CLOSING-NUM TO SIGNED-CLOSING
           IF TIN-CLOSE-SIGN = '-' THEN
              COMPUTE SIGNED-CLOSING = ZERO - SIGNED-CLOSING
           END-IF

           COMPUTE DERIVED-CLOSING = SIGNED-OPENING
              + TIN-CONTRIB-NUM + TIN-INTEREST-NUM
              - TIN-WITHDRAW-NUM

           IF DERIVED-CLOSING NOT = SIGNED-CLOSING THEN
              DISPLAY "Statement " TIN-MONTH " " TIN-STATE
                 " doesn't foot to its closing balance - rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the month's statement, or replaces it when the treasury
      * re-sends a month already on file - a restated statement is a
      * correction, not an error.
      ******************************************************************
       4000-SAVE-STATEMENT.
           MOVE SPACES TO TRUST-REC
           MOVE TIN-STATE TO TF-STATE-CODE
           MOVE TIN-MONTH TO TF-MONTH
           MOVE SIGNED-OPENING TO TF-OPENING-BALANCE
           MOVE TIN-CONTRIB-NUM TO TF-CONTRIBUTIONS
           MOVE TIN-INTEREST-NUM TO TF-INTEREST
           MOVE TIN-WITHDRAW-NUM TO TF-WITHDRAWALS
           MOVE SIGNED-CLOSING TO TF-CLOSING-BALANCE
           MOVE TIN-WAGES-NUM TO TF-TOTAL-WAGES

           WRITE TRUST-REC
              INVALID KEY
                 REWRITE TRUST-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the statement "
                          TF-STATE-CODE " " TF-MONTH
                          " - STATUS " TRUST-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-STATEMENT-END.
           EXIT.

       END PROGRAM UNEMTFDI.
