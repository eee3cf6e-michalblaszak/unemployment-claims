      ******************************************************************
      * Overpayment transaction importer.
      ******************************************************************
      * Overpayments are established and recovered over months or
      * years, and none of it was on file next to the payments. This
      * importer loads the agency's overpayment transaction file
      * (OVPYINDD, fixed-width: claim id, transaction date and
      * sequence, state, transaction type, cause, amount) into the
      * UNEMOVPY ledger KSDS (OVPYDD, OVPYREC.cpy), which the monthly
      * ledger report (UNEMOVPR) walks.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMOVPI.
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
           *> The agency's overpayment transaction file
           SELECT OVPY-IN ASSIGN TO OVPYINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OVPY-IN-STATUS.

           *> The overpayment ledger KSDS
           SELECT OVPY-FILE ASSIGN TO OVPYDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS OVPY-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  OVPY-IN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  OVPY-IN-REC.
           05 OIN-CLAIM-ID      PIC X(12).
           05 OIN-TRANS-DATE    PIC X(10).
           05 OIN-TRANS-SEQ     PIC X(3).
           05 OIN-STATE         PIC X(2).
           05 OIN-TRANS-TYPE    PIC X.
           05 OIN-CAUSE         PIC X.
           *> The amount arrives as unsigned digits with the last
           *> two digits cents - the REDEFINES reads it with the
           *> implied decimal in place.
           05 OIN-AMOUNT        PIC X(11).
           05 OIN-AMOUNT-NUM    REDEFINES OIN-AMOUNT
                                PIC 9(9)V99.
           05 FILLER            PIC X(60).

      * Provides:
      *    FD  OVPY-FILE
      *    01  OVPY-REC.
       COPY OVPYREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'OVPY.DAT'.

       01  OVPY-IN-STATUS PIC XX.
           88 OVPY-IN-OK VALUE "00".
           88 OVPY-IN-EOF VALUE "10".

       01  OVPY-FILE-STATUS PIC XX.
           88 OVPY-FILE-OK VALUE "00".

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

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
           OPEN INPUT OVPY-IN

           IF NOT OVPY-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 OVPY-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMOVPI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O OVPY-FILE

           IF NOT OVPY-FILE-OK THEN
              DISPLAY "Couldn't open the overpayment ledger - "
                 "STATUS " OVPY-FILE-STATUS
              STRING "Couldn't open the overpayment ledger"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMOVPI" ALERT-MESSAGE
              CLOSE OVPY-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-OVPY-ROW
           PERFORM UNTIL OVPY-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-TRANSACTION
              END-IF
              PERFORM 2000-READ-OVPY-ROW
           END-PERFORM

           CLOSE OVPY-IN
           CLOSE OVPY-FILE

           DISPLAY ROWS-READ " transaction row(s) read."
           DISPLAY ROWS-ADDED " transaction(s) added."
           DISPLAY ROWS-REPLACED " transaction(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-OVPY-ROW.
           READ OVPY-IN
              AT END CONTINUE
           END-READ

           IF NOT OVPY-IN-OK AND NOT OVPY-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 OVPY-IN-STATUS
              SET OVPY-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-OVPY-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one transaction row: a claim id and state, a
      * well-formed date, a numeric sequence, a known transaction
      * type (an establishment also needs its cause) and a numeric,
      * non-zero amount.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF OIN-CLAIM-ID = SPACES OR OIN-STATE = SPACES THEN
              DISPLAY "Blank claim id or state - row rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF OIN-TRANS-DATE (1:4) IS NOT NUMERIC
              OR OIN-TRANS-DATE (6:2) IS NOT NUMERIC
              OR OIN-TRANS-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "Malformed transaction date '" OIN-TRANS-DATE
                 "' - claim " OIN-CLAIM-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF OIN-TRANS-SEQ IS NOT NUMERIC THEN
              DISPLAY "Non-numeric sequence '" OIN-TRANS-SEQ
                 "' - claim " OIN-CLAIM-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           EVALUATE OIN-TRANS-TYPE
              WHEN 'E'
                 IF OIN-CAUSE NOT = 'F' AND OIN-CAUSE NOT = 'N' THEN
                    DISPLAY "Unknown cause '" OIN-CAUSE
                       "' on an establishment - claim "
                       OIN-CLAIM-ID " rejected."
                    SET ROW-IS-INVALID TO TRUE
                 END-IF
              WHEN 'O'
              WHEN 'R'
              WHEN 'T'
              WHEN 'W'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Unknown transaction type '" OIN-TRANS-TYPE
                    "' - claim " OIN-CLAIM-ID " rejected."
                 SET ROW-IS-INVALID TO TRUE
           END-EVALUATE

           IF OIN-AMOUNT IS NOT NUMERIC THEN
              DISPLAY "Non-numeric amount '" OIN-AMOUNT
                 "' - claim " OIN-CLAIM-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF OIN-AMOUNT-NUM = ZERO THEN
                 DISPLAY "Zero amount - claim " OIN-CLAIM-ID
                    " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the transaction, or replaces it when the agency
      * re-sends one already on file (a corrected amount).
      ******************************************************************
       4000-SAVE-TRANSACTION.
           MOVE SPACES TO OVPY-REC
           MOVE OIN-CLAIM-ID TO OP-CLAIM-ID
           MOVE OIN-TRANS-DATE TO OP-TRANS-DATE
           MOVE OIN-TRANS-SEQ TO OP-TRANS-SEQ
           MOVE OIN-STATE TO OP-STATE-CODE
           MOVE OIN-TRANS-TYPE TO OP-TRANS-TYPE
           IF OP-ESTABLISHED THEN
              MOVE OIN-CAUSE TO OP-CAUSE
           END-IF
           MOVE OIN-AMOUNT-NUM TO OP-AMOUNT

           WRITE OVPY-REC
              INVALID KEY
                 REWRITE OVPY-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the transaction "
                          OP-CLAIM-ID " " OP-TRANS-DATE
                          " - STATUS " OVPY-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-TRANSACTION-END.
           EXIT.

       END PROGRAM UNEMOVPI.
