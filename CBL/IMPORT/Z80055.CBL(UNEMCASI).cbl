      ******************************************************************
      * Adjudication and appeals case importer.
      ******************************************************************
      * The nonmonetary-determination and first-level appeals
      * figures for the federal plan were keyed by hand out of the
      * case-management system. This importer loads the agency's
      * case extract (CASEINDD, fixed-width: case id, claim id,
      * state, case type N/A, clock-start date, decision date -
      * blank while open) into the UNEMCASE KSDS (CASEDD,
      * CASEREC.cpy), so UNEMADJT can measure the timeliness
      * standards from the cases themselves.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMCASI.
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
           *> The agency's adjudication/appeals case extract
           SELECT CASE-IN ASSIGN TO CASEINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CASE-IN-STATUS.

           *> The case KSDS
           SELECT CASE-FILE ASSIGN TO CASEDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CASE-ID
           FILE STATUS IS CASE-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  CASE-IN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  CASE-IN-REC.
           05 CIN-CASE-ID       PIC X(12).
           05 CIN-CLAIM-ID      PIC X(12).
           05 CIN-STATE         PIC X(2).
           05 CIN-CASE-TYPE     PIC X.
           05 CIN-START-DATE    PIC X(10).
           05 CIN-DECISION-DATE PIC X(10).
           05 FILLER            PIC X(53).

      * Provides:
      *    FD  CASE-FILE
      *    01  CASE-REC.
       COPY CASEREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'CASE.DAT'.

       01  CASE-IN-STATUS PIC XX.
           88 CASE-IN-OK VALUE "00".
           88 CASE-IN-EOF VALUE "10".

       01  CASE-FILE-STATUS PIC XX.
           88 CASE-FILE-OK VALUE "00".

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
           OPEN INPUT CASE-IN

           IF NOT CASE-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 CASE-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCASI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O CASE-FILE

           IF NOT CASE-FILE-OK THEN
              DISPLAY "Couldn't open the case dataset - "
                 "STATUS " CASE-FILE-STATUS
              STRING "Couldn't open the case dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCASI" ALERT-MESSAGE
              CLOSE CASE-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-CASE-ROW
           PERFORM UNTIL CASE-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-CASE
              END-IF
              PERFORM 2000-READ-CASE-ROW
           END-PERFORM

           CLOSE CASE-IN
           CLOSE CASE-FILE

           DISPLAY ROWS-READ " case row(s) read."
           DISPLAY ROWS-ADDED " case(s) added."
           DISPLAY ROWS-REPLACED " case(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-CASE-ROW.
           READ CASE-IN
              AT END CONTINUE
           END-READ

           IF NOT CASE-IN-OK AND NOT CASE-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 CASE-IN-STATUS
              SET CASE-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-CASE-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one case row: a case id and the claim it belongs
      * to, a state, a known case type, a well-formed clock-start
      * date and - once the case is decided - a well-formed decision
      * date no earlier than the clock start.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF CIN-CASE-ID = SPACES THEN
              DISPLAY "Blank case id - row rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF CIN-CLAIM-ID = SPACES THEN
              DISPLAY "Blank claim id - case " CIN-CASE-ID
                 " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF CIN-STATE = SPACES THEN
              DISPLAY "Blank state - case " CIN-CASE-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF CIN-CASE-TYPE NOT = 'N' AND CIN-CASE-TYPE NOT = 'A' THEN
              DISPLAY "Unknown case type '" CIN-CASE-TYPE
                 "' - case " CIN-CASE-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF CIN-START-DATE (1:4) IS NOT NUMERIC
              OR CIN-START-DATE (6:2) IS NOT NUMERIC
              OR CIN-START-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "Malformed start date '" CIN-START-DATE
                 "' - case " CIN-CASE-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF CIN-DECISION-DATE NOT = SPACES THEN
              IF CIN-DECISION-DATE (1:4) IS NOT NUMERIC
                 OR CIN-DECISION-DATE (6:2) IS NOT NUMERIC
                 OR CIN-DECISION-DATE (9:2) IS NOT NUMERIC THEN
                 DISPLAY "Malformed decision date '"
                    CIN-DECISION-DATE "' - case " CIN-CASE-ID
                    " rejected."
                 SET ROW-IS-INVALID TO TRUE
              ELSE
                 IF CIN-DECISION-DATE < CIN-START-DATE THEN
                    DISPLAY "Decision date " CIN-DECISION-DATE
                       " before the start date - case "
                       CIN-CASE-ID " rejected."
                    SET ROW-IS-INVALID TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the case, or replaces it - each extract re-sends the
      * open cases, and a case decided since the last one comes
      * back carrying its decision date.
      ******************************************************************
       4000-SAVE-CASE.
           MOVE SPACES TO CASE-REC
           MOVE CIN-CASE-ID TO CS-CASE-ID
           MOVE CIN-CLAIM-ID TO CS-CLAIM-ID
           MOVE CIN-STATE TO CS-STATE-CODE
           MOVE CIN-CASE-TYPE TO CS-CASE-TYPE
           MOVE CIN-START-DATE TO CS-START-DATE
           MOVE CIN-DECISION-DATE TO CS-DECISION-DATE

           WRITE CASE-REC
              INVALID KEY
                 REWRITE CASE-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the case "
                          CS-CASE-ID " - STATUS " CASE-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-CASE-END.
           EXIT.

       END PROGRAM UNEMCASI.
