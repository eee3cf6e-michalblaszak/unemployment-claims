      ******************************************************************
      * Job-openings survey importer.
      ******************************************************************
      * Loads the state's monthly job-openings survey file
      * (JOBOINDD, fixed-width: period date, state, industry code
      * 01-20 in PAYLOAD.cpy's industry field order, openings) into
      * the UNEMJOBO job-openings KSDS (JOBODD, JOBOREC.cpy). The
      * claims side has every industry's claimants already; the
      * openings-per-claimant report (UNEMJOBR) needs the jobs
      * behind them.
      * A row the survey office re-sends for a period, state and
      * industry already on file replaces it - the survey revises
      * its prior month like every other estimate we take in.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMJOBI.
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
           *> The job-openings survey file
           SELECT JOBO-IN ASSIGN TO JOBOINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOBO-IN-STATUS.

           *> The job-openings KSDS
           SELECT JOBO-FILE ASSIGN TO JOBODD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JO-KEY
           FILE STATUS IS JOBO-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  JOBO-IN
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F.
       01  JOBO-IN-REC.
           05 JIN-PERIOD-DATE  PIC X(10).
           05 JIN-STATE-CODE   PIC X(2).
           05 JIN-INDUSTRY     PIC X(2).
           05 JIN-INDUSTRY-NUM REDEFINES JIN-INDUSTRY
                               PIC 9(2).
           05 JIN-OPENINGS     PIC X(9).
           05 JIN-OPENINGS-NUM REDEFINES JIN-OPENINGS
                               PIC 9(9).
           05 FILLER           PIC X(17).

      * Provides:
      *    FD  JOBO-FILE
      *    01  JOBO-REC.
       COPY JOBOREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'JOBO.DAT'.

       01  JOBO-IN-STATUS PIC XX.
           88 JOBO-IN-OK VALUE "00".
           88 JOBO-IN-EOF VALUE "10".

       01  JOBO-FILE-STATUS PIC XX.
           88 JOBO-FILE-OK VALUE "00".

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-ADDED    COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REPLACED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REJECTED COMP-4 PIC 9(7) VALUE ZERO.

      * Built up before each CALL to UNEMOPAL, the operator alert
      * utility, when a file fails to open.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           OPEN INPUT JOBO-IN

           IF NOT JOBO-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 JOBO-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMJOBI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O JOBO-FILE

           IF NOT JOBO-FILE-OK THEN
              DISPLAY "Couldn't open the job-openings dataset "
                 "- STATUS " JOBO-FILE-STATUS
              STRING "Couldn't open the job-openings dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMJOBI" ALERT-MESSAGE
              CLOSE JOBO-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-JOBO-ROW
           PERFORM UNTIL JOBO-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-JOBO
              END-IF
              PERFORM 2000-READ-JOBO-ROW
           END-PERFORM

           CLOSE JOBO-IN
           CLOSE JOBO-FILE

           DISPLAY ROWS-READ " job-openings row(s) read."
           DISPLAY ROWS-ADDED " record(s) added."
           DISPLAY ROWS-REPLACED " record(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-JOBO-ROW.
           READ JOBO-IN
              AT END CONTINUE
           END-READ

           IF NOT JOBO-IN-OK AND NOT JOBO-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 JOBO-IN-STATUS
              SET JOBO-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-JOBO-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one survey row: a plausible period date, a
      * two-letter state, an industry code the PAYLOAD industry
      * fields have (01-20) and a numeric openings figure.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF JIN-PERIOD-DATE (1:4) IS NOT NUMERIC
              OR JIN-PERIOD-DATE (6:2) IS NOT NUMERIC
              OR JIN-PERIOD-DATE (9:2) IS NOT NUMERIC
              OR JIN-PERIOD-DATE (6:2) < "01"
              OR JIN-PERIOD-DATE (6:2) > "12"
              OR JIN-PERIOD-DATE (9:2) < "01"
              OR JIN-PERIOD-DATE (9:2) > "31" THEN
              DISPLAY "Malformed period date '" JIN-PERIOD-DATE
                 "' - state " JIN-STATE-CODE " industry "
                 JIN-INDUSTRY " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF JIN-STATE-CODE IS NOT ALPHABETIC-UPPER
              OR JIN-STATE-CODE (1:1) = SPACE
              OR JIN-STATE-CODE (2:1) = SPACE THEN
              DISPLAY "Malformed state code '" JIN-STATE-CODE
                 "' - " JIN-PERIOD-DATE " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF JIN-INDUSTRY IS NOT NUMERIC THEN
              DISPLAY "Non-numeric industry code '" JIN-INDUSTRY
                 "' - " JIN-STATE-CODE " " JIN-PERIOD-DATE
                 " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF JIN-INDUSTRY-NUM < 1 OR JIN-INDUSTRY-NUM > 20 THEN
                 DISPLAY "Industry code " JIN-INDUSTRY
                    " outside 01-20 - " JIN-STATE-CODE " "
                    JIN-PERIOD-DATE " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF

           IF JIN-OPENINGS IS NOT NUMERIC THEN
              DISPLAY "Non-numeric openings - " JIN-STATE-CODE " "
                 JIN-PERIOD-DATE " industry " JIN-INDUSTRY
                 " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the period/state/industry record, or replaces it when
      * the survey office re-sends one already on file.
      ******************************************************************
       4000-SAVE-JOBO.
           MOVE SPACES TO JOBO-REC
           MOVE JIN-PERIOD-DATE TO JO-PERIOD-DATE
           MOVE JIN-STATE-CODE TO JO-STATE-CODE
           MOVE JIN-INDUSTRY-NUM TO JO-INDUSTRY
           MOVE JIN-OPENINGS-NUM TO JO-OPENINGS

           WRITE JOBO-REC
              INVALID KEY
                 REWRITE JOBO-REC
                    INVALID KEY
                       DISPLAY "Couldn't save job-openings record "
                          JO-PERIOD-DATE " " JO-STATE-CODE " "
                          JO-INDUSTRY " - STATUS " JOBO-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-JOBO-END.
           EXIT.

       END PROGRAM UNEMJOBI.
