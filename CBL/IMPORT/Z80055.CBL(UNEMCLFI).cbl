      ******************************************************************
      * County labor-force importer.
      ******************************************************************
      * Loads the labor market information office's county
      * labor-force file (CLFRINDD, fixed-width: county code, period
      * date, civilian labor force, unemployed, resident population)
      * into the UNEMCLFR county labor-force KSDS (CLFRDD,
      * CLFRREC.cpy), keyed like UNEMCNTY. UNEMCNTY carries claims
      * only; the areas-of-substantial-unemployment designation
      * (UNEMASUD) needs the rates behind them.
      * Each row's county must exist in the UNEMAREA hierarchy - the
      * parent state recorded there is stamped on the record, as
      * UNEMCNTI does for the claims.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMCLFI.
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
           *> The county labor-force file
           SELECT CLFR-IN ASSIGN TO CLFRINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLFR-IN-STATUS.

           *> The area-hierarchy KSDS, read-only
           SELECT AREA-FILE ASSIGN TO AREADD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COUNTY-CODE
           FILE STATUS IS AREA-FILE-STATUS.

           *> The county labor-force KSDS
           SELECT CLFR-FILE ASSIGN TO CLFRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-KEY
           FILE STATUS IS CLFR-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  CLFR-IN
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F.
       01  CLFR-IN-REC.
           05 LIN-COUNTY-CODE  PIC X(5).
           05 LIN-PERIOD-DATE  PIC X(10).
           05 LIN-LABOR-FORCE  PIC X(9).
           05 LIN-LABOR-FORCE-NUM REDEFINES LIN-LABOR-FORCE
                               PIC 9(9).
           05 LIN-UNEMPLOYED   PIC X(9).
           05 LIN-UNEMPLOYED-NUM REDEFINES LIN-UNEMPLOYED
                               PIC 9(9).
           05 LIN-POPULATION   PIC X(9).
           05 FILLER           PIC X(18).

      * Provides:
      *    FD  AREA-FILE
      *    01  AREA-REC.
       COPY AREAREC.

      * Provides:
      *    FD  CLFR-FILE
      *    01  CLFR-REC.
       COPY CLFRREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'CLFR.DAT'.

       01  CLFR-IN-STATUS PIC XX.
           88 CLFR-IN-OK VALUE "00".
           88 CLFR-IN-EOF VALUE "10".

       01  AREA-FILE-STATUS PIC XX.
           88 AREA-FILE-OK VALUE "00".

       01  CLFR-FILE-STATUS PIC XX.
           88 CLFR-FILE-OK VALUE "00".

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-ADDED    COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REPLACED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REJECTED COMP-4 PIC 9(7) VALUE ZERO.

      * The parent state looked up in the hierarchy for the row's
      * county.
       01  PARENT-STATE PIC X(2) VALUE SPACES.

      * The record-id derived from the row's period date - MMDDYYYY
      * out of YYYY-MM-DD, the same derivation UNEMCERT uses.
       01  DERIVED-RECORD-ID.
           05 DRI-MM   PIC X(2).
           05 DRI-DD   PIC X(2).
           05 DRI-YYYY PIC X(4).

      * Built up before each CALL to UNEMOPAL, the operator alert
      * utility, when a file fails to open.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           OPEN INPUT CLFR-IN

           IF NOT CLFR-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 CLFR-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCLFI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT AREA-FILE

           IF NOT AREA-FILE-OK THEN
              DISPLAY "Couldn't open the area-hierarchy dataset - "
                 "STATUS " AREA-FILE-STATUS
              STRING "Couldn't open the area-hierarchy dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCLFI" ALERT-MESSAGE
              CLOSE CLFR-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O CLFR-FILE

           IF NOT CLFR-FILE-OK THEN
              DISPLAY "Couldn't open the county labor-force dataset "
                 "- STATUS " CLFR-FILE-STATUS
              STRING "Couldn't open the county labor-force dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCLFI" ALERT-MESSAGE
              CLOSE CLFR-IN
              CLOSE AREA-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-CLFR-ROW
           PERFORM UNTIL CLFR-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-CLFR
              END-IF
              PERFORM 2000-READ-CLFR-ROW
           END-PERFORM

           CLOSE CLFR-IN
           CLOSE AREA-FILE
           CLOSE CLFR-FILE

           DISPLAY ROWS-READ " labor-force row(s) read."
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
       2000-READ-CLFR-ROW.
           READ CLFR-IN
              AT END CONTINUE
           END-READ

           IF NOT CLFR-IN-OK AND NOT CLFR-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 CLFR-IN-STATUS
              SET CLFR-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-CLFR-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one labor-force row: a county the hierarchy
      * knows, a plausible period date, numeric figures and no more
      * unemployed than the labor force holds. The hierarchy lookup
      * leaves the parent state in PARENT-STATE for the save.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW
           MOVE SPACES TO PARENT-STATE

           MOVE LIN-COUNTY-CODE TO AR-COUNTY-CODE
           READ AREA-FILE
              INVALID KEY
                 DISPLAY "Unknown county '" LIN-COUNTY-CODE
                    "' - row rejected."
                 SET ROW-IS-INVALID TO TRUE
              NOT INVALID KEY
                 MOVE AR-STATE-CODE TO PARENT-STATE
           END-READ

           IF LIN-PERIOD-DATE (1:4) IS NOT NUMERIC
              OR LIN-PERIOD-DATE (6:2) IS NOT NUMERIC
              OR LIN-PERIOD-DATE (9:2) IS NOT NUMERIC
              OR LIN-PERIOD-DATE (6:2) < "01"
              OR LIN-PERIOD-DATE (6:2) > "12"
              OR LIN-PERIOD-DATE (9:2) < "01"
              OR LIN-PERIOD-DATE (9:2) > "31" THEN
              DISPLAY "Malformed period date '" LIN-PERIOD-DATE
                 "' - county " LIN-COUNTY-CODE " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF LIN-LABOR-FORCE IS NOT NUMERIC
              OR LIN-UNEMPLOYED IS NOT NUMERIC
              OR LIN-POPULATION IS NOT NUMERIC THEN
              DISPLAY "Non-numeric labor force, unemployed or "
                 "population - county " LIN-COUNTY-CODE " "
                 LIN-PERIOD-DATE " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF LIN-LABOR-FORCE-NUM = ZERO
                 OR LIN-UNEMPLOYED-NUM > LIN-LABOR-FORCE-NUM THEN
                 DISPLAY "Empty labor force, or more unemployed "
                    "than in it - county " LIN-COUNTY-CODE " "
                    LIN-PERIOD-DATE " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the county period record, or replaces it when the
      * office re-sends one already on file (a revised estimate).
      ******************************************************************
       4000-SAVE-CLFR.
           MOVE LIN-PERIOD-DATE (6:2) TO DRI-MM
           MOVE LIN-PERIOD-DATE (9:2) TO DRI-DD
           MOVE LIN-PERIOD-DATE (1:4) TO DRI-YYYY

           MOVE SPACES TO CLFR-REC
           MOVE LIN-COUNTY-CODE TO CF-COUNTY-CODE
           MOVE DERIVED-RECORD-ID TO CF-RECORD-ID
           MOVE PARENT-STATE TO CF-STATE-CODE
           MOVE LIN-PERIOD-DATE TO CF-PERIOD-DATE
           MOVE LIN-LABOR-FORCE-NUM TO CF-LABOR-FORCE
           MOVE LIN-UNEMPLOYED-NUM TO CF-UNEMPLOYED
           MOVE LIN-POPULATION TO CF-POPULATION

           WRITE CLFR-REC
              INVALID KEY
                 REWRITE CLFR-REC
                    INVALID KEY
                       DISPLAY "Couldn't save labor-force record "
                          CF-COUNTY-CODE " " CF-RECORD-ID
                          " - STATUS " CLFR-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-CLFR-END.
           EXIT.

       END PROGRAM UNEMCLFI.
