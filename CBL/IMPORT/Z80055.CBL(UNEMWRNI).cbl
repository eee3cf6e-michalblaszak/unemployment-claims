      ******************************************************************
      * WARN mass-layoff notice importer.
      ******************************************************************
      * Employers file WARN notices weeks before a plant closing or
      * a mass layoff, but the notices had nowhere to land - a spike
      * in a county or an industry was explained after the fact from
      * the newspaper. This importer loads the state's WARN notice
      * file (WARNINDD, fixed-width: employer account number and
      * name, county code, state, industry code 01-20 in PAYLOAD's
      * industry order, notice date, layoff date, affected
      * headcount) into the UNEMWARN KSDS (WARNDD, WARNREC.cpy), so
      * UNEMWRNR can follow each notice into the claims. A notice's
      * county must be on the UNEMAREA hierarchy (AREADD) under the
      * notice's state - a notice UNEMWRNR can't place is rejected
      * here rather than lost there.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      *    2021-08-25  MB  Notices are checked against the UNEMAREA
      *                    hierarchy (AREADD) - the county must be on
      *                    it, under the notice's state - and both
      *                    dates must be yyyy-mm-dd with a real month
      *                    and day.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMWRNI.
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
           *> The state's WARN notice file
           SELECT WARN-IN ASSIGN TO WARNINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WARN-IN-STATUS.

           *> The area-hierarchy KSDS, read by key
           SELECT AREA-FILE ASSIGN TO AREADD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COUNTY-CODE
           FILE STATUS IS AREA-FILE-STATUS.

           *> The WARN notice KSDS
           SELECT WARN-FILE ASSIGN TO WARNDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WN-KEY
           FILE STATUS IS WARN-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  WARN-IN
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  WARN-IN-REC.
           05 WIN-EMPLOYER-ID   PIC X(10).
           05 WIN-EMPLOYER-NAME PIC X(30).
           05 WIN-COUNTY-CODE   PIC X(5).
           05 WIN-STATE         PIC X(2).
           05 WIN-INDUSTRY      PIC X(2).
           05 WIN-NOTICE-DATE   PIC X(10).
           05 WIN-LAYOFF-DATE   PIC X(10).
           05 WIN-AFFECTED      PIC X(7).
           05 FILLER            PIC X(24).

      * Provides:
      *    FD  AREA-FILE
      *    01  AREA-REC.
       COPY AREAREC.

      * Provides:
      *    FD  WARN-FILE
      *    01  WARN-REC.
       COPY WARNREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'WARN.DAT'.

       01  WARN-IN-STATUS PIC XX.
           88 WARN-IN-OK VALUE "00".
           88 WARN-IN-EOF VALUE "10".

       01  AREA-FILE-STATUS PIC XX.
           88 AREA-FILE-OK VALUE "00".

       01  WARN-FILE-STATUS PIC XX.
           88 WARN-FILE-OK VALUE "00".

      * The date under check - yyyy-mm-dd.
       01  CHECK-DATE PIC X(10) VALUE SPACES.
       01  DATE-SW PIC X VALUE 'N'.
           88 DATE-OK VALUE 'Y'.

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
           OPEN INPUT WARN-IN

           IF NOT WARN-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 WARN-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMWRNI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT AREA-FILE

           IF NOT AREA-FILE-OK THEN
              DISPLAY "Couldn't open the area-hierarchy dataset - "
                 "STATUS " AREA-FILE-STATUS
              STRING "Couldn't open the area-hierarchy dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMWRNI" ALERT-MESSAGE
              CLOSE WARN-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O WARN-FILE

           IF NOT WARN-FILE-OK THEN
              DISPLAY "Couldn't open the WARN notice dataset - "
                 "STATUS " WARN-FILE-STATUS
              STRING "Couldn't open the WARN notice dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMWRNI" ALERT-MESSAGE
              CLOSE WARN-IN
              CLOSE AREA-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-WARN-ROW
           PERFORM UNTIL WARN-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-NOTICE
              END-IF
              PERFORM 2000-READ-WARN-ROW
           END-PERFORM

           CLOSE WARN-IN
           CLOSE AREA-FILE
           CLOSE WARN-FILE

           DISPLAY ROWS-READ " notice row(s) read."
           DISPLAY ROWS-ADDED " notice(s) added."
           DISPLAY ROWS-REPLACED " notice(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-WARN-ROW.
           READ WARN-IN
              AT END CONTINUE
           END-READ

           IF NOT WARN-IN-OK AND NOT WARN-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 WARN-IN-STATUS
              SET WARN-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-WARN-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one notice row: a keyed employer, a county on the
      * area hierarchy under the notice's state, an industry code in
      * PAYLOAD's range, two yyyy-mm-dd dates with the layoff no
      * earlier than the notice, and a numeric headcount.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF WIN-EMPLOYER-ID = SPACES THEN
              DISPLAY "Blank employer account - row rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF WIN-COUNTY-CODE = SPACES OR WIN-STATE = SPACES THEN
              DISPLAY "Blank county or state - notice "
                 WIN-EMPLOYER-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              MOVE WIN-COUNTY-CODE TO AR-COUNTY-CODE
              READ AREA-FILE
                 INVALID KEY
                    DISPLAY "Unknown county '" WIN-COUNTY-CODE
                       "' - notice " WIN-EMPLOYER-ID " rejected."
                    SET ROW-IS-INVALID TO TRUE
                 NOT INVALID KEY
                    IF AR-STATE-CODE NOT = WIN-STATE THEN
                       DISPLAY "County " WIN-COUNTY-CODE " is in "
                          AR-STATE-CODE ", not " WIN-STATE
                          " - notice " WIN-EMPLOYER-ID " rejected."
                       SET ROW-IS-INVALID TO TRUE
                    END-IF
              END-READ
           END-IF

           IF WIN-INDUSTRY IS NOT NUMERIC
              OR WIN-INDUSTRY < "01"
              OR WIN-INDUSTRY > "20" THEN
              DISPLAY "Unknown industry code '" WIN-INDUSTRY
                 "' - notice " WIN-EMPLOYER-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           MOVE WIN-NOTICE-DATE TO CHECK-DATE
           PERFORM 3100-CHECK-DATE
           IF NOT DATE-OK THEN
              DISPLAY "Malformed notice date '" WIN-NOTICE-DATE
                 "' - notice " WIN-EMPLOYER-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           MOVE WIN-LAYOFF-DATE TO CHECK-DATE
           PERFORM 3100-CHECK-DATE
           IF NOT DATE-OK THEN
              DISPLAY "Malformed layoff date '" WIN-LAYOFF-DATE
                 "' - notice " WIN-EMPLOYER-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF WIN-LAYOFF-DATE < WIN-NOTICE-DATE THEN
                 DISPLAY "Layoff date " WIN-LAYOFF-DATE
                    " before the notice date - notice "
                    WIN-EMPLOYER-ID " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF

           IF WIN-AFFECTED IS NOT NUMERIC THEN
              DISPLAY "Non-numeric headcount '" WIN-AFFECTED
                 "' - notice " WIN-EMPLOYER-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * CHECK-DATE is yyyy-mm-dd with a month 01-12 and a day 01-31.
      ******************************************************************
       3100-CHECK-DATE.
           MOVE 'N' TO DATE-SW
           IF CHECK-DATE (1:4) IS NUMERIC
              AND CHECK-DATE (5:1) = '-'
              AND CHECK-DATE (6:2) IS NUMERIC
              AND CHECK-DATE (8:1) = '-'
              AND CHECK-DATE (9:2) IS NUMERIC THEN
              IF CHECK-DATE (6:2) >= '01' AND CHECK-DATE (6:2) <= '12'
                 AND CHECK-DATE (9:2) >= '01'
                 AND CHECK-DATE (9:2) <= '31' THEN
                 SET DATE-OK TO TRUE
              END-IF
           END-IF
           .

       3100-CHECK-DATE-END.
           EXIT.
      ******************************************************************
      * Adds the notice, or replaces it when the state re-sends one
      * already on file - an amended notice (a new layoff date or
      * headcount) is a correction, not an error.
      ******************************************************************
       4000-SAVE-NOTICE.
           MOVE SPACES TO WARN-REC
           MOVE WIN-EMPLOYER-ID TO WN-EMPLOYER-ID
           MOVE WIN-NOTICE-DATE TO WN-NOTICE-DATE
           MOVE WIN-EMPLOYER-NAME TO WN-EMPLOYER-NAME
           MOVE WIN-COUNTY-CODE TO WN-COUNTY-CODE
           MOVE WIN-STATE TO WN-STATE-CODE
           MOVE WIN-INDUSTRY TO WN-INDUSTRY
           MOVE WIN-LAYOFF-DATE TO WN-LAYOFF-DATE
           MOVE WIN-AFFECTED TO WN-AFFECTED

           WRITE WARN-REC
              INVALID KEY
                 REWRITE WARN-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the notice "
                          WN-EMPLOYER-ID " " WN-NOTICE-DATE
                          " - STATUS " WARN-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-NOTICE-END.
           EXIT.

       END PROGRAM UNEMWRNI.
