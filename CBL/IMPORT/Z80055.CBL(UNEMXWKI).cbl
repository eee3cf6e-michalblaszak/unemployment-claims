      ******************************************************************
      * Industry classification crosswalk importer.
      ******************************************************************
      * When the industry classification is revised, counts move
      * between the twenty FD- industry fields. This importer loads
      * the revision's crosswalk (XWLKINDD, fixed-width: effective
      * date, old industry, new industry, share moved, description)
      * into the UNEMXWLK crosswalk KSDS (XWLKDD, XWLKREC.cpy), which
      * the restatement run (UNEMRSTM) re-expresses the history
      * with.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMXWKI.
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
           *> The classification revision's crosswalk
           SELECT XWLK-IN ASSIGN TO XWLKINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XWLK-IN-STATUS.

           *> The industry crosswalk KSDS
           SELECT XWLK-FILE ASSIGN TO XWLKDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XW-KEY
           FILE STATUS IS XWLK-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  XWLK-IN
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  XWLK-IN-REC.
           05 XIN-EFFECTIVE-DATE PIC X(10).
           05 XIN-OLD-INDUSTRY   PIC X(2).
           05 XIN-NEW-INDUSTRY   PIC X(2).
           *> The share arrives as five digits, the last two after
           *> the implied decimal point (03500 = 35.00 percent).
           05 XIN-SHARE          PIC X(5).
           05 XIN-SHARE-NUM REDEFINES XIN-SHARE
                                 PIC 9(3)V99.
           05 XIN-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X(31).

      * Provides:
      *    FD  XWLK-FILE
      *    01  XWLK-REC.
       COPY XWLKREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'XWLK.DAT'.

       01  XWLK-IN-STATUS PIC XX.
           88 XWLK-IN-OK VALUE "00".
           88 XWLK-IN-EOF VALUE "10".

       01  XWLK-FILE-STATUS PIC XX.
           88 XWLK-FILE-OK VALUE "00".

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
           OPEN INPUT XWLK-IN

           IF NOT XWLK-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 XWLK-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMXWKI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O XWLK-FILE

           IF NOT XWLK-FILE-OK THEN
              DISPLAY "Couldn't open the crosswalk dataset - "
                 "STATUS " XWLK-FILE-STATUS
              STRING "Couldn't open the crosswalk dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMXWKI" ALERT-MESSAGE
              CLOSE XWLK-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-XWLK-ROW
           PERFORM UNTIL XWLK-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-CROSSWALK
                    THRU 4000-SAVE-CROSSWALK-END
              END-IF
              PERFORM 2000-READ-XWLK-ROW
           END-PERFORM

           CLOSE XWLK-IN
           CLOSE XWLK-FILE

           DISPLAY ROWS-READ " crosswalk row(s) read."
           DISPLAY ROWS-ADDED " crosswalk row(s) added."
           DISPLAY ROWS-REPLACED " crosswalk row(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-XWLK-ROW.
           READ XWLK-IN
              AT END CONTINUE
           END-READ

           IF NOT XWLK-IN-OK AND NOT XWLK-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 XWLK-IN-STATUS
              SET XWLK-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-XWLK-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one crosswalk row: a well-formed effective date,
      * two different industries 01-20 (FD-INA-INDUSTRY is never
      * re-expressed) and a share above zero and not over a hundred
      * percent.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF XIN-EFFECTIVE-DATE (1:4) IS NOT NUMERIC
              OR XIN-EFFECTIVE-DATE (5:1) NOT = "-"
              OR XIN-EFFECTIVE-DATE (6:2) IS NOT NUMERIC
              OR XIN-EFFECTIVE-DATE (8:1) NOT = "-"
              OR XIN-EFFECTIVE-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "Malformed effective date '" XIN-EFFECTIVE-DATE
                 "' - row rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF XIN-OLD-INDUSTRY IS NOT NUMERIC
              OR XIN-OLD-INDUSTRY < "01" OR XIN-OLD-INDUSTRY > "20"
              OR XIN-NEW-INDUSTRY IS NOT NUMERIC
              OR XIN-NEW-INDUSTRY < "01" OR XIN-NEW-INDUSTRY > "20"
              THEN
              DISPLAY "Industry '" XIN-OLD-INDUSTRY "' or '"
                 XIN-NEW-INDUSTRY "' not 01-20 - row rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF XIN-OLD-INDUSTRY = XIN-NEW-INDUSTRY THEN
                 DISPLAY "Industry " XIN-OLD-INDUSTRY
                    " mapped onto itself - row rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF

           IF XIN-SHARE IS NOT NUMERIC THEN
              DISPLAY "Non-numeric share '" XIN-SHARE
                 "' - industry " XIN-OLD-INDUSTRY " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF XIN-SHARE-NUM = ZERO OR XIN-SHARE-NUM > 100 THEN
                 DISPLAY "Share out of range - industry "
                    XIN-OLD-INDUSTRY " to " XIN-NEW-INDUSTRY
                    " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the crosswalk row, or replaces it when the office
      * re-sends one already on file (a corrected share) - unless
      * the vintage's restatement has already been staged.
      ******************************************************************
       4000-SAVE-CROSSWALK.
           MOVE XIN-EFFECTIVE-DATE TO XW-EFFECTIVE-DATE
           MOVE XIN-OLD-INDUSTRY TO XW-OLD-INDUSTRY
           MOVE XIN-NEW-INDUSTRY TO XW-NEW-INDUSTRY

           READ XWLK-FILE
              INVALID KEY
                 MOVE SPACES TO XW-STAGED-DATE
              NOT INVALID KEY
                 IF XW-STAGED-DATE NOT = SPACES THEN
                    DISPLAY "Crosswalk " XW-EFFECTIVE-DATE " "
                       XW-OLD-INDUSTRY " to " XW-NEW-INDUSTRY
                       " already restated on " XW-STAGED-DATE
                       " - row rejected."
                    ADD 1 TO ROWS-REJECTED
                    GO TO 4000-SAVE-CROSSWALK-END
                 END-IF
           END-READ

           MOVE SPACES TO XWLK-REC
           MOVE XIN-EFFECTIVE-DATE TO XW-EFFECTIVE-DATE
           MOVE XIN-OLD-INDUSTRY TO XW-OLD-INDUSTRY
           MOVE XIN-NEW-INDUSTRY TO XW-NEW-INDUSTRY
           MOVE XIN-SHARE-NUM TO XW-SHARE
           MOVE XIN-DESCRIPTION TO XW-DESCRIPTION

           WRITE XWLK-REC
              INVALID KEY
                 REWRITE XWLK-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the crosswalk row "
                          XW-EFFECTIVE-DATE " " XW-OLD-INDUSTRY
                          " - STATUS " XWLK-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-CROSSWALK-END.
           EXIT.

       END PROGRAM UNEMXWKI.
