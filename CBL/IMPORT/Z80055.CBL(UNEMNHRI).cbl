      ******************************************************************
      * New-hire directory importer.
      ******************************************************************
      * Claimants who go back to work and keep certifying are the
      * largest source of overpayments, and the state new-hire
      * directory already says who was hired and when. This
      * importer loads the directory's weekly file (NHIRINDD,
      * fixed-width: person identifier, employer account and name,
      * hire date, state) into the UNEMNHIR new-hire KSDS (NHIRDD,
      * NHIRREC.cpy), which the cross-match run (UNEMNHMT) walks
      * against the continuing claims.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMNHRI.
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
           *> The directory's weekly new-hire file
           SELECT NHIR-IN ASSIGN TO NHIRINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NHIR-IN-STATUS.

           *> The new-hire KSDS
           SELECT NEWHIRE-FILE ASSIGN TO NHIRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-KEY
           FILE STATUS IS NEWHIRE-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  NHIR-IN
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  NHIR-IN-REC.
           05 NIN-PERSON-ID     PIC X(12).
           05 NIN-EMPLOYER-ID   PIC X(10).
           05 NIN-EMPLOYER-NAME PIC X(30).
           05 NIN-HIRE-DATE     PIC X(10).
           05 NIN-STATE         PIC X(2).
           05 FILLER            PIC X(16).

      * Provides:
      *    FD  NEWHIRE-FILE
      *    01  NEWHIRE-REC.
       COPY NHIRREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'NHIR.DAT'.

       01  NHIR-IN-STATUS PIC XX.
           88 NHIR-IN-OK VALUE "00".
           88 NHIR-IN-EOF VALUE "10".

       01  NEWHIRE-FILE-STATUS PIC XX.
           88 NEWHIRE-FILE-OK VALUE "00".

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
           OPEN INPUT NHIR-IN

           IF NOT NHIR-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 NHIR-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMNHRI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O NEWHIRE-FILE

           IF NOT NEWHIRE-FILE-OK THEN
              DISPLAY "Couldn't open the new-hire dataset - "
                 "STATUS " NEWHIRE-FILE-STATUS
              STRING "Couldn't open the new-hire dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMNHRI" ALERT-MESSAGE
              CLOSE NHIR-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-NHIR-ROW
           PERFORM UNTIL NHIR-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-HIRE
              END-IF
              PERFORM 2000-READ-NHIR-ROW
           END-PERFORM

           CLOSE NHIR-IN
           CLOSE NEWHIRE-FILE

           DISPLAY ROWS-READ " new-hire row(s) read."
           DISPLAY ROWS-ADDED " hire(s) added."
           DISPLAY ROWS-REPLACED " hire(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-NHIR-ROW.
           READ NHIR-IN
              AT END CONTINUE
           END-READ

           IF NOT NHIR-IN-OK AND NOT NHIR-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 NHIR-IN-STATUS
              SET NHIR-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-NHIR-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one new-hire row: a person, an employer and a
      * state, and a well-formed hire date.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF NIN-PERSON-ID = SPACES OR NIN-EMPLOYER-ID = SPACES
              OR NIN-STATE = SPACES THEN
              DISPLAY "Blank person, employer or state - row "
                 "rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF NIN-HIRE-DATE (1:4) IS NOT NUMERIC
              OR NIN-HIRE-DATE (5:1) NOT = '-'
              OR NIN-HIRE-DATE (6:2) IS NOT NUMERIC
              OR NIN-HIRE-DATE (8:1) NOT = '-'
              OR NIN-HIRE-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "Malformed hire date '" NIN-HIRE-DATE
                 "' - person " NIN-PERSON-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the hire, or replaces it when the directory re-sends
      * one already on file.
      ******************************************************************
       4000-SAVE-HIRE.
           MOVE SPACES TO NEWHIRE-REC
           MOVE NIN-PERSON-ID TO NH-PERSON-ID
           MOVE NIN-HIRE-DATE TO NH-HIRE-DATE
           MOVE NIN-EMPLOYER-ID TO NH-EMPLOYER-ID
           MOVE NIN-EMPLOYER-NAME TO NH-EMPLOYER-NAME
           MOVE NIN-STATE TO NH-STATE-CODE

           WRITE NEWHIRE-REC
              INVALID KEY
                 REWRITE NEWHIRE-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the hire "
                          NH-PERSON-ID " " NH-HIRE-DATE
                          " - STATUS " NEWHIRE-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-HIRE-END.
           EXIT.

       END PROGRAM UNEMNHRI.
