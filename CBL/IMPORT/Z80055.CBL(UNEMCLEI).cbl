      ******************************************************************
      * Claim-to-employer link importer.
      ******************************************************************
      * Benefits paid are charged back to the claimant's base-period
      * employers, and UNEMCLMD carries no employer. This importer
      * loads the agency's base-period employer file (CLEMINDD,
      * fixed-width: claim id, employer account and name, state,
      * employer industry, share of base-period wages) into the
      * UNEMCLEM link KSDS (CLEMDD, CLEMREC.cpy), which the
      * quarterly charging run (UNEMCHRG) allocates benefits over.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMCLEI.
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
           *> The agency's base-period employer file
           SELECT CLEM-IN ASSIGN TO CLEMINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLEM-IN-STATUS.

           *> The claim-to-employer link KSDS
           SELECT CLAIM-EMPLOYER ASSIGN TO CLEMDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-KEY
           FILE STATUS IS CLAIM-EMPLOYER-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  CLEM-IN
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  CLEM-IN-REC.
           05 LIN-CLAIM-ID      PIC X(12).
           05 LIN-EMPLOYER-ID   PIC X(10).
           05 LIN-EMPLOYER-NAME PIC X(30).
           05 LIN-STATE         PIC X(2).
           05 LIN-INDUSTRY      PIC X(2).
           *> The share arrives as five digits, the last two after
           *> the implied decimal point (03500 = 35.00 percent).
           05 LIN-WAGE-SHARE    PIC X(5).
           05 LIN-WAGE-SHARE-NUM REDEFINES LIN-WAGE-SHARE
                                PIC 9(3)V99.
           05 FILLER            PIC X(19).

      * Provides:
      *    FD  CLAIM-EMPLOYER
      *    01  CLAIM-EMPLOYER-REC.
       COPY CLEMREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'CLEM.DAT'.

       01  CLEM-IN-STATUS PIC XX.
           88 CLEM-IN-OK VALUE "00".
           88 CLEM-IN-EOF VALUE "10".

       01  CLAIM-EMPLOYER-STATUS PIC XX.
           88 CLAIM-EMPLOYER-OK VALUE "00".

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
           OPEN INPUT CLEM-IN

           IF NOT CLEM-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 CLEM-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCLEI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O CLAIM-EMPLOYER

           IF NOT CLAIM-EMPLOYER-OK THEN
              DISPLAY "Couldn't open the employer link dataset - "
                 "STATUS " CLAIM-EMPLOYER-STATUS
              STRING "Couldn't open the employer link dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMCLEI" ALERT-MESSAGE
              CLOSE CLEM-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-CLEM-ROW
           PERFORM UNTIL CLEM-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-LINK
              END-IF
              PERFORM 2000-READ-CLEM-ROW
           END-PERFORM

           CLOSE CLEM-IN
           CLOSE CLAIM-EMPLOYER

           DISPLAY ROWS-READ " employer link row(s) read."
           DISPLAY ROWS-ADDED " link(s) added."
           DISPLAY ROWS-REPLACED " link(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-CLEM-ROW.
           READ CLEM-IN
              AT END CONTINUE
           END-READ

           IF NOT CLEM-IN-OK AND NOT CLEM-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 CLEM-IN-STATUS
              SET CLEM-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-CLEM-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one link row: a claim, an employer and a state,
      * an industry code 00-20 (blank is taken as 00) and a share
      * above zero and not over a hundred percent.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF LIN-CLAIM-ID = SPACES OR LIN-EMPLOYER-ID = SPACES
              OR LIN-STATE = SPACES THEN
              DISPLAY "Blank claim, employer or state - row "
                 "rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF LIN-INDUSTRY = SPACES THEN
              MOVE "00" TO LIN-INDUSTRY
           END-IF
           IF LIN-INDUSTRY IS NOT NUMERIC OR LIN-INDUSTRY > "20" THEN
              DISPLAY "Unknown industry '" LIN-INDUSTRY
                 "' - claim " LIN-CLAIM-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF LIN-WAGE-SHARE IS NOT NUMERIC THEN
              DISPLAY "Non-numeric wage share '" LIN-WAGE-SHARE
                 "' - claim " LIN-CLAIM-ID " rejected."
              SET ROW-IS-INVALID TO TRUE
           ELSE
              IF LIN-WAGE-SHARE-NUM = ZERO
                 OR LIN-WAGE-SHARE-NUM > 100 THEN
                 DISPLAY "Wage share out of range - claim "
                    LIN-CLAIM-ID " employer " LIN-EMPLOYER-ID
                    " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Adds the link, or replaces it when the agency re-sends one
      * already on file (a corrected share).
      ******************************************************************
       4000-SAVE-LINK.
           MOVE SPACES TO CLAIM-EMPLOYER-REC
           MOVE LIN-CLAIM-ID TO CE-CLAIM-ID
           MOVE LIN-EMPLOYER-ID TO CE-EMPLOYER-ID
           MOVE LIN-STATE TO CE-STATE-CODE
           MOVE LIN-EMPLOYER-NAME TO CE-EMPLOYER-NAME
           MOVE LIN-INDUSTRY TO CE-INDUSTRY-CODE
           MOVE LIN-WAGE-SHARE-NUM TO CE-WAGE-SHARE

           WRITE CLAIM-EMPLOYER-REC
              INVALID KEY
                 REWRITE CLAIM-EMPLOYER-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the link "
                          CE-CLAIM-ID " " CE-EMPLOYER-ID
                          " - STATUS " CLAIM-EMPLOYER-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-LINK-END.
           EXIT.

       END PROGRAM UNEMCLEI.
