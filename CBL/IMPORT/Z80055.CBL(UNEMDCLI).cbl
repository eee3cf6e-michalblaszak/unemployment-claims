      ******************************************************************
      * Disaster declaration register importer.
      ******************************************************************
      * Disaster unemployment assistance ('D' claims) is paid under a
      * presidential major disaster declaration, and nothing on file
      * said which declarations there were, which counties they
      * covered or when claims stopped being accepted. This importer
      * loads the agency's declaration file (DECLINDD, fixed-width in
      * the register's own layout) into the UNEMDECL register KSDS
      * (DECLDD, DECLREC.cpy), which the disaster assistance report
      * (UNEMDSTR) attributes 'D' claims to.
      * Every declared county must exist in the UNEMAREA hierarchy
      * (AREADD) and roll up to the declaration's state.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMDCLI.
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
           *> The agency's disaster declaration file
           SELECT DECL-IN ASSIGN TO DECLINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DECL-IN-STATUS.

           *> The area-hierarchy KSDS, read-only
           SELECT AREA-FILE ASSIGN TO AREADD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-COUNTY-CODE
           FILE STATUS IS AREA-FILE-STATUS.

           *> The disaster declaration register KSDS
           SELECT DECL-FILE ASSIGN TO DECLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-DECL-NUMBER
           FILE STATUS IS DECL-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  DECL-IN
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE F.
       01  DECL-IN-REC.
           05 DIN-DECL-NUMBER      PIC X(10).
           05 DIN-STATE            PIC X(2).
           05 DIN-TITLE            PIC X(30).
           05 DIN-DECLARED-DATE    PIC X(10).
           05 DIN-INCIDENT-BEGIN   PIC X(10).
           05 DIN-INCIDENT-END     PIC X(10).
           05 DIN-FILING-DEADLINE  PIC X(10).
           05 DIN-COUNTY-COUNT     PIC X(2).
           05 DIN-COUNTY-COUNT-NUM REDEFINES DIN-COUNTY-COUNT
                                   PIC 9(2).
           05 DIN-COUNTY           PIC X(5) OCCURS 30.
           05 FILLER               PIC X(16).

      * Provides:
      *    FD  AREA-FILE
      *    01  AREA-REC.
       COPY AREAREC.

      * Provides:
      *    FD  DECL-FILE
      *    01  DECL-REC.
       COPY DECLREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(8) VALUE 'DECL.DAT'.

       01  DECL-IN-STATUS PIC XX.
           88 DECL-IN-OK VALUE "00".
           88 DECL-IN-EOF VALUE "10".

       01  AREA-FILE-STATUS PIC XX.
           88 AREA-FILE-OK VALUE "00".

       01  DECL-FILE-STATUS PIC XX.
           88 DECL-FILE-OK VALUE "00".

       01  ROW-INVALID-SW PIC X VALUE 'F'.
           88 ROW-IS-INVALID VALUE 'T'.

       01  ROWS-READ     COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-ADDED    COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REPLACED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-REJECTED COMP-4 PIC 9(7) VALUE ZERO.

       01  COUNTY-IDX    COMP-4 PIC 9(4) VALUE ZERO.

      * One of the row's dates, and its name for the messages, while
      * 3100-CHECK-DATE looks at it.
       01  CHECK-DATE      PIC X(10).
       01  CHECK-DATE-NAME PIC X(16).

      * Built up before each CALL to UNEMOPAL.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           OPEN INPUT DECL-IN

           IF NOT DECL-IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : "
                 DECL-IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMDCLI" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT AREA-FILE

           IF NOT AREA-FILE-OK THEN
              DISPLAY "Couldn't open the area-hierarchy dataset - "
                 "STATUS " AREA-FILE-STATUS
              STRING "Couldn't open the area-hierarchy dataset"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMDCLI" ALERT-MESSAGE
              CLOSE DECL-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O DECL-FILE

           IF NOT DECL-FILE-OK THEN
              DISPLAY "Couldn't open the declaration register - "
                 "STATUS " DECL-FILE-STATUS
              STRING "Couldn't open the declaration register"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMDCLI" ALERT-MESSAGE
              CLOSE DECL-IN
              CLOSE AREA-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM 2000-READ-DECL-ROW
           PERFORM UNTIL DECL-IN-EOF
              ADD 1 TO ROWS-READ
              PERFORM 3000-VALIDATE-ROW THRU 3000-VALIDATE-ROW-END
              IF ROW-IS-INVALID THEN
                 ADD 1 TO ROWS-REJECTED
              ELSE
                 PERFORM 4000-SAVE-DECLARATION
              END-IF
              PERFORM 2000-READ-DECL-ROW
           END-PERFORM

           CLOSE DECL-IN
           CLOSE AREA-FILE
           CLOSE DECL-FILE

           DISPLAY ROWS-READ " declaration row(s) read."
           DISPLAY ROWS-ADDED " declaration(s) added."
           DISPLAY ROWS-REPLACED " declaration(s) replaced."
           DISPLAY ROWS-REJECTED " row(s) rejected."

           IF ROWS-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-DECL-ROW.
           READ DECL-IN
              AT END CONTINUE
           END-READ

           IF NOT DECL-IN-OK AND NOT DECL-IN-EOF THEN
              DISPLAY "Error reading " SOURCE-NAME " : "
                 DECL-IN-STATUS
              SET DECL-IN-EOF TO TRUE
           END-IF
           .

       2000-READ-DECL-ROW-END.
           EXIT.
      ******************************************************************
      * Validates one declaration row: a number and a state, well-
      * formed declared, incident-begin and filing-deadline dates (an
      * incident end only when given, and not before the begin), a
      * deadline not before the declaration, a county count of 1 to
      * 30 and each declared county known to the hierarchy under the
      * declaration's state.
      ******************************************************************
       3000-VALIDATE-ROW.
           MOVE 'F' TO ROW-INVALID-SW

           IF DIN-DECL-NUMBER = SPACES OR DIN-STATE = SPACES THEN
              DISPLAY "Blank declaration number or state - row "
                 "rejected."
              SET ROW-IS-INVALID TO TRUE
              GO TO 3000-VALIDATE-ROW-END
           END-IF

           MOVE DIN-DECLARED-DATE TO CHECK-DATE
           MOVE "declared date" TO CHECK-DATE-NAME
           PERFORM 3100-CHECK-DATE

           MOVE DIN-INCIDENT-BEGIN TO CHECK-DATE
           MOVE "incident begin" TO CHECK-DATE-NAME
           PERFORM 3100-CHECK-DATE

           IF DIN-INCIDENT-END NOT = SPACES THEN
              MOVE DIN-INCIDENT-END TO CHECK-DATE
              MOVE "incident end" TO CHECK-DATE-NAME
              PERFORM 3100-CHECK-DATE
              IF DIN-INCIDENT-END < DIN-INCIDENT-BEGIN THEN
                 DISPLAY "Incident ends before it begins - "
                    "declaration " DIN-DECL-NUMBER " rejected."
                 SET ROW-IS-INVALID TO TRUE
              END-IF
           END-IF

           MOVE DIN-FILING-DEADLINE TO CHECK-DATE
           MOVE "filing deadline" TO CHECK-DATE-NAME
           PERFORM 3100-CHECK-DATE
           IF DIN-FILING-DEADLINE < DIN-DECLARED-DATE THEN
              DISPLAY "Filing deadline before the declaration - "
                 "declaration " DIN-DECL-NUMBER " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF

           IF DIN-COUNTY-COUNT IS NOT NUMERIC
              OR DIN-COUNTY-COUNT-NUM = ZERO
              OR DIN-COUNTY-COUNT-NUM > 30 THEN
              DISPLAY "County count '" DIN-COUNTY-COUNT
                 "' out of range - declaration " DIN-DECL-NUMBER
                 " rejected."
              SET ROW-IS-INVALID TO TRUE
              GO TO 3000-VALIDATE-ROW-END
           END-IF

           PERFORM VARYING COUNTY-IDX FROM 1 BY 1
              UNTIL COUNTY-IDX > DIN-COUNTY-COUNT-NUM
              MOVE DIN-COUNTY (COUNTY-IDX) TO AR-COUNTY-CODE
              READ AREA-FILE
                 INVALID KEY
                    DISPLAY "Unknown county '"
                       DIN-COUNTY (COUNTY-IDX)
                       "' - declaration " DIN-DECL-NUMBER
                       " rejected."
                    SET ROW-IS-INVALID TO TRUE
                 NOT INVALID KEY
                    IF AR-STATE-CODE NOT = DIN-STATE THEN
                       DISPLAY "County " DIN-COUNTY (COUNTY-IDX)
                          " is in " AR-STATE-CODE ", not "
                          DIN-STATE " - declaration "
                          DIN-DECL-NUMBER " rejected."
                       SET ROW-IS-INVALID TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

       3000-VALIDATE-ROW-END.
           EXIT.
      ******************************************************************
      * Rejects the row when CHECK-DATE is not a YYYY-MM-DD date.
      ******************************************************************
       3100-CHECK-DATE.
           IF CHECK-DATE (1:4) IS NOT NUMERIC
              OR CHECK-DATE (5:1) NOT = "-"
              OR CHECK-DATE (6:2) IS NOT NUMERIC
              OR CHECK-DATE (8:1) NOT = "-"
              OR CHECK-DATE (9:2) IS NOT NUMERIC
              OR CHECK-DATE (6:2) < "01"
              OR CHECK-DATE (6:2) > "12"
              OR CHECK-DATE (9:2) < "01"
              OR CHECK-DATE (9:2) > "31" THEN
              DISPLAY "Malformed " CHECK-DATE-NAME " '" CHECK-DATE
                 "' - declaration " DIN-DECL-NUMBER " rejected."
              SET ROW-IS-INVALID TO TRUE
           END-IF
           .

       3100-CHECK-DATE-END.
           EXIT.
      ******************************************************************
      * Adds the declaration, or replaces it when the agency re-sends
      * one already on file (an amendment adding counties or moving
      * the deadline). Unused county slots are left blank.
      ******************************************************************
       4000-SAVE-DECLARATION.
           MOVE SPACES TO DECL-REC
           MOVE DIN-DECL-NUMBER TO DC-DECL-NUMBER
           MOVE DIN-STATE TO DC-STATE-CODE
           MOVE DIN-TITLE TO DC-TITLE
           MOVE DIN-DECLARED-DATE TO DC-DECLARED-DATE
           MOVE DIN-INCIDENT-BEGIN TO DC-INCIDENT-BEGIN
           MOVE DIN-INCIDENT-END TO DC-INCIDENT-END
           MOVE DIN-FILING-DEADLINE TO DC-FILING-DEADLINE
           MOVE DIN-COUNTY-COUNT-NUM TO DC-COUNTY-COUNT
           PERFORM VARYING COUNTY-IDX FROM 1 BY 1
              UNTIL COUNTY-IDX > DIN-COUNTY-COUNT-NUM
              MOVE DIN-COUNTY (COUNTY-IDX) TO DC-COUNTY (COUNTY-IDX)
           END-PERFORM

           WRITE DECL-REC
              INVALID KEY
                 REWRITE DECL-REC
                    INVALID KEY
                       DISPLAY "Couldn't save the declaration "
                          DC-DECL-NUMBER
                          " - STATUS " DECL-FILE-STATUS
                       ADD 1 TO ROWS-REJECTED
                    NOT INVALID KEY
                       ADD 1 TO ROWS-REPLACED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO ROWS-ADDED
           END-WRITE
           .

       4000-SAVE-DECLARATION-END.
           EXIT.

       END PROGRAM UNEMDCLI.
