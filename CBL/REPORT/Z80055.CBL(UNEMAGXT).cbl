      * stopgap, finally measurable against the truth it stood in
      * for.
      *-----------------------------------------------------------------
      * The optional PARM= text narrows the table to one period:
      *    'YYYY-MM-DD SS' or 'YYYY-MM SS'
      * - one period date, or every period of a month, with an
      * optional state code. The rows are read along the
      * period/state path (CD-PERIOD-STATE-KEY): one START on the
      * period, and the walk stops when it ends. Without a PARM
      * the whole store is tabulated.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-24  MB  Optional period/state scope, read along
      *                    the period/state path.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           *> The claim-detail KSDS, read along its period/state path
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           ALTERNATE RECORD KEY IS CD-PERIOD-STATE-KEY WITH DUPLICATES
           FILE STATUS IS CLAIM-DETAIL-STATUS.

      *========================
      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The period/state scope picked apart from the PARM - the
      * period is compared over its keyed length (10 for a date,
      * 7 for a month); a blank state means every state.
       01  REQ-PERIOD     PIC X(10) VALUE SPACES.
       01  REQ-PERIOD-LEN PIC 9(2) COMP-4 VALUE ZERO.
       01  REQ-STATE      PIC X(2)  VALUE SPACES.

      * The real cross-tabulation - eight age brackets by four
      * gender categories (F, M, N, O).
       01  XTAB-MATRIX.
                 15 FILLER       PIC X(2).
                 15 XD-CELL-DISP PIC -ZZZ,ZZ9.9.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The optional PARM= scope - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(13).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-SCOPE THRU 1100-SET-SCOPE-END

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              GO TO 1000-MAIN-END
           END-IF

           *> One START on the period/state path at the requested
           *> period (LOW-VALUES for the whole store), then its rows
           *> until the period ends.
           MOVE LOW-VALUES TO CD-PERIOD-STATE-KEY
           IF REQ-PERIOD-LEN > ZERO THEN
              MOVE REQ-PERIOD (1:REQ-PERIOD-LEN)
                 TO CD-PERIOD-DATE (1:REQ-PERIOD-LEN)
           END-IF
           START CLAIM-DETAIL KEY IS >= CD-PERIOD-STATE-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           IF NOT CLAIM-DETAIL-EOF THEN
              PERFORM 2100-READ-NEXT-ROW
           END-IF
           PERFORM UNTIL CLAIM-DETAIL-EOF
              IF REQ-PERIOD-LEN > ZERO
                 AND CD-PERIOD-DATE (1:REQ-PERIOD-LEN)
                    NOT = REQ-PERIOD (1:REQ-PERIOD-LEN) THEN
                 SET CLAIM-DETAIL-EOF TO TRUE
              ELSE
                 IF REQ-STATE = SPACES
                    OR CD-STATE-CODE = REQ-STATE THEN
                    ADD 1 TO ROWS-READ
                    PERFORM 2200-TALLY-ROW
                 END-IF
                 PERFORM 2100-READ-NEXT-ROW
              END-IF
           END-PERFORM

           CLOSE CLAIM-DETAIL

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * A period of 'YYYY-MM-DD' scopes one period date, 'YYYY-MM'
      * a month's periods; anything else is the whole store.
      ******************************************************************
       1100-SET-SCOPE.
           IF PARM-LEN < 7 THEN
              GO TO 1100-SET-SCOPE-END
           END-IF

           IF PARM-TEXT (1:4) IS NOT NUMERIC
              OR PARM-TEXT (5:1) NOT = '-'
              OR PARM-TEXT (6:2) IS NOT NUMERIC THEN
              DISPLAY "Period '" PARM-TEXT (1:10) "' not understood -"
                 " the whole store is tabulated."
              GO TO 1100-SET-SCOPE-END
           END-IF

           IF PARM-LEN >= 10 AND PARM-TEXT (8:1) = '-'
              AND PARM-TEXT (9:2) IS NUMERIC THEN
              MOVE PARM-TEXT (1:10) TO REQ-PERIOD
              MOVE 10 TO REQ-PERIOD-LEN
              IF PARM-LEN >= 13 THEN
                 MOVE PARM-TEXT (12:2) TO REQ-STATE
              END-IF
           ELSE
              MOVE PARM-TEXT (1:7) TO REQ-PERIOD
              MOVE 7 TO REQ-PERIOD-LEN
              IF PARM-LEN >= 10 THEN
                 MOVE PARM-TEXT (9:2) TO REQ-STATE
              END-IF
           END-IF

           DISPLAY "Scope: period " REQ-PERIOD " state "
              REQ-STATE "."
           .

       1100-SET-SCOPE-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-ROW.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

      *    "02" - more rows share this period/state key, as they do.
           IF NOT CLAIM-DETAIL-OK
              AND CLAIM-DETAIL-STATUS NOT = "02"
              AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           MOVE "GENUINE JOINT CELLS FROM THE CLAIM DETAIL"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMAGXT" PRNT-TEXT
           IF REQ-PERIOD-LEN > ZERO THEN
              MOVE SPACES TO PRNT-TEXT
              IF REQ-STATE = SPACES THEN
                 STRING "PERIOD " REQ-PERIOD " - ALL STATES"
                    DELIMITED BY SIZE INTO PRNT-TEXT
              ELSE
                 STRING "PERIOD " REQ-PERIOD " - STATE " REQ-STATE
                    DELIMITED BY SIZE INTO PRNT-TEXT
              END-IF
              CALL "UNEMPRNT" USING "LINE " "UNEMAGXT" PRNT-TEXT
           END-IF
           MOVE XTAB-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMAGXT" PRNT-TEXT
           MOVE XTAB-DISP-SEPARATOR TO PRNT-TEXT
