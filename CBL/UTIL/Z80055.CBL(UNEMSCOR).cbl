      *               beyond INA-TOLERANCE-PCT (the UNEMINRC
      *               condition). Any finding is AMBER; ten or more
      *               RED.
      *    ARRIVAL  - whether each of the eight source files is on
      *               its DD right now.
      *    REVISION - the revisions to final or released periods the
      *               promotion (UNEMPROM) is holding on the
      *               pending-changes register for approval: any
      *               still undecided is AMBER, each listed.
      * Every line that isn't green carries its one-line reason, and
      * the page ends with the worst color overall.
      *-----------------------------------------------------------------
      *                    non-publishing day scores GREEN with no
      *                    sources expected, instead of a wall of
      *                    false missing-source ambers.
      *    2021-08-24  MB  BYOCC.XML added to the arrival check.
      *    2021-08-25  MB  REVISION area - the held revisions to
      *                    published periods awaiting approval.
      *    2021-08-25  MB  The outbound producers' run-history rows
      *                    (RH-ROW-KIND 'X') no longer count as import
      *                    runs.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT ARDB-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARRIVE-STATUS.

           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS PEND-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
              RECORDING MODE F.
       01  ARDB-LAB-REC PIC X(176).

       FD  ARDB-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-OCC-REC PIC X(176).

      * Provides:
      *    FD  PEND-FILE
      *    01  PEND-REC.
       COPY PENDREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  ARRIVE-STATUS PIC XX.
           88 ARRIVE-OK VALUE "00".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

      * The INA-spread tolerance, matching UNEMINRC's own.
       77  INA-TOLERANCE-PCT PIC 9(2) VALUE 10.

       01  IMPORT-COLOR  PIC 9 COMP-4 VALUE ZERO.
       01  QUALITY-COLOR PIC 9 COMP-4 VALUE ZERO.
       01  ARRIVAL-COLOR PIC 9 COMP-4 VALUE ZERO.
       01  REVISION-COLOR PIC 9 COMP-4 VALUE ZERO.

      * The holiday-calendar verdict for today (UNEMHCAL).
       01  SCOR-TODAY PIC 9(8) VALUE ZERO.
       01  INA-LOW   COMP-4 PIC 9(7) VALUE ZERO.
       01  INA-SPREAD-LIMIT PIC 9(7)V99 COMP-3 VALUE ZERO.

       01  REVISIONS-HELD COMP-4 PIC 9(5) VALUE ZERO.

       01  SOURCES-MISSING COMP-4 PIC 9(1) VALUE ZERO.
       01  SOURCE-IDX PIC 9(2) COMP-4.

           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.

       01  SOURCE-FILES REDEFINES SOURCE-FILE-TABLE.
           05 SOURCE-FILE OCCURS 8 TIMES PIC X(16).

      *------------------------
       LINKAGE SECTION.
      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
           PERFORM 2000-SCORE-IMPORT
           PERFORM 3000-SCORE-QUALITY
           PERFORM 4000-SCORE-ARRIVALS
           PERFORM 5000-SCORE-REVISIONS
              THRU 5000-SCORE-REVISIONS-END

           MOVE IMPORT-COLOR TO OVERALL-COLOR
           IF QUALITY-COLOR > OVERALL-COLOR THEN
           IF ARRIVAL-COLOR > OVERALL-COLOR THEN
              MOVE ARRIVAL-COLOR TO OVERALL-COLOR
           END-IF
           IF REVISION-COLOR > OVERALL-COLOR THEN
              MOVE REVISION-COLOR TO OVERALL-COLOR
           END-IF

           MOVE OVERALL-COLOR TO IMPORT-COLOR
           PERFORM 9000-COLOR-WORD
              IF RH-RUN-DATE NOT = RUN-DATE-TODAY THEN
                 SET RUN-HIST-EOF TO TRUE
              ELSE
                 IF NOT RH-PRODUCER-ROW THEN
                    ADD 1 TO IMPORT-RUNS
                    EVALUATE TRUE
                       WHEN RH-FAILED
                          ADD 1 TO IMPORT-FAILS
                       WHEN RH-WARNING
                       WHEN RH-SKIPPED
                          ADD 1 TO IMPORT-WARNS
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
                 PERFORM 2100-READ-NEXT-RUN
              END-IF
           END-PERFORM
           END-IF

           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              EVALUATE SOURCE-IDX
                 WHEN 1 OPEN INPUT ARDB-AGE
                 WHEN 2 OPEN INPUT ARDB-GEN
                 WHEN 5 OPEN INPUT ARDB-ETH
                 WHEN 6 OPEN INPUT ARDB-STA
                 WHEN 7 OPEN INPUT ARDB-LAB
                 WHEN 8 OPEN INPUT ARDB-OCC
              END-EVALUATE

              IF ARRIVE-OK THEN
                    WHEN 5 CLOSE ARDB-ETH
                    WHEN 6 CLOSE ARDB-STA
                    WHEN 7 CLOSE ARDB-LAB
                    WHEN 8 CLOSE ARDB-OCC
                 END-EVALUATE
              ELSE
                 ADD 1 TO SOURCES-MISSING

           IF SOURCES-MISSING = ZERO THEN
              MOVE ZERO TO ARRIVAL-COLOR
              DISPLAY "ARRIVAL: GREEN - all eight sources present."
           ELSE
              MOVE 1 TO ARRIVAL-COLOR
              DISPLAY "ARRIVAL: AMBER - " SOURCES-MISSING

       4000-SCORE-ARRIVALS-END.
           EXIT.
      ******************************************************************
      * The revisions to published periods UNEMPROM held for
      * approval (revision batches 'RV...', maker UNEMPROM) that no
      * one has decided on yet.
      ******************************************************************
       5000-SCORE-REVISIONS.
           OPEN INPUT PEND-FILE

           IF NOT PEND-FILE-OK THEN
              MOVE 1 TO REVISION-COLOR
              DISPLAY "REVISION: AMBER - the pending-changes register "
                 "couldn't be read."
              GO TO 5000-SCORE-REVISIONS-END
           END-IF

           MOVE LOW-VALUES TO PC-KEY
           MOVE 'RV' TO PC-BATCH-ID (1:2)
           START PEND-FILE KEY IS NOT < PC-KEY
              INVALID KEY
                 SET PEND-FILE-EOF TO TRUE
           END-START

           IF PEND-FILE-OK THEN
              READ PEND-FILE NEXT
                 AT END CONTINUE
              END-READ
           END-IF
           PERFORM UNTIL NOT PEND-FILE-OK
                 OR PC-BATCH-ID (1:2) NOT = 'RV'
              IF PC-PENDING AND PC-MAKER = "UNEMPROM" THEN
                 ADD 1 TO REVISIONS-HELD
                 DISPLAY "REVISION:   " PC-PAYLOAD (1:8) " "
                    PC-PAYLOAD (9:2) " held " PC-STAGED-DATE
                    " as " PC-BATCH-ID "/" PC-SEQ
                    " - awaiting approval."
              END-IF
              READ PEND-FILE NEXT
                 AT END CONTINUE
              END-READ
           END-PERFORM

           CLOSE PEND-FILE

           IF REVISIONS-HELD = ZERO THEN
              MOVE ZERO TO REVISION-COLOR
              DISPLAY "REVISION: GREEN - no revision to a published "
                 "period awaiting approval."
           ELSE
              MOVE 1 TO REVISION-COLOR
              DISPLAY "REVISION: AMBER - " REVISIONS-HELD
                 " revision(s) to published periods held for "
                 "approval (UNEMPEND)."
           END-IF
           .

       5000-SCORE-REVISIONS-END.
           EXIT.
      ******************************************************************
       9000-COLOR-WORD.
           EVALUATE IMPORT-COLOR
