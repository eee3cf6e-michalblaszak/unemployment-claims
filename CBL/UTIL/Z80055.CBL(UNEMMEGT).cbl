      ******************************************************************
      * Month-end stream gate and progress recorder.
      ******************************************************************
      * Month end was run by hand from a checklist - certification,
      * close, federal submission, release, then the yearbook or
      * distribution - and steps got run out of order: a submission
      * ahead of the certification, a distribution of a month nobody
      * had released. The month-end stream (UNEMMEOJ)
      * now runs the stages in order, with a gate step of this
      * program in front of each stage's step and a progress step
      * behind it. Every move is recorded per month and stage on the
      * month-end progress KSDS (MEPRGDD, MEPRREC.cpy), and against
      * the month's entries of the deliverables calendar (DLVCALDD -
      * the monthly and quarterly rows the stage's program produces),
      * where the deliverables driver (UNEMDLVR) picks them up.
      *
      *    PARM='GATE  ssss yyyy-mm'
      *        may stage ssss run for the month? RC=0 - yes, the
      *        stage is recorded gated and its step runs. RC=4 - the
      *        stage is already complete for the month, or doesn't
      *        apply to it (the yearbook outside December); the step
      *        is passed over and the stream goes on. RC=8 - refused:
      *        the stage before it is not complete for the month, or
      *        the release register (RELREGDD) or the certification
      *        status (CERTDD) don't allow it. A refusal on the
      *        register or the certification is recorded blocked and
      *        raises an MEBLOCKD alert.
      *    PARM='DONE  ssss yyyy-mm'
      *        the stage's step ended clean - recorded complete.
      *    PARM='FAIL  ssss yyyy-mm'
      *        the stage's step abended or ended RC >= 8 - recorded
      *        failed, with the restart point; raises an MEFAILED
      *        alert.
      *    PARM='RESET ssss yyyy-mm'
      *        clears the month's progress from stage ssss on, so
      *        those stages can be run again.
      *    PARM='SHOW       yyyy-mm'
      *        lists the month's progress.
      *-----------------------------------------------------------------
      * The stages, in stream order, and what each gate asks beyond
      * the stage before it being complete:
      *    CERT  UNEMCERT  the period not yet signed off or released
      *    CLOS  UNEMCLOS  the period not yet signed off or released
      *                    (the close refuses a month still carrying
      *                    preliminary records, so the certification
      *                    that promotes them to final goes first)
      *    FSUB  UNEMFSUB  the month certified (no 'U' period, at
      *                    least one 'C'); the period not returned
      *    RELR  UNEMRELR  the month certified; the period signed
      *                    off (already released counts as complete)
      *    NEWS  UNEMNEWS  the month certified and released
      *    YRBK  UNEMYRBK  December only; the month certified and
      *                    released
      *    DIST  UNEMDIST  the month certified and released
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMALRT: see CBL/UTIL(UNEMALRT).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  NEWS stage (UNEMNEWS release text) after
      *                    RELR.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMMEGT.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-25.

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
           SELECT ME-PROG ASSIGN TO MEPRGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-KEY
           FILE STATUS IS ME-PROG-STATUS.

           *> The publication release register, read-only.
           SELECT RELREG-FILE ASSIGN TO RELREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-PERIOD
           FILE STATUS IS RELREG-STATUS.

           *> The certification-status KSDS written by UNEMCERT,
           *> read-only.
           SELECT CERT-FILE ASSIGN TO CERTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CERT-KEY
           FILE STATUS IS CERT-FILE-STATUS.

           *> The deliverables calendar - one row per deliverable.
           SELECT DLV-CAL ASSIGN TO DLVCALDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DLV-CAL-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  ME-PROG
      *    01  ME-PROG-REC.
       COPY MEPRREC.

      * Provides:
      *    FD  RELREG-FILE
      *    01  RELREG-REC.
       COPY RELREC.

      * Provides:
      *    FD  CERT-FILE
      *    01  CERT-REC.
       COPY CERTREC.

      * The calendar row, laid out as UNEMDLVR reads it.
       FD  DLV-CAL
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  DLV-CAL-REC.
           05 DV-NAME      PIC X(20).
           05 DV-PGM       PIC X(8).
           05 DV-FREQUENCY PIC X.
           05 DV-DUE-DAY   PIC X(2).
           05 FILLER       PIC X(49).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  ME-PROG-STATUS PIC XX.
           88 ME-PROG-OK VALUE "00".
           88 ME-PROG-EOF VALUE "10".

       01  RELREG-STATUS PIC XX.
           88 RELREG-OK VALUE "00".

       01  CERT-FILE-STATUS PIC XX.
           88 CERT-FILE-OK VALUE "00".
           88 CERT-FILE-EOF VALUE "10".

       01  DLV-CAL-STATUS PIC XX.
           88 DLV-CAL-OK VALUE "00".
           88 DLV-CAL-EOF VALUE "10".

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  TIME-NOW-FULL  PIC 9(8) VALUE ZERO.
       01  TIME-NOW       PIC 9(6) VALUE ZERO.

      * The stream's stages in order - code, producing program and
      * the gate step the stream restarts at.
       01  STAGE-TABLE-DATA.
           05 FILLER PIC X(15) VALUE 'CERTUNEMCERT010'.
           05 FILLER PIC X(15) VALUE 'CLOSUNEMCLOS020'.
           05 FILLER PIC X(15) VALUE 'FSUBUNEMFSUB030'.
           05 FILLER PIC X(15) VALUE 'RELRUNEMRELR040'.
           05 FILLER PIC X(15) VALUE 'NEWSUNEMNEWS045'.
           05 FILLER PIC X(15) VALUE 'YRBKUNEMYRBK050'.
           05 FILLER PIC X(15) VALUE 'DISTUNEMDIST060'.
       01  STAGE-TABLE REDEFINES STAGE-TABLE-DATA.
           05 STAGE-ENTRY OCCURS 7 TIMES.
              10 ST-CODE PIC X(4).
              10 ST-PGM  PIC X(8).
              10 ST-STEP PIC X(3).

       01  STAGE-COUNT COMP-4 PIC 9(2) VALUE 7.
       01  STAGE-IDX   COMP-4 PIC 9(2) VALUE ZERO.
       01  PRIOR-IDX   COMP-4 PIC 9(2) VALUE ZERO.
       01  FOUND-IDX   COMP-4 PIC 9(2) VALUE ZERO.
       01  SCAN-IDX    COMP-4 PIC 9(2) VALUE ZERO.
       01  FIND-CODE   PIC X(4) VALUE SPACES.

      * The progress record being written - status and note.
       01  NEW-STATUS PIC X VALUE SPACE.
       01  NEW-NOTE   PIC X(50) VALUE SPACES.

       01  PROG-FOUND-SW PIC X VALUE 'N'.
           88 PROG-FOUND VALUE 'Y'.
       01  PRIOR-STATUS PIC X VALUE SPACE.

      * The period's standing on the release register - its
      * RL-STATUS, SPACE when it isn't on the register, 'U' when the
      * register couldn't be read.
       01  REGISTER-STATE PIC X VALUE SPACE.

      * The month's certification results.
       01  CERT-CERTIFIED-COUNT   COMP-4 PIC 9(5) VALUE ZERO.
       01  CERT-UNCERTIFIED-COUNT COMP-4 PIC 9(5) VALUE ZERO.
       01  CERT-UNAVAILABLE-SW PIC X VALUE 'N'.
           88 CERT-UNAVAILABLE VALUE 'Y'.

       01  ROWS-RECORDED COMP-4 PIC 9(3) VALUE ZERO.
       01  ITEMS-CLEARED COMP-4 PIC 9(3) VALUE ZERO.
       01  ITEMS-SHOWN   COMP-4 PIC 9(3) VALUE ZERO.

       01  COUNT-DISP PIC ZZZZ9.

      * Built up before each CALL to UNEMALRT.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

       01  MEGT-DISP-REC.
           05 MD-DISP-ITEM   PIC X(20) VALUE SPACES.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MD-DISP-STAGE  PIC X(4)  VALUE SPACES.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MD-DISP-STATUS PIC X(12) VALUE SPACES.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MD-DISP-DATE   PIC 9(8)  VALUE ZERO.
           05 FILLER         PIC X     VALUE SPACE.
           05 MD-DISP-TIME   PIC 9(6)  VALUE ZERO.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 MD-DISP-NOTE   PIC X(50) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= text - action, stage, month.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-ACTION PIC X(5).
              10 FILLER      PIC X.
              10 PARM-STAGE  PIC X(4).
              10 FILLER      PIC X.
              10 PARM-MONTH  PIC X(7).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT TIME-NOW-FULL FROM TIME
           MOVE TIME-NOW-FULL (1:6) TO TIME-NOW

           IF PARM-LEN < 18
              OR PARM-MONTH (1:4) IS NOT NUMERIC
              OR PARM-MONTH (5:1) NOT = "-"
              OR PARM-MONTH (6:2) IS NOT NUMERIC
              OR PARM-MONTH (6:2) < "01"
              OR PARM-MONTH (6:2) > "12" THEN
              DISPLAY "Usage: PARM='ACTION STAGE YYYY-MM' - GATE, "
                 "DONE, FAIL, RESET or SHOW."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF PARM-ACTION NOT = "SHOW" THEN
              MOVE PARM-STAGE TO FIND-CODE
              PERFORM 2100-FIND-STAGE
              IF FOUND-IDX = ZERO THEN
                 DISPLAY "Unknown stage '" PARM-STAGE "' - use CERT, "
                    "CLOS, FSUB, RELR, NEWS, YRBK or DIST."
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
              END-IF
              MOVE FOUND-IDX TO STAGE-IDX
           END-IF

           OPEN I-O ME-PROG
           IF NOT ME-PROG-OK THEN
              DISPLAY "Couldn't open the month-end progress file - "
                 "STATUS " ME-PROG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           EVALUATE PARM-ACTION
              WHEN "GATE"
                 PERFORM 3000-GATE-STAGE THRU 3000-GATE-STAGE-END
              WHEN "DONE"
                 MOVE 'C' TO NEW-STATUS
                 MOVE SPACES TO NEW-NOTE
                 PERFORM 5000-RECORD-PROGRESS
                 DISPLAY ST-CODE (STAGE-IDX) " complete for "
                    PARM-MONTH "."
              WHEN "FAIL"
                 PERFORM 4000-FAIL-STAGE
              WHEN "RESET"
                 PERFORM 6000-RESET-STAGES
              WHEN "SHOW"
                 PERFORM 7000-SHOW-MONTH
              WHEN OTHER
                 DISPLAY "Unknown action '" PARM-ACTION "' - use "
                    "GATE, DONE, FAIL, RESET or SHOW."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE ME-PROG
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The position of FIND-CODE in the stage table, zero when it
      * isn't a stage.
      ******************************************************************
       2100-FIND-STAGE.
           MOVE ZERO TO FOUND-IDX
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
              UNTIL SCAN-IDX > STAGE-COUNT OR FOUND-IDX > ZERO
              IF ST-CODE (SCAN-IDX) = FIND-CODE THEN
                 MOVE SCAN-IDX TO FOUND-IDX
              END-IF
           END-PERFORM
           .

       2100-FIND-STAGE-END.
           EXIT.
      ******************************************************************
      * The month's stage record for FIND-CODE - PROG-FOUND and
      * PRIOR-STATUS.
      ******************************************************************
       2200-READ-STAGE.
           MOVE 'N' TO PROG-FOUND-SW
           MOVE SPACE TO PRIOR-STATUS
           MOVE PARM-MONTH TO MP-MONTH
           SET MP-STAGE-ITEM TO TRUE
           MOVE FIND-CODE TO MP-ITEM
           READ ME-PROG
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET PROG-FOUND TO TRUE
                 MOVE MP-STATUS TO PRIOR-STATUS
           END-READ
           .

       2200-READ-STAGE-END.
           EXIT.
      ******************************************************************
      * Decides whether the stage may run for the month.
      ******************************************************************
       3000-GATE-STAGE.
           MOVE ST-CODE (STAGE-IDX) TO FIND-CODE
           PERFORM 2200-READ-STAGE

           IF PRIOR-STATUS = 'C' OR PRIOR-STATUS = 'N' THEN
              DISPLAY ST-CODE (STAGE-IDX) " is already complete for "
                 PARM-MONTH " - passed over. RESET it to run it "
                 "again."
              MOVE 4 TO RETURN-CODE
              GO TO 3000-GATE-STAGE-END
           END-IF

           *> Strictly in order - the stage before must be done.
           IF STAGE-IDX > 1 THEN
              COMPUTE PRIOR-IDX = STAGE-IDX - 1
              MOVE ST-CODE (PRIOR-IDX) TO FIND-CODE
              PERFORM 2200-READ-STAGE
              IF PRIOR-STATUS NOT = 'C' AND PRIOR-STATUS NOT = 'N'
              THEN
                 DISPLAY "*** " ST-CODE (STAGE-IDX) " refused - "
                    ST-CODE (PRIOR-IDX) " is not complete for "
                    PARM-MONTH ". Restart the stream at GATE"
                    ST-STEP (PRIOR-IDX) "."
                 MOVE 8 TO RETURN-CODE
                 GO TO 3000-GATE-STAGE-END
              END-IF
           END-IF

           IF ST-CODE (STAGE-IDX) = "YRBK"
              AND PARM-MONTH (6:2) NOT = "12" THEN
              MOVE 'N' TO NEW-STATUS
              MOVE "Yearbook is produced at December month end"
                 TO NEW-NOTE
              PERFORM 5000-RECORD-PROGRESS
              DISPLAY "YRBK does not apply to " PARM-MONTH
                 " - passed over."
              MOVE 4 TO RETURN-CODE
              GO TO 3000-GATE-STAGE-END
           END-IF

           PERFORM 3100-CHECK-REGISTER THRU 3100-CHECK-REGISTER-END
           MOVE SPACES TO NEW-NOTE

           EVALUATE ST-CODE (STAGE-IDX)
              WHEN "CERT"
              WHEN "CLOS"
                 IF REGISTER-STATE = 'S' OR REGISTER-STATE = 'R' THEN
                    MOVE "Period already signed off or released"
                       TO NEW-NOTE
                 END-IF
              WHEN "FSUB"
                 IF REGISTER-STATE = 'J' THEN
                    MOVE "Period returned in approvals - redraft"
                       TO NEW-NOTE
                 END-IF
              WHEN "RELR"
                 IF REGISTER-STATE = 'R' THEN
                    PERFORM 3200-CHECK-CERTIFICATION
                    IF NEW-NOTE = SPACES THEN
                       MOVE 'C' TO NEW-STATUS
                       MOVE "Period released outside the stream"
                          TO NEW-NOTE
                       PERFORM 5000-RECORD-PROGRESS
                       DISPLAY PARM-MONTH " is already released - "
                          "RELR recorded complete."
                       MOVE 4 TO RETURN-CODE
                       GO TO 3000-GATE-STAGE-END
                    END-IF
                 END-IF
                 IF NEW-NOTE = SPACES AND REGISTER-STATE NOT = 'S'
                 THEN
                    MOVE "Period not signed off on the register"
                       TO NEW-NOTE
                 END-IF
              WHEN OTHER
                 IF REGISTER-STATE NOT = 'R' THEN
                    MOVE "Period not released on the register"
                       TO NEW-NOTE
                 END-IF
           END-EVALUATE

           IF REGISTER-STATE = 'U' THEN
              MOVE "Release register not available" TO NEW-NOTE
           END-IF

           IF NEW-NOTE = SPACES
              AND ST-CODE (STAGE-IDX) NOT = "CERT"
              AND ST-CODE (STAGE-IDX) NOT = "CLOS" THEN
              PERFORM 3200-CHECK-CERTIFICATION
           END-IF

           IF NEW-NOTE NOT = SPACES THEN
              MOVE 'B' TO NEW-STATUS
              PERFORM 5000-RECORD-PROGRESS
              DISPLAY "*** " ST-CODE (STAGE-IDX) " refused for "
                 PARM-MONTH " - " NEW-NOTE
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Month end " ST-CODE (STAGE-IDX) " "
                 PARM-MONTH " blocked: " NEW-NOTE
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMALRT" USING "UNEMMEGT" "MEBLOCKD" "E"
                 ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
              GO TO 3000-GATE-STAGE-END
           END-IF

           MOVE 'G' TO NEW-STATUS
           PERFORM 5000-RECORD-PROGRESS
           DISPLAY ST-CODE (STAGE-IDX) " gated for " PARM-MONTH
              " - " ST-PGM (STAGE-IDX) " runs."
           .

       3000-GATE-STAGE-END.
           EXIT.
      ******************************************************************
      * The period's standing on the release register.
      ******************************************************************
       3100-CHECK-REGISTER.
           MOVE SPACE TO REGISTER-STATE

           OPEN INPUT RELREG-FILE
           IF NOT RELREG-OK THEN
              DISPLAY "Release register not available - STATUS "
                 RELREG-STATUS
              MOVE 'U' TO REGISTER-STATE
              GO TO 3100-CHECK-REGISTER-END
           END-IF

           MOVE PARM-MONTH TO RL-PERIOD
           READ RELREG-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE RL-STATUS TO REGISTER-STATE
           END-READ

           CLOSE RELREG-FILE
           .

       3100-CHECK-REGISTER-END.
           EXIT.
      ******************************************************************
      * The month's certification results - every period of the
      * month on the certification KSDS. Sets NEW-NOTE when the
      * month isn't wholly certified.
      ******************************************************************
       3200-CHECK-CERTIFICATION.
           MOVE ZERO TO CERT-CERTIFIED-COUNT
           MOVE ZERO TO CERT-UNCERTIFIED-COUNT
           MOVE 'N' TO CERT-UNAVAILABLE-SW

           OPEN INPUT CERT-FILE
           IF NOT CERT-FILE-OK THEN
              DISPLAY "Certification dataset not available - STATUS "
                 CERT-FILE-STATUS
              SET CERT-UNAVAILABLE TO TRUE
           ELSE
              MOVE LOW-VALUES TO CERT-KEY
              MOVE PARM-MONTH TO CERT-PERIOD-DATE (1:7)
              START CERT-FILE KEY >= CERT-KEY
                 INVALID KEY SET CERT-FILE-EOF TO TRUE
              END-START
              PERFORM UNTIL CERT-FILE-EOF
                 READ CERT-FILE NEXT
                    AT END SET CERT-FILE-EOF TO TRUE
                    NOT AT END
                       IF CERT-PERIOD-DATE (1:7) NOT = PARM-MONTH
                       THEN
                          SET CERT-FILE-EOF TO TRUE
                       ELSE
                          IF CERT-CERTIFIED THEN
                             ADD 1 TO CERT-CERTIFIED-COUNT
                          ELSE
                             ADD 1 TO CERT-UNCERTIFIED-COUNT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CERT-FILE
           END-IF

           EVALUATE TRUE
              WHEN CERT-UNAVAILABLE
                 MOVE "Certification status not available"
                    TO NEW-NOTE
              WHEN CERT-UNCERTIFIED-COUNT > ZERO
                 MOVE CERT-UNCERTIFIED-COUNT TO COUNT-DISP
                 STRING "Month not certified -" COUNT-DISP
                    " period/area(s) out of balance"
                    DELIMITED BY SIZE INTO NEW-NOTE
              WHEN CERT-CERTIFIED-COUNT = ZERO
                 MOVE "No certification results for the month"
                    TO NEW-NOTE
           END-EVALUATE
           .

       3200-CHECK-CERTIFICATION-END.
           EXIT.
      ******************************************************************
      * The stage's step failed - recorded with the restart point.
      ******************************************************************
       4000-FAIL-STAGE.
           MOVE 'F' TO NEW-STATUS
           MOVE SPACES TO NEW-NOTE
           STRING "Step failed - restart the stream at GATE"
              ST-STEP (STAGE-IDX)
              DELIMITED BY SIZE INTO NEW-NOTE
           PERFORM 5000-RECORD-PROGRESS

           DISPLAY "*** " ST-CODE (STAGE-IDX) " FAILED for "
              PARM-MONTH " - " NEW-NOTE "."

           MOVE SPACES TO ALERT-MESSAGE
           STRING "Month end " ST-CODE (STAGE-IDX) " " PARM-MONTH
              " failed - restart at GATE" ST-STEP (STAGE-IDX)
              DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMMEGT" "MEFAILED" "E"
              ALERT-MESSAGE
           .

       4000-FAIL-STAGE-END.
           EXIT.
      ******************************************************************
      * Writes the stage record with NEW-STATUS and NEW-NOTE, then
      * the same against the month's calendar entries of the stage's
      * program.
      ******************************************************************
       5000-RECORD-PROGRESS.
           MOVE ST-CODE (STAGE-IDX) TO FIND-CODE
           PERFORM 2200-READ-STAGE

           MOVE PARM-MONTH TO MP-MONTH
           SET MP-STAGE-ITEM TO TRUE
           MOVE ST-CODE (STAGE-IDX) TO MP-ITEM
           PERFORM 5200-WRITE-ITEM

           PERFORM 5100-RECORD-DELIVERABLES
              THRU 5100-RECORD-DELIVERABLES-END
           .

       5000-RECORD-PROGRESS-END.
           EXIT.
      ******************************************************************
      * One deliverable record per monthly or quarterly calendar row
      * the stage's program produces.
      ******************************************************************
       5100-RECORD-DELIVERABLES.
           MOVE ZERO TO ROWS-RECORDED

           OPEN INPUT DLV-CAL
           IF NOT DLV-CAL-OK THEN
              DISPLAY "Deliverables calendar not available - STATUS "
                 DLV-CAL-STATUS " - progress kept on the stage only."
              GO TO 5100-RECORD-DELIVERABLES-END
           END-IF

           PERFORM 5110-READ-CALENDAR-ROW
           PERFORM UNTIL DLV-CAL-EOF
              IF DLV-CAL-REC (1:1) NOT = '*'
                 AND DLV-CAL-REC NOT = SPACES
                 AND DV-PGM = ST-PGM (STAGE-IDX)
                 AND (DV-FREQUENCY = 'M' OR DV-FREQUENCY = 'Q') THEN
                 MOVE 'N' TO PROG-FOUND-SW
                 MOVE PARM-MONTH TO MP-MONTH
                 SET MP-DELIVERABLE-ITEM TO TRUE
                 MOVE DV-NAME TO MP-ITEM
                 READ ME-PROG
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET PROG-FOUND TO TRUE
                 END-READ
                 MOVE PARM-MONTH TO MP-MONTH
                 SET MP-DELIVERABLE-ITEM TO TRUE
                 MOVE DV-NAME TO MP-ITEM
                 PERFORM 5200-WRITE-ITEM
                 ADD 1 TO ROWS-RECORDED
              END-IF
              PERFORM 5110-READ-CALENDAR-ROW
           END-PERFORM

           CLOSE DLV-CAL

           IF ROWS-RECORDED > ZERO THEN
              DISPLAY ROWS-RECORDED " calendar deliverable(s) of "
                 ST-PGM (STAGE-IDX) " recorded."
           END-IF
           .

       5100-RECORD-DELIVERABLES-END.
           EXIT.
      ******************************************************************
       5110-READ-CALENDAR-ROW.
           READ DLV-CAL
              AT END CONTINUE
           END-READ

           IF NOT DLV-CAL-OK AND NOT DLV-CAL-EOF THEN
              DISPLAY "Error reading the deliverables calendar - "
                 "STATUS " DLV-CAL-STATUS
              SET DLV-CAL-EOF TO TRUE
           END-IF
           .

       5110-READ-CALENDAR-ROW-END.
           EXIT.
      ******************************************************************
      * Fills in the record at MP-KEY and writes it - rewritten when
      * PROG-FOUND says it is on file already.
      ******************************************************************
       5200-WRITE-ITEM.
           MOVE ST-CODE (STAGE-IDX) TO MP-STAGE
           MOVE ST-PGM (STAGE-IDX) TO MP-PGM
           MOVE NEW-STATUS TO MP-STATUS
           MOVE RUN-DATE-TODAY TO MP-DATE
           MOVE TIME-NOW TO MP-TIME
           MOVE NEW-NOTE TO MP-NOTE
           MOVE SPACES TO ME-PROG-REC (106:15)

           IF PROG-FOUND THEN
              REWRITE ME-PROG-REC
           ELSE
              WRITE ME-PROG-REC
           END-IF

           IF NOT ME-PROG-OK THEN
              DISPLAY "Couldn't record " MP-ITEM " for " MP-MONTH
                 " - STATUS " ME-PROG-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       5200-WRITE-ITEM-END.
           EXIT.
      ******************************************************************
      * Clears the month's progress from the stage on - the stage
      * records first, then the deliverable records they carried.
      ******************************************************************
       6000-RESET-STAGES.
           MOVE ZERO TO ITEMS-CLEARED

           PERFORM VARYING PRIOR-IDX FROM STAGE-IDX BY 1
              UNTIL PRIOR-IDX > STAGE-COUNT
              MOVE PARM-MONTH TO MP-MONTH
              SET MP-STAGE-ITEM TO TRUE
              MOVE ST-CODE (PRIOR-IDX) TO MP-ITEM
              DELETE ME-PROG
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO ITEMS-CLEARED
              END-DELETE
           END-PERFORM

           MOVE PARM-MONTH TO MP-MONTH
           SET MP-DELIVERABLE-ITEM TO TRUE
           MOVE LOW-VALUES TO MP-ITEM
           START ME-PROG KEY >= MP-KEY
              INVALID KEY SET ME-PROG-EOF TO TRUE
           END-START

           PERFORM UNTIL ME-PROG-EOF
              READ ME-PROG NEXT
                 AT END SET ME-PROG-EOF TO TRUE
                 NOT AT END
                    IF MP-MONTH NOT = PARM-MONTH
                       OR NOT MP-DELIVERABLE-ITEM THEN
                       SET ME-PROG-EOF TO TRUE
                    ELSE
                       MOVE MP-STAGE TO FIND-CODE
                       PERFORM 2100-FIND-STAGE
                       IF FOUND-IDX >= STAGE-IDX THEN
                          DELETE ME-PROG
                             INVALID KEY CONTINUE
                             NOT INVALID KEY ADD 1 TO ITEMS-CLEARED
                          END-DELETE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY PARM-MONTH " reset from " ST-CODE (STAGE-IDX)
              " on - " ITEMS-CLEARED " progress record(s) cleared."
           .

       6000-RESET-STAGES-END.
           EXIT.
      ******************************************************************
      * The month's progress - the stages, then the calendar
      * deliverables.
      ******************************************************************
       7000-SHOW-MONTH.
           DISPLAY "Month-end progress for " PARM-MONTH
           DISPLAY "----------------------------------------------"

           MOVE PARM-MONTH TO MP-MONTH
           MOVE LOW-VALUES TO MP-TYPE
           MOVE LOW-VALUES TO MP-ITEM
           START ME-PROG KEY >= MP-KEY
              INVALID KEY SET ME-PROG-EOF TO TRUE
           END-START

           MOVE ZERO TO ITEMS-SHOWN
           PERFORM UNTIL ME-PROG-EOF
              READ ME-PROG NEXT
                 AT END SET ME-PROG-EOF TO TRUE
                 NOT AT END
                    IF MP-MONTH NOT = PARM-MONTH THEN
                       SET ME-PROG-EOF TO TRUE
                    ELSE
                       ADD 1 TO ITEMS-SHOWN
                       PERFORM 7100-SHOW-ITEM
                    END-IF
              END-READ
           END-PERFORM

           IF ITEMS-SHOWN = ZERO THEN
              DISPLAY "Nothing recorded - the stream has not run for "
                 PARM-MONTH "."
           END-IF
           .

       7000-SHOW-MONTH-END.
           EXIT.
      ******************************************************************
       7100-SHOW-ITEM.
           IF MP-STAGE-ITEM THEN
              MOVE "stage" TO MD-DISP-ITEM
           ELSE
              MOVE MP-ITEM TO MD-DISP-ITEM
           END-IF
           MOVE MP-STAGE TO MD-DISP-STAGE

           EVALUATE TRUE
              WHEN MP-GATED
                 MOVE "gated" TO MD-DISP-STATUS
              WHEN MP-COMPLETE
                 MOVE "complete" TO MD-DISP-STATUS
              WHEN MP-FAILED
                 MOVE "*** FAILED" TO MD-DISP-STATUS
              WHEN MP-BLOCKED
                 MOVE "*** BLOCKED" TO MD-DISP-STATUS
              WHEN MP-NOT-APPLICABLE
                 MOVE "n/a" TO MD-DISP-STATUS
              WHEN OTHER
                 MOVE MP-STATUS TO MD-DISP-STATUS
           END-EVALUATE

           MOVE MP-DATE TO MD-DISP-DATE
           MOVE MP-TIME TO MD-DISP-TIME
           MOVE MP-NOTE TO MD-DISP-NOTE
           DISPLAY MEGT-DISP-REC
           .

       7100-SHOW-ITEM-END.
           EXIT.
