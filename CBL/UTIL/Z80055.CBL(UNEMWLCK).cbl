      ******************************************************************
      * Batch-window interlock for the live-updating utilities.
      ******************************************************************
      * The online update transaction quiesces by cycle state; the
      * ad hoc batch utilities didn't - UNEMCORR, UNEMBNCH, UNEMBKOT,
      * UNEMREST, UNEMARCH and the rest could be run against live
      * UNEMPLRP while the daily job sat between STEP010's backup and
      * STEP040's promotion, which silently made the backup stale and
      * the job's restart procedure wrong. UNEMAUTH now calls this
      * check for every such utility before it opens the cluster for
      * update, and refuses the update while the window is open:
      *    the cycle (CYCLEDD) is loading - state 'E' or 'L', the
      *       states UNEMUPDT quiesces in; or
      *    the window lock is held - UNEMCYCL PARM='LOCK' sets it
      *       on the cycle record ahead of the daily job's backup
      *       and PARM='FREE' clears it once the promotion is done.
      * A cycle-control dataset that can't be read refuses as well -
      * an update nobody can place in the window doesn't happen.
      * A refusal is displayed on the console and raises a WINLOCK
      * alert (UNEMALRT, severity E).
      *
      * The emergency override: a WLOVRDD card in the utility's
      * JCL -
      *    cols  1-8   OVERRIDE
      *    cols 10-69  the reason, mandatory
      * lets the update through while the window is open, but only
      * for a user whose role permits the OVERRIDE function
      * (UNEMROLE, the USERAUTH table). A granted override goes on
      * the access trail (UNEMACCL) with the window it broke and its
      * reason, and raises a WINOVRD alert (severity W) so the
      * operators know the backup may be stale; a card with no
      * reason, or a user not authorized, is refused as above.
      *
      * WLCK-FUNCTION 'SHOW' only describes the window - the UNST
      * run-status panel and the incident bundle show it.
      *-----------------------------------------------------------------
      * Input parameters:
      *    WLCK-FUNCTION - 'CHECK' the caller's update, or 'SHOW'.
      *    WLCK-PGM-NAME - the calling program's PROGRAM-ID.
      * Output parameters:
      *    WLCK-STATUS   - CHECK: 'G' the update may go ahead (the
      *                    window is closed, or overridden), 'D'
      *                    refused. SHOW: 'O' the window is open,
      *                    'C' closed, 'U' unknown.
      *    WLCK-TEXT     - the window, in words.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMROLE - the user and role authorization check.
      *    UNEMACCL - the access trail.
      *    UNEMALRT - the alerting subsystem.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMWLCK.
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
           SELECT CYCLE-FILE ASSIGN TO CYCLEDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CYCLE-FILE-STATUS.

           *> The emergency-override card, when the JCL supplies one
           SELECT OVERRIDE-CARD ASSIGN TO WLOVRDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OVERRIDE-CARD-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  CYCLE-FILE
      *    01  CYCLE-REC.
       COPY CYCLEREC.

       FD  OVERRIDE-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  OVERRIDE-CARD-REC.
           05 OC-KEYWORD PIC X(8).
           05 FILLER     PIC X.
           05 OC-REASON  PIC X(60).
           05 FILLER     PIC X(11).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CYCLE-FILE-STATUS PIC XX.
           88 CYCLE-FILE-OK VALUE "00".

       01  OVERRIDE-CARD-STATUS PIC XX.
           88 OVERRIDE-CARD-OK VALUE "00".

       01  CYCLE-SW PIC X VALUE 'N'.
           88 CYCLE-FOUND VALUE 'Y'.

       01  WINDOW-SW PIC X VALUE 'N'.
           88 WINDOW-OPEN VALUE 'Y'.

       01  OVERRIDE-SW PIC X VALUE 'N'.
           88 OVERRIDE-SUPPLIED VALUE 'Y'.
       01  OVERRIDE-REASON PIC X(60) VALUE SPACES.

      * The job's user and any state - UNEMROLE takes AUDIT-USER.
       01  ROLE-USER   PIC X(8) VALUE SPACES.
       01  ROLE-STATE  PIC X(2) VALUE SPACES.
       01  ROLE-STATUS PIC X VALUE SPACE.
           88 ROLE-GRANTED VALUE 'G'.

       01  LOCK-CLOCK.
           05 LOCK-CLOCK-HH PIC 9(2).
           05 FILLER PIC X VALUE ':'.
           05 LOCK-CLOCK-MM PIC 9(2).

       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  WLCK-FUNCTION PIC X(5).
       01  WLCK-PGM-NAME PIC X(8).
       01  WLCK-STATUS   PIC X.
           88 WLCK-GRANTED VALUE 'G'.
           88 WLCK-DENIED  VALUE 'D'.
       01  WLCK-TEXT     PIC X(60).

      *========================
       PROCEDURE DIVISION USING WLCK-FUNCTION WLCK-PGM-NAME
                                WLCK-STATUS WLCK-TEXT.
      *========================
       1000-MAIN.
           MOVE 'N' TO CYCLE-SW WINDOW-SW OVERRIDE-SW
           MOVE SPACES TO WLCK-TEXT

           PERFORM 2000-READ-WINDOW
              THRU 2000-READ-WINDOW-END

           IF WLCK-FUNCTION = "SHOW" THEN
              EVALUATE TRUE
                 WHEN NOT CYCLE-FOUND
                    MOVE 'U' TO WLCK-STATUS
                 WHEN WINDOW-OPEN
                    MOVE 'O' TO WLCK-STATUS
                 WHEN OTHER
                    MOVE 'C' TO WLCK-STATUS
              END-EVALUATE
              GO TO 1000-MAIN-END
           END-IF

           IF NOT WINDOW-OPEN THEN
              SET WLCK-GRANTED TO TRUE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 3000-CHECK-OVERRIDE
              THRU 3000-CHECK-OVERRIDE-END

           IF WLCK-DENIED THEN
              PERFORM 4000-REFUSE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The cycle record - its state and the window lock - and the
      * window in words. No cycle record counts as an open window.
      ******************************************************************
       2000-READ-WINDOW.
           OPEN INPUT CYCLE-FILE
           IF NOT CYCLE-FILE-OK THEN
              SET WINDOW-OPEN TO TRUE
              STRING "Window unknown - no cycle-control dataset ("
                 CYCLE-FILE-STATUS ")"
                 DELIMITED BY SIZE INTO WLCK-TEXT
              GO TO 2000-READ-WINDOW-END
           END-IF

           READ CYCLE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 SET CYCLE-FOUND TO TRUE
           END-READ
           CLOSE CYCLE-FILE

           IF NOT CYCLE-FOUND THEN
              SET WINDOW-OPEN TO TRUE
              MOVE "Window unknown - the cycle-control dataset is empty"
                 TO WLCK-TEXT
              GO TO 2000-READ-WINDOW-END
           END-IF

           EVALUATE TRUE
              WHEN CY-WINDOW-LOCKED
                 SET WINDOW-OPEN TO TRUE
                 MOVE CY-LOCK-TIME (1:2) TO LOCK-CLOCK-HH
                 MOVE CY-LOCK-TIME (3:2) TO LOCK-CLOCK-MM
                 STRING "WINDOW LOCKED by " CY-LOCK-JOB " since "
                    LOCK-CLOCK " - cycle " CY-BUSINESS-DATE " "
                    CY-STATE
                    DELIMITED BY SIZE INTO WLCK-TEXT
              WHEN CY-STATE-EXPECTED OR CY-STATE-LOADED
                 SET WINDOW-OPEN TO TRUE
                 STRING "Window open - cycle " CY-BUSINESS-DATE " "
                    CY-STATE " is loading; utilities refused"
                    DELIMITED BY SIZE INTO WLCK-TEXT
              WHEN OTHER
                 STRING "Window closed - cycle " CY-BUSINESS-DATE " "
                    CY-STATE "; utilities may update"
                    DELIMITED BY SIZE INTO WLCK-TEXT
           END-EVALUATE
           .

       2000-READ-WINDOW-END.
           EXIT.
      ******************************************************************
      * The emergency override - a WLOVRDD card with a reason, from
      * a user whose role permits OVERRIDE. Granted, it is logged on
      * the access trail with its reason and alerted.
      ******************************************************************
       3000-CHECK-OVERRIDE.
           SET WLCK-DENIED TO TRUE

           OPEN INPUT OVERRIDE-CARD
           IF NOT OVERRIDE-CARD-OK THEN
              GO TO 3000-CHECK-OVERRIDE-END
           END-IF
           READ OVERRIDE-CARD
              AT END
                 CONTINUE
              NOT AT END
                 IF OC-KEYWORD = "OVERRIDE" THEN
                    SET OVERRIDE-SUPPLIED TO TRUE
                    MOVE OC-REASON TO OVERRIDE-REASON
                 END-IF
           END-READ
           CLOSE OVERRIDE-CARD

           IF NOT OVERRIDE-SUPPLIED THEN
              GO TO 3000-CHECK-OVERRIDE-END
           END-IF

           IF OVERRIDE-REASON = SPACES THEN
              DISPLAY "*** " WLCK-PGM-NAME ": the window override "
                 "gives no reason - refused." UPON CONSOLE
              GO TO 3000-CHECK-OVERRIDE-END
           END-IF

           CALL "UNEMROLE" USING "UNEMWLCK" ROLE-USER ROLE-STATE
              ROLE-STATUS
           IF NOT ROLE-GRANTED THEN
              DISPLAY "*** " WLCK-PGM-NAME ": the window override "
                 "is not authorized for this user - refused."
                 UPON CONSOLE
              GO TO 3000-CHECK-OVERRIDE-END
           END-IF

           SET WLCK-GRANTED TO TRUE

           MOVE SPACES TO AUDIT-REQUEST
           STRING "WINDOW OVERRIDE " WLCK-PGM-NAME " - " WLCK-TEXT
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING WLCK-PGM-NAME AUDIT-REQUEST
           MOVE OVERRIDE-REASON TO AUDIT-REQUEST
           CALL "UNEMACCL" USING WLCK-PGM-NAME AUDIT-REQUEST

           MOVE SPACES TO ALERT-MESSAGE
           STRING WLCK-PGM-NAME " overrode the batch window - "
              "backup may be stale"
              DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMWLCK" "WINOVRD " "W"
              ALERT-MESSAGE

           DISPLAY "*** " WLCK-PGM-NAME ": BATCH WINDOW OVERRIDDEN - "
              WLCK-TEXT UPON CONSOLE
           DISPLAY "*** Reason: " OVERRIDE-REASON UPON CONSOLE
           .

       3000-CHECK-OVERRIDE-END.
           EXIT.
      ******************************************************************
       4000-REFUSE.
           DISPLAY "*** " WLCK-PGM-NAME ": UPDATE REFUSED - "
              WLCK-TEXT UPON CONSOLE
           DISPLAY "*** Rerun once the daily job's window closes, or "
              "with an authorized WLOVRDD override." UPON CONSOLE

           MOVE SPACES TO ALERT-MESSAGE
           STRING WLCK-PGM-NAME " refused - the batch window is open"
              DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMWLCK" "WINLOCK " "E"
              ALERT-MESSAGE
           .

       4000-REFUSE-END.
           EXIT.

       END PROGRAM UNEMWLCK.
