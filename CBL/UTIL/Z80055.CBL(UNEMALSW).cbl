      ******************************************************************
      * Alert workbench sweep - loads new alerts, escalates the
      * unacknowledged critical ones.
      ******************************************************************
      * UNEMALRT records every alert on the ALRTHSTDD history and the
      * console page is the only notice anyone gets - an alert fired
      * at 02:10 was forgotten by 02:11. The UNAL workbench
      * (UNEMALWB) lets the operations desk acknowledge, assign,
      * annotate and close alerts; this sweep, scheduled through the
      * day by UNEMALSJ, is what feeds it and chases it:
      *
      *    1. Every alert on the history not yet on the workbench
      *       (ALRTWKDD, ALWKREC.cpy) is added there open, at routing
      *       tier 1, assigned to the event's tier-1 contact if its
      *       ALRTRTDD row names one. An alert's workbench key is its
      *       history stamp plus its position among identical stamps,
      *       so rerunning over the same history adds nothing twice -
      *       and a history trimmed by the retention run only stops
      *       adding the trimmed alerts.
      *    2. Every critical (severity 'E') alert still open -
      *       nobody has acknowledged it - for longer than the
      *       escalation wait since it was raised (or last
      *       escalated) moves to the next ALRTRTDD routing tier: the
      *       event's row for that tier, or the '*' row for that tier
      *       when the event has none of its own. The alert is
      *       re-assigned to the tier's contact and the console is
      *       paged again. An alert already at the table's last
      *       tier stays there, listed as such.
      *
      * The workbench is opened in VSAM record-level sharing mode
      * (RLS=NRI on ALRTWKDD, UNEMSETJ's ONLINE SHARING note), so the
      * sweep updates it while the UNAL transaction has it open in
      * the online region - the two lock record by record, and
      * neither has to close the file for the other.
      *
      *    PARM='mmmm' - the escalation wait in minutes (default
      *                  0030 when absent or not numeric).
      *
      * RC=0 swept; RC=8 the workbench couldn't be opened (in RLS
      * mode too - the SMSVSAM server down, say).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  The workbench is shared with the online
      *                    region in RLS mode; failed adds and
      *                    escalations are checked by status.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMALSW.
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
           *> The routing table - tier-1 rows route the alert as
           *> raised, higher tiers are where it escalates to.
           SELECT ALERT-ROUTE ASSIGN TO ALRTRTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-ROUTE-STATUS.

           SELECT ALERT-HIST ASSIGN TO ALRTHSTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-HIST-STATUS.

           SELECT ALWK-FILE ASSIGN TO ALRTWKDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AW-KEY
           FILE STATUS IS ALWK-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Laid out exactly like UNEMALRT's ALERT-ROUTE-REC.
       FD  ALERT-ROUTE
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE F.
       01  ALERT-ROUTE-REC.
           05 RT-EVENT PIC X(8).
           05 RT-ROUTE PIC X.
           05 RT-TIER  PIC X.
           05 RT-CONTACT PIC X(8).
           05 FILLER   PIC X(2).

      * Laid out exactly like UNEMALRT's ALERT-HIST-REC - the
      * writing side of the same dataset.
       FD  ALERT-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ALERT-HIST-REC.
           05 AL-DATE     PIC 9(8).
           05 AL-TIME     PIC 9(6).
           05 AL-PGM      PIC X(8).
           05 AL-EVENT    PIC X(8).
           05 AL-SEVERITY PIC X.
           05 AL-ROUTE    PIC X.
           05 AL-MESSAGE  PIC X(60).
           05 FILLER      PIC X(8).

      * Provides:
      *    FD  ALWK-FILE
      *    01  ALWK-REC.
       COPY ALWKREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  ALERT-ROUTE-STATUS PIC XX.
           88 ALERT-ROUTE-OK VALUE "00".
           88 ALERT-ROUTE-EOF VALUE "10".

       01  ALERT-HIST-STATUS PIC XX.
           88 ALERT-HIST-OK VALUE "00".
           88 ALERT-HIST-EOF VALUE "10".

       01  ALWK-STATUS PIC XX.
           88 ALWK-OK VALUE "00".
           88 ALWK-EOF VALUE "10".

      * The routing rows, held for the tier lookups.
       01  ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 200 TIMES.
              10 RE-EVENT   PIC X(8).
              10 RE-TIER    PIC 9.
              10 RE-CONTACT PIC X(8).
       01  ROUTES-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  ROUTE-IDX   PIC 9(3) COMP-4.

      * The tier looked up - event, tier wanted, and what was found.
       01  WANT-EVENT   PIC X(8) VALUE SPACES.
       01  WANT-TIER    PIC 9 VALUE ZERO.
       01  FOUND-CONTACT PIC X(8) VALUE SPACES.
       01  TIER-FOUND-SW PIC X VALUE 'N'.
           88 TIER-FOUND VALUE 'Y'.

      * The previous history record's stamp, for the occurrence
      * number of identical stamps.
       01  PREV-STAMP.
           05 PS-DATE  PIC 9(8) VALUE ZERO.
           05 PS-TIME  PIC 9(6) VALUE ZERO.
           05 PS-PGM   PIC X(8) VALUE SPACES.
           05 PS-EVENT PIC X(8) VALUE SPACES.
       01  CURR-STAMP.
           05 CS-DATE  PIC 9(8).
           05 CS-TIME  PIC 9(6).
           05 CS-PGM   PIC X(8).
           05 CS-EVENT PIC X(8).
       01  OCCUR-COUNT PIC 9(2) VALUE ZERO.

       01  ESCALATE-MINUTES PIC 9(4) VALUE 30.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  RUN-TIME-NOW   PIC 9(8) VALUE ZERO.

      * Minutes elapsed - a date and time reduced to minutes since a
      * fixed origin through the day serial.
       01  STAMP-DATE-IN PIC 9(8) VALUE ZERO.
       01  STAMP-TIME-IN PIC 9(6) VALUE ZERO.
       01  STAMP-TIME-PARTS REDEFINES STAMP-TIME-IN.
           05 ST-HH PIC 9(2).
           05 ST-MM PIC 9(2).
           05 ST-SS PIC 9(2).
       01  STAMP-MINUTES PIC 9(11) COMP-4 VALUE ZERO.
       01  NOW-MINUTES   PIC 9(11) COMP-4 VALUE ZERO.
       01  WAITED-MINUTES PIC 9(11) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC 9(8) VALUE ZERO.
       01  SERIAL-DATE-PARTS REDEFINES SERIAL-DATE-IN.
           05 SD-YYYY PIC 9(4).
           05 SD-MM   PIC 9(2).
           05 SD-DD   PIC 9(2).
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM       PIC 9(4) COMP-4 VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  CUM-DAYS-TABLE.
           05 FILLER PIC X(3) VALUE '000'.
           05 FILLER PIC X(3) VALUE '031'.
           05 FILLER PIC X(3) VALUE '059'.
           05 FILLER PIC X(3) VALUE '090'.
           05 FILLER PIC X(3) VALUE '120'.
           05 FILLER PIC X(3) VALUE '151'.
           05 FILLER PIC X(3) VALUE '181'.
           05 FILLER PIC X(3) VALUE '212'.
           05 FILLER PIC X(3) VALUE '243'.
           05 FILLER PIC X(3) VALUE '273'.
           05 FILLER PIC X(3) VALUE '304'.
           05 FILLER PIC X(3) VALUE '334'.
       01  CUM-DAYS REDEFINES CUM-DAYS-TABLE.
           05 CUM-DAYS-BEFORE OCCURS 12 TIMES PIC 9(3).

       01  ALERTS-READ      COMP-4 PIC 9(7) VALUE ZERO.
       01  ALERTS-ADDED     COMP-4 PIC 9(7) VALUE ZERO.
       01  ALERTS-ESCALATED COMP-4 PIC 9(7) VALUE ZERO.
       01  ALERTS-AT-TOP    COMP-4 PIC 9(7) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= text - the escalation wait in minutes.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-MINUTES PIC X(4).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN >= 4 AND PARM-MINUTES IS NUMERIC THEN
              MOVE PARM-MINUTES TO ESCALATE-MINUTES
           END-IF

           OPEN I-O ALWK-FILE

           IF NOT ALWK-OK THEN
              DISPLAY "Couldn't open the alert workbench - STATUS "
                 ALWK-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-NOW FROM TIME
           MOVE RUN-DATE-TODAY TO STAMP-DATE-IN
           MOVE RUN-TIME-NOW (1:6) TO STAMP-TIME-IN
           PERFORM 8100-STAMP-TO-MINUTES
           MOVE STAMP-MINUTES TO NOW-MINUTES

           PERFORM 2000-LOAD-ROUTES
              THRU 2000-LOAD-ROUTES-END
           PERFORM 3000-LOAD-NEW-ALERTS
              THRU 3000-LOAD-NEW-ALERTS-END
           PERFORM 4000-ESCALATE-ALERTS
              THRU 4000-ESCALATE-ALERTS-END

           CLOSE ALWK-FILE

           DISPLAY "Alert workbench sweep (escalation wait "
              ESCALATE-MINUTES " min):"
           DISPLAY "    " ALERTS-READ " alert(s) on the history, "
              ALERTS-ADDED " added to the workbench."
           DISPLAY "    " ALERTS-ESCALATED " critical alert(s) "
              "escalated, " ALERTS-AT-TOP " unacknowledged at the "
              "last tier."
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Holds the routing rows - with no table, nothing escalates
      * and nothing is assigned on arrival.
      ******************************************************************
       2000-LOAD-ROUTES.
           OPEN INPUT ALERT-ROUTE

           IF NOT ALERT-ROUTE-OK THEN
              DISPLAY "No alert routing table - STATUS "
                 ALERT-ROUTE-STATUS
              GO TO 2000-LOAD-ROUTES-END
           END-IF

           PERFORM UNTIL ALERT-ROUTE-EOF
              READ ALERT-ROUTE
                 AT END CONTINUE
                 NOT AT END
                    IF ROUTES-USED < 200 THEN
                       ADD 1 TO ROUTES-USED
                       MOVE RT-EVENT TO RE-EVENT (ROUTES-USED)
                       IF RT-TIER IS NUMERIC AND RT-TIER > '0' THEN
                          MOVE RT-TIER TO RE-TIER (ROUTES-USED)
                       ELSE
                          MOVE 1 TO RE-TIER (ROUTES-USED)
                       END-IF
                       MOVE RT-CONTACT TO RE-CONTACT (ROUTES-USED)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ALERT-ROUTE
           .

       2000-LOAD-ROUTES-END.
           EXIT.
      ******************************************************************
      * Adds every history alert the workbench doesn't have yet.
      ******************************************************************
       3000-LOAD-NEW-ALERTS.
           OPEN INPUT ALERT-HIST

           IF NOT ALERT-HIST-OK THEN
              DISPLAY "No alert history - STATUS "
                 ALERT-HIST-STATUS
              GO TO 3000-LOAD-NEW-ALERTS-END
           END-IF

           PERFORM UNTIL ALERT-HIST-EOF
              READ ALERT-HIST
                 AT END CONTINUE
                 NOT AT END
                    ADD 1 TO ALERTS-READ
                    PERFORM 3100-ADD-ALERT
              END-READ
           END-PERFORM

           CLOSE ALERT-HIST
           .

       3000-LOAD-NEW-ALERTS-END.
           EXIT.
      ******************************************************************
       3100-ADD-ALERT.
           MOVE AL-DATE TO CS-DATE
           MOVE AL-TIME TO CS-TIME
           MOVE AL-PGM TO CS-PGM
           MOVE AL-EVENT TO CS-EVENT

           IF CURR-STAMP = PREV-STAMP AND OCCUR-COUNT < 99 THEN
              ADD 1 TO OCCUR-COUNT
           ELSE
              MOVE 1 TO OCCUR-COUNT
              MOVE CURR-STAMP TO PREV-STAMP
           END-IF

           MOVE SPACES TO ALWK-REC
           MOVE AL-DATE TO AW-DATE
           MOVE AL-TIME TO AW-TIME
           MOVE AL-PGM TO AW-PGM
           MOVE AL-EVENT TO AW-EVENT
           MOVE OCCUR-COUNT TO AW-OCCUR
           MOVE AL-SEVERITY TO AW-SEVERITY
           MOVE AL-MESSAGE TO AW-MESSAGE
           SET AW-OPEN TO TRUE
           MOVE 1 TO AW-TIER
           MOVE ZERO TO AW-ACK-DATE AW-ACK-TIME
           MOVE ZERO TO AW-CLOSE-DATE AW-CLOSE-TIME
           MOVE ZERO TO AW-ESC-DATE AW-ESC-TIME

           MOVE AL-EVENT TO WANT-EVENT
           MOVE 1 TO WANT-TIER
           PERFORM 5000-FIND-TIER
           IF TIER-FOUND THEN
              MOVE FOUND-CONTACT TO AW-ASSIGNEE
           END-IF

           WRITE ALWK-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY ADD 1 TO ALERTS-ADDED
           END-WRITE

      * 22 is the alert already on the workbench; anything else (an
      * RLS lock wait timed out) leaves it for the next sweep.
           IF NOT ALWK-OK AND ALWK-STATUS NOT = "22" THEN
              DISPLAY "Couldn't add " AL-DATE " " AL-TIME " "
                 AL-EVENT " - STATUS " ALWK-STATUS
           END-IF
           .

       3100-ADD-ALERT-END.
           EXIT.
      ******************************************************************
      * Walks the workbench for critical alerts left unacknowledged
      * past the wait.
      ******************************************************************
       4000-ESCALATE-ALERTS.
           MOVE LOW-VALUES TO AW-KEY
           START ALWK-FILE KEY IS NOT LESS THAN AW-KEY
              INVALID KEY GO TO 4000-ESCALATE-ALERTS-END
           END-START

           PERFORM UNTIL ALWK-EOF
              READ ALWK-FILE NEXT RECORD
                 AT END CONTINUE
                 NOT AT END
                    IF AW-OPEN AND AW-CRITICAL THEN
                       PERFORM 4100-CHECK-ESCALATION
                          THRU 4100-CHECK-ESCALATION-END
                    END-IF
              END-READ
           END-PERFORM
           .

       4000-ESCALATE-ALERTS-END.
           EXIT.
      ******************************************************************
       4100-CHECK-ESCALATION.
           IF AW-ESC-DATE > ZERO THEN
              MOVE AW-ESC-DATE TO STAMP-DATE-IN
              MOVE AW-ESC-TIME TO STAMP-TIME-IN
           ELSE
              MOVE AW-DATE TO STAMP-DATE-IN
              MOVE AW-TIME TO STAMP-TIME-IN
           END-IF
           PERFORM 8100-STAMP-TO-MINUTES

           IF STAMP-MINUTES >= NOW-MINUTES THEN
              GO TO 4100-CHECK-ESCALATION-END
           END-IF
           COMPUTE WAITED-MINUTES = NOW-MINUTES - STAMP-MINUTES
           IF WAITED-MINUTES < ESCALATE-MINUTES THEN
              GO TO 4100-CHECK-ESCALATION-END
           END-IF

           MOVE 'N' TO TIER-FOUND-SW
           IF AW-TIER < 9 THEN
              MOVE AW-EVENT TO WANT-EVENT
              COMPUTE WANT-TIER = AW-TIER + 1
              PERFORM 5000-FIND-TIER
              IF NOT TIER-FOUND THEN
                 MOVE '*' TO WANT-EVENT
                 PERFORM 5000-FIND-TIER
              END-IF
           END-IF

           IF NOT TIER-FOUND THEN
              ADD 1 TO ALERTS-AT-TOP
              DISPLAY "    At the last tier (" AW-TIER "): " AW-DATE
                 " " AW-TIME " " AW-PGM " " AW-EVENT " - "
                 AW-ASSIGNEE
              GO TO 4100-CHECK-ESCALATION-END
           END-IF

           MOVE WANT-TIER TO AW-TIER
           MOVE FOUND-CONTACT TO AW-ASSIGNEE
           MOVE RUN-DATE-TODAY TO AW-ESC-DATE
           MOVE RUN-TIME-NOW (1:6) TO AW-ESC-TIME
      * The desk may be holding the alert for update on UNAL - the
      * REWRITE waits for its lock, and a wait that times out is
      * retried by the next sweep.
           REWRITE ALWK-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF NOT ALWK-OK THEN
              DISPLAY "Couldn't escalate " AW-DATE " " AW-TIME " "
                 AW-EVENT " - STATUS " ALWK-STATUS
              GO TO 4100-CHECK-ESCALATION-END
           END-IF

           ADD 1 TO ALERTS-ESCALATED
           DISPLAY "*** ALERT ESCALATED *** " AW-PGM " " AW-EVENT
              " raised " AW-DATE " " AW-TIME " unacknowledged - "
              "tier " AW-TIER " " AW-ASSIGNEE ": " AW-MESSAGE
              UPON CONSOLE
           DISPLAY "    Escalated to tier " AW-TIER " (" AW-ASSIGNEE
              "): " AW-DATE " " AW-TIME " " AW-PGM " " AW-EVENT
           .

       4100-CHECK-ESCALATION-END.
           EXIT.
      ******************************************************************
      * Looks up WANT-EVENT's row for WANT-TIER.
      ******************************************************************
       5000-FIND-TIER.
           MOVE 'N' TO TIER-FOUND-SW
           MOVE SPACES TO FOUND-CONTACT

           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                 UNTIL ROUTE-IDX > ROUTES-USED OR TIER-FOUND
              IF RE-EVENT (ROUTE-IDX) = WANT-EVENT
                 AND RE-TIER (ROUTE-IDX) = WANT-TIER THEN
                 SET TIER-FOUND TO TRUE
                 MOVE RE-CONTACT (ROUTE-IDX) TO FOUND-CONTACT
              END-IF
           END-PERFORM
           .

       5000-FIND-TIER-END.
           EXIT.
      ******************************************************************
      * Converts SERIAL-DATE-IN (YYYYMMDD) to a day serial, the same
      * arithmetic UNEMDURA's 8000-DATE-TO-SERIAL makes.
      ******************************************************************
       8000-DATE-TO-SERIAL.
           MOVE SD-YYYY TO SW-YYYY
           MOVE SD-MM TO SW-MM
           MOVE SD-DD TO SW-DD
           IF SW-MM < 1 OR SW-MM > 12 THEN
              MOVE 1 TO SW-MM
           END-IF

           COMPUTE SW-PRIOR-YEARS = SW-YYYY - 1
           COMPUTE SW-LEAPS = SW-PRIOR-YEARS / 4
              - SW-PRIOR-YEARS / 100
              + SW-PRIOR-YEARS / 400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-LEAPS
              + CUM-DAYS-BEFORE (SW-MM) + SW-DD

           IF SW-MM > 2 THEN
              DIVIDE SW-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE SW-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE SW-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       8000-DATE-TO-SERIAL-END.
           EXIT.
      ******************************************************************
      * STAMP-DATE-IN / STAMP-TIME-IN to minutes since the serial
      * origin.
      ******************************************************************
       8100-STAMP-TO-MINUTES.
           MOVE STAMP-DATE-IN TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           COMPUTE STAMP-MINUTES = SERIAL-OUT * 1440
              + ST-HH * 60 + ST-MM
           .

       8100-STAMP-TO-MINUTES-END.
           EXIT.

       END PROGRAM UNEMALSW.
