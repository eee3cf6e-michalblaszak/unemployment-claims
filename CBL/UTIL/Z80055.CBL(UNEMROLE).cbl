      ******************************************************************
      * User and role authorization check for UNEMPLRP updates.
      ******************************************************************
      * UNEMAUTH decides which programs may update UNEMPLRP; this
      * subprogram decides which people may, through them. It maps
      * the updating program to its function (IMPORT, CORRECT,
      * ARCHIVE, RESTORE, OVERRIDE - see USRAREC.cpy) and grants
      * only when the user holds an active grant, valid today, of a
      * role that permits the function, for the state in question:
      *    ROLE-STATE spaces - any state the grant lists will do (the
      *                        check a program makes before it opens
      *                        UNEMPLRP for update);
      *    ROLE-STATE 'ss'   - the grant must list ss or '**' (the
      *                        check before each record a person
      *                        chose is changed);
      *    ROLE-STATE '**'   - the grant must be for every state
      *                        (the check before a whole-file
      *                        restore).
      * The user is ROLE-USER when the caller knows it (the UNUP
      * panel passes the CICS signed-on user); spaces take the
      * AUDIT-USER runtime parameter the scheduler sets per job, as
      * UNEMACCL does - 'BATCH' when none is supplied.
      *
      * The USERAUTH table (USRAUTDD) is loaded on the first call and
      * answered from memory after that. A table that can't be read
      * denies everything - an update nobody can vouch for doesn't
      * happen. Every decision goes on the access trail through
      * UNEMACCL ('AUTH GRANT' / 'AUTH DENY', the user, function and
      * state) the first time it is made in a run, which is also how
      * UNEMRCRT tells a used grant from a dormant one; a denial is
      * displayed on the console as UNEMAUTH's are.
      *-----------------------------------------------------------------
      * Input parameters:
      *    ROLE-PGM-NAME - the updating program's PROGRAM-ID.
      *    ROLE-USER     - the acting user, spaces for the job's.
      *    ROLE-STATE    - the state being updated, spaces for any.
      * Output parameters:
      *    ROLE-STATUS   - 'G' granted, 'D' denied.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPARM - the runtime parameter lookup.
      *    UNEMACCL - the access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  UNEMBNCH maps to CORRECT; UNEMWLCK's
      *                    batch-window override to OVERRIDE.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMROLE.
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
           SELECT USER-AUTH ASSIGN TO USRAUTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UA-KEY
           FILE STATUS IS USER-AUTH-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  USER-AUTH
      *    01  USER-AUTH-REC.
       COPY USRAREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  USER-AUTH-STATUS PIC XX.
           88 USER-AUTH-OK VALUE "00".
           88 USER-AUTH-EOF VALUE "10".

      * 'N' until the first call loads the table; 'Y' loaded, 'U'
      * the table couldn't be read.
       01  TABLE-LOADED-SW PIC X VALUE 'N'.
           88 TABLE-NOT-LOADED VALUE 'N'.
           88 TABLE-LOADED     VALUE 'Y'.
           88 TABLE-UNREADABLE VALUE 'U'.

       01  ROLE-TABLE.
           05 ROLE-ENTRY OCCURS 50 TIMES.
              10 RT-ROLE     PIC X(8).
              10 RT-FUNCTION PIC X(8) OCCURS 6 TIMES.

       01  ROLE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  ROLE-IDX  PIC 9(3) COMP-4.
       01  FUNC-IDX  PIC 9(3) COMP-4.

      * The active grants.
       01  GRANT-TABLE.
           05 GRANT-ENTRY OCCURS 500 TIMES.
              10 GT-USERID     PIC X(8).
              10 GT-ROLE       PIC X(8).
              10 GT-STATE      PIC X(2) OCCURS 8 TIMES.
              10 GT-VALID-FROM PIC 9(8).
              10 GT-VALID-TO   PIC 9(8).

       01  GRANT-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  GRANT-IDX  PIC 9(3) COMP-4.
       01  STATE-IDX  PIC 9(3) COMP-4.

      * The decisions already put on the access trail this run.
       01  LOGGED-TABLE.
           05 LOGGED-ENTRY PIC X(19) OCCURS 100 TIMES.
       01  LOGGED-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  LOGGED-IDX  PIC 9(3) COMP-4.
       01  LOGGED-SW   PIC X VALUE 'N'.
           88 ALREADY-LOGGED VALUE 'Y'.

       01  DECISION-KEY.
           05 DK-USER     PIC X(8).
           05 DK-FUNCTION PIC X(8).
           05 DK-STATE    PIC X(2).
           05 DK-STATUS   PIC X.

       01  TODAY-DATE     PIC 9(8) VALUE ZERO.
       01  CHECK-USER     PIC X(8) VALUE SPACES.
       01  JOB-USER       PIC X(8) VALUE 'BATCH'.
       01  CHECK-FUNCTION PIC X(8) VALUE SPACES.

       01  FUNCTION-OK-SW PIC X VALUE 'N'.
           88 FUNCTION-OK VALUE 'Y'.
       01  STATE-OK-SW    PIC X VALUE 'N'.
           88 STATE-OK VALUE 'Y'.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The access-trail entry handed to UNEMACCL.
       01  ACCL-REQUEST PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  ROLE-PGM-NAME PIC X(8).
       01  ROLE-USER     PIC X(8).
       01  ROLE-STATE    PIC X(2).
       01  ROLE-STATUS   PIC X.
           88 ROLE-GRANTED VALUE 'G'.
           88 ROLE-DENIED  VALUE 'D'.

      *========================
       PROCEDURE DIVISION USING ROLE-PGM-NAME ROLE-USER ROLE-STATE
                                ROLE-STATUS.
      *========================
       1000-MAIN.
           IF TABLE-NOT-LOADED THEN
              PERFORM 2000-LOAD-TABLE
                 THRU 2000-LOAD-TABLE-END
           END-IF

           IF ROLE-USER = SPACES THEN
              MOVE JOB-USER TO CHECK-USER
           ELSE
              MOVE ROLE-USER TO CHECK-USER
           END-IF

           PERFORM 3000-MAP-FUNCTION

           SET ROLE-DENIED TO TRUE
           IF TABLE-LOADED AND CHECK-FUNCTION NOT = SPACES THEN
              PERFORM VARYING GRANT-IDX FROM 1 BY 1
                    UNTIL GRANT-IDX > GRANT-USED OR ROLE-GRANTED
                 PERFORM 4000-CHECK-GRANT THRU 4000-CHECK-GRANT-END
              END-PERFORM
           END-IF

           IF ROLE-DENIED THEN
              DISPLAY "*** USER " CHECK-USER " NOT AUTHORIZED FOR "
                 ROLE-PGM-NAME " (" CHECK-FUNCTION ") STATE "
                 ROLE-STATE " - DENIED." UPON CONSOLE
           END-IF

           PERFORM 5000-LOG-DECISION THRU 5000-LOG-DECISION-END

           GOBACK
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
      * Loads the roles and the active grants, and the job's user.
      * A table too big to hold can't be answered for, so it counts
      * as unreadable.
      ******************************************************************
       2000-LOAD-TABLE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE "AUDIT-USER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE (1:8) TO JOB-USER
           END-IF

           OPEN INPUT USER-AUTH

           IF NOT USER-AUTH-OK THEN
              DISPLAY "*** The user authorization table can't be "
                 "read - STATUS " USER-AUTH-STATUS
                 " - every update is denied." UPON CONSOLE
              SET TABLE-UNREADABLE TO TRUE
              GO TO 2000-LOAD-TABLE-END
           END-IF

           SET TABLE-LOADED TO TRUE
           MOVE LOW-VALUES TO UA-KEY
           START USER-AUTH KEY IS >= UA-KEY
              INVALID KEY SET USER-AUTH-EOF TO TRUE
           END-START

           IF USER-AUTH-OK THEN
              READ USER-AUTH NEXT
                 AT END SET USER-AUTH-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT USER-AUTH-OK
              EVALUATE TRUE
                 WHEN UA-ROLE-REC
                    PERFORM 2100-KEEP-ROLE THRU 2100-KEEP-ROLE-END
                 WHEN UA-GRANT-REC AND UA-GRANT-ACTIVE
                    PERFORM 2200-KEEP-GRANT THRU 2200-KEEP-GRANT-END
              END-EVALUATE
              READ USER-AUTH NEXT
                 AT END SET USER-AUTH-EOF TO TRUE
              END-READ
           END-PERFORM

           IF NOT USER-AUTH-EOF THEN
              SET TABLE-UNREADABLE TO TRUE
           END-IF

           CLOSE USER-AUTH
           .

       2000-LOAD-TABLE-END.
           EXIT.
      ******************************************************************
       2100-KEEP-ROLE.
           IF ROLE-USED >= 50 THEN
              DISPLAY "*** More than 50 roles - the user "
                 "authorization table can't be answered for."
                 UPON CONSOLE
              SET TABLE-UNREADABLE TO TRUE
              SET USER-AUTH-EOF TO TRUE
              GO TO 2100-KEEP-ROLE-END
           END-IF

           ADD 1 TO ROLE-USED
           MOVE UA-ROLE TO RT-ROLE (ROLE-USED)
           PERFORM VARYING FUNC-IDX FROM 1 BY 1 UNTIL FUNC-IDX > 6
              MOVE UA-FUNCTION (FUNC-IDX)
                 TO RT-FUNCTION (ROLE-USED FUNC-IDX)
           END-PERFORM
           .

       2100-KEEP-ROLE-END.
           EXIT.
      ******************************************************************
       2200-KEEP-GRANT.
           IF GRANT-USED >= 500 THEN
              DISPLAY "*** More than 500 grants - the user "
                 "authorization table can't be answered for."
                 UPON CONSOLE
              SET TABLE-UNREADABLE TO TRUE
              SET USER-AUTH-EOF TO TRUE
              GO TO 2200-KEEP-GRANT-END
           END-IF

           ADD 1 TO GRANT-USED
           MOVE UA-USERID TO GT-USERID (GRANT-USED)
           MOVE UA-ROLE TO GT-ROLE (GRANT-USED)
           PERFORM VARYING STATE-IDX FROM 1 BY 1 UNTIL STATE-IDX > 8
              MOVE UA-STATE (STATE-IDX)
                 TO GT-STATE (GRANT-USED STATE-IDX)
           END-PERFORM
           MOVE UA-VALID-FROM TO GT-VALID-FROM (GRANT-USED)
           MOVE UA-VALID-TO TO GT-VALID-TO (GRANT-USED)
           .

       2200-KEEP-GRANT-END.
           EXIT.
      ******************************************************************
      * The updating programs, by the function they perform. A
      * program not listed has no function and is never granted.
      ******************************************************************
       3000-MAP-FUNCTION.
           EVALUATE ROLE-PGM-NAME
              WHEN "IMPBYIND"
              WHEN "IMPBYGEN"
              WHEN "IMPBYAGE"
              WHEN "IMPBYRAC"
              WHEN "IMPBYETH"
              WHEN "IMPBYSTA"
              WHEN "IMPBYLAB"
              WHEN "IMPBYOCC"
              WHEN "UNEMWKMO"
              WHEN "UNEMCLAG"
              WHEN "UNEMPROM"
                 MOVE "IMPORT" TO CHECK-FUNCTION
              WHEN "UNEMCORR"
              WHEN "UNEMBNCH"
              WHEN "UNEMUPDT"
                 MOVE "CORRECT" TO CHECK-FUNCTION
              WHEN "UNEMARCH"
                 MOVE "ARCHIVE" TO CHECK-FUNCTION
              WHEN "UNEMREST"
              WHEN "UNEMBKOT"
              WHEN "UNEMBKST"
                 MOVE "RESTORE" TO CHECK-FUNCTION
              WHEN "UNEMWLCK"
                 MOVE "OVERRIDE" TO CHECK-FUNCTION
              WHEN OTHER
                 MOVE SPACES TO CHECK-FUNCTION
           END-EVALUATE
           .

       3000-MAP-FUNCTION-END.
           EXIT.
      ******************************************************************
      * Grants when grant GRANT-IDX is the user's, valid today, of a
      * role permitting the function, for the state asked about.
      ******************************************************************
       4000-CHECK-GRANT.
           IF GT-USERID (GRANT-IDX) NOT = CHECK-USER
              OR GT-VALID-FROM (GRANT-IDX) > TODAY-DATE
              OR GT-VALID-TO (GRANT-IDX) < TODAY-DATE THEN
              GO TO 4000-CHECK-GRANT-END
           END-IF

           MOVE 'N' TO FUNCTION-OK-SW
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                 UNTIL ROLE-IDX > ROLE-USED OR FUNCTION-OK
              IF RT-ROLE (ROLE-IDX) = GT-ROLE (GRANT-IDX) THEN
                 PERFORM VARYING FUNC-IDX FROM 1 BY 1
                       UNTIL FUNC-IDX > 6
                    IF RT-FUNCTION (ROLE-IDX FUNC-IDX)
                          = CHECK-FUNCTION
                       OR RT-FUNCTION (ROLE-IDX FUNC-IDX) = "*ALL"
                       THEN
                       SET FUNCTION-OK TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF NOT FUNCTION-OK THEN
              GO TO 4000-CHECK-GRANT-END
           END-IF

           MOVE 'N' TO STATE-OK-SW
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                 UNTIL STATE-IDX > 8 OR STATE-OK
              IF GT-STATE (GRANT-IDX STATE-IDX) NOT = SPACES THEN
                 IF ROLE-STATE = SPACES
                    OR GT-STATE (GRANT-IDX STATE-IDX) = "**"
                    OR GT-STATE (GRANT-IDX STATE-IDX) = ROLE-STATE
                    THEN
                    SET STATE-OK TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           IF STATE-OK THEN
              SET ROLE-GRANTED TO TRUE
           END-IF
           .

       4000-CHECK-GRANT-END.
           EXIT.
      ******************************************************************
      * The first time a decision is made in the run it goes on the
      * access trail; repeats of it don't.
      ******************************************************************
       5000-LOG-DECISION.
           MOVE CHECK-USER TO DK-USER
           MOVE CHECK-FUNCTION TO DK-FUNCTION
           MOVE ROLE-STATE TO DK-STATE
           MOVE ROLE-STATUS TO DK-STATUS

           MOVE 'N' TO LOGGED-SW
           PERFORM VARYING LOGGED-IDX FROM 1 BY 1
                 UNTIL LOGGED-IDX > LOGGED-USED OR ALREADY-LOGGED
              IF LOGGED-ENTRY (LOGGED-IDX) = DECISION-KEY THEN
                 SET ALREADY-LOGGED TO TRUE
              END-IF
           END-PERFORM

           IF ALREADY-LOGGED THEN
              GO TO 5000-LOG-DECISION-END
           END-IF

           IF LOGGED-USED < 100 THEN
              ADD 1 TO LOGGED-USED
              MOVE DECISION-KEY TO LOGGED-ENTRY (LOGGED-USED)
           END-IF

           MOVE SPACES TO ACCL-REQUEST
           IF ROLE-GRANTED THEN
              STRING "AUTH GRANT " DELIMITED BY SIZE
                 CHECK-USER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CHECK-FUNCTION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ROLE-STATE DELIMITED BY SIZE
                 INTO ACCL-REQUEST
           ELSE
              STRING "AUTH DENY  " DELIMITED BY SIZE
                 CHECK-USER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CHECK-FUNCTION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ROLE-STATE DELIMITED BY SIZE
                 INTO ACCL-REQUEST
           END-IF
           CALL "UNEMACCL" USING ROLE-PGM-NAME ACCL-REQUEST
           .

       5000-LOG-DECISION-END.
           EXIT.

       END PROGRAM UNEMROLE.
