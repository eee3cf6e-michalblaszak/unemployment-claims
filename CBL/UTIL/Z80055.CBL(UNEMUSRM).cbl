      ******************************************************************
      * User and role authorization table maintenance.
      ******************************************************************
      * Maintains USERAUTH (USRAUTDD, USRAREC.cpy) - the roles, and
      * which user holds which role for which states - that UNEMROLE
      * checks on every update path. One control card per change on
      * USRAINDD, fixed columns ('*' in column 1 is a comment):
      *
      *    ROLE              rrrrrrrr ffffffff ffffffff ... (up to 5)
      *        defines role r, or replaces its functions: IMPORT,
      *        CORRECT, ARCHIVE, RESTORE or *ALL, from column 28 in
      *        9-column steps.
      *    GRANT    uuuuuuuu rrrrrrrr mmmmmmmm yyyymmdd yyyymmdd ss ..
      *        grants user u role r under manager m, valid from
      *        (column 37, blank today) through (column 46, blank
      *        open-ended), for up to 8 states from column 55 in
      *        3-column steps ('**' every state). A revoked grant is
      *        granted afresh; an active one must be revoked first.
      *    REVOKE   uuuuuuuu rrrrrrrr
      *        revokes the grant.
      *    RECERT   uuuuuuuu rrrrrrrr mmmmmmmm d
      *        records the grant's manager m's quarterly decision d
      *        from the UNEMRCRT recertification report: A re-approved
      *        (the quarter, the manager and the date are stamped on
      *        the grant), R refused (the grant is revoked). Refused
      *        unless m is the manager the grant names.
      *
      * The person making the changes is the job's AUDIT-USER runtime
      * parameter. Nobody grants a role to themselves, and nobody
      * manages their own grant. Every change goes on the access
      * trail (UNEMACCL); a card refused is displayed with the reason
      * and the run ends RC=4. RC=8 when the table can't be opened.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPARM - the runtime parameter lookup.
      *    UNEMACCL - the access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMUSRM.
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
           *> The maintenance control cards
           SELECT CARD-FILE ASSIGN TO USRAINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CARD-FILE-STATUS.

           *> The user authorization table
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
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  CARD-REC.
           05 CC-ACTION      PIC X(8).
           05 FILLER         PIC X.
           05 CC-USERID      PIC X(8).
           05 FILLER         PIC X.
           05 CC-ROLE        PIC X(8).
           05 FILLER         PIC X.
           05 CC-REST        PIC X(53).
           05 CC-ROLE-REST REDEFINES CC-REST.
              10 CC-FUNCTION-ENTRY OCCURS 5 TIMES.
                 15 CC-FUNCTION PIC X(8).
                 15 FILLER      PIC X.
              10 FILLER         PIC X(8).
           05 CC-GRANT-REST REDEFINES CC-REST.
              10 CC-MANAGER     PIC X(8).
              10 FILLER         PIC X.
              10 CC-VALID-FROM  PIC X(8).
              10 FILLER         PIC X.
              10 CC-VALID-TO    PIC X(8).
              10 FILLER         PIC X.
              10 CC-STATE-ENTRY OCCURS 8 TIMES.
                 15 CC-STATE    PIC X(2).
                 15 FILLER      PIC X.
              10 FILLER         PIC X(2).
           05 CC-RECERT-REST REDEFINES CC-REST.
              10 CC-RECERT-MANAGER PIC X(8).
              10 FILLER            PIC X.
              10 CC-DECISION       PIC X.
                 88 CC-REAPPROVED     VALUE 'A'.
                 88 CC-REFUSED        VALUE 'R'.
              10 FILLER            PIC X(43).

      * Provides:
      *    FD  USER-AUTH
      *    01  USER-AUTH-REC.
       COPY USRAREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CARD-FILE-STATUS PIC XX.
           88 CARD-FILE-OK VALUE "00".
           88 CARD-FILE-EOF VALUE "10".

       01  USER-AUTH-STATUS PIC XX.
           88 USER-AUTH-OK VALUE "00".

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-TODAY.
           05 RUN-YEAR  PIC 9(4).
           05 RUN-MONTH PIC 9(2).
           05 RUN-DAY   PIC 9(2).

      * The quarter a re-approval is stamped with - YYYYQn.
       01  RUN-QUARTER.
           05 RQ-YEAR    PIC 9(4).
           05 FILLER     PIC X VALUE 'Q'.
           05 RQ-QUARTER PIC 9.

       01  ACTING-USER PIC X(8) VALUE 'BATCH'.

       01  CARD-COUNTS.
           05 CARDS-READ     PIC 9(5) COMP-4 VALUE ZERO.
           05 CARDS-APPLIED  PIC 9(5) COMP-4 VALUE ZERO.
           05 CARDS-REFUSED  PIC 9(5) COMP-4 VALUE ZERO.

       01  CARD-IDX   PIC 9(3) COMP-4.
       01  CARD-FUNCS PIC 9(3) COMP-4.
       01  CARD-STATES PIC 9(3) COMP-4.

       01  CARD-OK-SW PIC X VALUE 'Y'.
           88 CARD-IS-OK      VALUE 'Y'.
           88 CARD-IS-REFUSED VALUE 'N'.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The access-trail entry handed to UNEMACCL.
       01  ACCL-REQUEST PIC X(60) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           MOVE RUN-YEAR TO RQ-YEAR
           COMPUTE RQ-QUARTER = (RUN-MONTH - 1) / 3 + 1

           MOVE "AUDIT-USER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE (1:8) TO ACTING-USER
           END-IF

           OPEN INPUT CARD-FILE

           IF NOT CARD-FILE-OK THEN
              DISPLAY "Couldn't open the control cards - STATUS "
                 CARD-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O USER-AUTH

           IF NOT USER-AUTH-OK THEN
              DISPLAY "Couldn't open the user authorization table - "
                 "STATUS " USER-AUTH-STATUS
              CLOSE CARD-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           READ CARD-FILE
              AT END SET CARD-FILE-EOF TO TRUE
           END-READ
           PERFORM UNTIL NOT CARD-FILE-OK
              IF CARD-REC (1:1) NOT = '*' AND CARD-REC NOT = SPACES
                 THEN
                 PERFORM 2000-APPLY-CARD
                    THRU 2000-APPLY-CARD-END
              END-IF
              READ CARD-FILE
                 AT END SET CARD-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE CARD-FILE
           CLOSE USER-AUTH

           DISPLAY "----------------------------------------------"
           DISPLAY CARDS-READ " card(s) read by " ACTING-USER "."
           DISPLAY CARDS-APPLIED " applied."
           DISPLAY CARDS-REFUSED " refused."

           IF CARDS-REFUSED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * One card - applied, or displayed with the reason it wasn't.
      ******************************************************************
       2000-APPLY-CARD.
           ADD 1 TO CARDS-READ
           SET CARD-IS-OK TO TRUE
           DISPLAY "> " CARD-REC

           EVALUATE CC-ACTION
              WHEN "ROLE"
                 PERFORM 3000-DEFINE-ROLE
                    THRU 3000-DEFINE-ROLE-END
              WHEN "GRANT"
                 PERFORM 4000-GRANT
                    THRU 4000-GRANT-END
              WHEN "REVOKE"
                 PERFORM 5000-REVOKE
                    THRU 5000-REVOKE-END
              WHEN "RECERT"
                 PERFORM 6000-RECERTIFY
                    THRU 6000-RECERTIFY-END
              WHEN OTHER
                 DISPLAY "  Unknown action - use ROLE, GRANT, REVOKE "
                    "or RECERT."
                 SET CARD-IS-REFUSED TO TRUE
           END-EVALUATE

           IF CARD-IS-OK THEN
              ADD 1 TO CARDS-APPLIED
              MOVE SPACES TO ACCL-REQUEST
              STRING "USERAUTH " DELIMITED BY SIZE
                 CC-ACTION DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CC-USERID DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CC-ROLE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 CC-REST (1:10) DELIMITED BY SIZE
                 INTO ACCL-REQUEST
              CALL "UNEMACCL" USING "UNEMUSRM" ACCL-REQUEST
           ELSE
              ADD 1 TO CARDS-REFUSED
           END-IF
           .

       2000-APPLY-CARD-END.
           EXIT.
      ******************************************************************
      * A role and the functions it permits - replaced whole.
      ******************************************************************
       3000-DEFINE-ROLE.
           IF CC-ROLE = SPACES OR CC-USERID NOT = SPACES THEN
              DISPLAY "  ROLE needs the role in column 19 and nothing "
                 "in column 10."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 3000-DEFINE-ROLE-END
           END-IF

           MOVE ZERO TO CARD-FUNCS
           PERFORM VARYING CARD-IDX FROM 1 BY 1 UNTIL CARD-IDX > 5
              EVALUATE CC-FUNCTION (CARD-IDX)
                 WHEN SPACES
                    CONTINUE
                 WHEN "IMPORT"
                 WHEN "CORRECT"
                 WHEN "ARCHIVE"
                 WHEN "RESTORE"
                 WHEN "*ALL"
                    ADD 1 TO CARD-FUNCS
                 WHEN OTHER
                    DISPLAY "  Unknown function "
                       CC-FUNCTION (CARD-IDX) "."
                    SET CARD-IS-REFUSED TO TRUE
              END-EVALUATE
           END-PERFORM

           IF CARD-FUNCS = ZERO THEN
              DISPLAY "  A role needs at least one function."
              SET CARD-IS-REFUSED TO TRUE
           END-IF

           IF CARD-IS-REFUSED THEN
              GO TO 3000-DEFINE-ROLE-END
           END-IF

           MOVE SPACES TO USER-AUTH-REC
           SET UA-ROLE-REC TO TRUE
           MOVE CC-ROLE TO UA-ROLE
           PERFORM VARYING CARD-IDX FROM 1 BY 1 UNTIL CARD-IDX > 5
              MOVE CC-FUNCTION (CARD-IDX) TO UA-FUNCTION (CARD-IDX)
           END-PERFORM

           WRITE USER-AUTH-REC
              INVALID KEY
                 REWRITE USER-AUTH-REC
                 DISPLAY "  Role " CC-ROLE " replaced."
              NOT INVALID KEY
                 DISPLAY "  Role " CC-ROLE " defined."
           END-WRITE
           .

       3000-DEFINE-ROLE-END.
           EXIT.
      ******************************************************************
      * A user granted a role - the role must exist, the grant must
      * name a manager other than the user, and nobody grants to
      * themselves.
      ******************************************************************
       4000-GRANT.
           IF CC-USERID = SPACES OR CC-ROLE = SPACES
                 OR CC-MANAGER = SPACES THEN
              DISPLAY "  GRANT needs the user, the role and the "
                 "manager."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 4000-GRANT-END
           END-IF

           IF CC-USERID = ACTING-USER THEN
              DISPLAY "  Refused - " ACTING-USER " can't grant a "
                 "role to themselves."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 4000-GRANT-END
           END-IF

           IF CC-MANAGER = CC-USERID THEN
              DISPLAY "  Refused - a user can't be the manager of "
                 "their own grant."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 4000-GRANT-END
           END-IF

           IF CC-VALID-FROM = SPACES THEN
              MOVE RUN-DATE-TODAY TO CC-VALID-FROM
           END-IF
           IF CC-VALID-TO = SPACES THEN
              MOVE "99999999" TO CC-VALID-TO
           END-IF
           IF CC-VALID-FROM IS NOT NUMERIC
                 OR CC-VALID-TO IS NOT NUMERIC
                 OR CC-VALID-FROM > CC-VALID-TO THEN
              DISPLAY "  The validity must be two YYYYMMDD dates, "
                 "from before to (columns 37 and 46)."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 4000-GRANT-END
           END-IF

           MOVE ZERO TO CARD-STATES
           PERFORM VARYING CARD-IDX FROM 1 BY 1 UNTIL CARD-IDX > 8
              IF CC-STATE (CARD-IDX) NOT = SPACES THEN
                 ADD 1 TO CARD-STATES
              END-IF
           END-PERFORM
           IF CARD-STATES = ZERO THEN
              DISPLAY "  A grant needs at least one state (column "
                 "55, '**' for every state)."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 4000-GRANT-END
           END-IF

           MOVE SPACES TO USER-AUTH-REC
           SET UA-ROLE-REC TO TRUE
           MOVE CC-ROLE TO UA-ROLE
           READ USER-AUTH
              INVALID KEY
                 DISPLAY "  Role " CC-ROLE " is not defined."
                 SET CARD-IS-REFUSED TO TRUE
                 GO TO 4000-GRANT-END
           END-READ

           MOVE SPACES TO USER-AUTH-REC
           SET UA-GRANT-REC TO TRUE
           MOVE CC-USERID TO UA-USERID
           MOVE CC-ROLE TO UA-ROLE
           READ USER-AUTH
              INVALID KEY
                 MOVE "23" TO USER-AUTH-STATUS
           END-READ

           IF USER-AUTH-OK AND UA-GRANT-ACTIVE THEN
              DISPLAY "  " CC-USERID " already holds " CC-ROLE
                 " - REVOKE it first to change the grant."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 4000-GRANT-END
           END-IF

           MOVE SPACES TO UA-GRANT-BODY
           SET UA-GRANT-ACTIVE TO TRUE
           PERFORM VARYING CARD-IDX FROM 1 BY 1 UNTIL CARD-IDX > 8
              MOVE CC-STATE (CARD-IDX) TO UA-STATE (CARD-IDX)
           END-PERFORM
           MOVE CC-VALID-FROM TO UA-VALID-FROM
           MOVE CC-VALID-TO TO UA-VALID-TO
           MOVE CC-MANAGER TO UA-MANAGER
           MOVE ACTING-USER TO UA-GRANT-USER
           MOVE RUN-DATE-TODAY TO UA-GRANT-DATE
           MOVE ZERO TO UA-RECERT-DATE
           MOVE ZERO TO UA-REVOKE-DATE

           IF USER-AUTH-OK THEN
              REWRITE USER-AUTH-REC
           ELSE
              WRITE USER-AUTH-REC
           END-IF

           DISPLAY "  " CC-USERID " granted " CC-ROLE " by "
              ACTING-USER ", manager " CC-MANAGER "."
           .

       4000-GRANT-END.
           EXIT.
      ******************************************************************
       5000-REVOKE.
           PERFORM 7000-READ-GRANT
              THRU 7000-READ-GRANT-END
           IF CARD-IS-REFUSED THEN
              GO TO 5000-REVOKE-END
           END-IF

           SET UA-GRANT-REVOKED TO TRUE
           MOVE ACTING-USER TO UA-REVOKE-USER
           MOVE RUN-DATE-TODAY TO UA-REVOKE-DATE
           REWRITE USER-AUTH-REC

           DISPLAY "  " CC-USERID "'s " CC-ROLE " revoked by "
              ACTING-USER "."
           .

       5000-REVOKE-END.
           EXIT.
      ******************************************************************
      * The manager's quarterly decision - re-approved grants carry
      * the quarter, refused ones are revoked.
      ******************************************************************
       6000-RECERTIFY.
           PERFORM 7000-READ-GRANT
              THRU 7000-READ-GRANT-END
           IF CARD-IS-REFUSED THEN
              GO TO 6000-RECERTIFY-END
           END-IF

           IF CC-RECERT-MANAGER NOT = UA-MANAGER THEN
              DISPLAY "  Refused - the grant's manager is "
                 UA-MANAGER ", not " CC-RECERT-MANAGER "."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 6000-RECERTIFY-END
           END-IF

           EVALUATE TRUE
              WHEN CC-REAPPROVED
                 MOVE RUN-QUARTER TO UA-RECERT-QTR
                 MOVE CC-RECERT-MANAGER TO UA-RECERT-USER
                 MOVE RUN-DATE-TODAY TO UA-RECERT-DATE
                 REWRITE USER-AUTH-REC
                 DISPLAY "  " CC-USERID "'s " CC-ROLE
                    " re-approved for " RUN-QUARTER " by "
                    CC-RECERT-MANAGER "."
              WHEN CC-REFUSED
                 MOVE RUN-QUARTER TO UA-RECERT-QTR
                 MOVE CC-RECERT-MANAGER TO UA-RECERT-USER
                 MOVE RUN-DATE-TODAY TO UA-RECERT-DATE
                 SET UA-GRANT-REVOKED TO TRUE
                 MOVE CC-RECERT-MANAGER TO UA-REVOKE-USER
                 MOVE RUN-DATE-TODAY TO UA-REVOKE-DATE
                 REWRITE USER-AUTH-REC
                 DISPLAY "  " CC-USERID "'s " CC-ROLE
                    " refused at recertification by "
                    CC-RECERT-MANAGER " - revoked."
              WHEN OTHER
                 DISPLAY "  The decision (column 37) must be A "
                    "(re-approved) or R (refused)."
                 SET CARD-IS-REFUSED TO TRUE
           END-EVALUATE
           .

       6000-RECERTIFY-END.
           EXIT.
      ******************************************************************
      * The card's grant, which must be active.
      ******************************************************************
       7000-READ-GRANT.
           IF CC-USERID = SPACES OR CC-ROLE = SPACES THEN
              DISPLAY "  " CC-ACTION " needs the user and the role."
              SET CARD-IS-REFUSED TO TRUE
              GO TO 7000-READ-GRANT-END
           END-IF

           MOVE SPACES TO USER-AUTH-REC
           SET UA-GRANT-REC TO TRUE
           MOVE CC-USERID TO UA-USERID
           MOVE CC-ROLE TO UA-ROLE
           READ USER-AUTH
              INVALID KEY
                 DISPLAY "  " CC-USERID " holds no " CC-ROLE
                    " grant."
                 SET CARD-IS-REFUSED TO TRUE
                 GO TO 7000-READ-GRANT-END
           END-READ

           IF NOT UA-GRANT-ACTIVE THEN
              DISPLAY "  " CC-USERID "'s " CC-ROLE " grant is "
                 "already revoked."
              SET CARD-IS-REFUSED TO TRUE
           END-IF
           .

       7000-READ-GRANT-END.
           EXIT.

       END PROGRAM UNEMUSRM.
