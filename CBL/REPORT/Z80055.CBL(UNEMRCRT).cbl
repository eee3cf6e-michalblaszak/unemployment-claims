      ******************************************************************
      * Quarterly access recertification report.
      ******************************************************************
      * Lists every grant on the USERAUTH user authorization table
      * (UNEMUSRM maintains it, UNEMROLE enforces it) for the
      * managers to re-approve each quarter: the user, the role and
      * the functions it permits, the states, the validity, the
      * manager answering for it, who granted it, the last quarter
      * it was re-approved in and by whom, and the last day the user
      * was granted an update (the 'AUTH GRANT' entries UNEMROLE
      * leaves on the ACCAUD access trail). Each grant is flagged:
      *    DORMANT     active, but not used for the dormancy period
      *                (RCRT-DORMANT-MONTHS runtime parameter,
      *                default 3 months) - a grant nobody uses is a
      *                grant to take away;
      *    EXPIRED     active, but past its valid-to date;
      *    RECERT DUE  active and not yet re-approved this quarter;
      *    REVOKED     revoked - by UNEMUSRM or at recertification.
      * The managers' decisions go back through UNEMUSRM RECERT
      * cards, which stamp the quarter on the grant - the next run
      * shows them. RC=4 when the access trail couldn't be read (no
      * last use known) or the tables overflowed; RC=8 when the
      * authorization table couldn't be read.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMPARM - the runtime parameter lookup.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRCRT.
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
           *> The user authorization table
           SELECT USER-AUTH ASSIGN TO USRAUTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UA-KEY
           FILE STATUS IS USER-AUTH-STATUS.

           *> The access trail
           SELECT ACCESS-HIST ASSIGN TO ACCAUDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACCESS-HIST-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  USER-AUTH
      *    01  USER-AUTH-REC.
       COPY USRAREC.

       FD  ACCESS-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ACCESS-HIST-REC.
           05 AH-DATE    PIC 9(8).
           05 AH-TIME    PIC 9(6).
           05 AH-USER    PIC X(8).
           05 AH-PGM     PIC X(8).
           05 AH-REQUEST PIC X(60).
           05 FILLER     PIC X(10).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  USER-AUTH-STATUS PIC XX.
           88 USER-AUTH-OK VALUE "00".
           88 USER-AUTH-EOF VALUE "10".

       01  ACCESS-HIST-STATUS PIC XX.
           88 ACCESS-HIST-OK VALUE "00".
           88 ACCESS-HIST-EOF VALUE "10".

       01  SOURCE-SKIPPED-SW PIC X VALUE 'N'.
           88 SOURCE-SKIPPED VALUE 'Y'.

      * The roles, for the functions each grant permits.
       01  ROLE-TABLE.
           05 ROLE-ENTRY OCCURS 50 TIMES.
              10 RT-ROLE      PIC X(8).
              10 RT-FUNCTIONS PIC X(48).

       01  ROLE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  ROLE-IDX  PIC 9(3) COMP-4.

      * The last day each user was granted an update, from the
      * access trail.
       01  USE-TABLE.
           05 USE-ENTRY OCCURS 500 TIMES.
              10 UT-USER     PIC X(8).
              10 UT-LAST-USE PIC 9(8).

       01  USE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  USE-IDX  PIC 9(3) COMP-4.
       01  USE-FOUND-SW PIC X VALUE 'N'.
           88 USE-FOUND VALUE 'Y'.
       01  TRAIL-USER PIC X(8) VALUE SPACES.
       01  LAST-USE   PIC 9(8) VALUE ZERO.

       01  FUNC-IDX  PIC 9(3) COMP-4.
       01  STATE-IDX PIC 9(3) COMP-4.
       01  TEXT-PTR  PIC 9(3) COMP-4.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-TODAY.
           05 RUN-YEAR  PIC 9(4).
           05 RUN-MONTH PIC 9(2).
           05 RUN-DAY   PIC 9(2).

       01  RUN-QUARTER.
           05 RQ-YEAR    PIC 9(4).
           05 FILLER     PIC X VALUE 'Q'.
           05 RQ-QUARTER PIC 9.

      * The dormancy cut-off - today, the dormancy months back.
       01  DORMANT-MONTHS PIC 9(3) VALUE 3.
       01  MONTH-INDEX    PIC 9(6) COMP-4.
       01  DORMANT-CUTOFF PIC 9(8) VALUE ZERO.
       01  DORMANT-CUTOFF-PARTS REDEFINES DORMANT-CUTOFF.
           05 DC-YEAR  PIC 9(4).
           05 DC-MONTH PIC 9(2).
           05 DC-DAY   PIC 9(2).

       01  RCRT-COUNTS.
           05 GRANTS-LISTED  COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-ACTIVE  COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-REVOKED COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-DORMANT COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-EXPIRED COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-DUE     COMP-4 PIC 9(5) VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  EDIT-DATE PIC 9(8).

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  RCRT-DISP-SEPARATOR PIC X(110) VALUE ALL '-'.

       01  RCRT-HEAD-DISP-REC.
           05 FILLER PIC X(10) VALUE 'USER'.
           05 FILLER PIC X(10) VALUE 'ROLE'.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(10) VALUE 'MANAGER'.
           05 FILLER PIC X(19) VALUE 'VALID'.
           05 FILLER PIC X(24) VALUE 'STATES'.

       01  RCRT-GRANT-DISP-REC.
           05 RG-DISP-USER    PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-ROLE    PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-STATUS  PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-MANAGER PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-FROM    PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(1)  VALUE '-'.
           05 RG-DISP-TO      PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-STATES  PIC X(24) VALUE SPACES.

       01  RCRT-FUNC-DISP-REC.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'functions '.
           05 RF-DISP-FUNCS   PIC X(54) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'granted '.
           05 RF-DISP-GRANTED PIC X(17) VALUE SPACES.

       01  RCRT-RECERT-DISP-REC.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 're-approved '.
           05 RR-DISP-QTR     PIC X(7)  VALUE SPACES.
           05 RR-DISP-RECERT  PIC X(17) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE '  last used '.
           05 RR-DISP-USED    PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RR-DISP-FLAGS   PIC X(40) VALUE SPACES.

       01  RCRT-TOTAL-DISP-REC.
           05 RT-DISP-LISTED  PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(11) VALUE ' grant(s): '.
           05 RT-DISP-ACTIVE  PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(9)  VALUE ' active, '.
           05 RT-DISP-DUE     PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(13) VALUE ' recert due, '.
           05 RT-DISP-DORMANT PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(10) VALUE ' dormant, '.
           05 RT-DISP-EXPIRED PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(10) VALUE ' expired, '.
           05 RT-DISP-REVOKED PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(9)  VALUE ' revoked.'.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-DATES

           OPEN INPUT USER-AUTH

           IF NOT USER-AUTH-OK THEN
              DISPLAY "Couldn't open the user authorization table - "
                 "STATUS " USER-AUTH-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-LOAD-ROLES
           PERFORM 3000-LOAD-LAST-USE
              THRU 3000-LOAD-LAST-USE-END
           PERFORM 4000-PRINT-GRANTS

           CLOSE USER-AUTH

           IF SOURCE-SKIPPED THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Today's quarter, and the dormancy cut-off counted back in
      * whole months from today.
      ******************************************************************
       1100-SET-DATES.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           MOVE RUN-YEAR TO RQ-YEAR
           COMPUTE RQ-QUARTER = (RUN-MONTH - 1) / 3 + 1

           MOVE "RCRT-DORMANT-MONTHS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC
                 AND RTP-VALUE (1:3) NOT = "000" THEN
              MOVE RTP-VALUE (1:3) TO DORMANT-MONTHS
           END-IF

           COMPUTE MONTH-INDEX = RUN-YEAR * 12 + RUN-MONTH - 1
              - DORMANT-MONTHS
           COMPUTE DC-YEAR = MONTH-INDEX / 12
           COMPUTE DC-MONTH = MONTH-INDEX - DC-YEAR * 12 + 1
           MOVE RUN-DAY TO DC-DAY
           .

       1100-SET-DATES-END.
           EXIT.
      ******************************************************************
      * The roles sort after the grants ('R' after 'G'), so they are
      * read from a START on the role record type.
      ******************************************************************
       2000-LOAD-ROLES.
           MOVE LOW-VALUES TO UA-KEY
           MOVE 'R' TO UA-REC-TYPE
           START USER-AUTH KEY IS >= UA-KEY
              INVALID KEY SET USER-AUTH-EOF TO TRUE
           END-START

           IF USER-AUTH-OK THEN
              READ USER-AUTH NEXT
                 AT END SET USER-AUTH-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT USER-AUTH-OK OR NOT UA-ROLE-REC
              IF ROLE-USED < 50 THEN
                 ADD 1 TO ROLE-USED
                 MOVE UA-ROLE TO RT-ROLE (ROLE-USED)
                 MOVE SPACES TO RT-FUNCTIONS (ROLE-USED)
                 MOVE 1 TO TEXT-PTR
                 PERFORM VARYING FUNC-IDX FROM 1 BY 1
                       UNTIL FUNC-IDX > 6
                    IF UA-FUNCTION (FUNC-IDX) NOT = SPACES THEN
                       STRING UA-FUNCTION (FUNC-IDX)
                             DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          INTO RT-FUNCTIONS (ROLE-USED)
                          WITH POINTER TEXT-PTR
                    END-IF
                 END-PERFORM
              ELSE
                 DISPLAY "*** More than 50 roles - role " UA-ROLE
                    " and later shown without functions."
                 SET SOURCE-SKIPPED TO TRUE
              END-IF
              READ USER-AUTH NEXT
                 AT END SET USER-AUTH-EOF TO TRUE
              END-READ
           END-PERFORM
           .

       2000-LOAD-ROLES-END.
           EXIT.
      ******************************************************************
      * The last 'AUTH GRANT' day per user on the access trail.
      ******************************************************************
       3000-LOAD-LAST-USE.
           OPEN INPUT ACCESS-HIST

           IF NOT ACCESS-HIST-OK THEN
              DISPLAY "Couldn't open the access trail - STATUS "
                 ACCESS-HIST-STATUS " - last use not known."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3000-LOAD-LAST-USE-END
           END-IF

           PERFORM UNTIL ACCESS-HIST-EOF
              READ ACCESS-HIST
                 AT END CONTINUE
                 NOT AT END
                    IF AH-REQUEST (1:11) = "AUTH GRANT " THEN
                       MOVE AH-REQUEST (12:8) TO TRAIL-USER
                       PERFORM 3100-NOTE-USE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCESS-HIST
           .

       3000-LOAD-LAST-USE-END.
           EXIT.
      ******************************************************************
       3100-NOTE-USE.
           MOVE 'N' TO USE-FOUND-SW
           PERFORM VARYING USE-IDX FROM 1 BY 1
                 UNTIL USE-IDX > USE-USED OR USE-FOUND
              IF UT-USER (USE-IDX) = TRAIL-USER THEN
                 SET USE-FOUND TO TRUE
                 IF AH-DATE > UT-LAST-USE (USE-IDX) THEN
                    MOVE AH-DATE TO UT-LAST-USE (USE-IDX)
                 END-IF
              END-IF
           END-PERFORM

           IF NOT USE-FOUND THEN
              IF USE-USED < 500 THEN
                 ADD 1 TO USE-USED
                 MOVE TRAIL-USER TO UT-USER (USE-USED)
                 MOVE AH-DATE TO UT-LAST-USE (USE-USED)
              ELSE
                 DISPLAY "*** More than 500 users on the access "
                    "trail - " TRAIL-USER " not tracked."
                 SET SOURCE-SKIPPED TO TRUE
              END-IF
           END-IF
           .

       3100-NOTE-USE-END.
           EXIT.
      ******************************************************************
       4000-PRINT-GRANTS.
           MOVE "ACCESS RECERTIFICATION (UNEMRCRT)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMRCRT" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "Quarter " DELIMITED BY SIZE
              RUN-QUARTER DELIMITED BY SIZE
              " - dormant when unused since " DELIMITED BY SIZE
              DORMANT-CUTOFF DELIMITED BY SIZE
              INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCRT" PRNT-TEXT
           MOVE RCRT-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMRCRT" PRNT-TEXT
           MOVE RCRT-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCRT" PRNT-TEXT

           MOVE LOW-VALUES TO UA-KEY
           MOVE 'G' TO UA-REC-TYPE
           START USER-AUTH KEY IS >= UA-KEY
              INVALID KEY SET USER-AUTH-EOF TO TRUE
           END-START

           IF USER-AUTH-OK THEN
              READ USER-AUTH NEXT
                 AT END SET USER-AUTH-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT USER-AUTH-OK OR NOT UA-GRANT-REC
              PERFORM 4100-PRINT-ONE-GRANT
              READ USER-AUTH NEXT
                 AT END SET USER-AUTH-EOF TO TRUE
              END-READ
           END-PERFORM

           MOVE RCRT-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCRT" PRNT-TEXT
           MOVE GRANTS-LISTED TO RT-DISP-LISTED
           MOVE GRANTS-ACTIVE TO RT-DISP-ACTIVE
           MOVE GRANTS-DUE TO RT-DISP-DUE
           MOVE GRANTS-DORMANT TO RT-DISP-DORMANT
           MOVE GRANTS-EXPIRED TO RT-DISP-EXPIRED
           MOVE GRANTS-REVOKED TO RT-DISP-REVOKED
           MOVE RCRT-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMRCRT" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMRCRT" PRNT-TEXT
           .

       4000-PRINT-GRANTS-END.
           EXIT.
      ******************************************************************
      * One grant - three lines: the grant, its functions and who
      * granted it, its recertification, last use and flags.
      ******************************************************************
       4100-PRINT-ONE-GRANT.
           ADD 1 TO GRANTS-LISTED

           MOVE UA-USERID TO RG-DISP-USER
           MOVE UA-ROLE TO RG-DISP-ROLE
           IF UA-GRANT-ACTIVE THEN
              MOVE "ACTIVE" TO RG-DISP-STATUS
              ADD 1 TO GRANTS-ACTIVE
           ELSE
              MOVE "REVOKED" TO RG-DISP-STATUS
              ADD 1 TO GRANTS-REVOKED
           END-IF
           MOVE UA-MANAGER TO RG-DISP-MANAGER
           MOVE UA-VALID-FROM TO RG-DISP-FROM
           IF UA-VALID-TO = 99999999 THEN
              MOVE "OPEN" TO RG-DISP-TO
           ELSE
              MOVE UA-VALID-TO TO RG-DISP-TO
           END-IF
           MOVE SPACES TO RG-DISP-STATES
           MOVE 1 TO TEXT-PTR
           PERFORM VARYING STATE-IDX FROM 1 BY 1 UNTIL STATE-IDX > 8
              IF UA-STATE (STATE-IDX) NOT = SPACES THEN
                 STRING UA-STATE (STATE-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    INTO RG-DISP-STATES
                    WITH POINTER TEXT-PTR
              END-IF
           END-PERFORM
           MOVE RCRT-GRANT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCRT" PRNT-TEXT

           MOVE "(role not defined)" TO RF-DISP-FUNCS
           PERFORM VARYING ROLE-IDX FROM 1 BY 1
                 UNTIL ROLE-IDX > ROLE-USED
              IF RT-ROLE (ROLE-IDX) = UA-ROLE THEN
                 MOVE RT-FUNCTIONS (ROLE-IDX) TO RF-DISP-FUNCS
              END-IF
           END-PERFORM
           MOVE SPACES TO RF-DISP-GRANTED
           MOVE UA-GRANT-DATE TO EDIT-DATE
           STRING UA-GRANT-USER DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              EDIT-DATE DELIMITED BY SIZE
              INTO RF-DISP-GRANTED
           MOVE RCRT-FUNC-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCRT" PRNT-TEXT

           MOVE SPACES TO RR-DISP-RECERT
           IF UA-RECERT-QTR = SPACES THEN
              MOVE "never" TO RR-DISP-QTR
           ELSE
              MOVE UA-RECERT-QTR TO RR-DISP-QTR
              MOVE UA-RECERT-DATE TO EDIT-DATE
              STRING UA-RECERT-USER DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 EDIT-DATE DELIMITED BY SIZE
                 INTO RR-DISP-RECERT
           END-IF

           MOVE ZERO TO LAST-USE
           PERFORM VARYING USE-IDX FROM 1 BY 1
                 UNTIL USE-IDX > USE-USED
              IF UT-USER (USE-IDX) = UA-USERID THEN
                 MOVE UT-LAST-USE (USE-IDX) TO LAST-USE
              END-IF
           END-PERFORM
           IF LAST-USE = ZERO THEN
              MOVE "never" TO RR-DISP-USED
           ELSE
              MOVE LAST-USE TO RR-DISP-USED
           END-IF

           MOVE SPACES TO RR-DISP-FLAGS
           MOVE 1 TO TEXT-PTR
           IF UA-GRANT-REVOKED THEN
              MOVE UA-REVOKE-DATE TO EDIT-DATE
              STRING "REVOKED " DELIMITED BY SIZE
                 UA-REVOKE-USER DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 EDIT-DATE DELIMITED BY SIZE
                 INTO RR-DISP-FLAGS
           ELSE
              IF UA-VALID-TO < RUN-DATE-TODAY THEN
                 STRING "*** EXPIRED " DELIMITED BY SIZE
                    INTO RR-DISP-FLAGS
                    WITH POINTER TEXT-PTR
                 ADD 1 TO GRANTS-EXPIRED
              END-IF
              IF LAST-USE < DORMANT-CUTOFF
                    AND UA-GRANT-DATE < DORMANT-CUTOFF THEN
                 STRING "*** DORMANT " DELIMITED BY SIZE
                    INTO RR-DISP-FLAGS
                    WITH POINTER TEXT-PTR
                 ADD 1 TO GRANTS-DORMANT
              END-IF
              IF UA-RECERT-QTR NOT = RUN-QUARTER THEN
                 STRING "RECERT DUE" DELIMITED BY SIZE
                    INTO RR-DISP-FLAGS
                    WITH POINTER TEXT-PTR
                 ADD 1 TO GRANTS-DUE
              END-IF
           END-IF
           MOVE RCRT-RECERT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMRCRT" PRNT-TEXT
           .

       4100-PRINT-ONE-GRANT-END.
           EXIT.

       END PROGRAM UNEMRCRT.
