      ******************************************************************
      * Separation-of-duties conflict report.
      ******************************************************************
      * Each register enforces its own maker-checker split - UNEMPEND
      * for corrections, purges and retention authorizations,
      * UNEMRELR for the release sign-off, UNEMCTLM stamps who
      * changed a control table - but nothing looked across them:
      * one person could stage a correction to a period, have a
      * colleague approve it, and then sign off that same period's
      * release; or change a threshold in UNEMCTLE the day before the
      * alert it controls would have fired. This report joins the
      * makers and approvers of all of them, and the UNUP online
      * updates (the 'UNUP UPDATE' entries UNEMUPDT leaves on the
      * ACCAUD access trail - the UNEMHIS2 before-image feed carries
      * no user), into one list of activities by person, and checks
      * it against the conflict-rules table (SODRULDD). The
      * activities:
      *    CORRMAKE  staged a correction (UNEMPEND STAGE)
      *    CORRAPPR  approved a correction (UNEMPEND APPROVE)
      *    PURGMAKE  staged a purge/retention authorization
      *    PURGAPPR  approved a purge/retention authorization
      *    RELDRAFT  drafted a period's release (UNEMRELR)
      *    RELSIGN   signed a period's release off
      *    RELREL    released a period
      *    UNUPUPD   updated a record online (UNUP)
      *    CTLTHRSH  changed a THRESH control-table row (UNEMCTLM)
      *    CTLCHG    changed any control-table row
      * Corrections and online updates belong to the period of the
      * record they changed, releases to their period; purge and
      * retention authorizations and control-table changes reach
      * every period ('*'). Only corrections and authorizations that
      * were approved or applied count - an expired or still-pending
      * batch never changed anything. UNEMPEND keeps no approval
      * date, so an approval is dated by its batch's staging date.
      * One rule card per conflict (cols 1-8 rule id, 10-17 first
      * activity, 19-26 second activity, 28 scope, 30-32 days, 34-80
      * description; '*' in col 1 a comment):
      *    scope P   the same person did both for the same period
      *              (a '*' period meets every period);
      *    scope D   the same person did both within the given
      *              number of days of each other, whatever period.
      * Conflicts are listed by person, period and rule - the first
      * occurrence of each pair shown, how many pairs underneath -
      * and counted per rule at the end. An optional PARM=
      * 'yyyymmdd yyyymmdd' limits the activities to a date range
      * (the audit year); no PARM reads everything on file.
      * RC=0 no conflicts, RC=4 conflicts listed (or a register
      * couldn't be read, or a table overflowed - said which),
      * RC=8 bad PARM or no usable conflict rules.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMSODR.
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
           *> The conflict-rules table
           SELECT RULE-FILE ASSIGN TO SODRULDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RULE-FILE-STATUS.

           *> The maker-checker pending-changes register
           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS PEND-FILE-STATUS.

           *> The release register
           SELECT RELREG-FILE ASSIGN TO RELREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-PERIOD
           FILE STATUS IS RELREG-STATUS.

           *> The effective-dated control tables
           SELECT CTLE-FILE ASSIGN TO CTLEDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-KEY
           FILE STATUS IS CTLE-STATUS.

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
       FD  RULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  RULE-REC.
           05 RR-RULE-ID    PIC X(8).
           05 FILLER        PIC X.
           05 RR-ACTIVITY-A PIC X(8).
           05 FILLER        PIC X.
           05 RR-ACTIVITY-B PIC X(8).
           05 FILLER        PIC X.
           05 RR-SCOPE      PIC X.
           05 FILLER        PIC X.
           05 RR-DAYS       PIC X(3).
           05 FILLER        PIC X.
           05 RR-DESC       PIC X(47).

      * Provides:
      *    FD  PEND-FILE
      *    01  PEND-REC.
       COPY PENDREC.

      * Provides:
      *    FD  RELREG-FILE
      *    01  RELREG-REC.
       COPY RELREC.

      * Provides:
      *    FD  CTLE-FILE
      *    01  CTLE-REC.
       COPY CTLEREC.

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
       01  RULE-FILE-STATUS PIC XX.
           88 RULE-FILE-OK VALUE "00".
           88 RULE-FILE-EOF VALUE "10".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

       01  RELREG-STATUS PIC XX.
           88 RELREG-OK VALUE "00".
           88 RELREG-EOF VALUE "10".

       01  CTLE-STATUS PIC XX.
           88 CTLE-OK VALUE "00".
           88 CTLE-EOF VALUE "10".

       01  ACCESS-HIST-STATUS PIC XX.
           88 ACCESS-HIST-OK VALUE "00".
           88 ACCESS-HIST-EOF VALUE "10".

       01  RULES-BAD-SW PIC X VALUE 'N'.
           88 RULES-BAD VALUE 'Y'.

       01  SOURCE-SKIPPED-SW PIC X VALUE 'N'.
           88 SOURCE-SKIPPED VALUE 'Y'.

      * The activities a rule may name.
       01  ACTIVITY-NAMES.
           05 FILLER PIC X(8) VALUE 'CORRMAKE'.
           05 FILLER PIC X(8) VALUE 'CORRAPPR'.
           05 FILLER PIC X(8) VALUE 'PURGMAKE'.
           05 FILLER PIC X(8) VALUE 'PURGAPPR'.
           05 FILLER PIC X(8) VALUE 'RELDRAFT'.
           05 FILLER PIC X(8) VALUE 'RELSIGN '.
           05 FILLER PIC X(8) VALUE 'RELREL  '.
           05 FILLER PIC X(8) VALUE 'UNUPUPD '.
           05 FILLER PIC X(8) VALUE 'CTLTHRSH'.
           05 FILLER PIC X(8) VALUE 'CTLCHG  '.
       01  ACTIVITY-TABLE REDEFINES ACTIVITY-NAMES.
           05 ACTIVITY-NAME PIC X(8) OCCURS 10 TIMES.

       01  ACT-IDX      PIC 9(3) COMP-4.
       01  ACT-FOUND-SW PIC X VALUE 'N'.
           88 ACT-FOUND VALUE 'Y'.
       01  ACT-CHECKED  PIC X(8) VALUE SPACES.

      * The conflict rules.
       01  SOD-RULE-TABLE.
           05 SOD-RULE OCCURS 50 TIMES.
              10 SR-RULE-ID    PIC X(8).
              10 SR-ACTIVITY-A PIC X(8).
              10 SR-ACTIVITY-B PIC X(8).
              10 SR-SCOPE      PIC X.
                 88 SR-SAME-PERIOD VALUE 'P'.
                 88 SR-WITHIN-DAYS VALUE 'D'.
              10 SR-DAYS       PIC 9(3).
              10 SR-DESC       PIC X(47).
              10 SR-HITS       PIC 9(5) COMP-4.

       01  RULE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  RULE-IDX  PIC 9(3) COMP-4.

      * Every activity found, one row per person per act.
       01  SOD-EVENT-TABLE.
           05 SOD-EVENT OCCURS 5000 TIMES.
              10 EV-USER     PIC X(8).
              10 EV-ACTIVITY PIC X(8).
              10 EV-PERIOD   PIC X(7).
              10 EV-DATE     PIC 9(8).
              10 EV-DAY-NUM  PIC 9(7) COMP-4.
              10 EV-DETAIL   PIC X(20).

       01  EVENT-USED    PIC 9(5) COMP-4 VALUE ZERO.
       01  EVENT-IDX-A   PIC 9(5) COMP-4.
       01  EVENT-IDX-B   PIC 9(5) COMP-4.
       01  EVENT-FULL-SW PIC X VALUE 'N'.
           88 EVENT-FULL VALUE 'Y'.

      * The event being added.
       01  NEW-EVENT.
           05 NE-USER     PIC X(8).
           05 NE-ACTIVITY PIC X(8).
           05 NE-PERIOD   PIC X(7).
           05 NE-DATE     PIC 9(8).
           05 NE-DETAIL   PIC X(20).

      * The conflicts, kept in person, period, rule order.
       01  SOD-CONFLICT-TABLE.
           05 SOD-CONFLICT OCCURS 1000 TIMES.
              10 CF-SORT-KEY.
                 15 CF-USER   PIC X(8).
                 15 CF-PERIOD PIC X(7).
                 15 CF-RULE   PIC X(8).
              10 CF-RULE-IDX  PIC 9(3) COMP-4.
              10 CF-EVENT-A   PIC 9(5) COMP-4.
              10 CF-EVENT-B   PIC 9(5) COMP-4.
              10 CF-PAIRS     PIC 9(5) COMP-4.

       01  CONFLICT-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  CONFLICT-IDX  PIC 9(4) COMP-4.
       01  CONFLICT-POS  PIC 9(4) COMP-4.
       01  CONFLICT-FOUND-SW PIC X VALUE 'N'.
           88 CONFLICT-FOUND VALUE 'Y'.
       01  CONFLICT-FULL-SW PIC X VALUE 'N'.
           88 CONFLICT-FULL VALUE 'Y'.

       01  NEW-CONFLICT-KEY.
           05 NC-USER   PIC X(8).
           05 NC-PERIOD PIC X(7).
           05 NC-RULE   PIC X(8).

       01  PAIR-MATCH-SW PIC X VALUE 'N'.
           88 PAIR-MATCHES VALUE 'Y'.
       01  DAY-GAP PIC S9(7) COMP-4.

       01  PAIRS-TOTAL  PIC 9(7) COMP-4 VALUE ZERO.
       01  PERSON-COUNT PIC 9(5) COMP-4 VALUE ZERO.
       01  PREV-USER    PIC X(8) VALUE SPACES.

      * The PARM= date range - everything when no PARM.
       01  RANGE-FROM PIC 9(8) VALUE ZERO.
       01  RANGE-TO   PIC 9(8) VALUE 99999999.

      * A calendar date as a running day number, for the day-window
      * rules - correct across month and year ends.
       01  DATE-TO-CONVERT PIC 9(8).
       01  DATE-TO-CONVERT-PARTS REDEFINES DATE-TO-CONVERT.
           05 DC-YYYY PIC 9(4).
           05 DC-MM   PIC 9(2).
           05 DC-DD   PIC 9(2).
       01  DAY-NUMBER  PIC 9(7) COMP-4.
       01  LEAP-YEARS  PIC 9(4) COMP-4.
       01  LEAP-4      PIC 9(4) COMP-4.
       01  LEAP-100    PIC 9(4) COMP-4.
       01  LEAP-400    PIC 9(4) COMP-4.

       01  DAYS-BEFORE-MONTH-VALUES.
           05 FILLER PIC 9(3) VALUE 000.
           05 FILLER PIC 9(3) VALUE 031.
           05 FILLER PIC 9(3) VALUE 059.
           05 FILLER PIC 9(3) VALUE 090.
           05 FILLER PIC 9(3) VALUE 120.
           05 FILLER PIC 9(3) VALUE 151.
           05 FILLER PIC 9(3) VALUE 181.
           05 FILLER PIC 9(3) VALUE 212.
           05 FILLER PIC 9(3) VALUE 243.
           05 FILLER PIC 9(3) VALUE 273.
           05 FILLER PIC 9(3) VALUE 304.
           05 FILLER PIC 9(3) VALUE 334.
       01  DAYS-BEFORE-MONTH-TABLE
              REDEFINES DAYS-BEFORE-MONTH-VALUES.
           05 DAYS-BEFORE-MONTH PIC 9(3) OCCURS 12 TIMES.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  SODR-DISP-SEPARATOR PIC X(122) VALUE ALL '-'.

       01  SODR-HEAD-DISP-REC.
           05 FILLER PIC X(10) VALUE 'PERSON'.
           05 FILLER PIC X(9)  VALUE 'PERIOD'.
           05 FILLER PIC X(10) VALUE 'RULE'.
           05 FILLER PIC X(7)  VALUE 'PAIRS'.
           05 FILLER PIC X(43) VALUE 'FIRST ACTIVITY'.
           05 FILLER PIC X(43) VALUE 'SECOND ACTIVITY'.

       01  SODR-CONFLICT-DISP-REC.
           05 SC-DISP-USER     PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SC-DISP-PERIOD   PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SC-DISP-RULE     PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SC-DISP-PAIRS    PIC ZZZZ9 VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SC-DISP-ACT-A    PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 SC-DISP-DATE-A   PIC 9(8)  VALUE ZERO.
           05 FILLER           PIC X     VALUE SPACE.
           05 SC-DISP-DETAIL-A PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 SC-DISP-ACT-B    PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X     VALUE SPACE.
           05 SC-DISP-DATE-B   PIC 9(8)  VALUE ZERO.
           05 FILLER           PIC X     VALUE SPACE.
           05 SC-DISP-DETAIL-B PIC X(20) VALUE SPACES.

       01  SODR-RULE-DISP-REC.
           05 SR-DISP-RULE     PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SR-DISP-ACT-A    PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X     VALUE '/'.
           05 SR-DISP-ACT-B    PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SR-DISP-SCOPE    PIC X(16) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SR-DISP-HITS     PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(16) VALUE ' conflict(s)  '.
           05 SR-DISP-DESC     PIC X(47) VALUE SPACES.

       01  SR-DISP-DAYS PIC ZZ9.

       01  SODR-TOTAL-DISP-REC.
           05 ST-DISP-EVENTS    PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(18) VALUE ' activities read, '.
           05 ST-DISP-CONFLICTS PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(14) VALUE ' conflict(s), '.
           05 ST-DISP-PAIRS     PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(11) VALUE ' pair(s), '.
           05 ST-DISP-PERSONS   PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(12) VALUE ' person(s).'.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The optional PARM= date range - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-FROM  PIC X(8).
              10 FILLER     PIC X.
              10 PARM-TO    PIC X(8).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-CHECK-PARM
              THRU 1100-CHECK-PARM-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-LOAD-RULES
              THRU 2000-LOAD-RULES-END
           IF RULES-BAD OR RULE-USED = ZERO THEN
              DISPLAY "No usable conflict rules - nothing checked."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 3000-LOAD-PENDING
              THRU 3000-LOAD-PENDING-END
           PERFORM 3200-LOAD-RELEASES
              THRU 3200-LOAD-RELEASES-END
           PERFORM 3400-LOAD-CONTROL-CHANGES
              THRU 3400-LOAD-CONTROL-CHANGES-END
           PERFORM 3600-LOAD-UNUP-UPDATES
              THRU 3600-LOAD-UNUP-UPDATES-END

           PERFORM 4000-FIND-CONFLICTS
           PERFORM 5000-PRINT-CONFLICTS

           IF CONFLICT-USED > ZERO OR SOURCE-SKIPPED THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-CHECK-PARM.
           IF PARM-LEN = ZERO THEN
              GO TO 1100-CHECK-PARM-END
           END-IF

           IF PARM-LEN < 17
              OR PARM-FROM IS NOT NUMERIC
              OR PARM-TO IS NOT NUMERIC
              OR PARM-FROM > PARM-TO THEN
              DISPLAY "PARM must be 'yyyymmdd yyyymmdd' - '"
                 PARM-TEXT "' refused."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE PARM-FROM TO RANGE-FROM
           MOVE PARM-TO TO RANGE-TO
           .

       1100-CHECK-PARM-END.
           EXIT.
      ******************************************************************
       2000-LOAD-RULES.
           OPEN INPUT RULE-FILE

           IF NOT RULE-FILE-OK THEN
              DISPLAY "Couldn't open the conflict rules - STATUS "
                 RULE-FILE-STATUS
              SET RULES-BAD TO TRUE
              GO TO 2000-LOAD-RULES-END
           END-IF

           READ RULE-FILE
              AT END SET RULE-FILE-EOF TO TRUE
           END-READ

           PERFORM UNTIL NOT RULE-FILE-OK
              IF RULE-REC (1:1) NOT = '*' AND RULE-REC NOT = SPACES
                    THEN
                 PERFORM 2100-ADD-RULE
                    THRU 2100-ADD-RULE-END
              END-IF
              READ RULE-FILE
                 AT END SET RULE-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE RULE-FILE
           .

       2000-LOAD-RULES-END.
           EXIT.
      ******************************************************************
       2100-ADD-RULE.
           MOVE RR-ACTIVITY-A TO ACT-CHECKED
           PERFORM 2200-CHECK-ACTIVITY
           IF ACT-FOUND THEN
              MOVE RR-ACTIVITY-B TO ACT-CHECKED
              PERFORM 2200-CHECK-ACTIVITY
           END-IF

           IF NOT ACT-FOUND
                 OR RR-RULE-ID = SPACES
                 OR (RR-SCOPE NOT = 'P' AND RR-SCOPE NOT = 'D')
                 OR (RR-SCOPE = 'D' AND RR-DAYS IS NOT NUMERIC) THEN
              DISPLAY "*** Malformed conflict rule: " RULE-REC
              SET RULES-BAD TO TRUE
              GO TO 2100-ADD-RULE-END
           END-IF

           IF RULE-USED NOT < 50 THEN
              DISPLAY "*** More than 50 conflict rules - rule "
                 RR-RULE-ID " refused."
              SET RULES-BAD TO TRUE
              GO TO 2100-ADD-RULE-END
           END-IF

           ADD 1 TO RULE-USED
           MOVE RR-RULE-ID TO SR-RULE-ID (RULE-USED)
           MOVE RR-ACTIVITY-A TO SR-ACTIVITY-A (RULE-USED)
           MOVE RR-ACTIVITY-B TO SR-ACTIVITY-B (RULE-USED)
           MOVE RR-SCOPE TO SR-SCOPE (RULE-USED)
           IF RR-DAYS IS NUMERIC THEN
              MOVE RR-DAYS TO SR-DAYS (RULE-USED)
           ELSE
              MOVE ZERO TO SR-DAYS (RULE-USED)
           END-IF
           MOVE RR-DESC TO SR-DESC (RULE-USED)
           MOVE ZERO TO SR-HITS (RULE-USED)
           .

       2100-ADD-RULE-END.
           EXIT.
      ******************************************************************
       2200-CHECK-ACTIVITY.
           MOVE 'N' TO ACT-FOUND-SW
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                 UNTIL ACT-IDX > 10 OR ACT-FOUND
              IF ACTIVITY-NAME (ACT-IDX) = ACT-CHECKED THEN
                 SET ACT-FOUND TO TRUE
              END-IF
           END-PERFORM
           .

       2200-CHECK-ACTIVITY-END.
           EXIT.
      ******************************************************************
      * Corrections (U/D) belong to the corrected record's period -
      * the payload's date, positions 11-17; purge and retention
      * authorizations (P/R) reach every period. Only approved or
      * applied batches count.
      ******************************************************************
       3000-LOAD-PENDING.
           OPEN INPUT PEND-FILE

           IF NOT PEND-FILE-OK THEN
              DISPLAY "Couldn't open the pending-changes register - "
                 "STATUS " PEND-FILE-STATUS " - corrections, purges "
                 "and retention authorizations not checked."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3000-LOAD-PENDING-END
           END-IF

           PERFORM UNTIL PEND-FILE-EOF OR NOT PEND-FILE-OK
              READ PEND-FILE NEXT
                 AT END SET PEND-FILE-EOF TO TRUE
                 NOT AT END
                    IF (PC-APPROVED OR PC-APPLIED)
                          AND PC-STAGED-DATE NOT < RANGE-FROM
                          AND PC-STAGED-DATE NOT > RANGE-TO THEN
                       PERFORM 3100-ADD-PENDING-EVENTS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PEND-FILE
           .

       3000-LOAD-PENDING-END.
           EXIT.
      ******************************************************************
       3100-ADD-PENDING-EVENTS.
           MOVE PC-STAGED-DATE TO NE-DATE
           MOVE SPACES TO NE-DETAIL
           STRING "batch " DELIMITED BY SIZE
              PC-BATCH-ID DELIMITED BY SPACE
              INTO NE-DETAIL

           IF PC-ACTION-PURGE OR PC-ACTION-RETAIN THEN
              MOVE '*' TO NE-PERIOD
              MOVE PC-MAKER TO NE-USER
              MOVE 'PURGMAKE' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
              MOVE PC-APPROVER TO NE-USER
              MOVE 'PURGAPPR' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
           ELSE
              MOVE PC-PAYLOAD (11:7) TO NE-PERIOD
              MOVE PC-MAKER TO NE-USER
              MOVE 'CORRMAKE' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
              MOVE PC-APPROVER TO NE-USER
              MOVE 'CORRAPPR' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
           END-IF
           .

       3100-ADD-PENDING-EVENTS-END.
           EXIT.
      ******************************************************************
       3200-LOAD-RELEASES.
           OPEN INPUT RELREG-FILE

           IF NOT RELREG-OK THEN
              DISPLAY "Couldn't open the release register - STATUS "
                 RELREG-STATUS " - releases not checked."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3200-LOAD-RELEASES-END
           END-IF

           PERFORM UNTIL RELREG-EOF OR NOT RELREG-OK
              READ RELREG-FILE NEXT
                 AT END SET RELREG-EOF TO TRUE
                 NOT AT END
                    PERFORM 3300-ADD-RELEASE-EVENTS
              END-READ
           END-PERFORM

           CLOSE RELREG-FILE
           .

       3200-LOAD-RELEASES-END.
           EXIT.
      ******************************************************************
       3300-ADD-RELEASE-EVENTS.
           MOVE RL-PERIOD TO NE-PERIOD
           MOVE SPACES TO NE-DETAIL
           STRING "release " DELIMITED BY SIZE
              RL-PERIOD DELIMITED BY SIZE
              INTO NE-DETAIL

           IF RL-DRAFT-DATE NOT < RANGE-FROM
                 AND RL-DRAFT-DATE NOT > RANGE-TO THEN
              MOVE RL-DRAFT-USER TO NE-USER
              MOVE RL-DRAFT-DATE TO NE-DATE
              MOVE 'RELDRAFT' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
           END-IF
           IF RL-SIGN-DATE NOT < RANGE-FROM
                 AND RL-SIGN-DATE NOT > RANGE-TO THEN
              MOVE RL-SIGN-USER TO NE-USER
              MOVE RL-SIGN-DATE TO NE-DATE
              MOVE 'RELSIGN' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
           END-IF
           IF RL-REL-DATE NOT < RANGE-FROM
                 AND RL-REL-DATE NOT > RANGE-TO THEN
              MOVE RL-REL-USER TO NE-USER
              MOVE RL-REL-DATE TO NE-DATE
              MOVE 'RELREL' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
           END-IF
           .

       3300-ADD-RELEASE-EVENTS-END.
           EXIT.
      ******************************************************************
      * Every control-table row version is a change by its stamping
      * user; a THRESH version is a threshold change as well.
      ******************************************************************
       3400-LOAD-CONTROL-CHANGES.
           OPEN INPUT CTLE-FILE

           IF NOT CTLE-OK THEN
              DISPLAY "Couldn't open the control tables - STATUS "
                 CTLE-STATUS " - control-table changes not checked."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3400-LOAD-CONTROL-CHANGES-END
           END-IF

           PERFORM UNTIL CTLE-EOF OR NOT CTLE-OK
              READ CTLE-FILE NEXT
                 AT END SET CTLE-EOF TO TRUE
                 NOT AT END
                    IF CT-STAMP-DATE NOT < RANGE-FROM
                          AND CT-STAMP-DATE NOT > RANGE-TO THEN
                       PERFORM 3500-ADD-CONTROL-EVENTS
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CTLE-FILE
           .

       3400-LOAD-CONTROL-CHANGES-END.
           EXIT.
      ******************************************************************
       3500-ADD-CONTROL-EVENTS.
           MOVE CT-USER TO NE-USER
           MOVE '*' TO NE-PERIOD
           MOVE CT-STAMP-DATE TO NE-DATE
           MOVE SPACES TO NE-DETAIL
           STRING CT-TABLE DELIMITED BY SPACE
              " " DELIMITED BY SIZE
              CT-ROW-KEY DELIMITED BY SIZE
              INTO NE-DETAIL

           MOVE 'CTLCHG' TO NE-ACTIVITY
           PERFORM 3900-ADD-EVENT
              THRU 3900-ADD-EVENT-END
           IF CT-TABLE = 'THRESH' THEN
              MOVE 'CTLTHRSH' TO NE-ACTIVITY
              PERFORM 3900-ADD-EVENT
                 THRU 3900-ADD-EVENT-END
           END-IF
           .

       3500-ADD-CONTROL-EVENTS-END.
           EXIT.
      ******************************************************************
      * The UNUP online updates - 'UNUP UPDATE user key period' as
      * UNEMUPDT writes them to the access trail.
      ******************************************************************
       3600-LOAD-UNUP-UPDATES.
           OPEN INPUT ACCESS-HIST

           IF NOT ACCESS-HIST-OK THEN
              DISPLAY "Couldn't open the access trail - STATUS "
                 ACCESS-HIST-STATUS " - online updates not checked."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3600-LOAD-UNUP-UPDATES-END
           END-IF

           PERFORM UNTIL ACCESS-HIST-EOF
              READ ACCESS-HIST
                 AT END CONTINUE
                 NOT AT END
                    IF AH-PGM = 'UNEMUPDT'
                          AND AH-REQUEST (1:12) = "UNUP UPDATE "
                          AND AH-DATE NOT < RANGE-FROM
                          AND AH-DATE NOT > RANGE-TO THEN
                       MOVE AH-REQUEST (13:8) TO NE-USER
                       MOVE 'UNUPUPD' TO NE-ACTIVITY
                       MOVE AH-REQUEST (33:7) TO NE-PERIOD
                       MOVE AH-DATE TO NE-DATE
                       MOVE SPACES TO NE-DETAIL
                       STRING "record " DELIMITED BY SIZE
                          AH-REQUEST (22:10) DELIMITED BY SIZE
                          INTO NE-DETAIL
                       PERFORM 3900-ADD-EVENT
                          THRU 3900-ADD-EVENT-END
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ACCESS-HIST
           .

       3600-LOAD-UNUP-UPDATES-END.
           EXIT.
      ******************************************************************
       3900-ADD-EVENT.
           IF NE-USER = SPACES OR NE-DATE = ZERO THEN
              GO TO 3900-ADD-EVENT-END
           END-IF

           IF EVENT-USED NOT < 5000 THEN
              IF NOT EVENT-FULL THEN
                 DISPLAY "*** More than 5000 activities - the rest "
                    "not checked."
                 SET EVENT-FULL TO TRUE
                 SET SOURCE-SKIPPED TO TRUE
              END-IF
              GO TO 3900-ADD-EVENT-END
           END-IF

           ADD 1 TO EVENT-USED
           MOVE NE-USER TO EV-USER (EVENT-USED)
           MOVE NE-ACTIVITY TO EV-ACTIVITY (EVENT-USED)
           MOVE NE-PERIOD TO EV-PERIOD (EVENT-USED)
           MOVE NE-DATE TO EV-DATE (EVENT-USED)
           MOVE NE-DETAIL TO EV-DETAIL (EVENT-USED)
           MOVE NE-DATE TO DATE-TO-CONVERT
           PERFORM 8000-DATE-TO-DAY-NUMBER
              THRU 8000-DATE-TO-DAY-NUMBER-END
           MOVE DAY-NUMBER TO EV-DAY-NUM (EVENT-USED)
           .

       3900-ADD-EVENT-END.
           EXIT.
      ******************************************************************
      * Every rule against every pair of the same person's
      * activities.
      ******************************************************************
       4000-FIND-CONFLICTS.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                 UNTIL RULE-IDX > RULE-USED
              PERFORM VARYING EVENT-IDX-A FROM 1 BY 1
                    UNTIL EVENT-IDX-A > EVENT-USED
                 IF EV-ACTIVITY (EVENT-IDX-A) =
                       SR-ACTIVITY-A (RULE-IDX) THEN
                    PERFORM VARYING EVENT-IDX-B FROM 1 BY 1
                          UNTIL EVENT-IDX-B > EVENT-USED
                       IF EV-ACTIVITY (EVENT-IDX-B) =
                             SR-ACTIVITY-B (RULE-IDX)
                             AND EVENT-IDX-B NOT = EVENT-IDX-A
                             AND EV-USER (EVENT-IDX-B) =
                                EV-USER (EVENT-IDX-A) THEN
                          PERFORM 4100-CHECK-PAIR
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       4000-FIND-CONFLICTS-END.
           EXIT.
      ******************************************************************
       4100-CHECK-PAIR.
           MOVE 'N' TO PAIR-MATCH-SW
           IF SR-SAME-PERIOD (RULE-IDX) THEN
              IF EV-PERIOD (EVENT-IDX-A) = EV-PERIOD (EVENT-IDX-B)
                    OR EV-PERIOD (EVENT-IDX-A) = '*'
                    OR EV-PERIOD (EVENT-IDX-B) = '*' THEN
                 SET PAIR-MATCHES TO TRUE
              END-IF
           ELSE
              COMPUTE DAY-GAP = EV-DAY-NUM (EVENT-IDX-B)
                 - EV-DAY-NUM (EVENT-IDX-A)
              IF DAY-GAP < ZERO THEN
                 COMPUTE DAY-GAP = ZERO - DAY-GAP
              END-IF
              IF DAY-GAP NOT > SR-DAYS (RULE-IDX) THEN
                 SET PAIR-MATCHES TO TRUE
              END-IF
           END-IF

           IF PAIR-MATCHES THEN
              MOVE EV-USER (EVENT-IDX-A) TO NC-USER
              IF EV-PERIOD (EVENT-IDX-B) = '*' THEN
                 MOVE EV-PERIOD (EVENT-IDX-A) TO NC-PERIOD
              ELSE
                 MOVE EV-PERIOD (EVENT-IDX-B) TO NC-PERIOD
              END-IF
              MOVE SR-RULE-ID (RULE-IDX) TO NC-RULE
              PERFORM 4200-NOTE-CONFLICT
                 THRU 4200-NOTE-CONFLICT-END
           END-IF
           .

       4100-CHECK-PAIR-END.
           EXIT.
      ******************************************************************
      * One conflict line per person, period and rule - a repeat pair
      * only adds to its count. A new line is inserted in order.
      ******************************************************************
       4200-NOTE-CONFLICT.
           ADD 1 TO PAIRS-TOTAL
           ADD 1 TO SR-HITS (RULE-IDX)

           MOVE 'N' TO CONFLICT-FOUND-SW
           MOVE 1 TO CONFLICT-POS
           PERFORM VARYING CONFLICT-IDX FROM 1 BY 1
                 UNTIL CONFLICT-IDX > CONFLICT-USED OR CONFLICT-FOUND
              IF CF-SORT-KEY (CONFLICT-IDX) = NEW-CONFLICT-KEY THEN
                 SET CONFLICT-FOUND TO TRUE
                 ADD 1 TO CF-PAIRS (CONFLICT-IDX)
              ELSE
                 IF CF-SORT-KEY (CONFLICT-IDX) < NEW-CONFLICT-KEY
                       THEN
                    COMPUTE CONFLICT-POS = CONFLICT-IDX + 1
                 END-IF
              END-IF
           END-PERFORM

           IF CONFLICT-FOUND THEN
              GO TO 4200-NOTE-CONFLICT-END
           END-IF

           IF CONFLICT-USED NOT < 1000 THEN
              IF NOT CONFLICT-FULL THEN
                 DISPLAY "*** More than 1000 conflict lines - the "
                    "rest counted per rule only."
                 SET CONFLICT-FULL TO TRUE
                 SET SOURCE-SKIPPED TO TRUE
              END-IF
              GO TO 4200-NOTE-CONFLICT-END
           END-IF

           PERFORM VARYING CONFLICT-IDX FROM CONFLICT-USED BY -1
                 UNTIL CONFLICT-IDX < CONFLICT-POS
              MOVE SOD-CONFLICT (CONFLICT-IDX)
                 TO SOD-CONFLICT (CONFLICT-IDX + 1)
           END-PERFORM
           ADD 1 TO CONFLICT-USED

           MOVE NEW-CONFLICT-KEY TO CF-SORT-KEY (CONFLICT-POS)
           MOVE RULE-IDX TO CF-RULE-IDX (CONFLICT-POS)
           MOVE EVENT-IDX-A TO CF-EVENT-A (CONFLICT-POS)
           MOVE EVENT-IDX-B TO CF-EVENT-B (CONFLICT-POS)
           MOVE 1 TO CF-PAIRS (CONFLICT-POS)
           .

       4200-NOTE-CONFLICT-END.
           EXIT.
      ******************************************************************
       5000-PRINT-CONFLICTS.
           MOVE "SEPARATION-OF-DUTIES CONFLICTS (UNEMSODR)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMSODR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           IF PARM-LEN = ZERO THEN
              MOVE "Activities on file - every date" TO PRNT-TEXT
           ELSE
              STRING "Activities dated " DELIMITED BY SIZE
                 RANGE-FROM DELIMITED BY SIZE
                 " through " DELIMITED BY SIZE
                 RANGE-TO DELIMITED BY SIZE
                 INTO PRNT-TEXT
           END-IF
           CALL "UNEMPRNT" USING "LINE " "UNEMSODR" PRNT-TEXT
           MOVE SODR-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMSODR" PRNT-TEXT
           MOVE SODR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSODR" PRNT-TEXT

           IF CONFLICT-USED = ZERO THEN
              MOVE "No conflicting combinations found." TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMSODR" PRNT-TEXT
           END-IF

           MOVE SPACES TO PREV-USER
           PERFORM VARYING CONFLICT-IDX FROM 1 BY 1
                 UNTIL CONFLICT-IDX > CONFLICT-USED
              PERFORM 5100-PRINT-ONE-CONFLICT
           END-PERFORM

           MOVE SODR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSODR" PRNT-TEXT
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                 UNTIL RULE-IDX > RULE-USED
              PERFORM 5200-PRINT-RULE-TOTAL
           END-PERFORM

           MOVE EVENT-USED TO ST-DISP-EVENTS
           MOVE CONFLICT-USED TO ST-DISP-CONFLICTS
           MOVE PAIRS-TOTAL TO ST-DISP-PAIRS
           MOVE PERSON-COUNT TO ST-DISP-PERSONS
           MOVE SODR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMSODR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMSODR" PRNT-TEXT
           .

       5000-PRINT-CONFLICTS-END.
           EXIT.
      ******************************************************************
      * The person is shown on their first line only.
      ******************************************************************
       5100-PRINT-ONE-CONFLICT.
           IF CF-USER (CONFLICT-IDX) NOT = PREV-USER THEN
              MOVE CF-USER (CONFLICT-IDX) TO SC-DISP-USER
              MOVE CF-USER (CONFLICT-IDX) TO PREV-USER
              ADD 1 TO PERSON-COUNT
           ELSE
              MOVE SPACES TO SC-DISP-USER
           END-IF
           MOVE CF-PERIOD (CONFLICT-IDX) TO SC-DISP-PERIOD
           MOVE CF-RULE (CONFLICT-IDX) TO SC-DISP-RULE
           MOVE CF-PAIRS (CONFLICT-IDX) TO SC-DISP-PAIRS

           MOVE CF-EVENT-A (CONFLICT-IDX) TO EVENT-IDX-A
           MOVE CF-EVENT-B (CONFLICT-IDX) TO EVENT-IDX-B
           MOVE EV-ACTIVITY (EVENT-IDX-A) TO SC-DISP-ACT-A
           MOVE EV-DATE (EVENT-IDX-A) TO SC-DISP-DATE-A
           MOVE EV-DETAIL (EVENT-IDX-A) TO SC-DISP-DETAIL-A
           MOVE EV-ACTIVITY (EVENT-IDX-B) TO SC-DISP-ACT-B
           MOVE EV-DATE (EVENT-IDX-B) TO SC-DISP-DATE-B
           MOVE EV-DETAIL (EVENT-IDX-B) TO SC-DISP-DETAIL-B

           MOVE SODR-CONFLICT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSODR" PRNT-TEXT
           .

       5100-PRINT-ONE-CONFLICT-END.
           EXIT.
      ******************************************************************
       5200-PRINT-RULE-TOTAL.
           MOVE SR-RULE-ID (RULE-IDX) TO SR-DISP-RULE
           MOVE SR-ACTIVITY-A (RULE-IDX) TO SR-DISP-ACT-A
           MOVE SR-ACTIVITY-B (RULE-IDX) TO SR-DISP-ACT-B
           MOVE SPACES TO SR-DISP-SCOPE
           IF SR-SAME-PERIOD (RULE-IDX) THEN
              MOVE "same period" TO SR-DISP-SCOPE
           ELSE
              MOVE SR-DAYS (RULE-IDX) TO SR-DISP-DAYS
              STRING "within " DELIMITED BY SIZE
                 SR-DISP-DAYS DELIMITED BY SIZE
                 " days" DELIMITED BY SIZE
                 INTO SR-DISP-SCOPE
           END-IF
           MOVE SR-HITS (RULE-IDX) TO SR-DISP-HITS
           MOVE SR-DESC (RULE-IDX) TO SR-DISP-DESC
           MOVE SODR-RULE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMSODR" PRNT-TEXT
           .

       5200-PRINT-RULE-TOTAL-END.
           EXIT.
      ******************************************************************
      * Days since a fixed origin - the Gregorian leap years counted
      * up to the date's year (up to the year before for January and
      * February).
      ******************************************************************
       8000-DATE-TO-DAY-NUMBER.
           IF DC-MM < 1 OR DC-MM > 12 THEN
              MOVE ZERO TO DAY-NUMBER
              GO TO 8000-DATE-TO-DAY-NUMBER-END
           END-IF

           IF DC-MM > 2 THEN
              MOVE DC-YYYY TO LEAP-YEARS
           ELSE
              COMPUTE LEAP-YEARS = DC-YYYY - 1
           END-IF
           DIVIDE LEAP-YEARS BY 4 GIVING LEAP-4
           DIVIDE LEAP-YEARS BY 100 GIVING LEAP-100
           DIVIDE LEAP-YEARS BY 400 GIVING LEAP-400

           COMPUTE DAY-NUMBER = DC-YYYY * 365
              + LEAP-4 - LEAP-100 + LEAP-400
              + DAYS-BEFORE-MONTH (DC-MM) + DC-DD
           .

       8000-DATE-TO-DAY-NUMBER-END.
           EXIT.

       END PROGRAM UNEMSODR.
