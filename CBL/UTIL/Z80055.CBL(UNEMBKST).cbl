      ******************************************************************
      * Backup-set utility for the whole unemployment-claims dataset
      * family.
      ******************************************************************
      * UNEMDLYJ's STEP010 backs up UNEMPLRP alone. The clusters and
      * control datasets that grew up around it - the claim detail,
      * the payments, the registers, the histories, the control
      * files - were never captured together, so a restore of
      * UNEMPLRP from one day sat beside everything else from
      * another. This utility takes, records, restores and checks a
      * backup SET: one copy of every dataset in the family, all
      * taken at the same cycle boundary (the released cycle), with
      * a set catalog (BKSCATDD, BKSTREC.cpy) holding the cycle
      * date, the member datasets, their record counts and the
      * names of their copies. PARM= selects the mode:
      *    'BACKUP'     refused unless the cycle is released. Reads
      *                 the family list (BKSFAMDD), opens the set in
      *                 the catalog and writes the IDCAMS statements
      *                 (BKSCMDDD) that allocate and REPRO one copy
      *                 per member, Z80055.BKSET.Dyyyymmdd.<member>.
      *    'CATALOG'    reads the SYSPRINT listing of that IDCAMS
      *                 step (BKSPRTDD) and records each member's
      *                 record count and condition code. A set with
      *                 every member copied is complete; any failure
      *                 marks it failed, RC=8 and an operator alert.
      *                 A complete set expires the sets beyond the
      *                 retention count - their copies are deleted
      *                 by the IDCAMS statements it writes
      *                 (BKSCMDDD).
      *    'COVERAGE'   sets the LISTCAT NAME listing of the Z80055
      *                 level (LISTCDD) against the family list and
      *                 the current set, and lists every dataset in
      *                 the family not covered by a current set -
      *                 a member missing or failed in the set, or a
      *                 dataset nobody has put in the family list.
      *                 RC=4 when anything is uncovered.
      *    'RESTORE yyyymmdd'  through the UNEMAUTH gate, writes the
      *                 IDCAMS statements (BKSCMDDD) that put every
      *                 member of that complete set back: a VSAM
      *                 member is renamed to .PRERST, defined again
      *                 on its own model and reloaded from its copy,
      *                 a sequential member is reloaded in place. A
      *                 second set of statements (BKSCNTDD) recounts
      *                 every member once restored.
      *    'VERIFY yyyymmdd'   reads the SYSPRINT listing of the
      *                 recount (BKSPRTDD) and checks every member's
      *                 count against the catalog - a clear PASS or
      *                 FAIL per member and for the set, RC=8 and an
      *                 operator alert on FAIL.
      *-----------------------------------------------------------------
      * The family list is one card per dataset:
      *    columns  1-8   the member code (the copy's last qualifier)
      *    column   10    K KSDS, E ESDS, S sequential, or X excluded
      *    columns 12-55  the dataset name
      * An X card names a dataset deliberately left out of the sets
      * (a work or checkpoint dataset, a GDG with its own backups);
      * its name may end or begin with '*' to exclude every name
      * with that prefix or suffix. A card with '*' in column 1 is a
      * comment.
      *-----------------------------------------------------------------
      * Runtime parameters (UNEMPARM), with their defaults:
      *    BKSET-KEEP       complete sets kept (7); older sets, and
      *                     failed sets older than the newest
      *                     complete one, are expired.
      *    BKSET-SPACE-CYL  primary and secondary cylinders for
      *                     each member's copy (10).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMBKST.
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
           *> The cycle-control dataset
           SELECT CYCLE-FILE ASSIGN TO CYCLEDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CYCLE-FILE-STATUS.

           *> The family list
           SELECT FAMILY-IN ASSIGN TO BKSFAMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FAMILY-IN-STATUS.

           *> The backup-set catalog
           SELECT BKSET-CAT ASSIGN TO BKSCATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BS-KEY
           FILE STATUS IS BKSET-CAT-STATUS.

           *> The generated IDCAMS statements - the SYSIN of the step
           *> that follows
           SELECT IDCAMS-CARDS ASSIGN TO BKSCMDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IDCAMS-CARDS-STATUS.

           *> The generated recount statements (RESTORE)
           SELECT COUNT-CARDS ASSIGN TO BKSCNTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COUNT-CARDS-STATUS.

           *> The SYSPRINT listing of the copy or recount step
           SELECT PRINT-IN ASSIGN TO BKSPRTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRINT-IN-STATUS.

           *> The IDCAMS LISTCAT NAME listing (COVERAGE)
           SELECT LISTC-IN ASSIGN TO LISTCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LISTC-IN-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  CYCLE-FILE
      *    01  CYCLE-REC.
       COPY CYCLEREC.

       FD  FAMILY-IN
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  FAMILY-IN-REC.
           05 FI-CODE   PIC X(8).
           05 FILLER    PIC X.
           05 FI-ORG    PIC X.
           05 FILLER    PIC X.
           05 FI-DSNAME PIC X(44).
           05 FILLER    PIC X(25).

      * Provides:
      *    FD  BKSET-CAT
      *    01  BKSET-CAT-REC.
       COPY BKSTREC.

       FD  IDCAMS-CARDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  IDCAMS-CARD PIC X(80).

       FD  COUNT-CARDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  COUNT-CARD PIC X(80).

       FD  PRINT-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
              DEPENDING ON PRINT-LEN
           RECORDING MODE V.
       01  PRINT-REC.
           05 PRINT-ASA      PIC X.
           05 PRINT-TEXT     PIC X(120).

       FD  LISTC-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
              DEPENDING ON LISTC-LEN
           RECORDING MODE V.
       01  LISTC-REC.
           05 LISTC-ASA      PIC X.
           05 LISTC-TEXT     PIC X(120).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  CYCLE-FILE-STATUS PIC XX.
           88 CYCLE-FILE-OK VALUE "00".

       01  FAMILY-IN-STATUS PIC XX.
           88 FAMILY-IN-OK VALUE "00".
           88 FAMILY-IN-EOF VALUE "10".

       01  BKSET-CAT-STATUS PIC XX.
           88 BKSET-CAT-OK VALUE "00".
           88 BKSET-CAT-EOF VALUE "10".
           88 BKSET-CAT-NOT-FOUND VALUE "23".

       01  IDCAMS-CARDS-STATUS PIC XX.
           88 IDCAMS-CARDS-OK VALUE "00".

       01  COUNT-CARDS-STATUS PIC XX.
           88 COUNT-CARDS-OK VALUE "00".

       01  PRINT-IN-STATUS PIC XX.
           88 PRINT-IN-OK VALUE "00".
           88 PRINT-IN-EOF VALUE "10".

       01  LISTC-IN-STATUS PIC XX.
           88 LISTC-IN-OK VALUE "00".
           88 LISTC-IN-EOF VALUE "10".

       01  PRINT-LEN PIC 9(5) COMP-4 VALUE ZERO.
       01  LISTC-LEN PIC 9(5) COMP-4 VALUE ZERO.

      * The runtime parameters - see the description above.
       01  BKSET-KEEP      PIC 9(3) VALUE 7.
       01  BKSET-SPACE-CYL PIC 9(5) VALUE 10.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The PARM= text split into the mode and the set's date.
       01  PARM-MODE    PIC X(8) VALUE SPACES.
       01  PARM-DATE    PIC X(8) VALUE SPACES.
       01  PARM-DATE-NUM REDEFINES PARM-DATE PIC 9(8).

       01  SET-DATE     PIC 9(8) VALUE ZERO.
       01  SET-DATE-TEXT REDEFINES SET-DATE PIC X(8).

      * Set by UNEMAUTH before the restore statements are written -
      * they replace UNEMPLRP along with the rest of the family.
       01  AUTH-STATUS-SW PIC X.
           88 AUTH-IS-GRANTED VALUE 'G'.
           88 AUTH-IS-DENIED  VALUE 'D'.

      * A set restore replaces every state's records, so the job's
      * user must hold a RESTORE grant for every state ('**') -
      * UNEMROLE.
       01  ROLE-USER  PIC X(8) VALUE SPACES.
       01  ROLE-STATE PIC X(2) VALUE '**'.

      *-----------------------------------------------------------------
      * The family list. The name length is kept for the X cards'
      * prefix and suffix patterns.
      *-----------------------------------------------------------------
       01  FAMILY-TABLE.
           05 FAMILY-ENTRY OCCURS 120 TIMES.
              10 FM-CODE      PIC X(8).
              10 FM-ORG       PIC X.
                 88 FM-IS-VSAM     VALUE 'K' 'E'.
                 88 FM-IS-EXCLUDED VALUE 'X'.
              10 FM-DSNAME    PIC X(44).
              10 FM-NAME-LEN  PIC 9(2) COMP-4.
              10 FM-CATALOGED PIC X.
       01  FAMILY-USED   PIC 9(3) COMP-4 VALUE ZERO.
       01  FM-IDX        PIC 9(3) COMP-4 VALUE ZERO.
       01  FM-IDX-2      PIC 9(3) COMP-4 VALUE ZERO.
       01  FAMILY-MEMBERS PIC 9(3) COMP-4 VALUE ZERO.
       01  FAMILY-ERRORS PIC 9(3) COMP-4 VALUE ZERO.

      *-----------------------------------------------------------------
      * One set's members, as recorded in the catalog, with what the
      * listing said about each.
      *-----------------------------------------------------------------
       01  MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 120 TIMES.
              10 MB-CODE       PIC X(8).
              10 MB-DSNAME     PIC X(44).
              10 MB-COPY-NAME  PIC X(44).
              10 MB-ORG        PIC X.
                 88 MB-IS-KSDS VALUE 'K'.
                 88 MB-IS-ESDS VALUE 'E'.
              10 MB-STATUS     PIC X.
              10 MB-RECORDS    PIC 9(10) COMP-4.
              10 MB-COUNTED    PIC 9(10) COMP-4.
              10 MB-COND-CODE  PIC 9(2)  COMP-4.
              10 MB-RESULT-SW  PIC X.
                 88 MB-RESULT-SEEN VALUE 'Y'.
       01  MEMBERS-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  MB-IDX       PIC 9(3) COMP-4 VALUE ZERO.
       01  MB-FOUND     PIC 9(3) COMP-4 VALUE ZERO.
       01  MEMBERS-FAILED PIC 9(3) COMP-4 VALUE ZERO.
       01  RECORD-TOTAL PIC 9(12) COMP-4 VALUE ZERO.

      *-----------------------------------------------------------------
      * SYSPRINT listing parsing. A REPRO echo names the dataset
      * (INDATASET); the IDC0005I line after it gives the records
      * copied and the IDC0001I line the function's condition code.
      *-----------------------------------------------------------------
       01  LINE-TEXT   PIC X(120) VALUE SPACES.
       01  FIND-TEXT   PIC X(30) VALUE SPACES.
       01  FIND-LEN    PIC 9(3) COMP-4 VALUE ZERO.
       01  FIND-POS    PIC 9(3) COMP-4 VALUE ZERO.
       01  SCAN-POS    PIC 9(3) COMP-4 VALUE ZERO.
       01  CUR-IN-NAME PIC X(44) VALUE SPACES.
       01  CUR-RECORDS PIC 9(10) COMP-4 VALUE ZERO.
       01  REPRO-SW    PIC X VALUE 'N'.
           88 REPRO-OPEN VALUE 'Y'.
       01  SEARCH-NAME PIC X(44) VALUE SPACES.

       01  VALUE-TEXT  PIC X(60) VALUE SPACES.
       01  VALUE-NUM   PIC 9(12) VALUE ZERO.
       01  VALUE-IDX   PIC 9(2) COMP-4 VALUE ZERO.
       01  VALUE-CHAR  PIC X VALUE SPACE.
       01  VALUE-DIGIT REDEFINES VALUE-CHAR PIC 9.

      *-----------------------------------------------------------------
      * LISTCAT NAME parsing (COVERAGE) - "TYPE ------- name" lines.
      *-----------------------------------------------------------------
       01  LINE-TOKENS.
           05 LINE-TOKEN PIC X(60) OCCURS 6 TIMES.
       01  TOKEN-COUNT PIC 9(2) COMP-4 VALUE ZERO.
       01  DASH-COUNT  PIC 9(2) COMP-4 VALUE ZERO.
       01  ENTRY-NAME  PIC X(44) VALUE SPACES.
       01  ENTRY-TYPE  PIC X(8) VALUE SPACES.
       01  NAME-LEN    PIC 9(2) COMP-4 VALUE ZERO.
       01  PATTERN-LEN PIC 9(2) COMP-4 VALUE ZERO.
       01  MATCH-POS   PIC 9(2) COMP-4 VALUE ZERO.
       01  MATCH-SW    PIC X VALUE 'N'.
           88 NAME-MATCHES VALUE 'Y'.

       01  CURRENT-SET-DATE PIC 9(8) VALUE ZERO.
       01  ENTRIES-LISTED   PIC 9(5) COMP-4 VALUE ZERO.
       01  ENTRIES-EXCLUDED PIC 9(5) COMP-4 VALUE ZERO.
       01  ENTRIES-COVERED  PIC 9(5) COMP-4 VALUE ZERO.
       01  ENTRIES-UNCOVERED PIC 9(5) COMP-4 VALUE ZERO.

      *-----------------------------------------------------------------
      * Set expiry.
      *-----------------------------------------------------------------
       01  SETS-COMPLETE  PIC 9(5) COMP-4 VALUE ZERO.
       01  SETS-SEEN      PIC 9(5) COMP-4 VALUE ZERO.
       01  SETS-EXPIRED   PIC 9(5) COMP-4 VALUE ZERO.
       01  NEWEST-COMPLETE PIC 9(8) VALUE ZERO.
       01  EXPIRE-DATE    PIC 9(8) VALUE ZERO.

      *-----------------------------------------------------------------
      * IDCAMS statement building.
      *-----------------------------------------------------------------
       01  EDIT-NUM     PIC 9(12) VALUE ZERO.
       01  EDIT-ZONED   PIC Z(11)9.
       01  EDIT-TEXT    PIC X(12) VALUE SPACES.
       01  EDIT-LEAD    PIC 9(2) COMP-4 VALUE ZERO.
       01  COPY-NAME    PIC X(44) VALUE SPACES.
       01  PRERST-NAME  PIC X(44) VALUE SPACES.
       01  PRERST-DATA  PIC X(44) VALUE SPACES.
       01  PRERST-INDEX PIC X(44) VALUE SPACES.
       01  LIVE-DATA    PIC X(44) VALUE SPACES.
       01  LIVE-INDEX   PIC X(44) VALUE SPACES.
       01  CARDS-WRITTEN PIC 9(5) COMP-4 VALUE ZERO.

       01  TODAY-DATE   PIC 9(8) VALUE ZERO.
       01  NOW-TIME     PIC 9(8) VALUE ZERO.

       01  DISP-COUNT   PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  DISP-COUNT-2 PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  DISP-CC      PIC Z9 VALUE ZERO.
       01  DISP-NUM     PIC ZZ9 VALUE ZERO.

      * Built up before each CALL to UNEMOPAL, the operator alert
      * utility, when a set fails or a restore does not verify.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= mode text - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(20).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN > ZERO THEN
              UNSTRING PARM-TEXT (1:PARM-LEN) DELIMITED BY ALL SPACE
                 INTO PARM-MODE PARM-DATE
              END-UNSTRING
           END-IF

           PERFORM 8000-LOAD-PARMS

           EVALUATE PARM-MODE
              WHEN "BACKUP"
                 PERFORM 2000-BACKUP
                    THRU 2000-BACKUP-END
              WHEN "CATALOG"
                 PERFORM 3000-CATALOG
                    THRU 3000-CATALOG-END
              WHEN "COVERAGE"
                 PERFORM 4000-COVERAGE
                    THRU 4000-COVERAGE-END
              WHEN "RESTORE"
                 PERFORM 5000-RESTORE
                    THRU 5000-RESTORE-END
              WHEN "VERIFY"
                 PERFORM 6000-VERIFY
                    THRU 6000-VERIFY-END
              WHEN OTHER
                 DISPLAY "Unknown mode - use PARM='BACKUP', "
                    "'CATALOG', 'COVERAGE', 'RESTORE yyyymmdd' or "
                    "'VERIFY yyyymmdd'."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * BACKUP: the set is taken at the released cycle's boundary -
      * nothing can have changed the family since the day's reports
      * went out. A rerun for the same cycle replaces the set.
      ******************************************************************
       2000-BACKUP.
           PERFORM 8100-READ-CYCLE
              THRU 8100-READ-CYCLE-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 2000-BACKUP-END
           END-IF

           IF NOT CY-STATE-RELEASED THEN
              DISPLAY "Cycle " CY-BUSINESS-DATE " is in state "
                 CY-STATE " - a backup set is only taken once the "
                 "cycle is released. Refused."
              MOVE 8 TO RETURN-CODE
              GO TO 2000-BACKUP-END
           END-IF
           MOVE CY-BUSINESS-DATE TO SET-DATE

           PERFORM 8200-LOAD-FAMILY
              THRU 8200-LOAD-FAMILY-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 2000-BACKUP-END
           END-IF

           OPEN I-O BKSET-CAT
           IF NOT BKSET-CAT-OK THEN
              DISPLAY "Couldn't open the backup-set catalog - STATUS "
                 BKSET-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-BACKUP-END
           END-IF

           OPEN OUTPUT IDCAMS-CARDS
           IF NOT IDCAMS-CARDS-OK THEN
              DISPLAY "Couldn't open the IDCAMS statements - STATUS "
                 IDCAMS-CARDS-STATUS
              CLOSE BKSET-CAT
              MOVE 8 TO RETURN-CODE
              GO TO 2000-BACKUP-END
           END-IF

           PERFORM 2100-CLEAR-SET
           PERFORM 2200-OPEN-SET
           PERFORM 2300-WRITE-COPY-CARDS

           CLOSE IDCAMS-CARDS
           CLOSE BKSET-CAT

           DISPLAY "Backup set D" SET-DATE-TEXT " scheduled: "
              FAMILY-MEMBERS " member(s), " CARDS-WRITTEN
              " IDCAMS statement line(s)."
           .

       2000-BACKUP-END.
           EXIT.
      ******************************************************************
      * A rerun for the same cycle starts the set again - the old
      * records go, and the copy step deletes the old copies first.
      ******************************************************************
       2100-CLEAR-SET.
           MOVE SET-DATE TO BS-CYCLE-DATE
           MOVE LOW-VALUES TO BS-MEMBER
           START BKSET-CAT KEY IS >= BS-KEY
              INVALID KEY SET BKSET-CAT-EOF TO TRUE
           END-START

           PERFORM UNTIL BKSET-CAT-EOF
              READ BKSET-CAT NEXT
                 AT END CONTINUE
              END-READ
              IF BKSET-CAT-OK AND BS-CYCLE-DATE = SET-DATE THEN
                 DELETE BKSET-CAT
                    INVALID KEY
                       DISPLAY "Couldn't clear catalog record "
                          BS-KEY " - STATUS " BKSET-CAT-STATUS
                 END-DELETE
                 IF BS-MEMBER = SPACES THEN
                    DISPLAY "Set D" SET-DATE-TEXT " already in the "
                       "catalog - taken again."
                 END-IF
              ELSE
                 SET BKSET-CAT-EOF TO TRUE
              END-IF
           END-PERFORM
           .

       2100-CLEAR-SET-END.
           EXIT.
      ******************************************************************
      * The set's header (in progress) and a pending record per
      * member.
      ******************************************************************
       2200-OPEN-SET.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME

           MOVE SPACES TO BKSET-CAT-REC
           MOVE SET-DATE TO BS-CYCLE-DATE
           SET BS-SET-IN-PROGRESS TO TRUE
           MOVE TODAY-DATE TO BS-TAKEN-DATE
           MOVE NOW-TIME (1:6) TO BS-TAKEN-TIME
           MOVE FAMILY-MEMBERS TO BS-MEMBER-COUNT
           MOVE ZERO TO BS-FAILED-COUNT BS-RECORD-TOTAL
              BS-RESTORE-DATE
           WRITE BKSET-CAT-REC
              INVALID KEY
                 DISPLAY "Couldn't write the set header - STATUS "
                    BKSET-CAT-STATUS
                 MOVE 8 TO RETURN-CODE
           END-WRITE

           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX > FAMILY-USED
              IF NOT FM-IS-EXCLUDED (FM-IDX) THEN
                 PERFORM 8700-BUILD-COPY-NAME
                 MOVE SPACES TO BKSET-CAT-REC
                 MOVE SET-DATE TO BS-CYCLE-DATE
                 MOVE FM-CODE (FM-IDX) TO BS-MEMBER
                 MOVE FM-DSNAME (FM-IDX) TO BS-DSNAME
                 MOVE COPY-NAME TO BS-COPY-NAME
                 MOVE FM-ORG (FM-IDX) TO BS-ORG
                 MOVE ZERO TO BS-RECORDS BS-COND-CODE
                 SET BS-MEMBER-PENDING TO TRUE
                 WRITE BKSET-CAT-REC
                    INVALID KEY
                       DISPLAY "Couldn't write member " BS-MEMBER
                          " - STATUS " BKSET-CAT-STATUS
                       MOVE 8 TO RETURN-CODE
                 END-WRITE
              END-IF
           END-PERFORM
           .

       2200-OPEN-SET-END.
           EXIT.
      ******************************************************************
      * The copy statements. Every DELETE of an old copy comes first,
      * under one SET MAXCC = 0, so the reset cannot hide a failed
      * copy; then an ALLOCATE and a REPRO per member.
      ******************************************************************
       2300-WRITE-COPY-CARDS.
           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX > FAMILY-USED
              IF NOT FM-IS-EXCLUDED (FM-IDX) THEN
                 PERFORM 8700-BUILD-COPY-NAME
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "  DELETE " DELIMITED BY SIZE COPY-NAME
                    DELIMITED BY SPACE " NONVSAM" DELIMITED BY SIZE
                    INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
              END-IF
           END-PERFORM
           MOVE "  SET MAXCC = 0" TO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE BKSET-SPACE-CYL TO EDIT-NUM
           PERFORM 8800-EDIT-NUMBER

           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX > FAMILY-USED
              IF NOT FM-IS-EXCLUDED (FM-IDX) THEN
                 PERFORM 8700-BUILD-COPY-NAME
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "  ALLOCATE DSNAME(" DELIMITED BY SIZE
                    COPY-NAME DELIMITED BY SPACE ") NEW CATALOG -"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "           UNIT(SYSDA) CYLINDERS SPACE("
                    DELIMITED BY SIZE EDIT-TEXT DELIMITED BY SPACE
                    " " DELIMITED BY SIZE EDIT-TEXT DELIMITED BY SPACE
                    ") RELEASE -" DELIMITED BY SIZE INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "           RECFM(V B) LRECL(32756) "
                    DELIMITED BY SIZE "BLKSIZE(32760)"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "  REPRO INDATASET(" DELIMITED BY SIZE
                    FM-DSNAME (FM-IDX) DELIMITED BY SPACE ") -"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "        OUTDATASET(" DELIMITED BY SIZE
                    COPY-NAME DELIMITED BY SPACE ")" DELIMITED BY SIZE
                    INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
              END-IF
           END-PERFORM
           .

       2300-WRITE-COPY-CARDS-END.
           EXIT.
      ******************************************************************
      * CATALOG: records what the copy step did. The set is the
      * released cycle's, the one BACKUP opened.
      ******************************************************************
       3000-CATALOG.
           PERFORM 8100-READ-CYCLE
              THRU 8100-READ-CYCLE-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 3000-CATALOG-END
           END-IF
           MOVE CY-BUSINESS-DATE TO SET-DATE

           OPEN I-O BKSET-CAT
           IF NOT BKSET-CAT-OK THEN
              DISPLAY "Couldn't open the backup-set catalog - STATUS "
                 BKSET-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 3000-CATALOG-END
           END-IF

           PERFORM 8300-LOAD-SET
              THRU 8300-LOAD-SET-END
           IF RETURN-CODE NOT = ZERO THEN
              CLOSE BKSET-CAT
              GO TO 3000-CATALOG-END
           END-IF

           PERFORM 8400-PARSE-PRINT
              THRU 8400-PARSE-PRINT-END
           IF RETURN-CODE NOT = ZERO THEN
              CLOSE BKSET-CAT
              GO TO 3000-CATALOG-END
           END-IF

           DISPLAY "Backup set D" SET-DATE-TEXT ":"
           DISPLAY "    MEMBER    DATASET                        "
              "               RECORDS  CC  STATUS"
           MOVE ZERO TO MEMBERS-FAILED RECORD-TOTAL
           PERFORM VARYING MB-IDX FROM 1 BY 1
                 UNTIL MB-IDX > MEMBERS-USED
              PERFORM 3100-RECORD-MEMBER
           END-PERFORM

           MOVE SET-DATE TO BS-CYCLE-DATE
           MOVE SPACES TO BS-MEMBER
           READ BKSET-CAT
              INVALID KEY
                 DISPLAY "Set header vanished - STATUS "
                    BKSET-CAT-STATUS
                 MOVE 8 TO RETURN-CODE
           END-READ
           IF BKSET-CAT-OK THEN
              MOVE MEMBERS-USED TO BS-MEMBER-COUNT
              MOVE MEMBERS-FAILED TO BS-FAILED-COUNT
              MOVE RECORD-TOTAL TO BS-RECORD-TOTAL
              IF MEMBERS-FAILED = ZERO THEN
                 SET BS-SET-COMPLETE TO TRUE
              ELSE
                 SET BS-SET-FAILED TO TRUE
              END-IF
              REWRITE BKSET-CAT-REC
                 INVALID KEY
                    DISPLAY "Couldn't update the set header - STATUS "
                       BKSET-CAT-STATUS
                    MOVE 8 TO RETURN-CODE
              END-REWRITE
           END-IF

           MOVE RECORD-TOTAL TO DISP-COUNT
           DISPLAY "    " MEMBERS-USED " member(s), " MEMBERS-FAILED
              " failed, " DISP-COUNT " record(s) in the set."

           IF MEMBERS-FAILED > ZERO THEN
              DISPLAY "BACKUP SET D" SET-DATE-TEXT ": FAILED"
              MOVE MEMBERS-FAILED TO DISP-NUM
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Backup set D" DELIMITED BY SIZE SET-DATE-TEXT
                 DELIMITED BY SIZE " failed - " DELIMITED BY SIZE
                 DISP-NUM DELIMITED BY SIZE " member(s)"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMBKST" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "BACKUP SET D" SET-DATE-TEXT ": COMPLETE"
           END-IF

           OPEN OUTPUT IDCAMS-CARDS
           IF NOT IDCAMS-CARDS-OK THEN
              DISPLAY "Couldn't open the IDCAMS statements - STATUS "
                 IDCAMS-CARDS-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF MEMBERS-FAILED = ZERO THEN
                 PERFORM 3500-EXPIRE-SETS
              END-IF
              CLOSE IDCAMS-CARDS
           END-IF

           CLOSE BKSET-CAT
           .

       3000-CATALOG-END.
           EXIT.
      ******************************************************************
      * One member: what the listing said, into the catalog.
      ******************************************************************
       3100-RECORD-MEMBER.
           IF MB-RESULT-SEEN (MB-IDX)
              AND MB-COND-CODE (MB-IDX) = ZERO THEN
              MOVE 'C' TO MB-STATUS (MB-IDX)
              ADD MB-COUNTED (MB-IDX) TO RECORD-TOTAL
           ELSE
              MOVE 'F' TO MB-STATUS (MB-IDX)
              ADD 1 TO MEMBERS-FAILED
              IF NOT MB-RESULT-SEEN (MB-IDX) THEN
                 MOVE 99 TO MB-COND-CODE (MB-IDX)
              END-IF
           END-IF

           MOVE SET-DATE TO BS-CYCLE-DATE
           MOVE MB-CODE (MB-IDX) TO BS-MEMBER
           READ BKSET-CAT
              INVALID KEY
                 DISPLAY "Member " MB-CODE (MB-IDX) " vanished - "
                    "STATUS " BKSET-CAT-STATUS
           END-READ
           IF BKSET-CAT-OK THEN
              MOVE MB-COUNTED (MB-IDX) TO BS-RECORDS
              MOVE MB-COND-CODE (MB-IDX) TO BS-COND-CODE
              MOVE MB-STATUS (MB-IDX) TO BS-MEMBER-STATUS
              REWRITE BKSET-CAT-REC
                 INVALID KEY
                    DISPLAY "Couldn't update member " BS-MEMBER
                       " - STATUS " BKSET-CAT-STATUS
              END-REWRITE
           END-IF

           MOVE MB-COUNTED (MB-IDX) TO DISP-COUNT
           MOVE MB-COND-CODE (MB-IDX) TO DISP-CC
           IF MB-STATUS (MB-IDX) = 'C' THEN
              DISPLAY "    " MB-CODE (MB-IDX) "  " MB-DSNAME (MB-IDX)
                 DISP-COUNT "  " DISP-CC "  copied"
           ELSE
              IF MB-RESULT-SEEN (MB-IDX) THEN
                 DISPLAY "    " MB-CODE (MB-IDX) "  "
                    MB-DSNAME (MB-IDX) DISP-COUNT "  " DISP-CC
                    "  FAILED"
              ELSE
                 DISPLAY "    " MB-CODE (MB-IDX) "  "
                    MB-DSNAME (MB-IDX) "                 "
                    "  FAILED - no REPRO in the listing"
              END-IF
           END-IF
           .

       3100-RECORD-MEMBER-END.
           EXIT.
      ******************************************************************
      * Expiry: the sets beyond the newest BKSET-KEEP complete ones,
      * and failed or unfinished sets older than the newest complete
      * one, have their copies deleted and are marked expired. Two
      * passes - the complete sets are counted first.
      ******************************************************************
       3500-EXPIRE-SETS.
           MOVE ZERO TO SETS-COMPLETE NEWEST-COMPLETE
           MOVE LOW-VALUES TO BS-KEY
           START BKSET-CAT KEY IS >= BS-KEY
              INVALID KEY SET BKSET-CAT-EOF TO TRUE
           END-START
           PERFORM UNTIL BKSET-CAT-EOF
              READ BKSET-CAT NEXT
                 AT END CONTINUE
              END-READ
              IF BKSET-CAT-OK AND BS-MEMBER = SPACES
                 AND BS-SET-COMPLETE THEN
                 ADD 1 TO SETS-COMPLETE
                 MOVE BS-CYCLE-DATE TO NEWEST-COMPLETE
              END-IF
           END-PERFORM

           MOVE ZERO TO SETS-SEEN SETS-EXPIRED EXPIRE-DATE
           MOVE LOW-VALUES TO BS-KEY
           MOVE "00" TO BKSET-CAT-STATUS
           START BKSET-CAT KEY IS >= BS-KEY
              INVALID KEY SET BKSET-CAT-EOF TO TRUE
           END-START
           PERFORM UNTIL BKSET-CAT-EOF
              READ BKSET-CAT NEXT
                 AT END CONTINUE
              END-READ
              IF BKSET-CAT-OK THEN
                 IF BS-MEMBER = SPACES THEN
                    PERFORM 3600-EXPIRE-HEADER
                       THRU 3600-EXPIRE-HEADER-END
                 ELSE
      *             A member whose REPRO never ran never had a copy.
                    IF BS-CYCLE-DATE = EXPIRE-DATE
                       AND BS-COND-CODE NOT = 99 THEN
                       MOVE SPACES TO IDCAMS-CARD
                       STRING "  DELETE " DELIMITED BY SIZE
                          BS-COPY-NAME DELIMITED BY SPACE " NONVSAM"
                          DELIMITED BY SIZE INTO IDCAMS-CARD
                       PERFORM 8900-WRITE-CARD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF SETS-EXPIRED > ZERO THEN
              DISPLAY SETS-EXPIRED " older set(s) expired - keeping "
                 BKSET-KEEP " complete set(s)."
           END-IF
           .

       3500-EXPIRE-SETS-END.
           EXIT.
      ******************************************************************
       3600-EXPIRE-HEADER.
           MOVE ZERO TO EXPIRE-DATE
           IF BS-SET-EXPIRED THEN
              GO TO 3600-EXPIRE-HEADER-END
           END-IF

           IF BS-SET-COMPLETE THEN
              ADD 1 TO SETS-SEEN
              IF SETS-SEEN + BKSET-KEEP <= SETS-COMPLETE THEN
                 MOVE BS-CYCLE-DATE TO EXPIRE-DATE
              END-IF
           ELSE
              IF BS-CYCLE-DATE < NEWEST-COMPLETE THEN
                 MOVE BS-CYCLE-DATE TO EXPIRE-DATE
              END-IF
           END-IF

           IF EXPIRE-DATE > ZERO THEN
              SET BS-SET-EXPIRED TO TRUE
              REWRITE BKSET-CAT-REC
                 INVALID KEY
                    DISPLAY "Couldn't expire set " BS-CYCLE-DATE
                       " - STATUS " BKSET-CAT-STATUS
              END-REWRITE
              ADD 1 TO SETS-EXPIRED
              DISPLAY "    set D" BS-CYCLE-DATE " expired."
           END-IF
           .

       3600-EXPIRE-HEADER-END.
           EXIT.
      ******************************************************************
      * COVERAGE: every cataloged dataset under the Z80055 level is
      * either excluded by the family list, or a member copied in the
      * current set - anything else is reported as not covered.
      ******************************************************************
       4000-COVERAGE.
           PERFORM 8100-READ-CYCLE
              THRU 8100-READ-CYCLE-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 4000-COVERAGE-END
           END-IF

           PERFORM 8200-LOAD-FAMILY
              THRU 8200-LOAD-FAMILY-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 4000-COVERAGE-END
           END-IF

           OPEN INPUT BKSET-CAT
           IF NOT BKSET-CAT-OK THEN
              DISPLAY "Couldn't open the backup-set catalog - STATUS "
                 BKSET-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-COVERAGE-END
           END-IF

           PERFORM 4100-FIND-CURRENT-SET
           CLOSE BKSET-CAT

           OPEN INPUT LISTC-IN
           IF NOT LISTC-IN-OK THEN
              DISPLAY "Couldn't open the LISTCAT listing - STATUS "
                 LISTC-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-COVERAGE-END
           END-IF

           DISPLAY "Backup-set coverage of the Z80055 datasets:"
           PERFORM UNTIL LISTC-IN-EOF
              READ LISTC-IN
                 AT END CONTINUE
                 NOT AT END PERFORM 4200-CHECK-LISTED-ENTRY
                    THRU 4200-CHECK-LISTED-ENTRY-END
              END-READ
              IF NOT LISTC-IN-OK AND NOT LISTC-IN-EOF THEN
                 DISPLAY "Error reading the LISTCAT listing - STATUS "
                    LISTC-IN-STATUS
                 SET LISTC-IN-EOF TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM
           CLOSE LISTC-IN

           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX > FAMILY-USED
              IF NOT FM-IS-EXCLUDED (FM-IDX)
                 AND FM-CATALOGED (FM-IDX) NOT = 'Y' THEN
                 DISPLAY "    " FM-DSNAME (FM-IDX)
                    " in the family list but not cataloged."
              END-IF
           END-PERFORM

           DISPLAY ENTRIES-LISTED " dataset(s) cataloged, "
              ENTRIES-COVERED " covered, " ENTRIES-EXCLUDED
              " excluded, " ENTRIES-UNCOVERED " NOT COVERED."

           IF ENTRIES-UNCOVERED > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       4000-COVERAGE-END.
           EXIT.
      ******************************************************************
      * The current set is the newest complete one - current when it
      * holds the cycle on the control dataset, or, while that cycle
      * is still open, the one before it.
      ******************************************************************
       4100-FIND-CURRENT-SET.
           MOVE ZERO TO CURRENT-SET-DATE
           MOVE LOW-VALUES TO BS-KEY
           START BKSET-CAT KEY IS >= BS-KEY
              INVALID KEY SET BKSET-CAT-EOF TO TRUE
           END-START
           PERFORM UNTIL BKSET-CAT-EOF
              READ BKSET-CAT NEXT
                 AT END CONTINUE
              END-READ
              IF BKSET-CAT-OK AND BS-MEMBER = SPACES
                 AND BS-SET-COMPLETE THEN
                 MOVE BS-CYCLE-DATE TO CURRENT-SET-DATE
              END-IF
           END-PERFORM

           IF CURRENT-SET-DATE NOT = CY-BUSINESS-DATE
              AND (CY-STATE-RELEASED
                 OR CURRENT-SET-DATE > CY-BUSINESS-DATE) THEN
              MOVE ZERO TO CURRENT-SET-DATE
           END-IF

           IF CURRENT-SET-DATE = ZERO THEN
              DISPLAY "No current complete backup set for cycle "
                 CY-BUSINESS-DATE " - nothing is covered."
              MOVE ZERO TO MEMBERS-USED
           ELSE
              MOVE CURRENT-SET-DATE TO SET-DATE
              DISPLAY "Current backup set: D" SET-DATE-TEXT
              MOVE "00" TO BKSET-CAT-STATUS
              PERFORM 8300-LOAD-SET
                 THRU 8300-LOAD-SET-END
           END-IF
           .

       4100-FIND-CURRENT-SET-END.
           EXIT.
      ******************************************************************
      * One LISTCAT NAME line. Only the dataset-level entries count -
      * clusters, non-VSAM datasets and GDG bases; components,
      * alternate indexes and paths come with their cluster.
      ******************************************************************
       4200-CHECK-LISTED-ENTRY.
           IF LISTC-LEN < 2 THEN
              GO TO 4200-CHECK-LISTED-ENTRY-END
           END-IF

           MOVE SPACES TO LINE-TOKENS
           MOVE ZERO TO TOKEN-COUNT
           UNSTRING LISTC-TEXT (1:LISTC-LEN - 1) DELIMITED BY ALL SPACE
              INTO LINE-TOKEN (1) LINE-TOKEN (2) LINE-TOKEN (3)
                   LINE-TOKEN (4) LINE-TOKEN (5) LINE-TOKEN (6)
              TALLYING IN TOKEN-COUNT
           END-UNSTRING

      *    A leading blank gives an empty first token - shift it out.
           IF LINE-TOKEN (1) = SPACES THEN
              MOVE LINE-TOKEN (2) TO LINE-TOKEN (1)
              MOVE LINE-TOKEN (3) TO LINE-TOKEN (2)
              MOVE LINE-TOKEN (4) TO LINE-TOKEN (3)
              MOVE LINE-TOKEN (5) TO LINE-TOKEN (4)
           END-IF

           MOVE SPACES TO ENTRY-TYPE ENTRY-NAME
           MOVE ZERO TO DASH-COUNT
           INSPECT LINE-TOKEN (2) TALLYING DASH-COUNT FOR ALL '-'
           IF DASH-COUNT > 2 AND LINE-TOKEN (2) (1:1) = '-' THEN
              MOVE LINE-TOKEN (1) TO ENTRY-TYPE
              MOVE LINE-TOKEN (3) TO ENTRY-NAME
           ELSE
              MOVE ZERO TO DASH-COUNT
              INSPECT LINE-TOKEN (3) TALLYING DASH-COUNT FOR ALL '-'
              IF DASH-COUNT > 2 AND LINE-TOKEN (3) (1:1) = '-'
                 AND LINE-TOKEN (1) = "GDG" THEN
                 MOVE "GDG" TO ENTRY-TYPE
                 MOVE LINE-TOKEN (4) TO ENTRY-NAME
              END-IF
           END-IF

           IF ENTRY-TYPE NOT = "CLUSTER" AND ENTRY-TYPE NOT = "NONVSAM"
              AND ENTRY-TYPE NOT = "GDG" THEN
              GO TO 4200-CHECK-LISTED-ENTRY-END
           END-IF

           ADD 1 TO ENTRIES-LISTED
           MOVE ENTRY-NAME TO SEARCH-NAME
           PERFORM 8600-NAME-LENGTH

      *    Excluded by an X card?
           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX > FAMILY-USED
              IF FM-IS-EXCLUDED (FM-IDX) THEN
                 PERFORM 8650-MATCH-PATTERN
                 IF NAME-MATCHES THEN
                    ADD 1 TO ENTRIES-EXCLUDED
                    GO TO 4200-CHECK-LISTED-ENTRY-END
                 END-IF
              END-IF
           END-PERFORM

      *    A member of the family?
           MOVE ZERO TO FM-IDX-2
           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX > FAMILY-USED OR FM-IDX-2 > ZERO
              IF NOT FM-IS-EXCLUDED (FM-IDX)
                 AND FM-DSNAME (FM-IDX) = ENTRY-NAME THEN
                 MOVE FM-IDX TO FM-IDX-2
                 MOVE 'Y' TO FM-CATALOGED (FM-IDX)
              END-IF
           END-PERFORM

           IF FM-IDX-2 = ZERO THEN
              DISPLAY "    " ENTRY-NAME " NOT COVERED - not in the "
                 "backup family list."
              ADD 1 TO ENTRIES-UNCOVERED
              GO TO 4200-CHECK-LISTED-ENTRY-END
           END-IF

           PERFORM 8500-FIND-MEMBER
           IF MB-FOUND = ZERO THEN
              DISPLAY "    " ENTRY-NAME " NOT COVERED - not in the "
                 "current set."
              ADD 1 TO ENTRIES-UNCOVERED
              GO TO 4200-CHECK-LISTED-ENTRY-END
           END-IF

           IF MB-STATUS (MB-FOUND) NOT = 'C' THEN
              DISPLAY "    " ENTRY-NAME " NOT COVERED - its copy in "
                 "the current set failed."
              ADD 1 TO ENTRIES-UNCOVERED
              GO TO 4200-CHECK-LISTED-ENTRY-END
           END-IF

           ADD 1 TO ENTRIES-COVERED
           .

       4200-CHECK-LISTED-ENTRY-END.
           EXIT.
      ******************************************************************
      * RESTORE: the statements that put a complete set back.
      ******************************************************************
       5000-RESTORE.
           IF PARM-DATE IS NOT NUMERIC THEN
              DISPLAY "RESTORE needs the set's cycle date - "
                 "PARM='RESTORE yyyymmdd'."
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RESTORE-END
           END-IF
           MOVE PARM-DATE-NUM TO SET-DATE

           CALL "UNEMAUTH" USING "UNEMBKST" AUTH-STATUS-SW
           IF AUTH-IS-GRANTED THEN
              CALL "UNEMROLE" USING "UNEMBKST" ROLE-USER ROLE-STATE
                 AUTH-STATUS-SW
           END-IF
           IF AUTH-IS-DENIED THEN
              DISPLAY "Not authorized to update the UNEMP report."
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RESTORE-END
           END-IF

           OPEN INPUT BKSET-CAT
           IF NOT BKSET-CAT-OK THEN
              DISPLAY "Couldn't open the backup-set catalog - STATUS "
                 BKSET-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RESTORE-END
           END-IF

           MOVE SET-DATE TO BS-CYCLE-DATE
           MOVE SPACES TO BS-MEMBER
           READ BKSET-CAT
              INVALID KEY
                 DISPLAY "No backup set D" SET-DATE-TEXT
                    " in the catalog."
                 MOVE 8 TO RETURN-CODE
           END-READ
           IF RETURN-CODE = ZERO AND NOT BS-SET-COMPLETE THEN
              DISPLAY "Backup set D" SET-DATE-TEXT " is not complete"
                 " (status " BS-SET-STATUS ") - it cannot be "
                 "restored."
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = ZERO THEN
              CLOSE BKSET-CAT
              GO TO 5000-RESTORE-END
           END-IF

           PERFORM 8300-LOAD-SET
              THRU 8300-LOAD-SET-END
           CLOSE BKSET-CAT
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 5000-RESTORE-END
           END-IF

           OPEN OUTPUT IDCAMS-CARDS
           IF NOT IDCAMS-CARDS-OK THEN
              DISPLAY "Couldn't open the IDCAMS statements - STATUS "
                 IDCAMS-CARDS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RESTORE-END
           END-IF

           OPEN OUTPUT COUNT-CARDS
           IF NOT COUNT-CARDS-OK THEN
              DISPLAY "Couldn't open the recount statements - STATUS "
                 COUNT-CARDS-STATUS
              CLOSE IDCAMS-CARDS
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RESTORE-END
           END-IF

      *    The old fallbacks go first, under one SET MAXCC = 0.
           PERFORM VARYING MB-IDX FROM 1 BY 1
                 UNTIL MB-IDX > MEMBERS-USED
              IF MB-IS-KSDS (MB-IDX) OR MB-IS-ESDS (MB-IDX) THEN
                 PERFORM 8750-BUILD-RESTORE-NAMES
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "  DELETE " DELIMITED BY SIZE PRERST-NAME
                    DELIMITED BY SPACE " CLUSTER" DELIMITED BY SIZE
                    INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
              END-IF
           END-PERFORM
           MOVE "  SET MAXCC = 0" TO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           DISPLAY "Restoring backup set D" SET-DATE-TEXT ":"
           PERFORM VARYING MB-IDX FROM 1 BY 1
                 UNTIL MB-IDX > MEMBERS-USED
              PERFORM 5100-WRITE-MEMBER-CARDS
           END-PERFORM

           CLOSE COUNT-CARDS
           CLOSE IDCAMS-CARDS

           DISPLAY MEMBERS-USED " member(s) to restore, "
              CARDS-WRITTEN " IDCAMS statement line(s)."
           .

       5000-RESTORE-END.
           EXIT.
      ******************************************************************
      * One member: a VSAM member is renamed to .PRERST (kept as the
      * fallback until the next restore), defined again on that
      * model under its own names and reloaded; a sequential member
      * is reloaded in place. Either way it is recounted afterwards.
      ******************************************************************
       5100-WRITE-MEMBER-CARDS.
           IF MB-IS-KSDS (MB-IDX) OR MB-IS-ESDS (MB-IDX) THEN
              PERFORM 8750-BUILD-RESTORE-NAMES
              MOVE SPACES TO IDCAMS-CARD
              STRING "  ALTER " DELIMITED BY SIZE MB-DSNAME (MB-IDX)
                 DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
                 PRERST-NAME DELIMITED BY SPACE ")" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
              MOVE SPACES TO IDCAMS-CARD
              STRING "  ALTER " DELIMITED BY SIZE LIVE-DATA
                 DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
                 PRERST-DATA DELIMITED BY SPACE ")" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
              IF MB-IS-KSDS (MB-IDX) THEN
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "  ALTER " DELIMITED BY SIZE LIVE-INDEX
                    DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
                    PRERST-INDEX DELIMITED BY SPACE ")"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
              END-IF
              MOVE SPACES TO IDCAMS-CARD
              STRING "  DEFINE CLUSTER (NAME(" DELIMITED BY SIZE
                 MB-DSNAME (MB-IDX) DELIMITED BY SPACE ") -"
                 DELIMITED BY SIZE INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
              MOVE SPACES TO IDCAMS-CARD
              STRING "         MODEL(" DELIMITED BY SIZE PRERST-NAME
                 DELIMITED BY SPACE ")) -" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
              MOVE SPACES TO IDCAMS-CARD
              IF MB-IS-KSDS (MB-IDX) THEN
                 STRING "         DATA (NAME(" DELIMITED BY SIZE
                    LIVE-DATA DELIMITED BY SPACE ")) -"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
                 PERFORM 8900-WRITE-CARD
                 MOVE SPACES TO IDCAMS-CARD
                 STRING "         INDEX(NAME(" DELIMITED BY SIZE
                    LIVE-INDEX DELIMITED BY SPACE "))"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
              ELSE
                 STRING "         DATA (NAME(" DELIMITED BY SIZE
                    LIVE-DATA DELIMITED BY SPACE "))"
                    DELIMITED BY SIZE INTO IDCAMS-CARD
              END-IF
              PERFORM 8900-WRITE-CARD
           END-IF

           MOVE SPACES TO IDCAMS-CARD
           STRING "  REPRO INDATASET(" DELIMITED BY SIZE
              MB-COPY-NAME (MB-IDX) DELIMITED BY SPACE ") -"
              DELIMITED BY SIZE INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD
           MOVE SPACES TO IDCAMS-CARD
           STRING "        OUTDATASET(" DELIMITED BY SIZE
              MB-DSNAME (MB-IDX) DELIMITED BY SPACE ")"
              DELIMITED BY SIZE INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO COUNT-CARD
           STRING "  REPRO INDATASET(" DELIMITED BY SIZE
              MB-DSNAME (MB-IDX) DELIMITED BY SPACE ") -"
              DELIMITED BY SIZE INTO COUNT-CARD
           PERFORM 8950-WRITE-COUNT-CARD
           MOVE "        OUTFILE(COUNTDD)" TO COUNT-CARD
           PERFORM 8950-WRITE-COUNT-CARD

           MOVE MB-RECORDS (MB-IDX) TO DISP-COUNT
           DISPLAY "    " MB-CODE (MB-IDX) "  " MB-DSNAME (MB-IDX)
              DISP-COUNT " record(s) from " MB-COPY-NAME (MB-IDX)
           .

       5100-WRITE-MEMBER-CARDS-END.
           EXIT.
      ******************************************************************
      * VERIFY: every restored member's recount against the count
      * the catalog took when the set was made.
      ******************************************************************
       6000-VERIFY.
           IF PARM-DATE IS NOT NUMERIC THEN
              DISPLAY "VERIFY needs the set's cycle date - "
                 "PARM='VERIFY yyyymmdd'."
              MOVE 8 TO RETURN-CODE
              GO TO 6000-VERIFY-END
           END-IF
           MOVE PARM-DATE-NUM TO SET-DATE

           OPEN I-O BKSET-CAT
           IF NOT BKSET-CAT-OK THEN
              DISPLAY "Couldn't open the backup-set catalog - STATUS "
                 BKSET-CAT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6000-VERIFY-END
           END-IF

           PERFORM 8300-LOAD-SET
              THRU 8300-LOAD-SET-END
           IF RETURN-CODE = ZERO THEN
              PERFORM 8400-PARSE-PRINT
                 THRU 8400-PARSE-PRINT-END
           END-IF
           IF RETURN-CODE NOT = ZERO THEN
              CLOSE BKSET-CAT
              GO TO 6000-VERIFY-END
           END-IF

           DISPLAY "Verification - backup set D" SET-DATE-TEXT
              " versus the restored datasets:"
           DISPLAY "    MEMBER    DATASET                        "
              "                   SET     RESTORED"
           MOVE ZERO TO MEMBERS-FAILED
           PERFORM VARYING MB-IDX FROM 1 BY 1
                 UNTIL MB-IDX > MEMBERS-USED
              MOVE MB-RECORDS (MB-IDX) TO DISP-COUNT
              MOVE MB-COUNTED (MB-IDX) TO DISP-COUNT-2
              IF MB-RESULT-SEEN (MB-IDX)
                 AND MB-COND-CODE (MB-IDX) = ZERO
                 AND MB-COUNTED (MB-IDX) = MB-RECORDS (MB-IDX) THEN
                 DISPLAY "    " MB-CODE (MB-IDX) "  "
                    MB-DSNAME (MB-IDX) DISP-COUNT DISP-COUNT-2
                    "  PASS"
              ELSE
                 ADD 1 TO MEMBERS-FAILED
                 IF MB-RESULT-SEEN (MB-IDX) THEN
                    DISPLAY "    " MB-CODE (MB-IDX) "  "
                       MB-DSNAME (MB-IDX) DISP-COUNT DISP-COUNT-2
                       "  FAIL"
                 ELSE
                    DISPLAY "    " MB-CODE (MB-IDX) "  "
                       MB-DSNAME (MB-IDX) DISP-COUNT
                       "  FAIL - not recounted"
                 END-IF
              END-IF
           END-PERFORM

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SET-DATE TO BS-CYCLE-DATE
           MOVE SPACES TO BS-MEMBER
           READ BKSET-CAT
              INVALID KEY CONTINUE
           END-READ
           IF BKSET-CAT-OK THEN
              MOVE TODAY-DATE TO BS-RESTORE-DATE
              IF MEMBERS-FAILED = ZERO THEN
                 SET BS-RESTORE-PASSED TO TRUE
              ELSE
                 SET BS-RESTORE-FAILED TO TRUE
              END-IF
              REWRITE BKSET-CAT-REC
                 INVALID KEY
                    DISPLAY "Couldn't record the restore - STATUS "
                       BKSET-CAT-STATUS
              END-REWRITE
           END-IF
           CLOSE BKSET-CAT

           IF MEMBERS-FAILED > ZERO THEN
              DISPLAY "VERIFICATION: FAIL - " MEMBERS-FAILED
                 " member(s)"
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Restore of backup set D" DELIMITED BY SIZE
                 SET-DATE-TEXT DELIMITED BY SIZE " failed to verify"
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMBKST" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "VERIFICATION: PASS"
           END-IF
           .

       6000-VERIFY-END.
           EXIT.
      ******************************************************************
       8000-LOAD-PARMS.
           MOVE "BKSET-KEEP" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO BKSET-KEEP
              DISPLAY "BKSET-KEEP set from the parameter file: "
                 BKSET-KEEP
           END-IF
           IF BKSET-KEEP = ZERO THEN
              MOVE 1 TO BKSET-KEEP
           END-IF

           MOVE "BKSET-SPACE-CYL" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:5) IS NUMERIC THEN
              MOVE RTP-VALUE (1:5) TO BKSET-SPACE-CYL
              DISPLAY "BKSET-SPACE-CYL set from the parameter file: "
                 BKSET-SPACE-CYL
           END-IF
           .

       8000-LOAD-PARMS-END.
           EXIT.
      ******************************************************************
       8100-READ-CYCLE.
           OPEN INPUT CYCLE-FILE
           IF NOT CYCLE-FILE-OK THEN
              DISPLAY "Couldn't open the cycle-control dataset - "
                 "STATUS " CYCLE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 8100-READ-CYCLE-END
           END-IF

           READ CYCLE-FILE
              AT END
                 DISPLAY "The cycle-control dataset is empty."
                 MOVE 8 TO RETURN-CODE
           END-READ
           CLOSE CYCLE-FILE
           .

       8100-READ-CYCLE-END.
           EXIT.
      ******************************************************************
      * Loads and checks the family list: a known organization, a
      * member code and name on every card, no code twice, and VSAM
      * names short enough for their .PRERST fallback names.
      ******************************************************************
       8200-LOAD-FAMILY.
           OPEN INPUT FAMILY-IN
           IF NOT FAMILY-IN-OK THEN
              DISPLAY "Couldn't open the family list - STATUS "
                 FAMILY-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 8200-LOAD-FAMILY-END
           END-IF

           MOVE ZERO TO FAMILY-USED FAMILY-MEMBERS FAMILY-ERRORS
           PERFORM UNTIL FAMILY-IN-EOF
              READ FAMILY-IN
                 AT END CONTINUE
                 NOT AT END PERFORM 8250-ADD-FAMILY-CARD
                    THRU 8250-ADD-FAMILY-CARD-END
              END-READ
           END-PERFORM
           CLOSE FAMILY-IN

           IF FAMILY-ERRORS > ZERO THEN
              DISPLAY FAMILY-ERRORS " error(s) in the family list - "
                 "nothing done."
              MOVE 8 TO RETURN-CODE
           END-IF
           IF FAMILY-MEMBERS = ZERO THEN
              DISPLAY "The family list names no datasets."
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       8200-LOAD-FAMILY-END.
           EXIT.
      ******************************************************************
       8250-ADD-FAMILY-CARD.
           IF FAMILY-IN-REC (1:1) = '*' OR FAMILY-IN-REC = SPACES THEN
              GO TO 8250-ADD-FAMILY-CARD-END
           END-IF

           IF FAMILY-USED = 120 THEN
              DISPLAY "More than 120 family cards - " FI-DSNAME
                 " ignored."
              ADD 1 TO FAMILY-ERRORS
              GO TO 8250-ADD-FAMILY-CARD-END
           END-IF

           IF FI-CODE = SPACES OR FI-DSNAME = SPACES
              OR (FI-ORG NOT = 'K' AND FI-ORG NOT = 'E'
                  AND FI-ORG NOT = 'S' AND FI-ORG NOT = 'X') THEN
              DISPLAY "Malformed family card: " FAMILY-IN-REC
              ADD 1 TO FAMILY-ERRORS
              GO TO 8250-ADD-FAMILY-CARD-END
           END-IF

           ADD 1 TO FAMILY-USED
           MOVE FI-CODE TO FM-CODE (FAMILY-USED)
           MOVE FI-ORG TO FM-ORG (FAMILY-USED)
           MOVE FI-DSNAME TO FM-DSNAME (FAMILY-USED)
           MOVE 'N' TO FM-CATALOGED (FAMILY-USED)
           MOVE FI-DSNAME TO SEARCH-NAME
           PERFORM 8600-NAME-LENGTH
           MOVE NAME-LEN TO FM-NAME-LEN (FAMILY-USED)

           IF FM-IS-EXCLUDED (FAMILY-USED) THEN
              GO TO 8250-ADD-FAMILY-CARD-END
           END-IF

           ADD 1 TO FAMILY-MEMBERS
           PERFORM VARYING FM-IDX FROM 1 BY 1
                 UNTIL FM-IDX >= FAMILY-USED
              IF FM-CODE (FM-IDX) = FI-CODE
                 AND NOT FM-IS-EXCLUDED (FM-IDX) THEN
                 DISPLAY "Member code " FI-CODE " used twice."
                 ADD 1 TO FAMILY-ERRORS
              END-IF
           END-PERFORM

           IF FM-IS-VSAM (FAMILY-USED) AND NAME-LEN > 30 THEN
              DISPLAY FI-DSNAME " - a VSAM member's name may not "
                 "exceed 30 characters."
              ADD 1 TO FAMILY-ERRORS
           END-IF
           .

       8250-ADD-FAMILY-CARD-END.
           EXIT.
      ******************************************************************
      * Loads one set's member records (SET-DATE) from the catalog,
      * which must be open.
      ******************************************************************
       8300-LOAD-SET.
           MOVE ZERO TO MEMBERS-USED
           MOVE SET-DATE TO BS-CYCLE-DATE
           MOVE SPACES TO BS-MEMBER
           READ BKSET-CAT
              INVALID KEY
                 DISPLAY "No backup set D" SET-DATE-TEXT
                    " in the catalog."
                 MOVE 8 TO RETURN-CODE
                 GO TO 8300-LOAD-SET-END
           END-READ

           PERFORM UNTIL BKSET-CAT-EOF
              READ BKSET-CAT NEXT
                 AT END CONTINUE
              END-READ
              IF BKSET-CAT-OK AND BS-CYCLE-DATE = SET-DATE THEN
                 IF MEMBERS-USED < 120 THEN
                    ADD 1 TO MEMBERS-USED
                    MOVE BS-MEMBER TO MB-CODE (MEMBERS-USED)
                    MOVE BS-DSNAME TO MB-DSNAME (MEMBERS-USED)
                    MOVE BS-COPY-NAME TO MB-COPY-NAME (MEMBERS-USED)
                    MOVE BS-ORG TO MB-ORG (MEMBERS-USED)
                    MOVE BS-MEMBER-STATUS TO MB-STATUS (MEMBERS-USED)
                    MOVE BS-RECORDS TO MB-RECORDS (MEMBERS-USED)
                    MOVE ZERO TO MB-COUNTED (MEMBERS-USED)
                    MOVE ZERO TO MB-COND-CODE (MEMBERS-USED)
                    MOVE 'N' TO MB-RESULT-SW (MEMBERS-USED)
                 END-IF
              ELSE
                 SET BKSET-CAT-EOF TO TRUE
              END-IF
           END-PERFORM

           IF MEMBERS-USED = ZERO THEN
              DISPLAY "Backup set D" SET-DATE-TEXT
                 " has no members in the catalog."
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       8300-LOAD-SET-END.
           EXIT.
      ******************************************************************
      * Reads an IDCAMS SYSPRINT listing for the REPROs' outcomes: a
      * statement echo naming INDATASET opens a REPRO; IDC0005I gives
      * its records and IDC0001I its condition code, which closes
      * it against the member of that name.
      ******************************************************************
       8400-PARSE-PRINT.
           OPEN INPUT PRINT-IN
           IF NOT PRINT-IN-OK THEN
              DISPLAY "Couldn't open the IDCAMS listing - STATUS "
                 PRINT-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 8400-PARSE-PRINT-END
           END-IF

           MOVE 'N' TO REPRO-SW
           PERFORM UNTIL PRINT-IN-EOF
              READ PRINT-IN
                 AT END CONTINUE
                 NOT AT END PERFORM 8450-PARSE-PRINT-LINE
                    THRU 8450-PARSE-PRINT-LINE-END
              END-READ
              IF NOT PRINT-IN-OK AND NOT PRINT-IN-EOF THEN
                 DISPLAY "Error reading the IDCAMS listing - STATUS "
                    PRINT-IN-STATUS
                 SET PRINT-IN-EOF TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM
           CLOSE PRINT-IN
           .

       8400-PARSE-PRINT-END.
           EXIT.
      ******************************************************************
       8450-PARSE-PRINT-LINE.
           MOVE SPACES TO LINE-TEXT
           IF PRINT-LEN > 1 THEN
              MOVE PRINT-TEXT (1:PRINT-LEN - 1) TO LINE-TEXT
           END-IF

           MOVE "INDATASET(" TO FIND-TEXT
           MOVE 10 TO FIND-LEN
           PERFORM 8480-FIND-IN-LINE
           IF FIND-POS > ZERO THEN
              MOVE SPACES TO CUR-IN-NAME
              UNSTRING LINE-TEXT (FIND-POS + 10:) DELIMITED BY ")"
                 OR SPACE INTO CUR-IN-NAME
              END-UNSTRING
              MOVE ZERO TO CUR-RECORDS
              SET REPRO-OPEN TO TRUE
           END-IF

           IF NOT REPRO-OPEN THEN
              GO TO 8450-PARSE-PRINT-LINE-END
           END-IF

           IF LINE-TEXT (1:8) = "IDC0005I" THEN
              MOVE "PROCESSED WAS " TO FIND-TEXT
              MOVE 14 TO FIND-LEN
              PERFORM 8480-FIND-IN-LINE
              IF FIND-POS > ZERO THEN
                 MOVE LINE-TEXT (FIND-POS + 14:) TO VALUE-TEXT
                 PERFORM 8490-VALUE-TO-NUMBER
                 MOVE VALUE-NUM TO CUR-RECORDS
              END-IF
           END-IF

           IF LINE-TEXT (1:8) = "IDC0001I" THEN
              MOVE "CODE WAS " TO FIND-TEXT
              MOVE 9 TO FIND-LEN
              PERFORM 8480-FIND-IN-LINE
              MOVE ZERO TO VALUE-NUM
              IF FIND-POS > ZERO THEN
                 MOVE LINE-TEXT (FIND-POS + 9:) TO VALUE-TEXT
                 PERFORM 8490-VALUE-TO-NUMBER
              END-IF
              MOVE CUR-IN-NAME TO SEARCH-NAME
              MOVE SEARCH-NAME TO ENTRY-NAME
              PERFORM 8500-FIND-MEMBER
              IF MB-FOUND > ZERO THEN
                 MOVE CUR-RECORDS TO MB-COUNTED (MB-FOUND)
                 IF VALUE-NUM > 99 THEN
                    MOVE 99 TO MB-COND-CODE (MB-FOUND)
                 ELSE
                    MOVE VALUE-NUM TO MB-COND-CODE (MB-FOUND)
                 END-IF
                 MOVE 'Y' TO MB-RESULT-SW (MB-FOUND)
              END-IF
              MOVE 'N' TO REPRO-SW
           END-IF
           .

       8450-PARSE-PRINT-LINE-END.
           EXIT.
      ******************************************************************
      * FIND-POS of FIND-TEXT (FIND-LEN long) in LINE-TEXT, or zero.
      ******************************************************************
       8480-FIND-IN-LINE.
           MOVE ZERO TO FIND-POS
           PERFORM VARYING SCAN-POS FROM 1 BY 1
                 UNTIL SCAN-POS > 121 - FIND-LEN OR FIND-POS > ZERO
              IF LINE-TEXT (SCAN-POS:FIND-LEN)
                    = FIND-TEXT (1:FIND-LEN) THEN
                 MOVE SCAN-POS TO FIND-POS
              END-IF
           END-PERFORM
           .

       8480-FIND-IN-LINE-END.
           EXIT.
      ******************************************************************
       8490-VALUE-TO-NUMBER.
           MOVE ZERO TO VALUE-NUM
           PERFORM VARYING VALUE-IDX FROM 1 BY 1
                 UNTIL VALUE-IDX > 12
                    OR VALUE-TEXT (VALUE-IDX:1) IS NOT NUMERIC
              MOVE VALUE-TEXT (VALUE-IDX:1) TO VALUE-CHAR
              COMPUTE VALUE-NUM = VALUE-NUM * 10 + VALUE-DIGIT
           END-PERFORM
           .

       8490-VALUE-TO-NUMBER-END.
           EXIT.
      ******************************************************************
      * MB-FOUND: the loaded set's member whose dataset is
      * ENTRY-NAME, or zero.
      ******************************************************************
       8500-FIND-MEMBER.
           MOVE ZERO TO MB-FOUND
           PERFORM VARYING MB-IDX FROM 1 BY 1
                 UNTIL MB-IDX > MEMBERS-USED OR MB-FOUND > ZERO
              IF MB-DSNAME (MB-IDX) = ENTRY-NAME THEN
                 MOVE MB-IDX TO MB-FOUND
              END-IF
           END-PERFORM
           .

       8500-FIND-MEMBER-END.
           EXIT.
      ******************************************************************
      * NAME-LEN: the length of SEARCH-NAME without trailing spaces.
      ******************************************************************
       8600-NAME-LENGTH.
           MOVE 44 TO NAME-LEN
           PERFORM UNTIL NAME-LEN = ZERO
                 OR SEARCH-NAME (NAME-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM NAME-LEN
           END-PERFORM
           .

       8600-NAME-LENGTH-END.
           EXIT.
      ******************************************************************
      * Does ENTRY-NAME (NAME-LEN long) match the X card FM-IDX? A
      * trailing '*' matches a prefix, a leading '*' a suffix,
      * anything else the whole name.
      ******************************************************************
       8650-MATCH-PATTERN.
           MOVE 'N' TO MATCH-SW
           COMPUTE PATTERN-LEN = FM-NAME-LEN (FM-IDX) - 1

           EVALUATE TRUE
              WHEN FM-DSNAME (FM-IDX) (FM-NAME-LEN (FM-IDX):1) = '*'
                 IF PATTERN-LEN = ZERO THEN
                    SET NAME-MATCHES TO TRUE
                 ELSE
                    IF NAME-LEN >= PATTERN-LEN
                       AND ENTRY-NAME (1:PATTERN-LEN)
                          = FM-DSNAME (FM-IDX) (1:PATTERN-LEN) THEN
                       SET NAME-MATCHES TO TRUE
                    END-IF
                 END-IF
              WHEN FM-DSNAME (FM-IDX) (1:1) = '*'
                 IF NAME-LEN >= PATTERN-LEN AND PATTERN-LEN > ZERO
                    THEN
                    COMPUTE MATCH-POS = NAME-LEN - PATTERN-LEN + 1
                    IF ENTRY-NAME (MATCH-POS:PATTERN-LEN)
                          = FM-DSNAME (FM-IDX) (2:PATTERN-LEN) THEN
                       SET NAME-MATCHES TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 IF ENTRY-NAME = FM-DSNAME (FM-IDX) THEN
                    SET NAME-MATCHES TO TRUE
                 END-IF
           END-EVALUATE
           .

       8650-MATCH-PATTERN-END.
           EXIT.
      ******************************************************************
      * The copy of family member FM-IDX in the set of SET-DATE.
      ******************************************************************
       8700-BUILD-COPY-NAME.
           MOVE SPACES TO COPY-NAME
           STRING "Z80055.BKSET.D" DELIMITED BY SIZE SET-DATE-TEXT
              DELIMITED BY SIZE "." DELIMITED BY SIZE
              FM-CODE (FM-IDX) DELIMITED BY SPACE INTO COPY-NAME
           .

       8700-BUILD-COPY-NAME-END.
           EXIT.
      ******************************************************************
      * Member MB-IDX's live component names and its .PRERST
      * fallback's.
      ******************************************************************
       8750-BUILD-RESTORE-NAMES.
           MOVE SPACES TO PRERST-NAME PRERST-DATA PRERST-INDEX
              LIVE-DATA LIVE-INDEX
           STRING MB-DSNAME (MB-IDX) DELIMITED BY SPACE ".PRERST"
              DELIMITED BY SIZE INTO PRERST-NAME
           STRING MB-DSNAME (MB-IDX) DELIMITED BY SPACE ".PRERST.DATA"
              DELIMITED BY SIZE INTO PRERST-DATA
           STRING MB-DSNAME (MB-IDX) DELIMITED BY SPACE
              ".PRERST.INDEX" DELIMITED BY SIZE INTO PRERST-INDEX
           STRING MB-DSNAME (MB-IDX) DELIMITED BY SPACE ".DATA"
              DELIMITED BY SIZE INTO LIVE-DATA
           STRING MB-DSNAME (MB-IDX) DELIMITED BY SPACE ".INDEX"
              DELIMITED BY SIZE INTO LIVE-INDEX
           .

       8750-BUILD-RESTORE-NAMES-END.
           EXIT.
      ******************************************************************
      * EDIT-NUM left-justified into EDIT-TEXT, for the statements.
      ******************************************************************
       8800-EDIT-NUMBER.
           MOVE EDIT-NUM TO EDIT-ZONED
           MOVE ZERO TO EDIT-LEAD
           INSPECT EDIT-ZONED TALLYING EDIT-LEAD FOR LEADING SPACE
           MOVE SPACES TO EDIT-TEXT
           MOVE EDIT-ZONED (EDIT-LEAD + 1:) TO EDIT-TEXT
           .

       8800-EDIT-NUMBER-END.
           EXIT.
      ******************************************************************
       8900-WRITE-CARD.
           WRITE IDCAMS-CARD
           IF NOT IDCAMS-CARDS-OK THEN
              DISPLAY "Couldn't write the IDCAMS statements - STATUS "
                 IDCAMS-CARDS-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO CARDS-WRITTEN
           .

       8900-WRITE-CARD-END.
           EXIT.
      ******************************************************************
       8950-WRITE-COUNT-CARD.
           WRITE COUNT-CARD
           IF NOT COUNT-CARDS-OK THEN
              DISPLAY "Couldn't write the recount statements - "
                 "STATUS " COUNT-CARDS-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       8950-WRITE-COUNT-CARD-END.
           EXIT.

       END PROGRAM UNEMBKST.
