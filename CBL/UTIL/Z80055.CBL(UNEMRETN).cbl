      ******************************************************************
      * Table-driven retention manager for the operational histories.
      ******************************************************************
      * UNEMARCH retires aged UNEMPLRP records and UNEMCLRT the claim
      * identifiers in UNEMCLMD; everything else the system writes
      * grows forever, and UNEMCAPR shows where that ends. This
      * utility applies the retention rules table (RETRULDD) to the
      * operational histories:
      *    UNEMHIST  the correction before-images  (HIST-AS-OF-DATE)
      *    ALRTHIST  the alert history             (AL-DATE)
      *    ACCAUD    the access-audit trail        (AH-DATE)
      *    LOADREG   the load registry             (LR-LOAD-DATE)
      *    VERRHIST  the VSAM error history KSDS   (VE-DATE)
      *    RUNHIST   the import run history KSDS   (RH-RUN-DATE)
      *    REPO      the report repository - index entries and
      *              their lines                   (RIX-RUN-DATE)
      * An entry older than its dataset's retention period (months
      * back from today) has expired. It is written to this run's
      * archive generation (RETARCDD) first when the rule says so,
      * then removed. A dataset without a rule is left alone.
      *
      * Entries still needed as evidence are kept whatever their
      * age, and counted as such in the report:
      *    - a UNEMHIST before-image of a record that an open
      *      (pending or approved) UNEMPEND change still names;
      *    - a repository capture of a released publication - one
      *      whose cycle-date month, or the month before it (the
      *      month-end reports run in the following month), is
      *      released on the UNEMRELR register, or whose parameter
      *      text names a released period.
      * and so are entries under a legal hold (UNEMLHCK), counted
      * as held back: a UNEMHIST before-image whose record's state
      * or period is held, a repository capture whose cycle month
      * is. No entry goes when the legal hold register can't be
      * read.
      *
      * The KSDS histories are trimmed in place. The sequential
      * histories are copied - kept entries to their KEEP DDs - and
      * the job's next step copies those back over the originals,
      * only when this step ended RC<=4. Any sequential dataset
      * that can't be read stops the run before a KSDS is touched
      * (RC=8), so the copy-back never replaces a history with a
      * partial copy.
      *
      * Destructive, so gated the way UNEMCLRT's pass is: the run
      * refuses to start without an approved retention
      * authorization on UNEMPEND (UNEMPEND STAGERET, released by a
      * second operator), and marks the one it consumed done.
      *-----------------------------------------------------------------
      * The rules table - one 80-byte card per dataset:
      *    cols 1-8    the dataset code above
      *    cols 10-12  the retention period in months (001-999)
      *    col  14     Y - archive before delete, N - delete only
      *    '*' in col 1 marks a comment card.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  Entries under a legal hold are kept and
      *                    counted as held back.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRETN.
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
           *> The retention rules table
           SELECT RULE-FILE ASSIGN TO RETRULDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RULE-FILE-STATUS.

           *> This run's archive generation
           SELECT RETAIN-ARCHIVE ASSIGN TO RETARCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RETAIN-ARCHIVE-STATUS.

           *> The pending-changes KSDS - the retention authorization
           *> gate, and the open changes whose history is evidence.
           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS PEND-FILE-STATUS.

           *> The release register - the released publications
           SELECT RELREG-FILE ASSIGN TO RELREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-PERIOD
           FILE STATUS IS RELREG-STATUS.

           *> The correction history, read and kept
           SELECT HIST-OUT ASSIGN TO HISTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-OUT-STATUS.

           SELECT HIST-KEEP ASSIGN TO HISTKPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS KEEP-FILE-STATUS.

           *> The alert history, read and kept
           SELECT ALERT-HIST ASSIGN TO ALRTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-IN-STATUS.

           SELECT ALERT-KEEP ASSIGN TO ALRTKPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS KEEP-FILE-STATUS.

           *> The access-audit trail, read and kept
           SELECT ACCESS-HIST ASSIGN TO ACCAINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-IN-STATUS.

           SELECT ACCESS-KEEP ASSIGN TO ACCAKPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS KEEP-FILE-STATUS.

           *> The load registry, read and kept
           SELECT LOAD-REG ASSIGN TO LREGINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEQ-IN-STATUS.

           SELECT LOAD-KEEP ASSIGN TO LREGKPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS KEEP-FILE-STATUS.

           *> The VSAM error history KSDS
           SELECT VSAM-ERR-HIST ASSIGN TO VERRHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VE-KEY
           FILE STATUS IS KSDS-FILE-STATUS.

           *> The import run history KSDS
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS KSDS-FILE-STATUS.

           *> The report repository - index and lines
           SELECT REPO-IDX ASSIGN TO REPOIDXDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIX-KEY
           FILE STATUS IS REPO-IDX-STATUS.

           SELECT REPO-DAT ASSIGN TO REPODATDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDT-KEY
           FILE STATUS IS REPO-DAT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  RULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  RULE-REC.
           05 RR-DATASET    PIC X(8).
           05 FILLER        PIC X.
           05 RR-MONTHS     PIC X(3).
           05 FILLER        PIC X.
           05 RR-ARCHIVE    PIC X.
           05 FILLER        PIC X(66).

      * One archived entry: which dataset, this run's date, the
      * entry's own date and its image as it stood.
       FD  RETAIN-ARCHIVE
           RECORD CONTAINS 480 CHARACTERS
           RECORDING MODE F.
       01  RETAIN-ARCHIVE-REC.
           05 RA-DATASET    PIC X(8).
           05 RA-RUN-DATE   PIC 9(8).
           05 RA-ENTRY-DATE PIC 9(8).
           05 RA-IMAGE      PIC X(456).

      * Provides:
      *    FD  PEND-FILE
      *    01  PEND-REC.
       COPY PENDREC.

      * Provides:
      *    FD  RELREG-FILE
      *    01  RELREG-REC.
       COPY RELREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

       FD  HIST-KEEP
           RECORD CONTAINS 454 CHARACTERS
           RECORDING MODE F.
       01  HIST-KEEP-REC    PIC X(454).

       FD  ALERT-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ALERT-HIST-REC.
           05 AL-DATE       PIC 9(8).
           05 FILLER        PIC X(92).

       FD  ALERT-KEEP
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ALERT-KEEP-REC   PIC X(100).

       FD  ACCESS-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ACCESS-HIST-REC.
           05 AH-DATE       PIC 9(8).
           05 FILLER        PIC X(92).

       FD  ACCESS-KEEP
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ACCESS-KEEP-REC  PIC X(100).

       FD  LOAD-REG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  LOAD-REG-REC.
           05 LR-SOURCE-NAME PIC X(16).
           05 LR-LOAD-DATE   PIC 9(8).
           05 FILLER         PIC X(56).

       FD  LOAD-KEEP
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  LOAD-KEEP-REC    PIC X(80).

       FD  VSAM-ERR-HIST.
       01  VSAM-ERR-REC.
           05 VE-KEY.
              10 VE-DATE PIC 9(8).
              10 VE-TIME PIC 9(6).
              10 VE-SEQ  PIC 9(2).
           05 FILLER        PIC X(86).

      * Provides:
      *    FD  RUN-HIST
      *    01  RUN-HIST-REC.
       COPY RUNHREC.

       FD  REPO-IDX.
       01  REPO-IDX-REC.
           05 RIX-KEY.
              10 RIX-PGM      PIC X(8).
              10 RIX-RUN-DATE PIC 9(8).
              10 RIX-RUN-TIME PIC 9(6).
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 FILLER          PIC X(14).

       FD  REPO-DAT.
       01  REPO-DAT-REC.
           05 RDT-KEY.
              10 RDT-PGM      PIC X(8).
              10 RDT-RUN-DATE PIC 9(8).
              10 RDT-RUN-TIME PIC 9(6).
              10 RDT-LINE-SEQ PIC 9(6).
           05 RDT-LINE        PIC X(132).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  RULE-FILE-STATUS PIC XX.
           88 RULE-FILE-OK VALUE "00".
           88 RULE-FILE-EOF VALUE "10".

       01  RETAIN-ARCHIVE-STATUS PIC XX.
           88 RETAIN-ARCHIVE-OK VALUE "00".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

       01  RELREG-STATUS PIC XX.
           88 RELREG-OK VALUE "00".
           88 RELREG-EOF VALUE "10".

       01  SEQ-IN-STATUS PIC XX.
           88 SEQ-IN-OK VALUE "00".
           88 SEQ-IN-EOF VALUE "10".

       01  KEEP-FILE-STATUS PIC XX.
           88 KEEP-FILE-OK VALUE "00".

       01  KSDS-FILE-STATUS PIC XX.
           88 KSDS-FILE-OK VALUE "00".
           88 KSDS-FILE-EOF VALUE "10".

       01  REPO-IDX-STATUS PIC XX.
           88 REPO-IDX-OK VALUE "00".
           88 REPO-IDX-EOF VALUE "10".

       01  REPO-DAT-STATUS PIC XX.
           88 REPO-DAT-OK VALUE "00".
           88 REPO-DAT-EOF VALUE "10".

      * Set when an approved retention authorization is on file; its
      * key is kept so the consumed authorization can be marked done
      * after the run.
       01  RETAIN-AUTH-SW PIC X VALUE 'N'.
           88 RETAIN-AUTHORIZED VALUE 'Y'.
       01  RETAIN-AUTH-KEY PIC X(12) VALUE SPACES.

       01  RUN-DATE PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YEAR  PIC 9(4).
           05 RUN-MONTH PIC 9(2).
           05 RUN-DAY   PIC 9(2).

      * The datasets under retention, in report order.
       01  DS-NAMES-INIT.
           05 FILLER PIC X(40) VALUE
              "UNEMHISTcorrection before-images        ".
           05 FILLER PIC X(40) VALUE
              "ALRTHISTalert history                   ".
           05 FILLER PIC X(40) VALUE
              "ACCAUD  access-audit trail              ".
           05 FILLER PIC X(40) VALUE
              "LOADREG load registry                   ".
           05 FILLER PIC X(40) VALUE
              "VERRHISTVSAM error history              ".
           05 FILLER PIC X(40) VALUE
              "RUNHIST import run history              ".
           05 FILLER PIC X(40) VALUE
              "REPO    report repository captures      ".
       01  DS-NAMES REDEFINES DS-NAMES-INIT.
           05 DS-NAME-ENTRY OCCURS 7 TIMES.
              10 DN-CODE PIC X(8).
              10 DN-DESC PIC X(32).

       01  DS-TABLE.
           05 DS-ENTRY OCCURS 7 TIMES.
              10 DS-CODE      PIC X(8).
              10 DS-DESC      PIC X(32).
              10 DS-RULE-SW   PIC X.
                 88 DS-HAS-RULE VALUE 'Y'.
              10 DS-MONTHS    PIC 9(3).
              10 DS-ARCHIVE-SW PIC X.
                 88 DS-ARCHIVE-FIRST VALUE 'Y'.
              10 DS-CUTOFF    PIC 9(8).
              10 DS-SCANNED   COMP-4 PIC 9(9).
              10 DS-EXPIRED   COMP-4 PIC 9(9).
              10 DS-EVIDENCE  COMP-4 PIC 9(9).
              10 DS-ARCHIVED  COMP-4 PIC 9(9).
              10 DS-REMOVED   COMP-4 PIC 9(9).
              10 DS-FAILED    COMP-4 PIC 9(9).
              10 DS-HELD      COMP-4 PIC 9(9).

       01  DS-COUNT PIC 9(2) COMP-4 VALUE 7.
       01  DS-IDX   PIC 9(2) COMP-4.
       01  CUR-DS   PIC 9(2) COMP-4.

       01  RULES-BAD-SW PIC X VALUE 'N'.
           88 RULES-BAD VALUE 'Y'.
       01  SEQ-FAILED-SW PIC X VALUE 'N'.
           88 SEQ-FAILED VALUE 'Y'.
       01  ARCHIVE-NEEDED-SW PIC X VALUE 'N'.
           88 ARCHIVE-NEEDED VALUE 'Y'.

      * The cutoff arithmetic - months counted from year zero.
       01  CUT-MONTHS   PIC 9(6) COMP-4.
       01  CUT-YEAR     PIC 9(4) COMP-4.
       01  CUT-MONTH    PIC 9(2) COMP-4.

      * The entry under test and its verdict.
       01  ENTRY-DATE PIC 9(8) VALUE ZERO.
       01  ENTRY-VERDICT-SW PIC X VALUE 'K'.
           88 ENTRY-KEEP     VALUE 'K'.
           88 ENTRY-EXPIRED  VALUE 'E'.
       01  ENTRY-EVIDENCE-SW PIC X VALUE 'N'.
           88 ENTRY-EVIDENCE VALUE 'Y'.

      * The UNEMPLRP keys open UNEMPEND changes still name.
       01  OPEN-KEY-TABLE.
           05 OPEN-KEY OCCURS 2000 TIMES PIC X(10).
       01  OPEN-KEY-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  OPEN-KEY-IDX  PIC 9(4) COMP-4.

      * The released publication periods (YYYY-MM).
       01  RELEASED-TABLE.
           05 RELEASED-PERIOD OCCURS 600 TIMES PIC X(7).
       01  RELEASED-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  RELEASED-IDX  PIC 9(3) COMP-4.
       01  PERIOD-TALLY  PIC 9(3) COMP-4.

      * A capture's cycle-date month and the month before it, as
      * YYYY-MM.
       01  CAPTURE-MONTH     PIC X(7) VALUE SPACES.
       01  CAPTURE-PRIOR     PIC X(7) VALUE SPACES.
       01  CAPTURE-YEAR      PIC 9(4) COMP-4.
       01  CAPTURE-MON       PIC 9(2) COMP-4.
       01  EDIT-YEAR         PIC 9(4).
       01  EDIT-MONTH        PIC 9(2).

      * The repository capture being removed.
       01  CAPTURE-KEY.
           05 CK-PGM      PIC X(8).
           05 CK-RUN-DATE PIC 9(8).
           05 CK-RUN-TIME PIC 9(6).

       01  ARCHIVE-IMAGE PIC X(456) VALUE SPACES.

       01  DELETES-FAILED COMP-4 PIC 9(9) VALUE ZERO.

      * The legal hold check (UNEMLHCK), asked for every expired
      * entry that carries a state or period.
       01  LHCK-CLAIM-ID PIC X(12) VALUE SPACES.
       01  LHCK-STATE    PIC X(2)  VALUE SPACES.
       01  LHCK-PERIOD   PIC X(7)  VALUE SPACES.
       01  LHCK-VERDICT  PIC X VALUE SPACE.
       01  LHCK-HOLD-ID  PIC X(8)  VALUE SPACES.

       01  RETN-DISP-SEPARATOR PIC X(100) VALUE ALL '-'.

       01  RETN-RULE-DISP-REC.
           05 RT-DISP-CODE    PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RT-DISP-DESC    PIC X(32) VALUE SPACES.
           05 RT-DISP-RULE    PIC X(50) VALUE SPACES.

       01  RETN-COUNT-DISP-REC.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'scanned: '.
           05 RT-DISP-SCANNED PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(11) VALUE '  expired: '.
           05 RT-DISP-EXPIRED PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(12) VALUE '  evidence: '.
           05 RT-DISP-EVID    PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(12) VALUE '  archived: '.
           05 RT-DISP-ARCH    PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(11) VALUE '  removed: '.
           05 RT-DISP-REMOVED PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(10) VALUE '  failed: '.
           05 RT-DISP-FAILED  PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X(8)  VALUE '  held: '.
           05 RT-DISP-HELD    PIC ZZZ,ZZ9 VALUE ZERO.

       01  EDIT-MONTHS  PIC ZZ9.
       01  EDIT-CUTOFF  PIC 9(8).

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM VARYING DS-IDX FROM 1 BY 1
                 UNTIL DS-IDX > DS-COUNT
              MOVE DN-CODE (DS-IDX) TO DS-CODE (DS-IDX)
              MOVE DN-DESC (DS-IDX) TO DS-DESC (DS-IDX)
              MOVE 'N' TO DS-RULE-SW (DS-IDX)
              MOVE ZERO TO DS-MONTHS (DS-IDX)
              MOVE 'N' TO DS-ARCHIVE-SW (DS-IDX)
              MOVE ZERO TO DS-CUTOFF (DS-IDX)
              MOVE ZERO TO DS-SCANNED (DS-IDX)
              MOVE ZERO TO DS-EXPIRED (DS-IDX)
              MOVE ZERO TO DS-EVIDENCE (DS-IDX)
              MOVE ZERO TO DS-ARCHIVED (DS-IDX)
              MOVE ZERO TO DS-REMOVED (DS-IDX)
              MOVE ZERO TO DS-FAILED (DS-IDX)
              MOVE ZERO TO DS-HELD (DS-IDX)
           END-PERFORM

           PERFORM 1100-LOAD-RULES
              THRU 1100-LOAD-RULES-END
           IF RULES-BAD THEN
              DISPLAY "*** The retention rules table is unusable - "
                 "nothing removed."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 0500-CHECK-RETAIN-AUTH
              THRU 0500-CHECK-RETAIN-AUTH-END
           IF NOT RETAIN-AUTHORIZED THEN
              DISPLAY "*** No approved retention authorization on "
                 "file - stage one with UNEMPEND STAGERET and have "
                 "a second operator APPROVE it."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> A blank item probes the register - 'U' means it can't
           *> be read, and nothing may go without it.
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT = 'U' THEN
              DISPLAY "*** The legal hold register can't be read - "
                 "nothing removed."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 1200-LOAD-OPEN-CHANGES
              THRU 1200-LOAD-OPEN-CHANGES-END
           PERFORM 1300-LOAD-RELEASED
              THRU 1300-LOAD-RELEASED-END

           OPEN OUTPUT RETAIN-ARCHIVE
           IF NOT RETAIN-ARCHIVE-OK AND ARCHIVE-NEEDED THEN
              DISPLAY "Couldn't open the retention archive - STATUS "
                 RETAIN-ARCHIVE-STATUS " - nothing removed."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> The sequential histories first: a failure there must
           *> stop the run before any KSDS entry is removed.
           MOVE 1 TO CUR-DS
           PERFORM 2000-RETAIN-HISTORY
              THRU 2000-RETAIN-HISTORY-END
           MOVE 2 TO CUR-DS
           PERFORM 2100-RETAIN-ALERTS
              THRU 2100-RETAIN-ALERTS-END
           MOVE 3 TO CUR-DS
           PERFORM 2200-RETAIN-ACCESS
              THRU 2200-RETAIN-ACCESS-END
           MOVE 4 TO CUR-DS
           PERFORM 2300-RETAIN-LOAD-REG
              THRU 2300-RETAIN-LOAD-REG-END

           IF SEQ-FAILED THEN
              DISPLAY "*** A sequential history couldn't be copied - "
                 "the KSDS histories are untouched and the copy-back "
                 "must not run."
              CLOSE RETAIN-ARCHIVE
              PERFORM 4000-PRINT-REPORT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE 5 TO CUR-DS
           PERFORM 3000-RETAIN-VSAM-ERRORS
              THRU 3000-RETAIN-VSAM-ERRORS-END
           MOVE 6 TO CUR-DS
           PERFORM 3100-RETAIN-RUN-HISTORY
              THRU 3100-RETAIN-RUN-HISTORY-END
           MOVE 7 TO CUR-DS
           PERFORM 3200-RETAIN-REPOSITORY
              THRU 3200-RETAIN-REPOSITORY-END

           CLOSE RETAIN-ARCHIVE

           PERFORM 4000-PRINT-REPORT

           PERFORM 9500-CONSUME-RETAIN-AUTH
              THRU 9500-CONSUME-RETAIN-AUTH-END

           IF DELETES-FAILED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Looks for an approved retention authorization, the way
      * UNEMCLRT's 0500-CHECK-RETAIN-AUTH does.
      ******************************************************************
       0500-CHECK-RETAIN-AUTH.
           OPEN INPUT PEND-FILE

           IF NOT PEND-FILE-OK THEN
              DISPLAY "Pending-changes dataset not available - "
                 "STATUS " PEND-FILE-STATUS
              GO TO 0500-CHECK-RETAIN-AUTH-END
           END-IF

           MOVE LOW-VALUES TO PC-KEY
           START PEND-FILE KEY IS >= PC-KEY
              INVALID KEY SET PEND-FILE-EOF TO TRUE
           END-START

           IF PEND-FILE-OK THEN
              PERFORM 0510-READ-NEXT-PENDING
           END-IF
           PERFORM UNTIL PEND-FILE-EOF OR RETAIN-AUTHORIZED
              IF PC-ACTION-RETAIN AND PC-APPROVED THEN
                 SET RETAIN-AUTHORIZED TO TRUE
                 MOVE PC-KEY TO RETAIN-AUTH-KEY
                 DISPLAY "Retention authorized by batch "
                    PC-BATCH-ID " (maker " PC-MAKER ", approver "
                    PC-APPROVER ")."
              ELSE
                 PERFORM 0510-READ-NEXT-PENDING
              END-IF
           END-PERFORM

           CLOSE PEND-FILE
           .

       0500-CHECK-RETAIN-AUTH-END.
           EXIT.
      ******************************************************************
       0510-READ-NEXT-PENDING.
           READ PEND-FILE NEXT

           IF NOT PEND-FILE-OK AND NOT PEND-FILE-EOF THEN
              SET PEND-FILE-EOF TO TRUE
           END-IF
           .

       0510-READ-NEXT-PENDING-END.
           EXIT.
      ******************************************************************
      * Loads the rules table into the dataset table and works out
      * each ruled dataset's cutoff date - the run date moved back
      * by the retention months.
      ******************************************************************
       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE

           IF NOT RULE-FILE-OK THEN
              DISPLAY "Couldn't open the retention rules - STATUS "
                 RULE-FILE-STATUS
              SET RULES-BAD TO TRUE
              GO TO 1100-LOAD-RULES-END
           END-IF

           READ RULE-FILE
              AT END SET RULE-FILE-EOF TO TRUE
           END-READ

           PERFORM UNTIL NOT RULE-FILE-OK
              IF RULE-REC (1:1) NOT = '*' AND RULE-REC NOT = SPACES
                    THEN
                 PERFORM 1150-APPLY-RULE
                    THRU 1150-APPLY-RULE-END
              END-IF
              READ RULE-FILE
                 AT END SET RULE-FILE-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE RULE-FILE
           .

       1100-LOAD-RULES-END.
           EXIT.
      ******************************************************************
       1150-APPLY-RULE.
           MOVE ZERO TO CUR-DS
           PERFORM VARYING DS-IDX FROM 1 BY 1
                 UNTIL DS-IDX > DS-COUNT
              IF DS-CODE (DS-IDX) = RR-DATASET THEN
                 MOVE DS-IDX TO CUR-DS
              END-IF
           END-PERFORM

           IF CUR-DS = ZERO THEN
              DISPLAY "*** Retention rule for unknown dataset "
                 RR-DATASET
              SET RULES-BAD TO TRUE
              GO TO 1150-APPLY-RULE-END
           END-IF

           IF RR-MONTHS IS NOT NUMERIC OR RR-MONTHS = ZERO
                 OR (RR-ARCHIVE NOT = 'Y' AND RR-ARCHIVE NOT = 'N')
                 THEN
              DISPLAY "*** Malformed retention rule: " RULE-REC
              SET RULES-BAD TO TRUE
              GO TO 1150-APPLY-RULE-END
           END-IF

           MOVE 'Y' TO DS-RULE-SW (CUR-DS)
           MOVE RR-MONTHS TO DS-MONTHS (CUR-DS)
           MOVE RR-ARCHIVE TO DS-ARCHIVE-SW (CUR-DS)
           IF RR-ARCHIVE = 'Y' THEN
              SET ARCHIVE-NEEDED TO TRUE
           END-IF

           COMPUTE CUT-MONTHS = RUN-YEAR * 12 + RUN-MONTH - 1
              - DS-MONTHS (CUR-DS)
           DIVIDE CUT-MONTHS BY 12 GIVING CUT-YEAR
              REMAINDER CUT-MONTH
           ADD 1 TO CUT-MONTH
           COMPUTE DS-CUTOFF (CUR-DS) =
              CUT-YEAR * 10000 + CUT-MONTH * 100 + RUN-DAY
           .

       1150-APPLY-RULE-END.
           EXIT.
      ******************************************************************
      * The UNEMPLRP keys of every open change - staged or approved,
      * not yet applied - whose before-images must stay on file.
      ******************************************************************
       1200-LOAD-OPEN-CHANGES.
           OPEN INPUT PEND-FILE

           IF NOT PEND-FILE-OK THEN
              GO TO 1200-LOAD-OPEN-CHANGES-END
           END-IF

           MOVE LOW-VALUES TO PC-KEY
           START PEND-FILE KEY IS >= PC-KEY
              INVALID KEY SET PEND-FILE-EOF TO TRUE
           END-START

           IF PEND-FILE-OK THEN
              PERFORM 0510-READ-NEXT-PENDING
           END-IF
           PERFORM UNTIL PEND-FILE-EOF
              IF (PC-ACTION-ADD-UPD OR PC-ACTION-DELETE)
                    AND (PC-PENDING OR PC-APPROVED) THEN
                 IF OPEN-KEY-USED < 2000 THEN
                    ADD 1 TO OPEN-KEY-USED
                    MOVE PC-PAYLOAD (1:10)
                       TO OPEN-KEY (OPEN-KEY-USED)
                 ELSE
                    DISPLAY "*** More than 2000 open changes - "
                       "UNEMHIST is left whole this run."
                    MOVE 'N' TO DS-RULE-SW (1)
                 END-IF
              END-IF
              PERFORM 0510-READ-NEXT-PENDING
           END-PERFORM

           CLOSE PEND-FILE
           .

       1200-LOAD-OPEN-CHANGES-END.
           EXIT.
      ******************************************************************
      * The released periods. Without the register no capture can
      * be shown not to be a publication, so the repository is left
      * whole.
      ******************************************************************
       1300-LOAD-RELEASED.
           OPEN INPUT RELREG-FILE

           IF NOT RELREG-OK THEN
              IF DS-HAS-RULE (7) THEN
                 DISPLAY "Release register not available - STATUS "
                    RELREG-STATUS " - the repository is left whole."
                 MOVE 'N' TO DS-RULE-SW (7)
              END-IF
              GO TO 1300-LOAD-RELEASED-END
           END-IF

           MOVE LOW-VALUES TO RL-PERIOD
           START RELREG-FILE KEY IS >= RL-PERIOD
              INVALID KEY SET RELREG-EOF TO TRUE
           END-START

           IF RELREG-OK THEN
              READ RELREG-FILE NEXT
                 AT END SET RELREG-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT RELREG-OK
              IF RL-RELEASED THEN
                 IF RELEASED-USED < 600 THEN
                    ADD 1 TO RELEASED-USED
                    MOVE RL-PERIOD TO RELEASED-PERIOD (RELEASED-USED)
                 ELSE
                    DISPLAY "*** More than 600 released periods - "
                       "the repository is left whole."
                    MOVE 'N' TO DS-RULE-SW (7)
                 END-IF
              END-IF
              READ RELREG-FILE NEXT
                 AT END SET RELREG-EOF TO TRUE
              END-READ
           END-PERFORM

           CLOSE RELREG-FILE
           .

       1300-LOAD-RELEASED-END.
           EXIT.
      ******************************************************************
      * UNEMHIST - expired before-images go unless an open change
      * still names their record.
      ******************************************************************
       2000-RETAIN-HISTORY.
           OPEN INPUT HIST-OUT
           IF NOT HIST-OUT-OK THEN
              DISPLAY "Couldn't open UNEMHIST - STATUS "
                 HIST-OUT-STATUS
              SET SEQ-FAILED TO TRUE
              GO TO 2000-RETAIN-HISTORY-END
           END-IF

           OPEN OUTPUT HIST-KEEP
           IF NOT KEEP-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMHIST keep copy - STATUS "
                 KEEP-FILE-STATUS
              CLOSE HIST-OUT
              SET SEQ-FAILED TO TRUE
              GO TO 2000-RETAIN-HISTORY-END
           END-IF

           READ HIST-OUT
              AT END MOVE "10" TO HIST-OUT-STATUS
           END-READ

           PERFORM UNTIL NOT HIST-OUT-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE HIST-AS-OF-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-EXPIRED THEN
                 MOVE 'N' TO ENTRY-EVIDENCE-SW
                 PERFORM VARYING OPEN-KEY-IDX FROM 1 BY 1
                       UNTIL OPEN-KEY-IDX > OPEN-KEY-USED
                          OR ENTRY-EVIDENCE
                    IF OPEN-KEY (OPEN-KEY-IDX)
                          = HIST-BEFORE-IMAGE (1:10) THEN
                       SET ENTRY-EVIDENCE TO TRUE
                    END-IF
                 END-PERFORM
                 PERFORM 5100-SETTLE-EXPIRED
              END-IF
              IF ENTRY-EXPIRED THEN
                 MOVE HIST-BEFORE-IMAGE (9:2) TO LHCK-STATE
                 MOVE HIST-BEFORE-IMAGE (11:7) TO LHCK-PERIOD
                 PERFORM 5200-CHECK-HOLD
              END-IF
              IF ENTRY-EXPIRED THEN
                 MOVE HIST-OUT-REC TO ARCHIVE-IMAGE
                 PERFORM 6000-ARCHIVE-ENTRY
                 ADD 1 TO DS-REMOVED (CUR-DS)
              ELSE
                 WRITE HIST-KEEP-REC FROM HIST-OUT-REC
              END-IF
              READ HIST-OUT
                 AT END MOVE "10" TO HIST-OUT-STATUS
              END-READ
           END-PERFORM

           IF HIST-OUT-STATUS NOT = "10" THEN
              DISPLAY "Error reading UNEMHIST - STATUS "
                 HIST-OUT-STATUS
              SET SEQ-FAILED TO TRUE
           END-IF

           CLOSE HIST-OUT
           CLOSE HIST-KEEP
           .

       2000-RETAIN-HISTORY-END.
           EXIT.
      ******************************************************************
      * ALRTHIST - the alert history.
      ******************************************************************
       2100-RETAIN-ALERTS.
           OPEN INPUT ALERT-HIST
           IF NOT SEQ-IN-OK THEN
              DISPLAY "Couldn't open the alert history - STATUS "
                 SEQ-IN-STATUS
              SET SEQ-FAILED TO TRUE
              GO TO 2100-RETAIN-ALERTS-END
           END-IF

           OPEN OUTPUT ALERT-KEEP
           IF NOT KEEP-FILE-OK THEN
              DISPLAY "Couldn't open the alert history keep copy - "
                 "STATUS " KEEP-FILE-STATUS
              CLOSE ALERT-HIST
              SET SEQ-FAILED TO TRUE
              GO TO 2100-RETAIN-ALERTS-END
           END-IF

           READ ALERT-HIST
              AT END SET SEQ-IN-EOF TO TRUE
           END-READ

           PERFORM UNTIL NOT SEQ-IN-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE AL-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-EXPIRED THEN
                 MOVE 'N' TO ENTRY-EVIDENCE-SW
                 PERFORM 5100-SETTLE-EXPIRED
              END-IF
              IF ENTRY-EXPIRED THEN
                 MOVE ALERT-HIST-REC TO ARCHIVE-IMAGE
                 PERFORM 6000-ARCHIVE-ENTRY
                 ADD 1 TO DS-REMOVED (CUR-DS)
              ELSE
                 WRITE ALERT-KEEP-REC FROM ALERT-HIST-REC
              END-IF
              READ ALERT-HIST
                 AT END SET SEQ-IN-EOF TO TRUE
              END-READ
           END-PERFORM

           IF NOT SEQ-IN-EOF THEN
              DISPLAY "Error reading the alert history - STATUS "
                 SEQ-IN-STATUS
              SET SEQ-FAILED TO TRUE
           END-IF

           CLOSE ALERT-HIST
           CLOSE ALERT-KEEP
           .

       2100-RETAIN-ALERTS-END.
           EXIT.
      ******************************************************************
      * ACCAUD - the access-audit trail.
      ******************************************************************
       2200-RETAIN-ACCESS.
           OPEN INPUT ACCESS-HIST
           IF NOT SEQ-IN-OK THEN
              DISPLAY "Couldn't open the access trail - STATUS "
                 SEQ-IN-STATUS
              SET SEQ-FAILED TO TRUE
              GO TO 2200-RETAIN-ACCESS-END
           END-IF

           OPEN OUTPUT ACCESS-KEEP
           IF NOT KEEP-FILE-OK THEN
              DISPLAY "Couldn't open the access trail keep copy - "
                 "STATUS " KEEP-FILE-STATUS
              CLOSE ACCESS-HIST
              SET SEQ-FAILED TO TRUE
              GO TO 2200-RETAIN-ACCESS-END
           END-IF

           READ ACCESS-HIST
              AT END SET SEQ-IN-EOF TO TRUE
           END-READ

           PERFORM UNTIL NOT SEQ-IN-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE AH-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-EXPIRED THEN
                 MOVE 'N' TO ENTRY-EVIDENCE-SW
                 PERFORM 5100-SETTLE-EXPIRED
              END-IF
              IF ENTRY-EXPIRED THEN
                 MOVE ACCESS-HIST-REC TO ARCHIVE-IMAGE
                 PERFORM 6000-ARCHIVE-ENTRY
                 ADD 1 TO DS-REMOVED (CUR-DS)
              ELSE
                 WRITE ACCESS-KEEP-REC FROM ACCESS-HIST-REC
              END-IF
              READ ACCESS-HIST
                 AT END SET SEQ-IN-EOF TO TRUE
              END-READ
           END-PERFORM

           IF NOT SEQ-IN-EOF THEN
              DISPLAY "Error reading the access trail - STATUS "
                 SEQ-IN-STATUS
              SET SEQ-FAILED TO TRUE
           END-IF

           CLOSE ACCESS-HIST
           CLOSE ACCESS-KEEP
           .

       2200-RETAIN-ACCESS-END.
           EXIT.
      ******************************************************************
      * LOADREG - the load registry.
      ******************************************************************
       2300-RETAIN-LOAD-REG.
           OPEN INPUT LOAD-REG
           IF NOT SEQ-IN-OK THEN
              DISPLAY "Couldn't open the load registry - STATUS "
                 SEQ-IN-STATUS
              SET SEQ-FAILED TO TRUE
              GO TO 2300-RETAIN-LOAD-REG-END
           END-IF

           OPEN OUTPUT LOAD-KEEP
           IF NOT KEEP-FILE-OK THEN
              DISPLAY "Couldn't open the load registry keep copy - "
                 "STATUS " KEEP-FILE-STATUS
              CLOSE LOAD-REG
              SET SEQ-FAILED TO TRUE
              GO TO 2300-RETAIN-LOAD-REG-END
           END-IF

           READ LOAD-REG
              AT END SET SEQ-IN-EOF TO TRUE
           END-READ

           PERFORM UNTIL NOT SEQ-IN-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE LR-LOAD-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-EXPIRED THEN
                 MOVE 'N' TO ENTRY-EVIDENCE-SW
                 PERFORM 5100-SETTLE-EXPIRED
              END-IF
              IF ENTRY-EXPIRED THEN
                 MOVE LOAD-REG-REC TO ARCHIVE-IMAGE
                 PERFORM 6000-ARCHIVE-ENTRY
                 ADD 1 TO DS-REMOVED (CUR-DS)
              ELSE
                 WRITE LOAD-KEEP-REC FROM LOAD-REG-REC
              END-IF
              READ LOAD-REG
                 AT END SET SEQ-IN-EOF TO TRUE
              END-READ
           END-PERFORM

           IF NOT SEQ-IN-EOF THEN
              DISPLAY "Error reading the load registry - STATUS "
                 SEQ-IN-STATUS
              SET SEQ-FAILED TO TRUE
           END-IF

           CLOSE LOAD-REG
           CLOSE LOAD-KEEP
           .

       2300-RETAIN-LOAD-REG-END.
           EXIT.
      ******************************************************************
      * VERRHIST - trimmed in place. The keys lead with the date, so
      * the walk stops at the first entry inside the retention
      * period.
      ******************************************************************
       3000-RETAIN-VSAM-ERRORS.
           IF NOT DS-HAS-RULE (CUR-DS) THEN
              GO TO 3000-RETAIN-VSAM-ERRORS-END
           END-IF

           OPEN I-O VSAM-ERR-HIST
           IF NOT KSDS-FILE-OK THEN
              DISPLAY "Couldn't open the VSAM error history - STATUS "
                 KSDS-FILE-STATUS
              ADD 1 TO DS-FAILED (CUR-DS)
              ADD 1 TO DELETES-FAILED
              GO TO 3000-RETAIN-VSAM-ERRORS-END
           END-IF

           MOVE LOW-VALUES TO VE-KEY
           START VSAM-ERR-HIST KEY IS >= VE-KEY
              INVALID KEY SET KSDS-FILE-EOF TO TRUE
           END-START

           IF KSDS-FILE-OK THEN
              READ VSAM-ERR-HIST NEXT
                 AT END SET KSDS-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT KSDS-FILE-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE VE-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-KEEP THEN
                 SET KSDS-FILE-EOF TO TRUE
              ELSE
                 MOVE 'N' TO ENTRY-EVIDENCE-SW
                 PERFORM 5100-SETTLE-EXPIRED
                 MOVE VSAM-ERR-REC TO ARCHIVE-IMAGE
                 PERFORM 6000-ARCHIVE-ENTRY
                 DELETE VSAM-ERR-HIST
                    INVALID KEY
                       ADD 1 TO DS-FAILED (CUR-DS)
                       ADD 1 TO DELETES-FAILED
                    NOT INVALID KEY
                       ADD 1 TO DS-REMOVED (CUR-DS)
                 END-DELETE
                 START VSAM-ERR-HIST KEY IS > VE-KEY
                    INVALID KEY SET KSDS-FILE-EOF TO TRUE
                 END-START
                 IF KSDS-FILE-OK THEN
                    READ VSAM-ERR-HIST NEXT
                       AT END SET KSDS-FILE-EOF TO TRUE
                    END-READ
                 END-IF
              END-IF
           END-PERFORM

           CLOSE VSAM-ERR-HIST
           .

       3000-RETAIN-VSAM-ERRORS-END.
           EXIT.
      ******************************************************************
      * RUNHIST - trimmed in place, date-led keys as above.
      ******************************************************************
       3100-RETAIN-RUN-HISTORY.
           IF NOT DS-HAS-RULE (CUR-DS) THEN
              GO TO 3100-RETAIN-RUN-HISTORY-END
           END-IF

           OPEN I-O RUN-HIST
           IF NOT KSDS-FILE-OK THEN
              DISPLAY "Couldn't open the run history - STATUS "
                 KSDS-FILE-STATUS
              ADD 1 TO DS-FAILED (CUR-DS)
              ADD 1 TO DELETES-FAILED
              GO TO 3100-RETAIN-RUN-HISTORY-END
           END-IF

           MOVE LOW-VALUES TO RH-KEY
           START RUN-HIST KEY IS >= RH-KEY
              INVALID KEY SET KSDS-FILE-EOF TO TRUE
           END-START

           IF KSDS-FILE-OK THEN
              READ RUN-HIST NEXT
                 AT END SET KSDS-FILE-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT KSDS-FILE-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE RH-RUN-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-KEEP THEN
                 SET KSDS-FILE-EOF TO TRUE
              ELSE
                 MOVE 'N' TO ENTRY-EVIDENCE-SW
                 PERFORM 5100-SETTLE-EXPIRED
                 MOVE RUN-HIST-REC TO ARCHIVE-IMAGE
                 PERFORM 6000-ARCHIVE-ENTRY
                 DELETE RUN-HIST
                    INVALID KEY
                       ADD 1 TO DS-FAILED (CUR-DS)
                       ADD 1 TO DELETES-FAILED
                    NOT INVALID KEY
                       ADD 1 TO DS-REMOVED (CUR-DS)
                 END-DELETE
                 START RUN-HIST KEY IS > RH-KEY
                    INVALID KEY SET KSDS-FILE-EOF TO TRUE
                 END-START
                 IF KSDS-FILE-OK THEN
                    READ RUN-HIST NEXT
                       AT END SET KSDS-FILE-EOF TO TRUE
                    END-READ
                 END-IF
              END-IF
           END-PERFORM

           CLOSE RUN-HIST
           .

       3100-RETAIN-RUN-HISTORY-END.
           EXIT.
      ******************************************************************
      * REPO - an expired capture goes with all its lines, unless it
      * is a released publication. The index is keyed by program
      * first, so every entry is visited.
      ******************************************************************
       3200-RETAIN-REPOSITORY.
           IF NOT DS-HAS-RULE (CUR-DS) THEN
              GO TO 3200-RETAIN-REPOSITORY-END
           END-IF

           OPEN I-O REPO-IDX
           IF NOT REPO-IDX-OK THEN
              DISPLAY "Couldn't open the repository index - STATUS "
                 REPO-IDX-STATUS
              ADD 1 TO DS-FAILED (CUR-DS)
              ADD 1 TO DELETES-FAILED
              GO TO 3200-RETAIN-REPOSITORY-END
           END-IF

           OPEN I-O REPO-DAT
           IF NOT REPO-DAT-OK THEN
              DISPLAY "Couldn't open the repository lines - STATUS "
                 REPO-DAT-STATUS
              CLOSE REPO-IDX
              ADD 1 TO DS-FAILED (CUR-DS)
              ADD 1 TO DELETES-FAILED
              GO TO 3200-RETAIN-REPOSITORY-END
           END-IF

           MOVE LOW-VALUES TO RIX-KEY
           START REPO-IDX KEY IS >= RIX-KEY
              INVALID KEY SET REPO-IDX-EOF TO TRUE
           END-START

           IF REPO-IDX-OK THEN
              READ REPO-IDX NEXT
                 AT END SET REPO-IDX-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT REPO-IDX-OK
              ADD 1 TO DS-SCANNED (CUR-DS)
              MOVE RIX-RUN-DATE TO ENTRY-DATE
              PERFORM 5000-TEST-EXPIRY
              IF ENTRY-EXPIRED THEN
                 PERFORM 3250-TEST-PUBLICATION
                 PERFORM 5100-SETTLE-EXPIRED
              END-IF
              IF ENTRY-EXPIRED THEN
                 MOVE SPACES TO LHCK-STATE
                 MOVE CAPTURE-MONTH TO LHCK-PERIOD
                 PERFORM 5200-CHECK-HOLD
              END-IF
              IF ENTRY-EXPIRED THEN
                 PERFORM 3300-REMOVE-CAPTURE
                    THRU 3300-REMOVE-CAPTURE-END
                 MOVE CAPTURE-KEY TO RIX-KEY
                 START REPO-IDX KEY IS > RIX-KEY
                    INVALID KEY SET REPO-IDX-EOF TO TRUE
                 END-START
              END-IF
              IF REPO-IDX-OK THEN
                 READ REPO-IDX NEXT
                    AT END SET REPO-IDX-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           CLOSE REPO-DAT
           CLOSE REPO-IDX
           .

       3200-RETAIN-REPOSITORY-END.
           EXIT.
      ******************************************************************
      * Is the capture in REPO-IDX-REC a released publication?
      ******************************************************************
       3250-TEST-PUBLICATION.
           MOVE 'N' TO ENTRY-EVIDENCE-SW

           MOVE RIX-CYCLE-DATE (1:4) TO EDIT-YEAR
           MOVE RIX-CYCLE-DATE (5:2) TO EDIT-MONTH
           MOVE SPACES TO CAPTURE-MONTH
           STRING EDIT-YEAR DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              EDIT-MONTH DELIMITED BY SIZE
              INTO CAPTURE-MONTH

           MOVE EDIT-YEAR TO CAPTURE-YEAR
           MOVE EDIT-MONTH TO CAPTURE-MON
           IF CAPTURE-MON > 1 THEN
              SUBTRACT 1 FROM CAPTURE-MON
           ELSE
              MOVE 12 TO CAPTURE-MON
              SUBTRACT 1 FROM CAPTURE-YEAR
           END-IF
           MOVE CAPTURE-YEAR TO EDIT-YEAR
           MOVE CAPTURE-MON TO EDIT-MONTH
           MOVE SPACES TO CAPTURE-PRIOR
           STRING EDIT-YEAR DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              EDIT-MONTH DELIMITED BY SIZE
              INTO CAPTURE-PRIOR

           PERFORM VARYING RELEASED-IDX FROM 1 BY 1
                 UNTIL RELEASED-IDX > RELEASED-USED
                    OR ENTRY-EVIDENCE
              MOVE ZERO TO PERIOD-TALLY
              INSPECT RIX-PARAMS TALLYING PERIOD-TALLY
                 FOR ALL RELEASED-PERIOD (RELEASED-IDX)
              IF RELEASED-PERIOD (RELEASED-IDX) = CAPTURE-MONTH
                    OR RELEASED-PERIOD (RELEASED-IDX) = CAPTURE-PRIOR
                    OR PERIOD-TALLY > ZERO THEN
                 SET ENTRY-EVIDENCE TO TRUE
              END-IF
           END-PERFORM
           .

       3250-TEST-PUBLICATION-END.
           EXIT.
      ******************************************************************
      * Archives and deletes the capture's lines, then its index
      * entry. The index entry stays when a line can't be deleted,
      * so nothing is left on file that the index doesn't name.
      ******************************************************************
       3300-REMOVE-CAPTURE.
           MOVE RIX-KEY TO CAPTURE-KEY
           MOVE REPO-IDX-REC TO ARCHIVE-IMAGE
           PERFORM 6000-ARCHIVE-ENTRY

           MOVE CK-PGM TO RDT-PGM
           MOVE CK-RUN-DATE TO RDT-RUN-DATE
           MOVE CK-RUN-TIME TO RDT-RUN-TIME
           MOVE ZERO TO RDT-LINE-SEQ
           START REPO-DAT KEY IS >= RDT-KEY
              INVALID KEY SET REPO-DAT-EOF TO TRUE
           END-START

           IF REPO-DAT-OK THEN
              READ REPO-DAT NEXT
                 AT END SET REPO-DAT-EOF TO TRUE
              END-READ
           END-IF
           PERFORM UNTIL NOT REPO-DAT-OK
                 OR RDT-KEY (1:22) NOT = CAPTURE-KEY
              MOVE REPO-DAT-REC TO ARCHIVE-IMAGE
              PERFORM 6000-ARCHIVE-ENTRY
              DELETE REPO-DAT
                 INVALID KEY
                    ADD 1 TO DS-FAILED (CUR-DS)
                    ADD 1 TO DELETES-FAILED
                    DISPLAY "Couldn't delete repository line "
                       RDT-KEY " - the capture is kept."
                    GO TO 3300-REMOVE-CAPTURE-END
              END-DELETE
              START REPO-DAT KEY IS > RDT-KEY
                 INVALID KEY SET REPO-DAT-EOF TO TRUE
              END-START
              IF REPO-DAT-OK THEN
                 READ REPO-DAT NEXT
                    AT END SET REPO-DAT-EOF TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           MOVE CAPTURE-KEY TO RIX-KEY
           DELETE REPO-IDX
              INVALID KEY
                 ADD 1 TO DS-FAILED (CUR-DS)
                 ADD 1 TO DELETES-FAILED
              NOT INVALID KEY
                 ADD 1 TO DS-REMOVED (CUR-DS)
           END-DELETE
           .

       3300-REMOVE-CAPTURE-END.
           EXIT.
      ******************************************************************
      * The removal report - each dataset's rule and what the run
      * did to it.
      ******************************************************************
       4000-PRINT-REPORT.
           DISPLAY RETN-DISP-SEPARATOR
           DISPLAY "RETENTION RUN " RUN-DATE " (UNEMRETN)"
           DISPLAY RETN-DISP-SEPARATOR

           PERFORM VARYING DS-IDX FROM 1 BY 1
                 UNTIL DS-IDX > DS-COUNT
              MOVE DS-CODE (DS-IDX) TO RT-DISP-CODE
              MOVE DS-DESC (DS-IDX) TO RT-DISP-DESC
              MOVE SPACES TO RT-DISP-RULE
              IF DS-HAS-RULE (DS-IDX) THEN
                 MOVE DS-MONTHS (DS-IDX) TO EDIT-MONTHS
                 MOVE DS-CUTOFF (DS-IDX) TO EDIT-CUTOFF
                 STRING "keep " DELIMITED BY SIZE
                    EDIT-MONTHS DELIMITED BY SIZE
                    " months - before " DELIMITED BY SIZE
                    EDIT-CUTOFF DELIMITED BY SIZE
                    " expires" DELIMITED BY SIZE
                    INTO RT-DISP-RULE
                 IF DS-ARCHIVE-FIRST (DS-IDX) THEN
                    MOVE ", archived" TO RT-DISP-RULE (41:10)
                 END-IF
              ELSE
                 MOVE "no rule applied - left whole" TO RT-DISP-RULE
              END-IF
              DISPLAY RETN-RULE-DISP-REC

              MOVE DS-SCANNED (DS-IDX) TO RT-DISP-SCANNED
              MOVE DS-EXPIRED (DS-IDX) TO RT-DISP-EXPIRED
              MOVE DS-EVIDENCE (DS-IDX) TO RT-DISP-EVID
              MOVE DS-ARCHIVED (DS-IDX) TO RT-DISP-ARCH
              MOVE DS-REMOVED (DS-IDX) TO RT-DISP-REMOVED
              MOVE DS-FAILED (DS-IDX) TO RT-DISP-FAILED
              MOVE DS-HELD (DS-IDX) TO RT-DISP-HELD
              DISPLAY RETN-COUNT-DISP-REC
           END-PERFORM

           DISPLAY RETN-DISP-SEPARATOR
           .

       4000-PRINT-REPORT-END.
           EXIT.
      ******************************************************************
      * Sets ENTRY-EXPIRED when the current dataset has a rule and
      * ENTRY-DATE is before its cutoff.
      ******************************************************************
       5000-TEST-EXPIRY.
           SET ENTRY-KEEP TO TRUE
           IF DS-HAS-RULE (CUR-DS) AND ENTRY-DATE IS NUMERIC
                 AND ENTRY-DATE < DS-CUTOFF (CUR-DS) THEN
              SET ENTRY-EXPIRED TO TRUE
              ADD 1 TO DS-EXPIRED (CUR-DS)
           END-IF
           .

       5000-TEST-EXPIRY-END.
           EXIT.
      ******************************************************************
      * An expired entry that is still evidence is kept after all.
      ******************************************************************
       5100-SETTLE-EXPIRED.
           IF ENTRY-EVIDENCE THEN
              ADD 1 TO DS-EVIDENCE (CUR-DS)
              SET ENTRY-KEEP TO TRUE
           END-IF
           .

       5100-SETTLE-EXPIRED-END.
           EXIT.
      ******************************************************************
      * An expired entry a legal hold protects is kept too. The
      * caller has set LHCK-STATE and LHCK-PERIOD.
      ******************************************************************
       5200-CHECK-HOLD.
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT NOT = 'N' THEN
              ADD 1 TO DS-HELD (CUR-DS)
              SET ENTRY-KEEP TO TRUE
           END-IF
           .

       5200-CHECK-HOLD-END.
           EXIT.
      ******************************************************************
      * Writes ARCHIVE-IMAGE to the archive generation when the
      * current dataset's rule archives before delete.
      ******************************************************************
       6000-ARCHIVE-ENTRY.
           IF DS-ARCHIVE-FIRST (CUR-DS) THEN
              MOVE DS-CODE (CUR-DS) TO RA-DATASET
              MOVE RUN-DATE TO RA-RUN-DATE
              MOVE ENTRY-DATE TO RA-ENTRY-DATE
              MOVE ARCHIVE-IMAGE TO RA-IMAGE
              WRITE RETAIN-ARCHIVE-REC
              ADD 1 TO DS-ARCHIVED (CUR-DS)
           END-IF
           MOVE SPACES TO ARCHIVE-IMAGE
           .

       6000-ARCHIVE-ENTRY-END.
           EXIT.
      ******************************************************************
      * Marks the consumed authorization done so it can't authorize
      * a second run.
      ******************************************************************
       9500-CONSUME-RETAIN-AUTH.
           OPEN I-O PEND-FILE

           IF NOT PEND-FILE-OK THEN
              DISPLAY "Couldn't mark the retention authorization "
                 "done - STATUS " PEND-FILE-STATUS
              GO TO 9500-CONSUME-RETAIN-AUTH-END
           END-IF

           MOVE RETAIN-AUTH-KEY TO PC-KEY
           READ PEND-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET PC-APPLIED TO TRUE
                 REWRITE PEND-REC
           END-READ

           CLOSE PEND-FILE
           .

       9500-CONSUME-RETAIN-AUTH-END.
           EXIT.

       END PROGRAM UNEMRETN.
