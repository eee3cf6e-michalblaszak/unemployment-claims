      ******************************************************************
      * Benefit policy simulator on the claim-detail spells.
      ******************************************************************
      * Every session the legislature asks what happens if the
      * maximum duration drops from 26 weeks to 16, or is indexed to
      * the unemployment rate, and the answer was a guess. This
      * simulator replays the real week-by-week spells on the
      * claim-detail KSDS (UNEMCLMD), strung together exactly the way
      * the duration analysis (UNEMDURA) strings them - same key-order
      * walk, same DURA-GAP-DAYS gap rule, same fresh-initial-claim
      * break - under each alternative policy on the policy
      * definition file (POLICYDD), and reports for each policy,
      * against actual:
      *    the weeks paid;
      *    the estimated dollars - weeks times the period's average
      *       weekly benefit (PY-AVG-WEEKLY-BENEFIT on UNEMPAYM, the
      *       payments record keyed like the spell's first claims
      *       record);
      *    the exhaustions;
      *    the demographic mix (age, gender, race, ethnicity,
      *       industry - the claim's coded attributes) of the people
      *       who would exhaust earlier, beside the mix of every
      *       spell replayed.
      * Actual is the spell as it happened: its weeks on the rolls
      * up to the regular entitlement (DURA-EXHAUST-WEEKS, default
      * 26), an exhaustion when it reached it. Only regular state UI
      * spells are replayed - extended benefits and disaster
      * assistance are not governed by the state's duration rules -
      * and the replay is static: nobody is assumed to find work
      * sooner or later because the rules changed.
      *
      * PARM='yyyy-mm-dd yyyy-mm-dd' - optional; only spells starting
      * in the range are replayed. Without it every spell is.
      *-----------------------------------------------------------------
      * The policy definition file (80 bytes a card, '*' in column
      * one is a comment, words separated by spaces) - up to 5
      * policies, each opened by its POLICY card:
      *    POLICY name             the policy's name, as reported
      *    MAXWEEKS nn             maximum weeks payable (default
      *                            the regular entitlement)
      *    RATEWEEKS r.r nn        rate-indexed duration: with the
      *                            state's insured unemployment rate
      *                            at the spell's start at r.r percent
      *                            or more, nn weeks are payable - up
      *                            to 10 steps, the highest step the
      *                            rate reaches applies; below the
      *                            lowest step (or with no rate on
      *                            file) MAXWEEKS applies
      *    WAITWEEK Y              the spell's first week is an
      *                            unpaid waiting week
      *    WBACAP nnnnn.nn         weekly benefit cap - the average
      *                            weekly benefit is paid up to it
      * The insured unemployment rate is the continuing claims of the
      * spell's first claims record (UNEMPLRP) over its labor force
      * (FD-LABOR-FORCE).
      * For example:
      *    POLICY 16 WEEKS FLAT
      *    MAXWEEKS 16
      *    POLICY INDEXED 12-20 WEEKS
      *    MAXWEEKS 12
      *    RATEWEEKS 5.5 14
      *    RATEWEEKS 7.0 16
      *    RATEWEEKS 10.0 20
      *    WAITWEEK Y
      * A card in error is listed and the step ends RC=8 before a
      * spell is read.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMPARM - the runtime parameter file.
      *    UNEMPRNT - the print service (and repository capture).
      *    UNEMCYRD - the cycle date.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  A read error on the policy definitions is
      *                    counted and ends the load instead of looping
      *                    on the failed READ.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMPSIM.
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
           *> The policy definitions.
           SELECT POLICY-DEF ASSIGN TO POLICYDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POLICY-DEF-STATUS.

           *> The claim-detail KSDS, read front to back
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The benefit-payments KSDS, read by key
           SELECT PAYMENT-FILE ASSIGN TO PAYMNTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PY-RECORD-KEY
           FILE STATUS IS PAYMENT-FILE-STATUS.

           *> The live VSAM dataset, read by key
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  POLICY-DEF
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  POLICY-DEF-REC PIC X(80).

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  PAYMENT-FILE
      *    01  PAYMENT-REC.
       COPY PAYREC.

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  POLICY-DEF-STATUS PIC XX.
           88 POLICY-DEF-OK VALUE "00".
           88 POLICY-DEF-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  PAYMENT-FILE-STATUS PIC XX.
           88 PAYMENT-FILE-OK VALUE "00".
           88 PAYMENT-FILE-EOF VALUE "10".

      * The business cycle this report ran under, stamped on the
      * output by UNEMCYRD.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The spell rules shared with UNEMDURA (UNEMPARM / PARMFLDD,
      * the same keywords) - the gap that breaks a spell, and the
      * regular entitlement actual spells are paid up to.
       77  SPELL-GAP-DAYS PIC 9(3) VALUE 35.
       77  EXHAUST-WEEKS  PIC 9(2) VALUE 26.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The spell start range (PARM).
       01  FROM-DATE PIC X(10) VALUE '0000-00-00'.
       01  TO-DATE   PIC X(10) VALUE '9999-99-99'.
       01  CHECK-DATE PIC X(10) VALUE SPACES.

      * A policy card, split into words.
       01  CARD-VERB PIC X(10) VALUE SPACES.
       01  CARD-WORDS.
           05 CARD-WORD OCCURS 4 TIMES PIC X(30).
       01  CARD-WORD-COUNT PIC 9(2) COMP-4 VALUE ZERO.
       01  CARD-ERRORS     PIC 9(3) COMP-4 VALUE ZERO.
       01  CARDS-READ      PIC 9(3) COMP-4 VALUE ZERO.
       01  NAME-WORK       PIC X(80) VALUE SPACES.
       01  NAME-LEAD       PIC 9(2) COMP-4 VALUE ZERO.

      * A card's number - whole or with up to two decimals.
       01  AMOUNT-TEXT    PIC X(30) VALUE SPACES.
       01  AMOUNT-INT     PIC X(30) VALUE SPACES.
       01  AMOUNT-FRAC    PIC X(30) VALUE SPACES.
       01  AMOUNT-INT-LEN  PIC 9(2) COMP-4 VALUE ZERO.
       01  AMOUNT-FRAC-LEN PIC 9(2) COMP-4 VALUE ZERO.
       01  AMOUNT-DIGITS  PIC X(7) VALUE ZEROS.
       01  AMOUNT-NUMBER REDEFINES AMOUNT-DIGITS PIC 9(5)V99.
       01  AMOUNT-VALUE   PIC 9(5)V99 VALUE ZERO.
       01  AMOUNT-SW PIC X VALUE 'N'.
           88 AMOUNT-OK VALUE 'Y'.

      * The policies.
       01  POLICY-TABLE.
           05 POLICY-ENTRY OCCURS 5 TIMES.
              10 PL-NAME       PIC X(60).
              10 PL-MAX-WEEKS  PIC 9(2) COMP-4.
              10 PL-STEPS-USED PIC 9(2) COMP-4.
              10 PL-STEP OCCURS 10 TIMES.
                 15 PL-STEP-RATE  PIC 9(3)V9 COMP-3.
                 15 PL-STEP-WEEKS PIC 9(2) COMP-4.
              10 PL-WAIT-SW    PIC X.
                 88 PL-WAITING-WEEK VALUE 'Y'.
              10 PL-CAP        PIC 9(5)V99 COMP-3.
              10 PL-WEEKS      PIC 9(11) COMP-3.
              10 PL-DOLLARS    PIC 9(13)V99 COMP-3.
              10 PL-EXHAUSTED  PIC 9(9) COMP-4.
              10 PL-EARLIER    PIC 9(9) COMP-4.
              10 PL-MIX OCCURS 44 TIMES PIC 9(9) COMP-4.
       01  POLICIES-USED PIC 9(1) COMP-4 VALUE ZERO.
       01  POLICY-IDX    PIC 9(1) COMP-4.
       01  STEP-IDX      PIC 9(2) COMP-4.

      * The spell being assembled for the claim id under the read
      * cursor - its attributes are those of its first row.
       01  CURRENT-SPELL.
           05 SPL-CLAIM-ID    PIC X(12) VALUE SPACES.
           05 SPL-RECORD-KEY  PIC X(10) VALUE SPACES.
           05 SPL-FIRST-DATE  PIC X(10) VALUE SPACES.
           05 SPL-LAST-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
           05 SPL-PROGRAM     PIC X VALUE SPACE.
           05 SPL-MIX OCCURS 5 TIMES PIC 9(2) COMP-4.
           05 SPL-OPEN-SW     PIC X VALUE 'N'.
              88 SPELL-OPEN VALUE 'Y'.

       01  ROW-SERIAL   PIC 9(7) COMP-4 VALUE ZERO.
       01  GAP-DAYS     PIC S9(7) COMP-4 VALUE ZERO.
       01  SPELL-WEEKS  PIC 9(4) COMP-4 VALUE ZERO.
       01  SPELL-DAYS   PIC S9(7) COMP-4 VALUE ZERO.
       01  FIRST-SERIAL PIC 9(7) COMP-4 VALUE ZERO.
       01  MIX-IDX      PIC 9(2) COMP-4.
       01  DIM-IDX      PIC 9(1) COMP-4.

      * The day-serial conversion's workspace - as UNEMDURA's.
       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC X(10) VALUE SPACES.
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.

      * Cumulative days before each month (non-leap); the leap-day
      * correction is applied for March onward in a leap year.
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

       01  LEAP-REM PIC 9(4) COMP-4 VALUE ZERO.

      * The rate and weekly benefit of a claims record key, kept as
      * they are looked up - a period's key recurs in every spell
      * that starts in it.
       01  KEY-CACHE.
           05 KEY-ENTRY OCCURS 1000 TIMES.
              10 KC-KEY     PIC X(10).
              10 KC-RATE-SW PIC X.
              10 KC-RATE    PIC 9(3)V9 COMP-3.
              10 KC-WBA-SW  PIC X.
              10 KC-WBA     PIC 9(5)V99 COMP-3.
       01  KEYS-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  KEY-IDX   PIC 9(4) COMP-4.
       01  KEY-AT    PIC 9(4) COMP-4 VALUE ZERO.

       01  SPELL-RATE PIC 9(3)V9 COMP-3 VALUE ZERO.
       01  SPELL-RATE-SW PIC X VALUE 'N'.
           88 SPELL-RATE-KNOWN VALUE 'Y'.
       01  SPELL-WBA  PIC 9(5)V99 COMP-3 VALUE ZERO.
       01  SPELL-WBA-SW PIC X VALUE 'N'.
           88 SPELL-WBA-KNOWN VALUE 'Y'.

      * One spell under actual and under a policy.
       01  ACT-WEEKS   PIC 9(4) COMP-4 VALUE ZERO.
       01  SIM-MAX     PIC 9(2) COMP-4 VALUE ZERO.
       01  SIM-PAYABLE PIC S9(4) COMP-4 VALUE ZERO.
       01  SIM-WEEKS   PIC 9(4) COMP-4 VALUE ZERO.
       01  SIM-WBA     PIC 9(5)V99 COMP-3 VALUE ZERO.
       01  BEST-RATE   PIC 9(3)V9 COMP-3 VALUE ZERO.
       01  STEP-SW PIC X VALUE 'N'.
           88 STEP-FOUND VALUE 'Y'.

      * Actual, over every spell replayed.
       01  ACT-WEEKS-SUM   PIC 9(11) COMP-3 VALUE ZERO.
       01  ACT-DOLLARS-SUM PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  ACT-EXHAUSTED   PIC 9(9) COMP-4 VALUE ZERO.
       01  MIX-ALL-TABLE.
           05 MIX-ALL OCCURS 44 TIMES PIC 9(9) COMP-4.

       01  ROWS-READ        COMP-4 PIC 9(9) VALUE ZERO.
       01  SPELLS-REPLAYED  COMP-4 PIC 9(9) VALUE ZERO.
       01  SPELLS-OUT-RANGE COMP-4 PIC 9(9) VALUE ZERO.
       01  SPELLS-OTHER-PGM COMP-4 PIC 9(9) VALUE ZERO.
       01  SPELLS-NO-WBA    COMP-4 PIC 9(9) VALUE ZERO.
       01  SPELLS-NO-RATE   COMP-4 PIC 9(9) VALUE ZERO.

      * The groups of the demographic mix: 1-9 age, 10-14 gender,
      * 15-20 race, 21-23 ethnicity, 24-44 industry (24 not
      * available, 25-44 CD-INDUSTRY-CODE 01-20).
       01  MIX-NAME-DATA.
           05 FILLER PIC X(40) VALUE 'AGE UNDER 22'.
           05 FILLER PIC X(40) VALUE 'AGE 22-24'.
           05 FILLER PIC X(40) VALUE 'AGE 25-34'.
           05 FILLER PIC X(40) VALUE 'AGE 35-44'.
           05 FILLER PIC X(40) VALUE 'AGE 45-54'.
           05 FILLER PIC X(40) VALUE 'AGE 55-59'.
           05 FILLER PIC X(40) VALUE 'AGE 60-64'.
           05 FILLER PIC X(40) VALUE 'AGE 65 AND OVER'.
           05 FILLER PIC X(40) VALUE 'AGE NOT AVAILABLE'.
           05 FILLER PIC X(40) VALUE 'GENDER FEMALE'.
           05 FILLER PIC X(40) VALUE 'GENDER MALE'.
           05 FILLER PIC X(40) VALUE 'GENDER NON-BINARY'.
           05 FILLER PIC X(40) VALUE 'GENDER OTHER'.
           05 FILLER PIC X(40) VALUE 'GENDER NOT AVAILABLE'.
           05 FILLER PIC X(40) VALUE 'RACE WHITE'.
           05 FILLER PIC X(40) VALUE 'RACE ASIAN'.
           05 FILLER PIC X(40) VALUE 'RACE BLACK OR AFRICAN AMERICAN'.
           05 FILLER PIC X(40) VALUE
              'RACE AMERICAN INDIAN OR ALASKA NATIVE'.
           05 FILLER PIC X(40) VALUE
              'RACE NATIVE HAWAIIAN OR PACIFIC ISL.'.
           05 FILLER PIC X(40) VALUE 'RACE NOT AVAILABLE'.
           05 FILLER PIC X(40) VALUE 'ETHNICITY HISPANIC OR LATINO'.
           05 FILLER PIC X(40) VALUE
              'ETHNICITY NOT HISPANIC OR LATINO'.
           05 FILLER PIC X(40) VALUE 'ETHNICITY NOT AVAILABLE'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY NOT AVAILABLE'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY WHOLESALE TRADE'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY TRANSPORTATION, WAREHOUSING'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY CONSTRUCTION'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY FINANCE AND INSURANCE'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY MANUFACTURING'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY AGRICULTURE, FORESTRY, FISHING'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY PUBLIC ADMINISTRATION'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY UTILITIES'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY ACCOMMODATION, FOOD SERVICES'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY INFORMATION'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY PROFESSIONAL, SCIENTIFIC, TECH'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY REAL ESTATE, RENTAL, LEASING'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY OTHER SERVICES'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY MANAGEMENT OF COMPANIES'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY EDUCATIONAL SERVICES'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY MINING'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY HEALTH CARE, SOCIAL ASSISTANCE'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY ARTS, ENTERTAINMENT, RECREATION'.
           05 FILLER PIC X(40) VALUE
              'INDUSTRY ADMINISTRATIVE SUPPORT, WASTE'.
           05 FILLER PIC X(40) VALUE 'INDUSTRY RETAIL TRADE'.
       01  MIX-NAME-TABLE REDEFINES MIX-NAME-DATA.
           05 MIX-NAME OCCURS 44 TIMES PIC X(40).

      * The report's figures as they are printed.
       01  COMPARE-ACT  PIC S9(15) COMP-3 VALUE ZERO.
       01  COMPARE-SIM  PIC S9(15) COMP-3 VALUE ZERO.
       01  COMPARE-PCT  PIC S9(5)V9 COMP-3 VALUE ZERO.
       01  SHARE-PCT    PIC 9(3)V9 COMP-3 VALUE ZERO.

       01  PSIM-DISP-SEPARATOR PIC X(90) VALUE ALL '-'.

       01  PSIM-RANGE-DISP-REC.
           05 FILLER        PIC X(22) VALUE 'SPELLS STARTING FROM '.
           05 PR-DISP-FROM  PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(4)  VALUE ' TO '.
           05 PR-DISP-TO    PIC X(10) VALUE SPACES.
           05 FILLER        PIC X(13) VALUE ' - REPLAYED: '.
           05 PR-DISP-COUNT PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.

       01  PSIM-COUNT-DISP-REC.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 PC-DISP-LABEL PIC X(50) VALUE SPACES.
           05 PC-DISP-COUNT PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.

       01  PSIM-RULE-DISP-REC.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 PU-DISP-LABEL PIC X(40) VALUE SPACES.
           05 PU-DISP-VALUE PIC X(40) VALUE SPACES.

       01  PSIM-COMPARE-HEAD.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(17) VALUE '           ACTUAL'.
           05 FILLER PIC X(17) VALUE '        SIMULATED'.
           05 FILLER PIC X(18) VALUE '       DIFFERENCE'.
           05 FILLER PIC X(10) VALUE '     DIFF%'.

       01  PSIM-COMPARE-DISP-REC.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 CL-DISP-LABEL PIC X(20) VALUE SPACES.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CL-DISP-ACT   PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CL-DISP-SIM   PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CL-DISP-DIFF  PIC -ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 CL-DISP-PCT   PIC -ZZZZ9.9 VALUE ZERO.
           05 CL-DISP-PCT-X REDEFINES CL-DISP-PCT PIC X(8).

       01  PSIM-MIX-HEAD.
           05 FILLER PIC X(44) VALUE '    GROUP'.
           05 FILLER PIC X(15) VALUE 'EXHAUST EARLIER'.
           05 FILLER PIC X(9)  VALUE '   SHARE'.
           05 FILLER PIC X(14) VALUE '  ALL SPELLS'.
           05 FILLER PIC X(8)  VALUE '   SHARE'.

       01  PSIM-MIX-DISP-REC.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 ML-DISP-GROUP PIC X(40) VALUE SPACES.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 ML-DISP-COUNT PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 ML-DISP-SHARE PIC ZZ9.9 VALUE ZERO.
           05 FILLER        PIC X(1) VALUE '%'.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 ML-DISP-ALL   PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 ML-DISP-ALL-SHARE PIC ZZ9.9 VALUE ZERO.
           05 FILLER        PIC X(1) VALUE '%'.

       01  EDIT-WEEKS PIC Z9.
       01  EDIT-RATE  PIC ZZ9.9.
       01  EDIT-CAP   PIC ZZ,ZZ9.99.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * PARM='yyyy-mm-dd yyyy-mm-dd' - the spell start range.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(21).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMPSIM" CYCLE-DATE-OUT
              CYCLE-STATE-OUT

           IF PARM-LEN > ZERO THEN
              PERFORM 1050-CHECK-PARM
           END-IF

           PERFORM 1100-LOAD-RUNTIME-PARMS
           PERFORM 1500-LOAD-POLICIES THRU 1500-LOAD-POLICIES-END

           IF CARD-ERRORS > ZERO THEN
              DISPLAY CARD-ERRORS " error(s) in the parameters or "
                 "the policy definitions - nothing simulated."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT PAYMENT-FILE

           IF NOT PAYMENT-FILE-OK THEN
              DISPLAY "Couldn't open the payments dataset - "
                 "STATUS " PAYMENT-FILE-STATUS
              CLOSE CLAIM-DETAIL
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              DISPLAY "Couldn't open the UNEMP report - STATUS "
                 REPORT-OUT-STATUS
              CLOSE CLAIM-DETAIL
              CLOSE PAYMENT-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO CD-DETAIL-KEY
           START CLAIM-DETAIL KEY IS >= CD-DETAIL-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-ROW
           PERFORM UNTIL CLAIM-DETAIL-EOF
              ADD 1 TO ROWS-READ
              PERFORM 2200-FOLD-ROW-INTO-SPELL
              PERFORM 2100-READ-NEXT-ROW
           END-PERFORM

           *> The last claim's spell is still open when the file
           *> runs out.
           PERFORM 2500-CLOSE-SPELL THRU 2500-CLOSE-SPELL-END

           CLOSE CLAIM-DETAIL
           CLOSE PAYMENT-FILE
           CLOSE REPORT-OUT

           PERFORM 5000-PRINT-SIMULATION

           DISPLAY ROWS-READ " detail row(s), " SPELLS-REPLAYED
              " spell(s) replayed under " POLICIES-USED
              " policy(ies), " SPELLS-NO-WBA
              " without a weekly benefit amount."

           IF SPELLS-NO-WBA > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The spell start range from the PARM.
      ******************************************************************
       1050-CHECK-PARM.
           IF PARM-LEN < 21 THEN
              DISPLAY "*** PARM must be 'YYYY-MM-DD YYYY-MM-DD': "
                 PARM-TEXT
              ADD 1 TO CARD-ERRORS
           ELSE
              MOVE PARM-TEXT (1:10) TO FROM-DATE
              MOVE FROM-DATE TO CHECK-DATE
              PERFORM 1560-CHECK-DATE
              MOVE PARM-TEXT (12:10) TO TO-DATE
              MOVE TO-DATE TO CHECK-DATE
              PERFORM 1560-CHECK-DATE
              IF FROM-DATE > TO-DATE THEN
                 DISPLAY "*** " FROM-DATE " is after " TO-DATE
                 ADD 1 TO CARD-ERRORS
              END-IF
           END-IF
           .

       1050-CHECK-PARM-END.
           EXIT.
      ******************************************************************
       1100-LOAD-RUNTIME-PARMS.
           MOVE "DURA-GAP-DAYS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO SPELL-GAP-DAYS
              DISPLAY "DURA-GAP-DAYS set from the parameter file: "
                 SPELL-GAP-DAYS
           END-IF

           MOVE "DURA-EXHAUST-WEEKS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:2) IS NUMERIC THEN
              MOVE RTP-VALUE (1:2) TO EXHAUST-WEEKS
              DISPLAY "DURA-EXHAUST-WEEKS set from the parameter "
                 "file: " EXHAUST-WEEKS
           END-IF
           .

       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * Reads and checks every policy card. Each error is shown and
      * counted; any error stops the run before a spell is read.
      ******************************************************************
       1500-LOAD-POLICIES.
           OPEN INPUT POLICY-DEF

           IF NOT POLICY-DEF-OK THEN
              DISPLAY "Couldn't open the policy definitions - "
                 "STATUS " POLICY-DEF-STATUS
              ADD 1 TO CARD-ERRORS
              GO TO 1500-LOAD-POLICIES-END
           END-IF

           PERFORM UNTIL POLICY-DEF-EOF
              READ POLICY-DEF
                 AT END CONTINUE
                 NOT AT END
                    IF POLICY-DEF-REC (1:1) NOT = '*'
                       AND POLICY-DEF-REC NOT = SPACES THEN
                       PERFORM 1510-PARSE-CARD
                          THRU 1510-PARSE-CARD-END
                    END-IF
              END-READ
              IF NOT POLICY-DEF-OK AND NOT POLICY-DEF-EOF THEN
                 DISPLAY "*** Error reading the policy definitions - "
                    "STATUS " POLICY-DEF-STATUS
                 ADD 1 TO CARD-ERRORS
                 SET POLICY-DEF-EOF TO TRUE
              END-IF
           END-PERFORM

           CLOSE POLICY-DEF

           IF POLICIES-USED = ZERO THEN
              DISPLAY "*** No POLICY card in the policy definitions."
              ADD 1 TO CARD-ERRORS
           END-IF

           DISPLAY CARDS-READ " policy card(s) read, " POLICIES-USED
              " policy(ies)."
           .

       1500-LOAD-POLICIES-END.
           EXIT.
      ******************************************************************
       1510-PARSE-CARD.
           ADD 1 TO CARDS-READ

           MOVE SPACES TO CARD-VERB
           MOVE SPACES TO CARD-WORDS
           MOVE ZERO TO CARD-WORD-COUNT
           UNSTRING POLICY-DEF-REC DELIMITED BY ALL SPACE
              INTO CARD-VERB
                   CARD-WORD (1) CARD-WORD (2) CARD-WORD (3)
                   CARD-WORD (4)
              TALLYING IN CARD-WORD-COUNT
           END-UNSTRING
           IF CARD-WORD-COUNT > ZERO THEN
              SUBTRACT 1 FROM CARD-WORD-COUNT
           END-IF

           IF CARD-VERB NOT = 'POLICY' AND POLICIES-USED = ZERO THEN
              DISPLAY "*** Card before the first POLICY card: "
                 POLICY-DEF-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1510-PARSE-CARD-END
           END-IF

           EVALUATE CARD-VERB
              WHEN 'POLICY'
                 IF POLICIES-USED >= 5 THEN
                    DISPLAY "*** More than 5 policies: "
                       POLICY-DEF-REC
                    ADD 1 TO CARD-ERRORS
                    GO TO 1510-PARSE-CARD-END
                 END-IF
                 ADD 1 TO POLICIES-USED
                 INITIALIZE POLICY-ENTRY (POLICIES-USED)
                 MOVE POLICY-DEF-REC (7:74) TO NAME-WORK
                 MOVE ZERO TO NAME-LEAD
                 INSPECT NAME-WORK TALLYING NAME-LEAD
                    FOR LEADING SPACES
                 IF NAME-LEAD < 74 THEN
                    MOVE NAME-WORK (NAME-LEAD + 1:)
                       TO PL-NAME (POLICIES-USED)
                 ELSE
                    DISPLAY "*** POLICY card without a name: "
                       POLICY-DEF-REC
                    ADD 1 TO CARD-ERRORS
                 END-IF
              WHEN 'MAXWEEKS'
                 MOVE CARD-WORD (1) TO AMOUNT-TEXT
                 PERFORM 1570-PARSE-WEEKS
                 IF AMOUNT-OK THEN
                    MOVE AMOUNT-VALUE TO PL-MAX-WEEKS (POLICIES-USED)
                 END-IF
              WHEN 'RATEWEEKS'
                 PERFORM 1520-PARSE-RATE-STEP
                    THRU 1520-PARSE-RATE-STEP-END
              WHEN 'WAITWEEK'
                 IF CARD-WORD (1) = 'Y' OR CARD-WORD (1) = 'N' THEN
                    MOVE CARD-WORD (1) TO PL-WAIT-SW (POLICIES-USED)
                 ELSE
                    DISPLAY "*** WAITWEEK must be Y or N: "
                       POLICY-DEF-REC
                    ADD 1 TO CARD-ERRORS
                 END-IF
              WHEN 'WBACAP'
                 MOVE CARD-WORD (1) TO AMOUNT-TEXT
                 PERFORM 1580-PARSE-AMOUNT THRU 1580-PARSE-AMOUNT-END
                 IF AMOUNT-OK AND AMOUNT-VALUE > ZERO THEN
                    MOVE AMOUNT-VALUE TO PL-CAP (POLICIES-USED)
                 ELSE
                    DISPLAY "*** Not a weekly benefit cap: "
                       POLICY-DEF-REC
                    ADD 1 TO CARD-ERRORS
                 END-IF
              WHEN OTHER
                 DISPLAY "*** Unknown policy card: " POLICY-DEF-REC
                 ADD 1 TO CARD-ERRORS
           END-EVALUATE
           .

       1510-PARSE-CARD-END.
           EXIT.
      ******************************************************************
      * RATEWEEKS r.r nn - one step of the rate-indexed schedule.
      ******************************************************************
       1520-PARSE-RATE-STEP.
           IF PL-STEPS-USED (POLICIES-USED) >= 10 THEN
              DISPLAY "*** More than 10 RATEWEEKS steps: "
                 POLICY-DEF-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1520-PARSE-RATE-STEP-END
           END-IF

           MOVE CARD-WORD (1) TO AMOUNT-TEXT
           PERFORM 1580-PARSE-AMOUNT THRU 1580-PARSE-AMOUNT-END
           IF NOT AMOUNT-OK OR AMOUNT-VALUE > 100 THEN
              DISPLAY "*** Not a rate in percent: " POLICY-DEF-REC
              ADD 1 TO CARD-ERRORS
              GO TO 1520-PARSE-RATE-STEP-END
           END-IF

           ADD 1 TO PL-STEPS-USED (POLICIES-USED)
           MOVE PL-STEPS-USED (POLICIES-USED) TO STEP-IDX
           MOVE AMOUNT-VALUE
              TO PL-STEP-RATE (POLICIES-USED STEP-IDX)

           MOVE CARD-WORD (2) TO AMOUNT-TEXT
           PERFORM 1570-PARSE-WEEKS
           IF AMOUNT-OK THEN
              MOVE AMOUNT-VALUE
                 TO PL-STEP-WEEKS (POLICIES-USED STEP-IDX)
           END-IF
           .

       1520-PARSE-RATE-STEP-END.
           EXIT.
      ******************************************************************
       1560-CHECK-DATE.
           IF CHECK-DATE (1:4) IS NOT NUMERIC
              OR CHECK-DATE (5:1) NOT = '-'
              OR CHECK-DATE (6:2) IS NOT NUMERIC
              OR CHECK-DATE (8:1) NOT = '-'
              OR CHECK-DATE (9:2) IS NOT NUMERIC THEN
              DISPLAY "*** Not a YYYY-MM-DD date: " CHECK-DATE
              ADD 1 TO CARD-ERRORS
           END-IF
           .

       1560-CHECK-DATE-END.
           EXIT.
      ******************************************************************
      * AMOUNT-TEXT as a number of weeks, 1 to 99.
      ******************************************************************
       1570-PARSE-WEEKS.
           PERFORM 1580-PARSE-AMOUNT THRU 1580-PARSE-AMOUNT-END
           IF AMOUNT-OK THEN
              IF AMOUNT-FRAC-LEN > ZERO
                 OR AMOUNT-VALUE < 1 OR AMOUNT-VALUE > 99 THEN
                 MOVE 'N' TO AMOUNT-SW
              END-IF
           END-IF

           IF NOT AMOUNT-OK THEN
              DISPLAY "*** Not a number of weeks (1-99): "
                 POLICY-DEF-REC
              ADD 1 TO CARD-ERRORS
           END-IF
           .

       1570-PARSE-WEEKS-END.
           EXIT.
      ******************************************************************
      * AMOUNT-TEXT - digits with up to two decimals - into
      * AMOUNT-VALUE when AMOUNT-OK.
      ******************************************************************
       1580-PARSE-AMOUNT.
           MOVE 'N' TO AMOUNT-SW
           MOVE ZERO TO AMOUNT-VALUE
           MOVE SPACES TO AMOUNT-INT
           MOVE SPACES TO AMOUNT-FRAC
           MOVE ZERO TO AMOUNT-INT-LEN
           MOVE ZERO TO AMOUNT-FRAC-LEN

           UNSTRING AMOUNT-TEXT DELIMITED BY '.' OR SPACE
              INTO AMOUNT-INT COUNT IN AMOUNT-INT-LEN
                   AMOUNT-FRAC COUNT IN AMOUNT-FRAC-LEN
           END-UNSTRING

           IF AMOUNT-INT-LEN = ZERO OR AMOUNT-INT-LEN > 5
              OR AMOUNT-FRAC-LEN > 2 THEN
              GO TO 1580-PARSE-AMOUNT-END
           END-IF
           IF AMOUNT-INT (1:AMOUNT-INT-LEN) IS NOT NUMERIC THEN
              GO TO 1580-PARSE-AMOUNT-END
           END-IF
           IF AMOUNT-FRAC-LEN > ZERO THEN
              IF AMOUNT-FRAC (1:AMOUNT-FRAC-LEN) IS NOT NUMERIC THEN
                 GO TO 1580-PARSE-AMOUNT-END
              END-IF
           END-IF

           MOVE ZEROS TO AMOUNT-DIGITS
           MOVE AMOUNT-INT (1:AMOUNT-INT-LEN)
              TO AMOUNT-DIGITS (6 - AMOUNT-INT-LEN:AMOUNT-INT-LEN)
           IF AMOUNT-FRAC-LEN > ZERO THEN
              MOVE AMOUNT-FRAC (1:AMOUNT-FRAC-LEN)
                 TO AMOUNT-DIGITS (6:AMOUNT-FRAC-LEN)
           END-IF
           MOVE AMOUNT-NUMBER TO AMOUNT-VALUE
           SET AMOUNT-OK TO TRUE
           .

       1580-PARSE-AMOUNT-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-ROW.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

           IF NOT CLAIM-DETAIL-OK AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-ROW-END.
           EXIT.
      ******************************************************************
      * Links the row under the cursor into the spell being
      * assembled, by UNEMDURA's rules: a new claim id, a fresh
      * initial claim or a gap wider than SPELL-GAP-DAYS closes the
      * spell and starts the next one.
      ******************************************************************
       2200-FOLD-ROW-INTO-SPELL.
           MOVE CD-PERIOD-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO ROW-SERIAL

           IF SPELL-OPEN THEN
              COMPUTE GAP-DAYS = ROW-SERIAL - SPL-LAST-SERIAL
              IF CD-CLAIM-ID NOT = SPL-CLAIM-ID
                 OR GAP-DAYS > SPELL-GAP-DAYS
                 OR (CD-CLAIM-TYPE = 'I'
                    AND GAP-DAYS > 7) THEN
                 PERFORM 2500-CLOSE-SPELL THRU 2500-CLOSE-SPELL-END
              END-IF
           END-IF

           IF NOT SPELL-OPEN THEN
              SET SPELL-OPEN TO TRUE
              MOVE CD-CLAIM-ID TO SPL-CLAIM-ID
              MOVE CD-RECORD-ID TO SPL-RECORD-KEY (1:8)
              MOVE CD-STATE-CODE TO SPL-RECORD-KEY (9:2)
              MOVE CD-PERIOD-DATE TO SPL-FIRST-DATE
              MOVE CD-PROGRAM-TYPE TO SPL-PROGRAM
              PERFORM 2300-CLASSIFY-CLAIMANT
           END-IF

           MOVE ROW-SERIAL TO SPL-LAST-SERIAL
           .

       2200-FOLD-ROW-INTO-SPELL-END.
           EXIT.
      ******************************************************************
      * The spell's group in each dimension of the mix, from its
      * first row's coded attributes.
      ******************************************************************
       2300-CLASSIFY-CLAIMANT.
           EVALUATE TRUE
              WHEN CD-AGE IS NOT NUMERIC  MOVE 9 TO SPL-MIX (1)
              WHEN CD-AGE = ZERO          MOVE 9 TO SPL-MIX (1)
              WHEN CD-AGE < 22            MOVE 1 TO SPL-MIX (1)
              WHEN CD-AGE < 25            MOVE 2 TO SPL-MIX (1)
              WHEN CD-AGE < 35            MOVE 3 TO SPL-MIX (1)
              WHEN CD-AGE < 45            MOVE 4 TO SPL-MIX (1)
              WHEN CD-AGE < 55            MOVE 5 TO SPL-MIX (1)
              WHEN CD-AGE < 60            MOVE 6 TO SPL-MIX (1)
              WHEN CD-AGE < 65            MOVE 7 TO SPL-MIX (1)
              WHEN OTHER                  MOVE 8 TO SPL-MIX (1)
           END-EVALUATE

           EVALUATE CD-GENDER-CODE
              WHEN 'F'   MOVE 10 TO SPL-MIX (2)
              WHEN 'M'   MOVE 11 TO SPL-MIX (2)
              WHEN 'N'   MOVE 12 TO SPL-MIX (2)
              WHEN 'O'   MOVE 13 TO SPL-MIX (2)
              WHEN OTHER MOVE 14 TO SPL-MIX (2)
           END-EVALUATE

           EVALUATE CD-RACE-CODE
              WHEN 'W'   MOVE 15 TO SPL-MIX (3)
              WHEN 'A'   MOVE 16 TO SPL-MIX (3)
              WHEN 'B'   MOVE 17 TO SPL-MIX (3)
              WHEN 'I'   MOVE 18 TO SPL-MIX (3)
              WHEN 'P'   MOVE 19 TO SPL-MIX (3)
              WHEN OTHER MOVE 20 TO SPL-MIX (3)
           END-EVALUATE

           EVALUATE CD-ETHNIC-CODE
              WHEN 'H'   MOVE 21 TO SPL-MIX (4)
              WHEN 'N'   MOVE 22 TO SPL-MIX (4)
              WHEN OTHER MOVE 23 TO SPL-MIX (4)
           END-EVALUATE

           MOVE 24 TO SPL-MIX (5)
           IF CD-INDUSTRY-CODE IS NUMERIC THEN
              IF CD-INDUSTRY-CODE >= '01'
                 AND CD-INDUSTRY-CODE <= '20' THEN
                 MOVE CD-INDUSTRY-CODE TO MIX-IDX
                 COMPUTE SPL-MIX (5) = 24 + MIX-IDX
              END-IF
           END-IF
           .

       2300-CLASSIFY-CLAIMANT-END.
           EXIT.
      ******************************************************************
      * Closes the open spell and, when it is a regular-program spell
      * starting in the range, replays it under actual and under
      * every policy.
      ******************************************************************
       2500-CLOSE-SPELL.
           IF NOT SPELL-OPEN THEN
              GO TO 2500-CLOSE-SPELL-END
           END-IF
           MOVE 'N' TO SPL-OPEN-SW

           IF SPL-FIRST-DATE < FROM-DATE
              OR SPL-FIRST-DATE > TO-DATE THEN
              ADD 1 TO SPELLS-OUT-RANGE
              GO TO 2500-CLOSE-SPELL-END
           END-IF

           IF SPL-PROGRAM NOT = 'R' AND SPL-PROGRAM NOT = SPACE THEN
              ADD 1 TO SPELLS-OTHER-PGM
              GO TO 2500-CLOSE-SPELL-END
           END-IF

           MOVE SPL-FIRST-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO FIRST-SERIAL

           COMPUTE SPELL-DAYS = SPL-LAST-SERIAL - FIRST-SERIAL
           COMPUTE SPELL-WEEKS = (SPELL-DAYS / 7) + 1

           PERFORM 3000-LOOK-UP-PERIOD THRU 3000-LOOK-UP-PERIOD-END

           ADD 1 TO SPELLS-REPLAYED
           IF NOT SPELL-WBA-KNOWN THEN
              ADD 1 TO SPELLS-NO-WBA
           END-IF
           IF NOT SPELL-RATE-KNOWN THEN
              ADD 1 TO SPELLS-NO-RATE
           END-IF

           *> Actual - the spell as it happened, paid up to the
           *> regular entitlement.
           IF SPELL-WEEKS > EXHAUST-WEEKS THEN
              MOVE EXHAUST-WEEKS TO ACT-WEEKS
           ELSE
              MOVE SPELL-WEEKS TO ACT-WEEKS
           END-IF
           ADD ACT-WEEKS TO ACT-WEEKS-SUM
           COMPUTE ACT-DOLLARS-SUM = ACT-DOLLARS-SUM
              + ACT-WEEKS * SPELL-WBA
           IF SPELL-WEEKS >= EXHAUST-WEEKS THEN
              ADD 1 TO ACT-EXHAUSTED
           END-IF

           PERFORM VARYING DIM-IDX FROM 1 BY 1 UNTIL DIM-IDX > 5
              MOVE SPL-MIX (DIM-IDX) TO MIX-IDX
              ADD 1 TO MIX-ALL (MIX-IDX)
           END-PERFORM

           PERFORM VARYING POLICY-IDX FROM 1 BY 1
                 UNTIL POLICY-IDX > POLICIES-USED
              PERFORM 4000-REPLAY-UNDER-POLICY
           END-PERFORM
           .

       2500-CLOSE-SPELL-END.
           EXIT.
      ******************************************************************
      * The insured unemployment rate and average weekly benefit of
      * the spell's first claims record - from the cache, or read
      * and cached.
      ******************************************************************
       3000-LOOK-UP-PERIOD.
           MOVE ZERO TO KEY-AT
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                 UNTIL KEY-IDX > KEYS-USED OR KEY-AT > ZERO
              IF KC-KEY (KEY-IDX) = SPL-RECORD-KEY THEN
                 MOVE KEY-IDX TO KEY-AT
              END-IF
           END-PERFORM

           IF KEY-AT > ZERO THEN
              MOVE KC-RATE-SW (KEY-AT) TO SPELL-RATE-SW
              MOVE KC-RATE (KEY-AT) TO SPELL-RATE
              MOVE KC-WBA-SW (KEY-AT) TO SPELL-WBA-SW
              MOVE KC-WBA (KEY-AT) TO SPELL-WBA
              GO TO 3000-LOOK-UP-PERIOD-END
           END-IF

           MOVE 'N' TO SPELL-RATE-SW
           MOVE ZERO TO SPELL-RATE
           MOVE SPL-RECORD-KEY TO FD-RECORD-KEY
           READ REPORT-OUT
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF FD-LABOR-FORCE > ZERO THEN
                    COMPUTE SPELL-RATE ROUNDED =
                       FD-CONTINUING-CLAIMS * 100 / FD-LABOR-FORCE
                       ON SIZE ERROR MOVE 999.9 TO SPELL-RATE
                    END-COMPUTE
                    SET SPELL-RATE-KNOWN TO TRUE
                 END-IF
           END-READ

           MOVE 'N' TO SPELL-WBA-SW
           MOVE ZERO TO SPELL-WBA
           MOVE SPL-RECORD-KEY TO PY-RECORD-KEY
           READ PAYMENT-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF PY-AVG-WEEKLY-BENEFIT > ZERO THEN
                    MOVE PY-AVG-WEEKLY-BENEFIT TO SPELL-WBA
                    SET SPELL-WBA-KNOWN TO TRUE
                 END-IF
           END-READ

           IF KEYS-USED < 1000 THEN
              ADD 1 TO KEYS-USED
              MOVE SPL-RECORD-KEY TO KC-KEY (KEYS-USED)
              MOVE SPELL-RATE-SW TO KC-RATE-SW (KEYS-USED)
              MOVE SPELL-RATE TO KC-RATE (KEYS-USED)
              MOVE SPELL-WBA-SW TO KC-WBA-SW (KEYS-USED)
              MOVE SPELL-WBA TO KC-WBA (KEYS-USED)
           END-IF
           .

       3000-LOOK-UP-PERIOD-END.
           EXIT.
      ******************************************************************
      * The spell under policy POLICY-IDX.
      ******************************************************************
       4000-REPLAY-UNDER-POLICY.
           PERFORM 4100-POLICY-MAX-WEEKS

           COMPUTE SIM-PAYABLE = SPELL-WEEKS
           IF PL-WAITING-WEEK (POLICY-IDX) THEN
              SUBTRACT 1 FROM SIM-PAYABLE
           END-IF
           IF SIM-PAYABLE < ZERO THEN
              MOVE ZERO TO SIM-PAYABLE
           END-IF

           IF SIM-PAYABLE > SIM-MAX THEN
              MOVE SIM-MAX TO SIM-WEEKS
           ELSE
              MOVE SIM-PAYABLE TO SIM-WEEKS
           END-IF

           MOVE SPELL-WBA TO SIM-WBA
           IF PL-CAP (POLICY-IDX) > ZERO
              AND SIM-WBA > PL-CAP (POLICY-IDX) THEN
              MOVE PL-CAP (POLICY-IDX) TO SIM-WBA
           END-IF

           ADD SIM-WEEKS TO PL-WEEKS (POLICY-IDX)
           COMPUTE PL-DOLLARS (POLICY-IDX) = PL-DOLLARS (POLICY-IDX)
              + SIM-WEEKS * SIM-WBA

           *> Still on the rolls when the payable weeks ran out.
           IF SIM-PAYABLE >= SIM-MAX THEN
              ADD 1 TO PL-EXHAUSTED (POLICY-IDX)
              IF SIM-WEEKS < ACT-WEEKS THEN
                 ADD 1 TO PL-EARLIER (POLICY-IDX)
                 PERFORM VARYING DIM-IDX FROM 1 BY 1
                       UNTIL DIM-IDX > 5
                    MOVE SPL-MIX (DIM-IDX) TO MIX-IDX
                    ADD 1 TO PL-MIX (POLICY-IDX MIX-IDX)
                 END-PERFORM
              END-IF
           END-IF
           .

       4000-REPLAY-UNDER-POLICY-END.
           EXIT.
      ******************************************************************
      * SIM-MAX - the weeks payable under policy POLICY-IDX: the
      * highest rate step the spell's rate reaches, else MAXWEEKS,
      * else the regular entitlement.
      ******************************************************************
       4100-POLICY-MAX-WEEKS.
           IF PL-MAX-WEEKS (POLICY-IDX) > ZERO THEN
              MOVE PL-MAX-WEEKS (POLICY-IDX) TO SIM-MAX
           ELSE
              MOVE EXHAUST-WEEKS TO SIM-MAX
           END-IF

           IF SPELL-RATE-KNOWN THEN
              MOVE 'N' TO STEP-SW
              MOVE ZERO TO BEST-RATE
              PERFORM VARYING STEP-IDX FROM 1 BY 1
                    UNTIL STEP-IDX > PL-STEPS-USED (POLICY-IDX)
                 IF PL-STEP-RATE (POLICY-IDX STEP-IDX) <= SPELL-RATE
                    AND (NOT STEP-FOUND
                    OR PL-STEP-RATE (POLICY-IDX STEP-IDX) >= BEST-RATE)
                 THEN
                    SET STEP-FOUND TO TRUE
                    MOVE PL-STEP-RATE (POLICY-IDX STEP-IDX)
                       TO BEST-RATE
                    MOVE PL-STEP-WEEKS (POLICY-IDX STEP-IDX)
                       TO SIM-MAX
                 END-IF
              END-PERFORM
           END-IF
           .

       4100-POLICY-MAX-WEEKS-END.
           EXIT.
      ******************************************************************
      * The simulation report through UNEMPRNT.
      ******************************************************************
       5000-PRINT-SIMULATION.
           MOVE "BENEFIT POLICY SIMULATION (UNEMPSIM)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMPSIM" PRNT-TEXT

           MOVE FROM-DATE TO PR-DISP-FROM
           MOVE TO-DATE TO PR-DISP-TO
           MOVE SPELLS-REPLAYED TO PR-DISP-COUNT
           MOVE PSIM-RANGE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT

           MOVE "Spells starting outside the range:" TO PC-DISP-LABEL
           MOVE SPELLS-OUT-RANGE TO PC-DISP-COUNT
           PERFORM 5900-PRINT-COUNT-LINE
           MOVE "Extended benefits / disaster spells, not replayed:"
              TO PC-DISP-LABEL
           MOVE SPELLS-OTHER-PGM TO PC-DISP-COUNT
           PERFORM 5900-PRINT-COUNT-LINE
           MOVE "Spells with no weekly benefit amount (no dollars):"
              TO PC-DISP-LABEL
           MOVE SPELLS-NO-WBA TO PC-DISP-COUNT
           PERFORM 5900-PRINT-COUNT-LINE
           MOVE "Spells with no rate on file (MAXWEEKS applied):"
              TO PC-DISP-LABEL
           MOVE SPELLS-NO-RATE TO PC-DISP-COUNT
           PERFORM 5900-PRINT-COUNT-LINE

           MOVE EXHAUST-WEEKS TO EDIT-WEEKS
           MOVE SPACES TO PRNT-TEXT
           STRING "ACTUAL: the spells as they happened, paid up to "
              "the regular entitlement of " EDIT-WEEKS " weeks."
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT

           PERFORM VARYING POLICY-IDX FROM 1 BY 1
                 UNTIL POLICY-IDX > POLICIES-USED
              PERFORM 5100-PRINT-POLICY
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMPSIM" PRNT-TEXT
           .

       5000-PRINT-SIMULATION-END.
           EXIT.
      ******************************************************************
      * One policy - its rules, its figures against actual, and the
      * mix of those who would exhaust earlier.
      ******************************************************************
       5100-PRINT-POLICY.
           MOVE PSIM-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "POLICY: " PL-NAME (POLICY-IDX)
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT

           PERFORM 5200-PRINT-RULES

           MOVE PSIM-COMPARE-HEAD TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT

           MOVE "WEEKS PAID" TO CL-DISP-LABEL
           MOVE ACT-WEEKS-SUM TO COMPARE-ACT
           MOVE PL-WEEKS (POLICY-IDX) TO COMPARE-SIM
           PERFORM 5300-PRINT-COMPARE-LINE

           MOVE "DOLLARS (ESTIMATED)" TO CL-DISP-LABEL
           COMPUTE COMPARE-ACT ROUNDED = ACT-DOLLARS-SUM
           COMPUTE COMPARE-SIM ROUNDED = PL-DOLLARS (POLICY-IDX)
           PERFORM 5300-PRINT-COMPARE-LINE

           MOVE "EXHAUSTIONS" TO CL-DISP-LABEL
           MOVE ACT-EXHAUSTED TO COMPARE-ACT
           MOVE PL-EXHAUSTED (POLICY-IDX) TO COMPARE-SIM
           PERFORM 5300-PRINT-COMPARE-LINE

           MOVE "Would exhaust earlier than they did:"
              TO PC-DISP-LABEL
           MOVE PL-EARLIER (POLICY-IDX) TO PC-DISP-COUNT
           PERFORM 5900-PRINT-COUNT-LINE

           IF PL-EARLIER (POLICY-IDX) > ZERO THEN
              MOVE PSIM-MIX-HEAD TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT
              PERFORM VARYING MIX-IDX FROM 1 BY 1 UNTIL MIX-IDX > 44
                 IF MIX-ALL (MIX-IDX) > ZERO THEN
                    PERFORM 5400-PRINT-MIX-LINE
                 END-IF
              END-PERFORM
           END-IF
           .

       5100-PRINT-POLICY-END.
           EXIT.
      ******************************************************************
       5200-PRINT-RULES.
           MOVE "Maximum weeks:" TO PU-DISP-LABEL
           IF PL-MAX-WEEKS (POLICY-IDX) > ZERO THEN
              MOVE PL-MAX-WEEKS (POLICY-IDX) TO EDIT-WEEKS
           ELSE
              MOVE EXHAUST-WEEKS TO EDIT-WEEKS
           END-IF
           MOVE EDIT-WEEKS TO PU-DISP-VALUE
           PERFORM 5910-PRINT-RULE-LINE

           PERFORM VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > PL-STEPS-USED (POLICY-IDX)
              MOVE "Rate-indexed weeks:" TO PU-DISP-LABEL
              MOVE PL-STEP-RATE (POLICY-IDX STEP-IDX) TO EDIT-RATE
              MOVE PL-STEP-WEEKS (POLICY-IDX STEP-IDX) TO EDIT-WEEKS
              MOVE SPACES TO PU-DISP-VALUE
              STRING EDIT-WEEKS " at a rate of " EDIT-RATE
                 "% or more" DELIMITED BY SIZE INTO PU-DISP-VALUE
              PERFORM 5910-PRINT-RULE-LINE
           END-PERFORM

           MOVE "Waiting week:" TO PU-DISP-LABEL
           IF PL-WAITING-WEEK (POLICY-IDX) THEN
              MOVE "yes - the first week unpaid" TO PU-DISP-VALUE
           ELSE
              MOVE "no" TO PU-DISP-VALUE
           END-IF
           PERFORM 5910-PRINT-RULE-LINE

           MOVE "Weekly benefit cap:" TO PU-DISP-LABEL
           IF PL-CAP (POLICY-IDX) > ZERO THEN
              MOVE PL-CAP (POLICY-IDX) TO EDIT-CAP
              MOVE EDIT-CAP TO PU-DISP-VALUE
           ELSE
              MOVE "none" TO PU-DISP-VALUE
           END-IF
           PERFORM 5910-PRINT-RULE-LINE
           .

       5200-PRINT-RULES-END.
           EXIT.
      ******************************************************************
      * COMPARE-ACT against COMPARE-SIM under CL-DISP-LABEL.
      ******************************************************************
       5300-PRINT-COMPARE-LINE.
           MOVE COMPARE-ACT TO CL-DISP-ACT
           MOVE COMPARE-SIM TO CL-DISP-SIM
           COMPUTE CL-DISP-DIFF = COMPARE-SIM - COMPARE-ACT

           IF COMPARE-ACT > ZERO THEN
              COMPUTE COMPARE-PCT ROUNDED =
                 (COMPARE-SIM - COMPARE-ACT) * 100 / COMPARE-ACT
                 ON SIZE ERROR MOVE 99999.9 TO COMPARE-PCT
              END-COMPUTE
              MOVE COMPARE-PCT TO CL-DISP-PCT
           ELSE
              MOVE "     n/a" TO CL-DISP-PCT-X
           END-IF

           MOVE PSIM-COMPARE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT
           .

       5300-PRINT-COMPARE-LINE-END.
           EXIT.
      ******************************************************************
      * Group MIX-IDX - those of policy POLICY-IDX who would exhaust
      * earlier, beside every spell replayed.
      ******************************************************************
       5400-PRINT-MIX-LINE.
           MOVE MIX-NAME (MIX-IDX) TO ML-DISP-GROUP
           MOVE PL-MIX (POLICY-IDX MIX-IDX) TO ML-DISP-COUNT
           COMPUTE SHARE-PCT ROUNDED = PL-MIX (POLICY-IDX MIX-IDX)
              * 100 / PL-EARLIER (POLICY-IDX)
           MOVE SHARE-PCT TO ML-DISP-SHARE
           MOVE MIX-ALL (MIX-IDX) TO ML-DISP-ALL
           COMPUTE SHARE-PCT ROUNDED = MIX-ALL (MIX-IDX) * 100
              / SPELLS-REPLAYED
           MOVE SHARE-PCT TO ML-DISP-ALL-SHARE

           MOVE PSIM-MIX-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT
           .

       5400-PRINT-MIX-LINE-END.
           EXIT.
      ******************************************************************
       5900-PRINT-COUNT-LINE.
           MOVE PSIM-COUNT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT
           .

       5900-PRINT-COUNT-LINE-END.
           EXIT.
      ******************************************************************
       5910-PRINT-RULE-LINE.
           MOVE PSIM-RULE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPSIM" PRNT-TEXT
           .

       5910-PRINT-RULE-LINE-END.
           EXIT.
      ******************************************************************
      * Converts SERIAL-DATE-IN (YYYY-MM-DD) to a day serial, the way
      * UNEMDURA does - whole years at 365 days plus the leap days
      * before this year, plus the cumulative days before the month
      * (corrected when this year is a leap year and the month is
      * past February), plus the day.
      ******************************************************************
       8000-DATE-TO-SERIAL.
           MOVE SERIAL-DATE-IN (1:4) TO SW-YYYY
           MOVE SERIAL-DATE-IN (6:2) TO SW-MM
           MOVE SERIAL-DATE-IN (9:2) TO SW-DD

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

       END PROGRAM UNEMPSIM.
