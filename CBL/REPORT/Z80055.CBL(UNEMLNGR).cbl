      ******************************************************************
      * Published-figure lineage report.
      ******************************************************************
      * When an analyst challenges one number on a published report,
      * answering meant running five tools by hand - UNEMRPRT for
      * what we printed, UNEMREVR for the vintage, UNEMPRVR for the
      * import that last touched the dimension, the load registry
      * for the file's identity and UNEMSRCR for the file's content.
      * Given one repository capture, one record key and one PAYLOAD
      * field, this report follows that chain itself and prints the
      * whole story in one listing:
      *     1  what was printed - the capture's lines that carry the
      *        record (its record-id or its date, and its state),
      *        and whether the figure on file when the report ran
      *        appears on them
      *     2  the vintages of the record's month (UNEMVINT), the
      *        close the report printed from marked
      *     3  every correction since that close (the UNEMHIST
      *        before-images), with the maker and checker of the
      *        UNEMPEND change that made it, and the value now
      *     4  the source file the field's dimension was last loaded
      *        from (UNEMPROV) and its load-registry identity
      *     5  the record's row in that file, exactly as consumed
      *        (the SRCARC content archive)
      *     6  the gaps - any link of the chain that couldn't be
      *        followed
      * PARM='pppppppp yyyymmdd hhmmss MMDDYYYYSS FD-FIELD-NAME' -
      * the capture (report program, run date, run time, as UNEMRPRT
      * lists them), the record key ('US' assumed when the state is
      * blank) and the PAYLOAD field (the 'FD-' may be left off).
      * A correction with no UNEMPEND change behind it was a
      * re-import by the dimension's importer.
      * UNEMHIST dates a correction but keeps no time of day, so a
      * correction made on the report's own run date could have
      * come before the run or after it. The capture's printed
      * lines settle it when they carry one of the two figures;
      * when they don't, both are named in the gaps.
      * Reading a claim-level capture goes on the access trail, as
      * a reprint does.
      * RC=0 the whole chain followed, RC=4 gaps listed, RC=8 bad
      * PARM, unknown field or capture not in the repository.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMACCL - the claim-level access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  A correction dated the report's own run date
      *                    is placed before or after the run by the
      *                    figure the capture printed; UNEMHIST keeps
      *                    no time of day, so when the printed lines
      *                    can't settle it both figures are listed as a
      *                    gap.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMLNGR.
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
           *> The report repository - index and captured lines
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

           *> The live VSAM dataset, read-only
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The publication vintages
           SELECT VINT-FILE ASSIGN TO VINTGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VN-KEY
           FILE STATUS IS VINT-FILE-STATUS.

           *> The correction history
           SELECT HIST-OUT ASSIGN TO HISTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-OUT-STATUS.

           *> The maker-checker pending-changes register
           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS PEND-FILE-STATUS.

           *> The per-dimension provenance
           SELECT PROV-FILE ASSIGN TO PROVDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS PROV-FILE-STATUS.

           *> The source-file load registry
           SELECT LOAD-REG ASSIGN TO LOADREGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LOAD-REG-STATUS.

           *> The source-file content archive
           SELECT SRC-ARCH ASSIGN TO SRCARCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-ARCH-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Laid out exactly like UNEMREPO's records - the same datasets
      * UNEMRPRT reprints from.
       FD  REPO-IDX.
       01  REPO-IDX-REC.
           05 RIX-KEY.
              10 RIX-PGM      PIC X(8).
              10 RIX-RUN-DATE PIC 9(8).
              10 RIX-RUN-TIME PIC 9(6).
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 RIX-CONTENT     PIC X.
              88 RIX-CLAIM-LEVEL VALUE 'C'.
           05 FILLER          PIC X(13).

       FD  REPO-DAT.
       01  REPO-DAT-REC.
           05 RDT-KEY.
              10 RDT-PGM      PIC X(8).
              10 RDT-RUN-DATE PIC 9(8).
              10 RDT-RUN-TIME PIC 9(6).
              10 RDT-LINE-SEQ PIC 9(6).
           05 RDT-LINE        PIC X(132).

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Provides:
      *    FD  VINT-FILE
      *    01  VINT-REC.
       COPY VINTREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

      * Provides:
      *    FD  PEND-FILE
      *    01  PEND-REC.
       COPY PENDREC.

      * Provides:
      *    FD  PROV-FILE
      *    01  PROV-REC.
       COPY PROVREC.

       FD  LOAD-REG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  LOAD-REG-REC.
           05 LR-SOURCE-NAME PIC X(16).
           05 LR-LOAD-DATE   PIC 9(8).
           05 LR-REC-COUNT   PIC 9(7).
           05 LR-BYTE-COUNT  PIC 9(9).
           05 LR-FIRST-ID    PIC X(8).
           05 LR-LAST-ID     PIC X(8).
           05 LR-FINGERPRINT PIC 9(9).
           05 FILLER         PIC X(15).

       FD  SRC-ARCH
           RECORD CONTAINS 210 CHARACTERS
           RECORDING MODE F.
       01  SRC-ARCH-REC.
           05 AR-TYPE   PIC X.
              88 AR-HEADER  VALUE 'H'.
              88 AR-DETAIL  VALUE 'D'.
              88 AR-TRAILER VALUE 'T'.
           05 AR-SOURCE PIC X(16).
           05 AR-DATE   PIC 9(8).
           05 AR-SEQ    PIC 9(6).
           05 AR-LINE   PIC X(176).
           05 FILLER    PIC X(3).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * Provides:
      *    01  IN-STATUS
      *    01  HIST-OUT-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

       01  REPO-IDX-STATUS PIC XX.
           88 REPO-IDX-OK VALUE "00".
           88 REPO-IDX-EOF VALUE "10".

       01  REPO-DAT-STATUS PIC XX.
           88 REPO-DAT-OK VALUE "00".
           88 REPO-DAT-EOF VALUE "10".

       01  VINT-FILE-STATUS PIC XX.
           88 VINT-FILE-OK VALUE "00".
           88 VINT-FILE-EOF VALUE "10".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

       01  PROV-FILE-STATUS PIC XX.
           88 PROV-FILE-OK VALUE "00".
           88 PROV-FILE-EOF VALUE "10".

       01  LOAD-REG-STATUS PIC XX.
           88 LOAD-REG-OK VALUE "00".
           88 LOAD-REG-EOF VALUE "10".

       01  SRC-ARCH-STATUS PIC XX.
           88 SRC-ARCH-OK VALUE "00".
           88 SRC-ARCH-EOF VALUE "10".

       01  FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * The request, from the PARM.
       01  REQ-PGM        PIC X(8) VALUE SPACES.
       01  REQ-RUN-DATE   PIC 9(8) VALUE ZERO.
       01  REQ-RUN-TIME   PIC 9(6) VALUE ZERO.
       01  REQ-RECORD-KEY.
           05 REQ-RECORD-ID PIC X(8) VALUE SPACES.
           05 REQ-STATE     PIC X(2) VALUE SPACES.
       01  REQ-FIELD      PIC X(30) VALUE SPACES.

      * The record's month, as the vintages name it ('yyyy-mm').
       01  REQ-MONTH.
           05 RM-YYYY PIC X(4).
           05 FILLER  PIC X VALUE '-'.
           05 RM-MM   PIC X(2).

      * The PAYLOAD field asked about - its place in the record and
      * the dimension (importer) that owns it.
       01  FIELD-IDX       PIC 9(2) COMP-4 VALUE ZERO.
       01  FIELD-FOUND-AT  PIC 9(2) COMP-4 VALUE ZERO.
       01  FIELD-OFFSET    PIC 9(3) COMP-4 VALUE ZERO.
       01  FIELD-LENGTH    PIC 9(1) COMP-4 VALUE ZERO.
       01  FIELD-DIMENSION PIC X(9) VALUE SPACES.

      * Every numeric PAYLOAD field, in PAYLOAD.cpy's own order -
      * the 44 contiguous counts UNEMHAUD walks, then the fields
      * that follow them. Must stay in step with PAYLOAD.cpy.
       01  LNG-FIELD-NAME-TABLE.
           05 FILLER PIC X(30) VALUE 'FD-INA-AGE'.
           05 FILLER PIC X(30) VALUE 'FD-LESS-22'.
           05 FILLER PIC X(30) VALUE 'FD-22-24'.
           05 FILLER PIC X(30) VALUE 'FD-25-34'.
           05 FILLER PIC X(30) VALUE 'FD-35-44'.
           05 FILLER PIC X(30) VALUE 'FD-45-54'.
           05 FILLER PIC X(30) VALUE 'FD-55-59'.
           05 FILLER PIC X(30) VALUE 'FD-60-64'.
           05 FILLER PIC X(30) VALUE 'FD-MORE-64'.
           05 FILLER PIC X(30) VALUE 'FD-INA-GENDER'.
           05 FILLER PIC X(30) VALUE 'FD-FEMALE'.
           05 FILLER PIC X(30) VALUE 'FD-MALE'.
           05 FILLER PIC X(30) VALUE 'FD-NON-BINARY'.
           05 FILLER PIC X(30) VALUE 'FD-OTHER-GENDER'.
           05 FILLER PIC X(30) VALUE 'FD-INA-INDUSTRY'.
           05 FILLER PIC X(30) VALUE 'FD-WHOLESALE-TRADE'.
           05 FILLER PIC X(30) VALUE 'FD-TRANSPORTATION-WAREHOUSE'.
           05 FILLER PIC X(30) VALUE 'FD-CONSTRUCTION'.
           05 FILLER PIC X(30) VALUE 'FD-FINANCE-INSURANCE'.
           05 FILLER PIC X(30) VALUE 'FD-MANUFACTURING'.
           05 FILLER PIC X(30) VALUE 'FD-AGRICULT-FORESTRY-FISHING-H'.
           05 FILLER PIC X(30) VALUE 'FD-PUBLIC-ADMINISTRATION'.
           05 FILLER PIC X(30) VALUE 'FD-UTILITIES'.
           05 FILLER PIC X(30) VALUE 'FD-ACCOMODATION-FOOD-SERVICES'.
           05 FILLER PIC X(30) VALUE 'FD-INFORMATION'.
           05 FILLER PIC X(30) VALUE 'FD-PROFESSION-SCIENCE-TECH-SER'.
           05 FILLER PIC X(30) VALUE 'FD-REAL-ESTATE-RENTAL-LEASING'.
           05 FILLER PIC X(30) VALUE 'FD-OTHER-SERV-EXCEPT-PUBLIC-AD'.
           05 FILLER PIC X(30) VALUE 'FD-MGMT-OF-COMPANIES-ENTERPRIS'.
           05 FILLER PIC X(30) VALUE 'FD-EDUCATIONAL-SERVICES'.
           05 FILLER PIC X(30) VALUE 'FD-MINING'.
           05 FILLER PIC X(30) VALUE 'FD-HEALTH-CARE-SOCIAL-ASSISTAN'.
           05 FILLER PIC X(30) VALUE 'FD-ARTS-ENTERTAINMENT-RECREATI'.
           05 FILLER PIC X(30) VALUE 'FD-ADMIN-SPRT-WASTE-REMEDIA-SE'.
           05 FILLER PIC X(30) VALUE 'FD-RETAIL-TRADE'.
           05 FILLER PIC X(30) VALUE 'FD-INA-RACE'.
           05 FILLER PIC X(30) VALUE 'FD-WHITE'.
           05 FILLER PIC X(30) VALUE 'FD-ASIAN'.
           05 FILLER PIC X(30) VALUE 'FD-BLACK-OR-AFRICAN-AMERICAN'.
           05 FILLER PIC X(30) VALUE 'FD-AMERIC-INDIAN-OR-ALASKA-NAT'.
           05 FILLER PIC X(30) VALUE 'FD-NATIVE-HAWAII-OR-OTHER-PACI'.
           05 FILLER PIC X(30) VALUE 'FD-INA-ETHNIC'.
           05 FILLER PIC X(30) VALUE 'FD-HISPANIC-OR-LATINO'.
           05 FILLER PIC X(30) VALUE 'FD-NOT-HISPANIC-OR-LATINO'.
           05 FILLER PIC X(30) VALUE 'FD-LABOR-FORCE'.
           05 FILLER PIC X(30) VALUE 'FD-INITIAL-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-CONTINUING-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-EXTENDED-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-DISASTER-CLAIMS'.
           05 FILLER PIC X(30) VALUE 'FD-INA-OCCUPATION'.
           05 FILLER PIC X(30) VALUE 'FD-MANAGEMENT-BUSINESS-FINANC'.
           05 FILLER PIC X(30) VALUE 'FD-PROFESSIONAL-RELATED'.
           05 FILLER PIC X(30) VALUE 'FD-SERVICE-OCCUPATIONS'.
           05 FILLER PIC X(30) VALUE 'FD-SALES-RELATED'.
           05 FILLER PIC X(30) VALUE 'FD-OFFICE-ADMIN-SUPPORT'.
           05 FILLER PIC X(30) VALUE 'FD-FARMING-FISHING-FORESTRY'.
           05 FILLER PIC X(30) VALUE 'FD-CONSTRUCTION-EXTRACTION'.
           05 FILLER PIC X(30) VALUE 'FD-INSTALL-MAINTENANCE-REPAIR'.
           05 FILLER PIC X(30) VALUE 'FD-PRODUCTION'.
           05 FILLER PIC X(30) VALUE 'FD-TRANSPORT-MATERIAL-MOVING'.

       01  LNG-FIELD-NAMES REDEFINES LNG-FIELD-NAME-TABLE.
           05 LNG-FIELD-NAME OCCURS 60 TIMES PIC X(30).

      * A field picked out of a record image.
       01  PICK-IMAGE PIC X(446) VALUE SPACES.
       01  PICK-DIGITS PIC X(9) VALUE ZEROS.
       01  PICK-NUMBER REDEFINES PICK-DIGITS PIC 9(9).
       01  PICK-VALUE PIC 9(9) VALUE ZERO.

      * The record as it stands now.
       01  CURRENT-SW PIC X VALUE 'N'.
           88 CURRENT-ON-FILE VALUE 'Y'.
       01  CURRENT-VALUE PIC 9(9) VALUE ZERO.
       01  RECORD-DATE   PIC X(10) VALUE SPACES.

      * The month's vintages of the record, snapshot dates
      * ascending; CLOSE-AT is the one in force when the report ran.
       01  VINTAGE-TABLE.
           05 VINTAGE-ENTRY OCCURS 60 TIMES.
              10 VG-SNAP-DATE PIC 9(8).
              10 VG-VALUE     PIC 9(9).
              10 VG-DATE      PIC X(10).

       01  VINTAGE-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  VINTAGE-IDX  PIC 9(2) COMP-4.
       01  CLOSE-AT     PIC 9(2) COMP-4 VALUE ZERO.
       01  CLOSE-DATE   PIC 9(8) VALUE ZERO.

      * The record's before-images on UNEMHIST, in the order they
      * were written (as-of dates ascending).
       01  HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 100 TIMES.
              10 HT-AS-OF-DATE PIC 9(8).
              10 HT-VALUE      PIC 9(9).

       01  HISTORY-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  HISTORY-IDX  PIC 9(3) COMP-4.
       01  HISTORY-LOST PIC 9(5) COMP-4 VALUE ZERO.

      * The figure on file when the report ran - the before-image
      * of the first correction after the run, or the record now.
       01  RUN-VALUE-SW PIC X VALUE 'N'.
           88 RUN-VALUE-KNOWN VALUE 'Y'.
       01  RUN-VALUE PIC 9(9) VALUE ZERO.

      * Corrections dated the run date itself - before or after the
      * run? SAME-DAY-VALUE is the figure had they all come after
      * it (the first one's before-image).
       01  SAME-DAY-IMAGES PIC 9(3) COMP-4 VALUE ZERO.
       01  SAME-DAY-VALUE  PIC 9(9) VALUE ZERO.
       01  SAME-DAY-SW PIC X VALUE 'N'.
           88 SAME-DAY-OPEN    VALUE 'O'.
           88 SAME-DAY-SETTLED VALUE 'S'.

      * The figure looked for on the printed lines.
       01  SEEK-VALUE PIC 9(9) VALUE ZERO.

      * The record's staged changes on UNEMPEND.
       01  CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 100 TIMES.
              10 CG-BATCH-ID    PIC X(8).
              10 CG-SEQ         PIC 9(4).
              10 CG-MAKER       PIC X(8).
              10 CG-APPROVER    PIC X(8).
              10 CG-STAGED-DATE PIC 9(8).
              10 CG-USED-SW     PIC X.
                 88 CG-USED VALUE 'Y'.

       01  CHANGE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  CHANGE-IDX  PIC 9(3) COMP-4.
       01  CHANGE-AT   PIC 9(3) COMP-4.

      * What was printed - the capture's lines carrying the record.
       01  PRINTED-TABLE.
           05 PRINTED-ENTRY OCCURS 30 TIMES.
              10 PL-LINE-SEQ PIC 9(6).
              10 PL-LINE     PIC X(132).

       01  PRINTED-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  PRINTED-IDX  PIC 9(2) COMP-4.
       01  PRINTED-MORE PIC 9(5) COMP-4 VALUE ZERO.
       01  CAPTURE-LINES PIC 9(7) COMP-4 VALUE ZERO.
       01  MORE-DISP PIC ZZZZ9.

       01  CAPTURE-SW PIC X VALUE 'N'.
           88 CAPTURE-FOUND VALUE 'Y'.

      * Whether the figure on file at the run shows on the lines.
       01  VALUE-SEEN-SW PIC X VALUE 'N'.
           88 VALUE-SEEN VALUE 'Y'.
       01  VALUE-EDIT  PIC ZZZ,ZZZ,ZZ9.
       01  VALUE-PLAIN PIC Z(8)9.
       01  CORR-EDIT   PIC ZZZ,ZZZ,ZZ9.
       01  LEAD-SPACES PIC 9(2) COMP-4.
       01  TOKEN-LEN   PIC 9(2) COMP-4.
       01  NAME-TALLY  PIC 9(3) COMP-4.
       01  STATE-TALLY PIC 9(3) COMP-4.

      * The dimension's provenance and its registry identity.
       01  PROV-SW PIC X VALUE 'N'.
           88 PROV-FOUND VALUE 'Y'.
       01  REGISTRY-SW PIC X VALUE 'N'.
           88 REGISTRY-FOUND VALUE 'Y'.
       01  REGISTRY-ENTRY.
           05 RE-REC-COUNT   PIC 9(7).
           05 RE-BYTE-COUNT  PIC 9(9).
           05 RE-FIRST-ID    PIC X(8).
           05 RE-LAST-ID     PIC X(8).
           05 RE-FINGERPRINT PIC 9(9).

      * The source row - the <row> being read out of the archive
      * block, and the last one found carrying the record.
       01  ROW-BUFFER.
           05 RB-LINE OCCURS 40 TIMES PIC X(176).
       01  ROW-BUFFER-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  ROW-HAS-ID-SW PIC X VALUE 'N'.
           88 ROW-HAS-ID VALUE 'Y'.
       01  ROW-STATE PIC X(2) VALUE SPACES.

       01  SOURCE-ROW.
           05 SR-LINE OCCURS 40 TIMES PIC X(176).
       01  SOURCE-ROW-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  ROW-IDX PIC 9(2) COMP-4.

       01  BLOCK-SW PIC X VALUE 'N'.
           88 BLOCK-FOUND VALUE 'Y'.
       01  IN-BLOCK-SW PIC X VALUE 'N'.
           88 IN-WANTED-BLOCK VALUE 'Y'.

       01  ID-TAG PIC X(19) VALUE SPACES.
       01  UNSTRING-LEAD PIC X(176).
       01  UNSTRING-REST PIC X(176).

      * The gaps in the chain, printed last.
       01  GAP-TABLE.
           05 GAP-TEXT OCCURS 12 TIMES PIC X(100).
       01  GAP-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  GAP-IDX  PIC 9(2) COMP-4.
       01  NEW-GAP-TEXT PIC X(100) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  LNG-DISP-SEPARATOR PIC X(120) VALUE ALL '-'.

       01  LNG-SECTION-DISP-REC.
           05 FILLER         PIC X(8)  VALUE 'SECTION '.
           05 SH-DISP-NO     PIC 9.
           05 FILLER         PIC X(3)  VALUE ' - '.
           05 SH-DISP-TITLE  PIC X(60) VALUE SPACES.

       01  LNG-ASKED-DISP-REC.
           05 FILLER          PIC X(8)  VALUE 'FIGURE: '.
           05 AK-DISP-FIELD   PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE ' of record '.
           05 AK-DISP-KEY     PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE ' as printed'.
           05 FILLER          PIC X(4)  VALUE ' by '.
           05 AK-DISP-PGM     PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(5)  VALUE ' run '.
           05 AK-DISP-DATE    PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X     VALUE SPACE.
           05 AK-DISP-TIME    PIC 9(6)  VALUE ZERO.

       01  LNG-CAPTURE-DISP-REC.
           05 FILLER          PIC X(9)  VALUE 'Capture: '.
           05 CP-DISP-PGM     PIC X(8)  VALUE SPACES.
           05 FILLER          PIC X(7)  VALUE ' cycle '.
           05 CP-DISP-CYCLE   PIC 9(8)  VALUE ZERO.
           05 FILLER          PIC X(2)  VALUE ', '.
           05 CP-DISP-LINES   PIC ZZZ,ZZ9.
           05 FILLER          PIC X(21) VALUE ' line(s), parameters '.
           05 CP-DISP-PARAMS  PIC X(30) VALUE SPACES.

       01  LNG-PRINTED-DISP-REC.
           05 PL-DISP-SEQ     PIC ZZZZZ9.
           05 FILLER          PIC X(3)  VALUE ' | '.
           05 PL-DISP-LINE    PIC X(132) VALUE SPACES.

       01  LNG-VALUE-DISP-REC.
           05 VL-DISP-LABEL   PIC X(40) VALUE SPACES.
           05 VL-DISP-VALUE   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VL-DISP-NOTE    PIC X(60) VALUE SPACES.

       01  LNG-VINT-HEAD.
           05 FILLER PIC X(12) VALUE 'SNAPSHOT'.
           05 FILLER PIC X(12) VALUE 'DATE'.
           05 FILLER PIC X(13) VALUE '      VALUE'.
       01  LNG-VINT-DISP-REC.
           05 VG-DISP-SNAP    PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 VG-DISP-DATE    PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VG-DISP-VALUE   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VG-DISP-NOTE    PIC X(40) VALUE SPACES.

       01  LNG-CORR-HEAD.
           05 FILLER PIC X(10) VALUE 'AS-OF'.
           05 FILLER PIC X(13) VALUE '     BEFORE'.
           05 FILLER PIC X(13) VALUE '      AFTER'.
           05 FILLER PIC X(10) VALUE '  MAKER'.
           05 FILLER PIC X(10) VALUE 'CHECKER'.
           05 FILLER PIC X(14) VALUE 'CHANGE'.
       01  LNG-CORR-DISP-REC.
           05 CR-DISP-AS-OF   PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-BEFORE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-AFTER   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-MAKER   PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-CHECKER PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-CHANGE  PIC X(40).

       01  LNG-PROV-DISP-REC.
           05 FILLER          PIC X(11) VALUE 'Dimension '.
           05 PV-DISP-DIM     PIC X(9).
           05 FILLER          PIC X(19) VALUE ' last loaded from  '.
           05 PV-DISP-SOURCE  PIC X(16).
           05 FILLER          PIC X(4)  VALUE ' on '.
           05 PV-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(4)  VALUE ' by '.
           05 PV-DISP-PGM     PIC X(8).

       01  LNG-REG-DISP-REC.
           05 FILLER          PIC X(20) VALUE 'Registry identity:  '.
           05 RG-DISP-RECORDS PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(11) VALUE ' record(s) '.
           05 RG-DISP-BYTES   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(16) VALUE ' byte(s), ids '.
           05 RG-DISP-FIRST   PIC X(8).
           05 FILLER          PIC X(3)  VALUE ' - '.
           05 RG-DISP-LAST    PIC X(8).
           05 FILLER          PIC X(14) VALUE ', fingerprint '.
           05 RG-DISP-FPRINT  PIC 9(9).

       01  LNG-ROW-DISP-REC.
           05 FILLER          PIC X(4)  VALUE '  | '.
           05 RW-DISP-LINE    PIC X(150) VALUE SPACES.

       01  LNG-GAP-DISP-REC.
           05 FILLER          PIC X(4)  VALUE '*** '.
           05 GP-DISP-TEXT    PIC X(100) VALUE SPACES.

       01  LNG-NONE-DISP-REC.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 NN-DISP-TEXT    PIC X(80) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= request - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-PGM       PIC X(8).
              10 FILLER         PIC X.
              10 PARM-RUN-DATE  PIC X(8).
              10 FILLER         PIC X.
              10 PARM-RUN-TIME  PIC X(6).
              10 FILLER         PIC X.
              10 PARM-RECORD-ID PIC X(8).
              10 PARM-STATE     PIC X(2).
              10 FILLER         PIC X.
              10 PARM-FIELD     PIC X(30).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-CHECK-REQUEST
              THRU 1100-CHECK-REQUEST-END

           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-READ-CAPTURE
              THRU 2000-READ-CAPTURE-END

           IF NOT CAPTURE-FOUND THEN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2200-READ-CURRENT-RECORD
              THRU 2200-READ-CURRENT-RECORD-END
           PERFORM 2300-READ-VINTAGES
              THRU 2300-READ-VINTAGES-END
           PERFORM 2400-READ-HISTORY
              THRU 2400-READ-HISTORY-END
           PERFORM 2500-READ-CHANGES
              THRU 2500-READ-CHANGES-END
           PERFORM 2600-READ-PRINTED-LINES
              THRU 2600-READ-PRINTED-LINES-END
           PERFORM 2690-NOTE-SAME-DAY
              THRU 2690-NOTE-SAME-DAY-END
           PERFORM 2700-READ-PROVENANCE
              THRU 2700-READ-PROVENANCE-END
           PERFORM 2800-READ-REGISTRY
              THRU 2800-READ-REGISTRY-END
           PERFORM 2900-READ-ARCHIVE
              THRU 2900-READ-ARCHIVE-END

           PERFORM 3000-PRINT-LINEAGE

           IF GAP-USED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The PARM: the capture, the record key and a PAYLOAD field
      * this report knows the place of.
      ******************************************************************
       1100-CHECK-REQUEST.
           IF PARM-LEN < 37
              OR PARM-RUN-DATE IS NOT NUMERIC
              OR PARM-RUN-TIME IS NOT NUMERIC
              OR PARM-RECORD-ID IS NOT NUMERIC
              OR PARM-FIELD = SPACES THEN
              DISPLAY "Usage: PARM='pppppppp yyyymmdd hhmmss "
                 "MMDDYYYYSS FD-FIELD-NAME' - the capture, the "
                 "record key and the field to trace."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-REQUEST-END
           END-IF

           MOVE PARM-PGM TO REQ-PGM
           MOVE PARM-RUN-DATE TO REQ-RUN-DATE
           MOVE PARM-RUN-TIME TO REQ-RUN-TIME
           MOVE PARM-RECORD-ID TO REQ-RECORD-ID
           IF PARM-STATE = SPACES THEN
              MOVE 'US' TO REQ-STATE
           ELSE
              MOVE PARM-STATE TO REQ-STATE
           END-IF
           MOVE REQ-RECORD-ID (5:4) TO RM-YYYY
           MOVE REQ-RECORD-ID (1:2) TO RM-MM

           IF PARM-FIELD (1:3) = 'FD-' THEN
              MOVE PARM-FIELD TO REQ-FIELD
           ELSE
              STRING 'FD-' DELIMITED BY SIZE
                 PARM-FIELD DELIMITED BY SPACE
                 INTO REQ-FIELD
           END-IF

           MOVE ZERO TO FIELD-FOUND-AT
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                 UNTIL FIELD-IDX > 60 OR FIELD-FOUND-AT > ZERO
              IF LNG-FIELD-NAME (FIELD-IDX) = REQ-FIELD THEN
                 MOVE FIELD-IDX TO FIELD-FOUND-AT
              END-IF
           END-PERFORM

           IF FIELD-FOUND-AT = ZERO THEN
              DISPLAY "*** " REQ-FIELD " is not a PAYLOAD figure "
                 "this report can trace."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-REQUEST-END
           END-IF

           *> Its place in the 446-byte image, and the importer's
           *> dimension that writes it.
           EVALUATE TRUE
              WHEN FIELD-FOUND-AT <= 44
                 COMPUTE FIELD-OFFSET = 22 + (FIELD-FOUND-AT - 1) * 7
                 MOVE 7 TO FIELD-LENGTH
              WHEN FIELD-FOUND-AT = 45
                 MOVE 330 TO FIELD-OFFSET
                 MOVE 9 TO FIELD-LENGTH
              WHEN FIELD-FOUND-AT <= 47
                 COMPUTE FIELD-OFFSET = 339 + (FIELD-FOUND-AT - 46) * 7
                 MOVE 7 TO FIELD-LENGTH
              WHEN FIELD-FOUND-AT <= 49
                 COMPUTE FIELD-OFFSET = 356 + (FIELD-FOUND-AT - 48) * 7
                 MOVE 7 TO FIELD-LENGTH
              WHEN OTHER
                 COMPUTE FIELD-OFFSET = 370 + (FIELD-FOUND-AT - 50) * 7
                 MOVE 7 TO FIELD-LENGTH
           END-EVALUATE

           EVALUATE TRUE
              WHEN FIELD-FOUND-AT <= 9
                 MOVE 'AGE' TO FIELD-DIMENSION
              WHEN FIELD-FOUND-AT <= 14
                 MOVE 'GENDER' TO FIELD-DIMENSION
              WHEN FIELD-FOUND-AT <= 35
                 MOVE 'INDUSTRY' TO FIELD-DIMENSION
              WHEN FIELD-FOUND-AT <= 41
                 MOVE 'RACE' TO FIELD-DIMENSION
              WHEN FIELD-FOUND-AT <= 44
                 MOVE 'ETHNIC' TO FIELD-DIMENSION
              WHEN FIELD-FOUND-AT = 45
                 MOVE 'LABOR' TO FIELD-DIMENSION
              WHEN FIELD-FOUND-AT <= 49
                 MOVE 'CLAIMS' TO FIELD-DIMENSION
              WHEN OTHER
                 MOVE 'OCCUPATN' TO FIELD-DIMENSION
           END-EVALUATE
           .

       1100-CHECK-REQUEST-END.
           EXIT.
      ******************************************************************
      * The capture must be in the repository. The repository is
      * closed again before anything prints - UNEMPRNT captures this
      * listing into the same datasets.
      ******************************************************************
       2000-READ-CAPTURE.
           OPEN INPUT REPO-IDX

           IF NOT REPO-IDX-OK THEN
              DISPLAY "Repository index not available - STATUS "
                 REPO-IDX-STATUS
              GO TO 2000-READ-CAPTURE-END
           END-IF

           MOVE REQ-PGM TO RIX-PGM
           MOVE REQ-RUN-DATE TO RIX-RUN-DATE
           MOVE REQ-RUN-TIME TO RIX-RUN-TIME
           READ REPO-IDX
              INVALID KEY
                 DISPLAY "*** " REQ-PGM " run " REQ-RUN-DATE " "
                    REQ-RUN-TIME " is not in the repository."
              NOT INVALID KEY
                 SET CAPTURE-FOUND TO TRUE
           END-READ

           CLOSE REPO-IDX

           IF CAPTURE-FOUND AND RIX-CLAIM-LEVEL THEN
              MOVE SPACES TO AUDIT-REQUEST
              STRING "LINEAGE " RIX-PGM " " RIX-RUN-DATE " "
                 RIX-RUN-TIME " " REQ-RECORD-KEY
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING "UNEMLNGR" AUDIT-REQUEST
           END-IF
           .

       2000-READ-CAPTURE-END.
           EXIT.
      ******************************************************************
       2200-READ-CURRENT-RECORD.
           OPEN INPUT REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
              STRING "The UNEMPLRP dataset couldn't be read - the "
                 "value now is unknown."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2200-READ-CURRENT-RECORD-END
           END-IF

           MOVE REQ-RECORD-KEY TO FD-RECORD-KEY
           READ REPORT-OUT
              INVALID KEY
                 MOVE "The record is no longer on UNEMPLRP."
                    TO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
              NOT INVALID KEY
                 SET CURRENT-ON-FILE TO TRUE
                 MOVE REPORT-OUT-REC TO PICK-IMAGE
                 PERFORM 6000-PICK-VALUE
                 MOVE PICK-VALUE TO CURRENT-VALUE
                 MOVE FD-DATE TO RECORD-DATE
           END-READ

           CLOSE REPORT-OUT
           .

       2200-READ-CURRENT-RECORD-END.
           EXIT.
      ******************************************************************
      * The record's vintages - every close of its month - and the
      * one in force when the report ran: the latest snapshot taken
      * on or before the run date.
      ******************************************************************
       2300-READ-VINTAGES.
           OPEN INPUT VINT-FILE

           IF NOT VINT-FILE-OK THEN
              STRING "The vintages couldn't be read - STATUS "
                 VINT-FILE-STATUS
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2300-READ-VINTAGES-END
           END-IF

           MOVE REQ-MONTH TO VN-MONTH
           MOVE REQ-RECORD-KEY TO VN-RECORD-KEY
           MOVE ZERO TO VN-SNAP-DATE
           MOVE 'N' TO FILE-EOF-SW
           START VINT-FILE KEY IS >= VN-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ VINT-FILE NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF NOT VINT-FILE-OK
                    OR VN-MONTH NOT = REQ-MONTH
                    OR VN-RECORD-KEY NOT = REQ-RECORD-KEY THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    IF VINTAGE-USED < 60 THEN
                       ADD 1 TO VINTAGE-USED
                       MOVE VN-SNAP-DATE
                          TO VG-SNAP-DATE (VINTAGE-USED)
                       MOVE VN-PAYLOAD TO PICK-IMAGE
                       PERFORM 6000-PICK-VALUE
                       MOVE PICK-VALUE TO VG-VALUE (VINTAGE-USED)
                       MOVE VN-PAYLOAD (11:10)
                          TO VG-DATE (VINTAGE-USED)
                       IF VN-SNAP-DATE <= REQ-RUN-DATE THEN
                          MOVE VINTAGE-USED TO CLOSE-AT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE VINT-FILE

           EVALUATE TRUE
              WHEN VINTAGE-USED = ZERO
                 STRING "The record's month has no vintage - it was "
                    "never closed."
                    DELIMITED BY SIZE INTO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
              WHEN CLOSE-AT = ZERO
                 STRING "The report ran before the record's month was "
                    "first closed - it printed preliminary figures."
                    DELIMITED BY SIZE INTO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
              WHEN OTHER
                 MOVE VG-SNAP-DATE (CLOSE-AT) TO CLOSE-DATE
                 IF RECORD-DATE = SPACES THEN
                    MOVE VG-DATE (CLOSE-AT) TO RECORD-DATE
                 END-IF
           END-EVALUATE
           .

       2300-READ-VINTAGES-END.
           EXIT.
      ******************************************************************
      * The record's before-images, front to back. The figure on
      * file when the report ran is the before-image of the first
      * correction made after the run - or, with none since, the
      * record as it stands now.
      ******************************************************************
       2400-READ-HISTORY.
           OPEN INPUT HIST-OUT

           IF NOT HIST-OUT-OK THEN
              STRING "The correction history couldn't be read - "
                 "STATUS " HIST-OUT-STATUS
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2400-READ-HISTORY-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ HIST-OUT
                 AT END SET FILE-EOF TO TRUE
                 NOT AT END
                    IF HIST-BEFORE-IMAGE (1:10) = REQ-RECORD-KEY THEN
                       IF HISTORY-USED < 100 THEN
                          ADD 1 TO HISTORY-USED
                          MOVE HIST-AS-OF-DATE
                             TO HT-AS-OF-DATE (HISTORY-USED)
                          MOVE HIST-BEFORE-IMAGE TO PICK-IMAGE
                          PERFORM 6000-PICK-VALUE
                          MOVE PICK-VALUE TO HT-VALUE (HISTORY-USED)
                       ELSE
                          ADD 1 TO HISTORY-LOST
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HIST-OUT

           IF HISTORY-LOST > ZERO THEN
              STRING "More than 100 before-images for the record - "
                 "the latest corrections are not listed."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
           END-IF

           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                 UNTIL HISTORY-IDX > HISTORY-USED OR RUN-VALUE-KNOWN
              IF HT-AS-OF-DATE (HISTORY-IDX) > REQ-RUN-DATE THEN
                 MOVE HT-VALUE (HISTORY-IDX) TO RUN-VALUE
                 SET RUN-VALUE-KNOWN TO TRUE
              END-IF
           END-PERFORM

           IF NOT RUN-VALUE-KNOWN AND CURRENT-ON-FILE THEN
              MOVE CURRENT-VALUE TO RUN-VALUE
              SET RUN-VALUE-KNOWN TO TRUE
           END-IF

           *> A correction on the run date is either side of the run
           *> - the printed lines are asked which (2600).
           MOVE ZERO TO SAME-DAY-IMAGES
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                 UNTIL HISTORY-IDX > HISTORY-USED
              IF HT-AS-OF-DATE (HISTORY-IDX) = REQ-RUN-DATE THEN
                 IF SAME-DAY-IMAGES = ZERO THEN
                    MOVE HT-VALUE (HISTORY-IDX) TO SAME-DAY-VALUE
                 END-IF
                 ADD 1 TO SAME-DAY-IMAGES
              END-IF
           END-PERFORM

           IF SAME-DAY-IMAGES > ZERO AND RUN-VALUE-KNOWN
              AND SAME-DAY-VALUE NOT = RUN-VALUE THEN
              SET SAME-DAY-OPEN TO TRUE
           END-IF
           .

       2400-READ-HISTORY-END.
           EXIT.
      ******************************************************************
      * The record's staged changes - add/replace and delete - from
      * the maker-checker register.
      ******************************************************************
       2500-READ-CHANGES.
           OPEN INPUT PEND-FILE

           IF NOT PEND-FILE-OK THEN
              STRING "The pending-changes register couldn't be read - "
                 "makers and checkers unknown."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2500-READ-CHANGES-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ PEND-FILE NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF NOT PEND-FILE-OK THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    IF (PC-ACTION-ADD-UPD OR PC-ACTION-DELETE)
                       AND PC-APPLIED
                       AND PC-PAYLOAD (1:10) = REQ-RECORD-KEY
                       AND CHANGE-USED < 100 THEN
                       ADD 1 TO CHANGE-USED
                       MOVE PC-BATCH-ID TO CG-BATCH-ID (CHANGE-USED)
                       MOVE PC-SEQ TO CG-SEQ (CHANGE-USED)
                       MOVE PC-MAKER TO CG-MAKER (CHANGE-USED)
                       MOVE PC-APPROVER TO CG-APPROVER (CHANGE-USED)
                       MOVE PC-STAGED-DATE
                          TO CG-STAGED-DATE (CHANGE-USED)
                       MOVE 'N' TO CG-USED-SW (CHANGE-USED)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE PEND-FILE
           .

       2500-READ-CHANGES-END.
           EXIT.
      ******************************************************************
      * The capture's lines that carry the record - its record-id,
      * or its date - and, for a state record, its state code.
      ******************************************************************
       2600-READ-PRINTED-LINES.
           OPEN INPUT REPO-DAT

           IF NOT REPO-DAT-OK THEN
              STRING "The repository data couldn't be read - what was "
                 "printed is unknown."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2600-READ-PRINTED-LINES-END
           END-IF

           MOVE REQ-PGM TO RDT-PGM
           MOVE REQ-RUN-DATE TO RDT-RUN-DATE
           MOVE REQ-RUN-TIME TO RDT-RUN-TIME
           MOVE ZERO TO RDT-LINE-SEQ
           MOVE 'N' TO FILE-EOF-SW
           START REPO-DAT KEY IS >= RDT-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ REPO-DAT NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF NOT REPO-DAT-OK
                    OR RDT-PGM NOT = REQ-PGM
                    OR RDT-RUN-DATE NOT = REQ-RUN-DATE
                    OR RDT-RUN-TIME NOT = REQ-RUN-TIME THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    ADD 1 TO CAPTURE-LINES
                    PERFORM 2650-MATCH-PRINTED-LINE
                       THRU 2650-MATCH-PRINTED-LINE-END
                 END-IF
              END-IF
           END-PERFORM

           CLOSE REPO-DAT

           IF PRINTED-USED = ZERO THEN
              MOVE "No line of the capture carries the record."
                 TO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2600-READ-PRINTED-LINES-END
           END-IF

           *> Does the figure on file at the run show on them -
           *> edited with commas, or plain?
           IF RUN-VALUE-KNOWN THEN
              MOVE RUN-VALUE TO SEEK-VALUE
              PERFORM 2660-SEEK-FIGURE

              *> Corrected on the run date: the lines carrying the
              *> figure from before the correction, and not the one
              *> after it, put the run first.
              IF SAME-DAY-OPEN THEN
                 IF VALUE-SEEN THEN
                    SET SAME-DAY-SETTLED TO TRUE
                 ELSE
                    MOVE SAME-DAY-VALUE TO SEEK-VALUE
                    PERFORM 2660-SEEK-FIGURE
                    IF VALUE-SEEN THEN
                       MOVE SAME-DAY-VALUE TO RUN-VALUE
                       SET SAME-DAY-SETTLED TO TRUE
                    END-IF
                 END-IF
              END-IF

              IF NOT VALUE-SEEN AND NOT SAME-DAY-OPEN THEN
                 STRING "The figure on file when the report ran does "
                    "not show on the lines carrying the record."
                    DELIMITED BY SIZE INTO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
              END-IF
           END-IF
           .

       2600-READ-PRINTED-LINES-END.
           EXIT.
      ******************************************************************
      * Is SEEK-VALUE on any of the printed lines - edited with
      * commas, or plain? VALUE-SEEN says.
      ******************************************************************
       2660-SEEK-FIGURE.
           MOVE 'N' TO VALUE-SEEN-SW

           MOVE SEEK-VALUE TO VALUE-EDIT
           MOVE ZERO TO LEAD-SPACES
           INSPECT VALUE-EDIT TALLYING LEAD-SPACES
              FOR LEADING SPACES
           COMPUTE TOKEN-LEN = 11 - LEAD-SPACES
           PERFORM VARYING PRINTED-IDX FROM 1 BY 1
                 UNTIL PRINTED-IDX > PRINTED-USED
              MOVE ZERO TO NAME-TALLY
              INSPECT PL-LINE (PRINTED-IDX) TALLYING NAME-TALLY
                 FOR ALL VALUE-EDIT (LEAD-SPACES + 1:TOKEN-LEN)
              IF NAME-TALLY > ZERO THEN
                 SET VALUE-SEEN TO TRUE
              END-IF
           END-PERFORM

           MOVE SEEK-VALUE TO VALUE-PLAIN
           MOVE ZERO TO LEAD-SPACES
           INSPECT VALUE-PLAIN TALLYING LEAD-SPACES
              FOR LEADING SPACES
           COMPUTE TOKEN-LEN = 9 - LEAD-SPACES
           PERFORM VARYING PRINTED-IDX FROM 1 BY 1
                 UNTIL PRINTED-IDX > PRINTED-USED
              MOVE ZERO TO NAME-TALLY
              INSPECT PL-LINE (PRINTED-IDX) TALLYING NAME-TALLY
                 FOR ALL VALUE-PLAIN (LEAD-SPACES + 1:TOKEN-LEN)
              IF NAME-TALLY > ZERO THEN
                 SET VALUE-SEEN TO TRUE
              END-IF
           END-PERFORM
           .

       2660-SEEK-FIGURE-END.
           EXIT.
      ******************************************************************
      * A correction on the run date the printed lines couldn't
      * place - both figures go in the gaps.
      ******************************************************************
       2690-NOTE-SAME-DAY.
           IF NOT SAME-DAY-OPEN THEN
              GO TO 2690-NOTE-SAME-DAY-END
           END-IF

           MOVE RUN-VALUE TO VALUE-EDIT
           MOVE SAME-DAY-VALUE TO CORR-EDIT
           STRING "Same-day correction, no time kept - run saw"
              VALUE-EDIT " if it came first, else" CORR-EDIT
              DELIMITED BY SIZE INTO NEW-GAP-TEXT
           PERFORM 8000-ADD-GAP
           .

       2690-NOTE-SAME-DAY-END.
           EXIT.
      ******************************************************************
       2650-MATCH-PRINTED-LINE.
           MOVE ZERO TO NAME-TALLY
           INSPECT RDT-LINE TALLYING NAME-TALLY
              FOR ALL REQ-RECORD-ID
           IF RECORD-DATE NOT = SPACES THEN
              INSPECT RDT-LINE TALLYING NAME-TALLY
                 FOR ALL RECORD-DATE
           END-IF

           IF NAME-TALLY = ZERO THEN
              GO TO 2650-MATCH-PRINTED-LINE-END
           END-IF

           IF REQ-STATE NOT = 'US' THEN
              MOVE ZERO TO STATE-TALLY
              INSPECT RDT-LINE TALLYING STATE-TALLY
                 FOR ALL REQ-STATE
              IF STATE-TALLY = ZERO THEN
                 GO TO 2650-MATCH-PRINTED-LINE-END
              END-IF
           END-IF

           IF PRINTED-USED < 30 THEN
              ADD 1 TO PRINTED-USED
              MOVE RDT-LINE-SEQ TO PL-LINE-SEQ (PRINTED-USED)
              MOVE RDT-LINE TO PL-LINE (PRINTED-USED)
           ELSE
              ADD 1 TO PRINTED-MORE
           END-IF
           .

       2650-MATCH-PRINTED-LINE-END.
           EXIT.
      ******************************************************************
      * The source file the field's dimension was last loaded from.
      ******************************************************************
       2700-READ-PROVENANCE.
           OPEN INPUT PROV-FILE

           IF NOT PROV-FILE-OK THEN
              STRING "The provenance dataset couldn't be read - the "
                 "source file is unknown."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2700-READ-PROVENANCE-END
           END-IF

           MOVE REQ-RECORD-KEY TO PV-RECORD-KEY
           MOVE FIELD-DIMENSION TO PV-DIMENSION
           READ PROV-FILE
              INVALID KEY
                 MOVE SPACES TO NEW-GAP-TEXT
                 STRING "No provenance stamp for the record's "
                    FIELD-DIMENSION " dimension."
                    DELIMITED BY SIZE INTO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
              NOT INVALID KEY
                 SET PROV-FOUND TO TRUE
           END-READ

           CLOSE PROV-FILE
           .

       2700-READ-PROVENANCE-END.
           EXIT.
      ******************************************************************
      * The file's load-registry identity - registered under its
      * name and the day it was loaded, the last entry winning.
      ******************************************************************
       2800-READ-REGISTRY.
           IF NOT PROV-FOUND THEN
              GO TO 2800-READ-REGISTRY-END
           END-IF

           OPEN INPUT LOAD-REG

           IF NOT LOAD-REG-OK THEN
              STRING "The load registry couldn't be read - the file's "
                 "identity is unknown."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2800-READ-REGISTRY-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ LOAD-REG
                 AT END SET FILE-EOF TO TRUE
                 NOT AT END
                    IF LR-SOURCE-NAME = PV-SOURCE
                       AND LR-LOAD-DATE = PV-RUN-DATE THEN
                       SET REGISTRY-FOUND TO TRUE
                       MOVE LR-REC-COUNT TO RE-REC-COUNT
                       MOVE LR-BYTE-COUNT TO RE-BYTE-COUNT
                       MOVE LR-FIRST-ID TO RE-FIRST-ID
                       MOVE LR-LAST-ID TO RE-LAST-ID
                       MOVE LR-FINGERPRINT TO RE-FINGERPRINT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE LOAD-REG

           IF NOT REGISTRY-FOUND THEN
              MOVE SPACES TO NEW-GAP-TEXT
              STRING PV-SOURCE " loaded " PV-RUN-DATE
                 " is not on the load registry."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
           END-IF
           .

       2800-READ-REGISTRY-END.
           EXIT.
      ******************************************************************
      * The record's <row> in the archived copy of that file - the
      * block archived under the same name and day, the later copy
      * winning as it does for UNEMSRCR. The row carries the record
      * when it holds its record_id, and its state ('US' when the
      * row names none).
      ******************************************************************
       2900-READ-ARCHIVE.
           IF NOT PROV-FOUND THEN
              GO TO 2900-READ-ARCHIVE-END
           END-IF

           OPEN INPUT SRC-ARCH

           IF NOT SRC-ARCH-OK THEN
              STRING "The content archive couldn't be read - the "
                 "source row is unknown."
                 DELIMITED BY SIZE INTO NEW-GAP-TEXT
              PERFORM 8000-ADD-GAP
              GO TO 2900-READ-ARCHIVE-END
           END-IF

           MOVE SPACES TO ID-TAG
           STRING "<record_id>" REQ-RECORD-ID
              DELIMITED BY SIZE INTO ID-TAG

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ SRC-ARCH
                 AT END SET FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM 2950-HANDLE-ARCHIVE-RECORD
                       THRU 2950-HANDLE-ARCHIVE-RECORD-END
              END-READ
           END-PERFORM

           CLOSE SRC-ARCH

           EVALUATE TRUE
              WHEN NOT BLOCK-FOUND
                 MOVE SPACES TO NEW-GAP-TEXT
                 STRING PV-SOURCE " loaded " PV-RUN-DATE
                    " is not in the content archive."
                    DELIMITED BY SIZE INTO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
              WHEN SOURCE-ROW-USED = ZERO
                 MOVE SPACES TO NEW-GAP-TEXT
                 STRING "The archived " PV-SOURCE
                    " has no row for the record."
                    DELIMITED BY SIZE INTO NEW-GAP-TEXT
                 PERFORM 8000-ADD-GAP
           END-EVALUATE
           .

       2900-READ-ARCHIVE-END.
           EXIT.
      ******************************************************************
       2950-HANDLE-ARCHIVE-RECORD.
           IF AR-SOURCE NOT = PV-SOURCE
              OR AR-DATE NOT = PV-RUN-DATE THEN
              MOVE 'N' TO IN-BLOCK-SW
              GO TO 2950-HANDLE-ARCHIVE-RECORD-END
           END-IF

           EVALUATE TRUE
              WHEN AR-HEADER
                 *> A later copy replaces what an earlier one found.
                 SET BLOCK-FOUND TO TRUE
                 SET IN-WANTED-BLOCK TO TRUE
                 MOVE ZERO TO SOURCE-ROW-USED
                 MOVE ZERO TO ROW-BUFFER-USED
              WHEN AR-TRAILER
                 MOVE 'N' TO IN-BLOCK-SW
              WHEN AR-DETAIL AND IN-WANTED-BLOCK
                 PERFORM 2960-FOLLOW-ROW
           END-EVALUATE
           .

       2950-HANDLE-ARCHIVE-RECORD-END.
           EXIT.
      ******************************************************************
       2960-FOLLOW-ROW.
           MOVE ZERO TO NAME-TALLY
           INSPECT AR-LINE TALLYING NAME-TALLY FOR ALL "<row>"
           IF NAME-TALLY > ZERO THEN
              MOVE ZERO TO ROW-BUFFER-USED
              MOVE 'N' TO ROW-HAS-ID-SW
              MOVE SPACES TO ROW-STATE
           END-IF

           IF ROW-BUFFER-USED < 40 THEN
              ADD 1 TO ROW-BUFFER-USED
              MOVE AR-LINE TO RB-LINE (ROW-BUFFER-USED)
           END-IF

           MOVE ZERO TO NAME-TALLY
           INSPECT AR-LINE TALLYING NAME-TALLY FOR ALL ID-TAG
           IF NAME-TALLY > ZERO THEN
              SET ROW-HAS-ID TO TRUE
           END-IF

           MOVE ZERO TO STATE-TALLY
           INSPECT AR-LINE TALLYING STATE-TALLY FOR ALL "<state>"
           IF STATE-TALLY > ZERO THEN
              MOVE SPACES TO UNSTRING-LEAD
              MOVE SPACES TO UNSTRING-REST
              UNSTRING AR-LINE DELIMITED BY "<state>"
                 INTO UNSTRING-LEAD UNSTRING-REST
              END-UNSTRING
              MOVE UNSTRING-REST (1:2) TO ROW-STATE
           END-IF

           MOVE ZERO TO NAME-TALLY
           INSPECT AR-LINE TALLYING NAME-TALLY FOR ALL "</row>"
           IF NAME-TALLY > ZERO THEN
              IF ROW-HAS-ID
                 AND (ROW-STATE = REQ-STATE
                    OR (ROW-STATE = SPACES AND REQ-STATE = 'US'))
                 THEN
                 MOVE ROW-BUFFER TO SOURCE-ROW
                 MOVE ROW-BUFFER-USED TO SOURCE-ROW-USED
              END-IF
              MOVE ZERO TO ROW-BUFFER-USED
              MOVE 'N' TO ROW-HAS-ID-SW
              MOVE SPACES TO ROW-STATE
           END-IF
           .

       2960-FOLLOW-ROW-END.
           EXIT.
      ******************************************************************
      * The listing - the six sections, in chain order.
      ******************************************************************
       3000-PRINT-LINEAGE.
           MOVE "PUBLISHED-FIGURE LINEAGE (UNEMLNGR)" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMLNGR" PRNT-TEXT
           IF RIX-CLAIM-LEVEL THEN
              MOVE SPACES TO PRNT-TEXT
              CALL "UNEMPRNT" USING "CLAIM" "UNEMLNGR" PRNT-TEXT
           END-IF

           MOVE REQ-FIELD TO AK-DISP-FIELD
           MOVE REQ-RECORD-KEY TO AK-DISP-KEY
           MOVE REQ-PGM TO AK-DISP-PGM
           MOVE REQ-RUN-DATE TO AK-DISP-DATE
           MOVE REQ-RUN-TIME TO AK-DISP-TIME
           MOVE LNG-ASKED-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           MOVE LNG-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT

           PERFORM 3100-PRINT-PRINTED
           PERFORM 3200-PRINT-VINTAGES THRU 3200-PRINT-VINTAGES-END
           PERFORM 3300-PRINT-CORRECTIONS
           PERFORM 3400-PRINT-SOURCE-FILE
              THRU 3400-PRINT-SOURCE-FILE-END
           PERFORM 3500-PRINT-SOURCE-ROW THRU 3500-PRINT-SOURCE-ROW-END
           PERFORM 3600-PRINT-GAPS

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMLNGR" PRNT-TEXT
           .

       3000-PRINT-LINEAGE-END.
           EXIT.
      ******************************************************************
       3100-PRINT-PRINTED.
           MOVE 1 TO SH-DISP-NO
           MOVE "WHAT WAS PRINTED (REPORT REPOSITORY)" TO SH-DISP-TITLE
           PERFORM 7000-PRINT-SECTION-HEAD

           MOVE RIX-PGM TO CP-DISP-PGM
           MOVE RIX-CYCLE-DATE TO CP-DISP-CYCLE
           MOVE CAPTURE-LINES TO CP-DISP-LINES
           MOVE RIX-PARAMS TO CP-DISP-PARAMS
           MOVE LNG-CAPTURE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT

           PERFORM VARYING PRINTED-IDX FROM 1 BY 1
                 UNTIL PRINTED-IDX > PRINTED-USED
              MOVE PL-LINE-SEQ (PRINTED-IDX) TO PL-DISP-SEQ
              MOVE PL-LINE (PRINTED-IDX) TO PL-DISP-LINE
              MOVE LNG-PRINTED-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-PERFORM

           IF PRINTED-MORE > ZERO THEN
              MOVE SPACES TO NN-DISP-TEXT
              MOVE PRINTED-MORE TO MORE-DISP
              STRING "... and " MORE-DISP " more line(s)"
                 DELIMITED BY SIZE INTO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-IF

           IF RUN-VALUE-KNOWN THEN
              MOVE "On file when the report ran:" TO VL-DISP-LABEL
              MOVE RUN-VALUE TO VL-DISP-VALUE
              EVALUATE TRUE
                 WHEN PRINTED-USED = ZERO
                    MOVE SPACES TO VL-DISP-NOTE
                 WHEN VALUE-SEEN
                    MOVE "shows on the printed lines" TO VL-DISP-NOTE
                 WHEN OTHER
                    MOVE "*** NOT on the printed lines"
                       TO VL-DISP-NOTE
              END-EVALUATE
              MOVE LNG-VALUE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-IF
           .

       3100-PRINT-PRINTED-END.
           EXIT.
      ******************************************************************
       3200-PRINT-VINTAGES.
           MOVE 2 TO SH-DISP-NO
           MOVE "THE VINTAGES OF THE RECORD'S MONTH (UNEMVINT)"
              TO SH-DISP-TITLE
           PERFORM 7000-PRINT-SECTION-HEAD

           IF VINTAGE-USED = ZERO THEN
              MOVE "none - the month was never closed" TO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
              GO TO 3200-PRINT-VINTAGES-END
           END-IF

           MOVE LNG-VINT-HEAD TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT

           PERFORM VARYING VINTAGE-IDX FROM 1 BY 1
                 UNTIL VINTAGE-IDX > VINTAGE-USED
              MOVE VG-SNAP-DATE (VINTAGE-IDX) TO VG-DISP-SNAP
              MOVE VG-DATE (VINTAGE-IDX) TO VG-DISP-DATE
              MOVE VG-VALUE (VINTAGE-IDX) TO VG-DISP-VALUE
              EVALUATE TRUE
                 WHEN VINTAGE-IDX = CLOSE-AT
                    MOVE "<- the close the report printed from"
                       TO VG-DISP-NOTE
                 WHEN VINTAGE-IDX = 1
                    MOVE "first print" TO VG-DISP-NOTE
                 WHEN OTHER
                    MOVE SPACES TO VG-DISP-NOTE
              END-EVALUATE
              MOVE LNG-VINT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-PERFORM
           .

       3200-PRINT-VINTAGES-END.
           EXIT.
      ******************************************************************
      * Every correction since the close the report printed from
      * (since the run, when it printed before any close). The
      * value after a correction is the next before-image, or the
      * record now; its maker and checker are those of the latest
      * applied UNEMPEND change staged on or before its as-of date
      * and not already claimed by an earlier correction.
      ******************************************************************
       3300-PRINT-CORRECTIONS.
           MOVE 3 TO SH-DISP-NO
           MOVE "CORRECTIONS SINCE, WITH MAKER AND CHECKER (UNEMHIST)"
              TO SH-DISP-TITLE
           PERFORM 7000-PRINT-SECTION-HEAD

           IF CLOSE-AT = ZERO THEN
              MOVE REQ-RUN-DATE TO CLOSE-DATE
           END-IF

           MOVE LNG-CORR-HEAD TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT

           MOVE ZERO TO NAME-TALLY
           PERFORM VARYING HISTORY-IDX FROM 1 BY 1
                 UNTIL HISTORY-IDX > HISTORY-USED
              IF HT-AS-OF-DATE (HISTORY-IDX) > CLOSE-DATE THEN
                 ADD 1 TO NAME-TALLY
                 PERFORM 3350-PRINT-ONE-CORRECTION
              END-IF
           END-PERFORM

           IF NAME-TALLY = ZERO THEN
              MOVE "none" TO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-IF

           MOVE "On file now:" TO VL-DISP-LABEL
           IF CURRENT-ON-FILE THEN
              MOVE CURRENT-VALUE TO VL-DISP-VALUE
              MOVE SPACES TO VL-DISP-NOTE
           ELSE
              MOVE ZERO TO VL-DISP-VALUE
              MOVE "*** the record is no longer on file"
                 TO VL-DISP-NOTE
           END-IF
           MOVE LNG-VALUE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           .

       3300-PRINT-CORRECTIONS-END.
           EXIT.
      ******************************************************************
       3350-PRINT-ONE-CORRECTION.
           MOVE HT-AS-OF-DATE (HISTORY-IDX) TO CR-DISP-AS-OF
           MOVE HT-VALUE (HISTORY-IDX) TO CR-DISP-BEFORE
           IF HISTORY-IDX < HISTORY-USED THEN
              MOVE HT-VALUE (HISTORY-IDX + 1) TO CR-DISP-AFTER
           ELSE
              MOVE CURRENT-VALUE TO CR-DISP-AFTER
           END-IF

           MOVE ZERO TO CHANGE-AT
           PERFORM VARYING CHANGE-IDX FROM 1 BY 1
                 UNTIL CHANGE-IDX > CHANGE-USED
              IF NOT CG-USED (CHANGE-IDX)
                 AND CG-STAGED-DATE (CHANGE-IDX)
                    <= HT-AS-OF-DATE (HISTORY-IDX) THEN
                 IF CHANGE-AT = ZERO THEN
                    MOVE CHANGE-IDX TO CHANGE-AT
                 ELSE
                    IF CG-STAGED-DATE (CHANGE-IDX)
                          > CG-STAGED-DATE (CHANGE-AT) THEN
                       MOVE CHANGE-IDX TO CHANGE-AT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF CHANGE-AT = ZERO THEN
              MOVE "-" TO CR-DISP-MAKER
              MOVE "-" TO CR-DISP-CHECKER
              MOVE SPACES TO CR-DISP-CHANGE
              IF PROV-FOUND THEN
                 STRING "re-import by " PV-IMPORTER
                    DELIMITED BY SIZE INTO CR-DISP-CHANGE
              ELSE
                 MOVE "re-import" TO CR-DISP-CHANGE
              END-IF
           ELSE
              SET CG-USED (CHANGE-AT) TO TRUE
              MOVE CG-MAKER (CHANGE-AT) TO CR-DISP-MAKER
              MOVE CG-APPROVER (CHANGE-AT) TO CR-DISP-CHECKER
              MOVE SPACES TO CR-DISP-CHANGE
              STRING "batch " CG-BATCH-ID (CHANGE-AT) " seq "
                 CG-SEQ (CHANGE-AT) " staged "
                 CG-STAGED-DATE (CHANGE-AT)
                 DELIMITED BY SIZE INTO CR-DISP-CHANGE
           END-IF

           MOVE LNG-CORR-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           .

       3350-PRINT-ONE-CORRECTION-END.
           EXIT.
      ******************************************************************
       3400-PRINT-SOURCE-FILE.
           MOVE 4 TO SH-DISP-NO
           MOVE "THE SOURCE FILE (UNEMPROV AND THE LOAD REGISTRY)"
              TO SH-DISP-TITLE
           PERFORM 7000-PRINT-SECTION-HEAD

           IF NOT PROV-FOUND THEN
              MOVE "no provenance stamp" TO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
              GO TO 3400-PRINT-SOURCE-FILE-END
           END-IF

           MOVE PV-DIMENSION TO PV-DISP-DIM
           MOVE PV-SOURCE TO PV-DISP-SOURCE
           MOVE PV-RUN-DATE TO PV-DISP-DATE
           MOVE PV-IMPORTER TO PV-DISP-PGM
           MOVE LNG-PROV-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT

           IF REGISTRY-FOUND THEN
              MOVE RE-REC-COUNT TO RG-DISP-RECORDS
              MOVE RE-BYTE-COUNT TO RG-DISP-BYTES
              MOVE RE-FIRST-ID TO RG-DISP-FIRST
              MOVE RE-LAST-ID TO RG-DISP-LAST
              MOVE RE-FINGERPRINT TO RG-DISP-FPRINT
              MOVE LNG-REG-DISP-REC TO PRNT-TEXT
           ELSE
              MOVE "not on the load registry" TO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
           END-IF
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           .

       3400-PRINT-SOURCE-FILE-END.
           EXIT.
      ******************************************************************
       3500-PRINT-SOURCE-ROW.
           MOVE 5 TO SH-DISP-NO
           MOVE "THE SOURCE ROW AS CONSUMED (CONTENT ARCHIVE)"
              TO SH-DISP-TITLE
           PERFORM 7000-PRINT-SECTION-HEAD

           IF SOURCE-ROW-USED = ZERO THEN
              MOVE "not found" TO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
              GO TO 3500-PRINT-SOURCE-ROW-END
           END-IF

           PERFORM VARYING ROW-IDX FROM 1 BY 1
                 UNTIL ROW-IDX > SOURCE-ROW-USED
              MOVE SR-LINE (ROW-IDX) TO RW-DISP-LINE
              MOVE LNG-ROW-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-PERFORM
           .

       3500-PRINT-SOURCE-ROW-END.
           EXIT.
      ******************************************************************
       3600-PRINT-GAPS.
           MOVE 6 TO SH-DISP-NO
           MOVE "GAPS IN THE CHAIN" TO SH-DISP-TITLE
           PERFORM 7000-PRINT-SECTION-HEAD

           IF GAP-USED = ZERO THEN
              MOVE "none - the whole chain was followed"
                 TO NN-DISP-TEXT
              MOVE LNG-NONE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-IF

           PERFORM VARYING GAP-IDX FROM 1 BY 1
                 UNTIL GAP-IDX > GAP-USED
              MOVE GAP-TEXT (GAP-IDX) TO GP-DISP-TEXT
              MOVE LNG-GAP-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           END-PERFORM
           .

       3600-PRINT-GAPS-END.
           EXIT.
      ******************************************************************
      * The field asked about, out of the image in PICK-IMAGE, into
      * PICK-VALUE - zero when the bytes there aren't numeric.
      ******************************************************************
       6000-PICK-VALUE.
           MOVE ZEROS TO PICK-DIGITS
           MOVE PICK-IMAGE (FIELD-OFFSET:FIELD-LENGTH)
              TO PICK-DIGITS (10 - FIELD-LENGTH:FIELD-LENGTH)
           IF PICK-DIGITS IS NUMERIC THEN
              MOVE PICK-NUMBER TO PICK-VALUE
           ELSE
              MOVE ZERO TO PICK-VALUE
           END-IF
           .

       6000-PICK-VALUE-END.
           EXIT.
      ******************************************************************
       7000-PRINT-SECTION-HEAD.
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           MOVE LNG-SECTION-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           MOVE LNG-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMLNGR" PRNT-TEXT
           .

       7000-PRINT-SECTION-HEAD-END.
           EXIT.
      ******************************************************************
       8000-ADD-GAP.
           IF GAP-USED < 12 THEN
              ADD 1 TO GAP-USED
              MOVE NEW-GAP-TEXT TO GAP-TEXT (GAP-USED)
           END-IF
           MOVE SPACES TO NEW-GAP-TEXT
           .

       8000-ADD-GAP-END.
           EXIT.

       END PROGRAM UNEMLNGR.
