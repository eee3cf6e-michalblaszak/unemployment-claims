      ******************************************************************
      * Audit evidence package for one reporting period.
      ******************************************************************
      * Each year the state auditors pick a few months and ask to see
      * everything that happened to them, and answering meant running
      * UNEMHAUD, UNEMRHRP, UNEMACCR and a handful of listings one by
      * one and collating the printouts by hand. This report gathers
      * the period's evidence from the datasets that hold it into one
      * publication, captured in the report repository (UNEMPRNT /
      * UNEMREPO) under the period's title, so the package handed to
      * the auditors can be reprinted exactly as handed over:
      *     1  the import runs dated in the period (run history)
      *     2  the source files registered for it (load registry -
      *        loaded in the period, or carrying its record-ids),
      *        with their registry identities
      *     3  the corrections to the period's records, with maker
      *        and checker (UNEMPEND)
      *     4  the before-images of the period's records on UNEMHIST,
      *        by as-of date
      *     5  the backouts - of a run dated in the period, or run
      *        in it (the UNEMBKOT entries on the access trail)
      *     6  the certification results (UNEMCERT)
      *     7  the month-end close (the UNEMCLOS month-close log)
      *     8  the release sign-off (the release register)
      *     9  who retrieved claim-level detail - in the period, or
      *        naming it (the ACCAUD access trail entries of the
      *        programs that read or print claim-level data; the
      *        workbench, approval, correction and authorization
      *        entries are not retrievals and are left out)
      *    10  the exceptions - anything missing or unapproved
      * A table of contents, with each section's entry count, leads
      * the package. Everything is read twice - once to count and
      * to find the exceptions, once to print - so the contents and
      * the exceptions are known before the first section prints.
      * PARM='yyyy-mm' names the period.
      * RC=0 no exceptions, RC=4 exceptions listed (or a dataset
      * couldn't be read - listed as an exception too), RC=8 bad
      * PARM.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  Section 9 takes only the access-trail
      *                    entries of the programs that retrieve
      *                    claim-level data; the outbound producers'
      *                    run-history rows (RH-ROW-KIND 'X') are left
      *                    out of section 1.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMEVID.
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
           *> The import run history
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

           *> The source-file load registry
           SELECT LOAD-REG ASSIGN TO LOADREGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LOAD-REG-STATUS.

           *> The maker-checker pending-changes register
           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS PEND-FILE-STATUS.

           *> The correction history
           SELECT HIST-OUT ASSIGN TO HISTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           *> The certification statuses
           SELECT CERT-FILE ASSIGN TO CERTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CERT-KEY
           FILE STATUS IS CERT-FILE-STATUS.

           *> The month-close log
           SELECT MONTH-CLOSE ASSIGN TO MONCLSDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MONTH-CLOSE-STATUS.

           *> The release register
           SELECT RELREG-FILE ASSIGN TO RELREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-PERIOD
           FILE STATUS IS RELREG-STATUS.

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
      *    FD  RUN-HIST
      *    01  RUN-HIST-REC.
       COPY RUNHREC.

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

      * Provides:
      *    FD  PEND-FILE
      *    01  PEND-REC.
       COPY PENDREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

      * Provides:
      *    FD  CERT-FILE
      *    01  CERT-REC.
       COPY CERTREC.

       FD  MONTH-CLOSE
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F.
       01  MONTH-CLOSE-REC.
           05 MC-MONTH      PIC X(7).
           05 MC-CLOSE-DATE PIC 9(8).
           05 MC-RECORDS    PIC 9(5).
           05 FILLER        PIC X(20).

      * Provides:
      *    FD  RELREG-FILE
      *    01  RELREG-REC.
       COPY RELREC.

       FD  ACCESS-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ACCESS-HIST-REC.
           05 AH-DATE    PIC 9(8).
           05 AH-TIME    PIC 9(6).
           05 AH-USER    PIC X(8).
           05 AH-PGM     PIC X(8).
              *> The programs whose trail entries are retrievals of
              *> claim-level data.
              88 AH-CLAIM-DETAIL-PGM VALUE 'UNEMCLDD' 'UNEMCLIQ'
                 'UNEMCLAG' 'UNEMDSTR' 'UNEMDSEX' 'UNEMNHMT'
                 'UNEMCHRG' 'UNEMLNGR' 'UNEMRCMP' 'UNEMRPRT'
                 'UNEMRPBR' 'UNEMMASK'.
           05 AH-REQUEST PIC X(60).
           05 FILLER     PIC X(10).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-EOF VALUE "10".

       01  LOAD-REG-STATUS PIC XX.
           88 LOAD-REG-OK VALUE "00".
           88 LOAD-REG-EOF VALUE "10".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

       01  HIST-STATUS PIC XX.
           88 HIST-OK VALUE "00".
           88 HIST-EOF VALUE "10".

       01  CERT-FILE-STATUS PIC XX.
           88 CERT-FILE-OK VALUE "00".
           88 CERT-FILE-EOF VALUE "10".

       01  MONTH-CLOSE-STATUS PIC XX.
           88 MONTH-CLOSE-OK VALUE "00".
           88 MONTH-CLOSE-EOF VALUE "10".

       01  RELREG-STATUS PIC XX.
           88 RELREG-OK VALUE "00".
           88 RELREG-EOF VALUE "10".
           88 RELREG-NOT-FOUND VALUE "23".

       01  ACCESS-HIST-STATUS PIC XX.
           88 ACCESS-HIST-OK VALUE "00".
           88 ACCESS-HIST-EOF VALUE "10".

      * The period - as named ('yyyy-mm') and as yyyymm, for the
      * dates and the MMDDYYYY record-ids.
       01  EVID-PERIOD PIC X(7) VALUE SPACES.
       01  EVID-YYYYMM.
           05 EVID-YYYY PIC X(4).
           05 EVID-MM   PIC X(2).

      * Count pass ('C') or print pass ('P').
       01  PASS-SW PIC X VALUE 'C'.
           88 PASS-COUNT VALUE 'C'.
           88 PASS-PRINT VALUE 'P'.

       01  FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * The sections - title and entries found.
       01  SECTION-TITLE-VALUES.
           05 FILLER PIC X(60) VALUE
              'IMPORT RUNS DATED IN THE PERIOD (RUN HISTORY)'.
           05 FILLER PIC X(60) VALUE
              'SOURCE FILES, WITH REGISTRY IDENTITIES (LOAD REGISTRY)'.
           05 FILLER PIC X(60) VALUE
              'CORRECTIONS, WITH MAKER AND CHECKER (UNEMPEND)'.
           05 FILLER PIC X(60) VALUE
              'RECORD BEFORE-IMAGES BY AS-OF DATE (UNEMHIST)'.
           05 FILLER PIC X(60) VALUE
              'BACKOUTS (UNEMBKOT)'.
           05 FILLER PIC X(60) VALUE
              'CERTIFICATION RESULTS (UNEMCERT)'.
           05 FILLER PIC X(60) VALUE
              'MONTH-END CLOSE (UNEMCLOS)'.
           05 FILLER PIC X(60) VALUE
              'RELEASE SIGN-OFF (RELEASE REGISTER)'.
           05 FILLER PIC X(60) VALUE
              'CLAIM-LEVEL DETAIL ACCESS (ACCAUD ACCESS TRAIL)'.
           05 FILLER PIC X(60) VALUE
              'EXCEPTIONS - MISSING OR UNAPPROVED'.
       01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLE-VALUES.
           05 SECTION-TITLE PIC X(60) OCCURS 10 TIMES.

       01  SECTION-COUNT-TABLE.
           05 SECTION-COUNT PIC 9(7) COMP-4 OCCURS 10 TIMES.

       01  SECT-IDX PIC 9(2) COMP-4.
       01  SECT-NO  PIC 9(2) COMP-4.

      * The exceptions, found in the count pass, printed last.
       01  EXCEPTION-TABLE.
           05 EXCEPTION-ENTRY OCCURS 300 TIMES.
              10 EX-SECTION PIC 9(2).
              10 EX-TEXT    PIC X(100).

       01  EXCEPTION-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  EXCEPTION-IDX  PIC 9(3) COMP-4.
       01  EXCEPTION-LOST PIC 9(5) COMP-4 VALUE ZERO.
       01  NEW-EXC-TEXT   PIC X(100) VALUE SPACES.

      * The period's UNEMHIST before-images, counted by as-of date.
       01  HIST-DATE-TABLE.
           05 HIST-DATE-ENTRY OCCURS 400 TIMES.
              10 HD-AS-OF-DATE PIC 9(8).
              10 HD-IMAGES     PIC 9(5) COMP-4.

       01  HIST-DATE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  HIST-DATE-IDX  PIC 9(3) COMP-4.
       01  HIST-DATE-LOST PIC 9(5) COMP-4 VALUE ZERO.

      * The record-id span of a registered file, as yyyymm.
       01  SPAN-FIRST.
           05 SF-YYYY PIC X(4).
           05 SF-MM   PIC X(2).
       01  SPAN-LAST.
           05 SL-YYYY PIC X(4).
           05 SL-MM   PIC X(2).

       01  ENTRY-MATCH-SW PIC X VALUE 'N'.
           88 ENTRY-MATCHES VALUE 'Y'.
       01  NAME-TALLY PIC 9(3) COMP-4.

       01  OUTCOME-TEXT PIC X(10).
       01  ACTION-TEXT  PIC X(10).
       01  STATUS-TEXT  PIC X(12).

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  EVID-DISP-SEPARATOR PIC X(122) VALUE ALL '-'.

       01  EVID-TOC-DISP-REC.
           05 TC-DISP-NO     PIC Z9.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TC-DISP-TITLE  PIC X(60) VALUE SPACES.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TC-DISP-COUNT  PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(11) VALUE ' entry(ies)'.

       01  EVID-SECTION-DISP-REC.
           05 FILLER         PIC X(8)  VALUE 'SECTION '.
           05 SH-DISP-NO     PIC Z9.
           05 FILLER         PIC X(3)  VALUE ' - '.
           05 SH-DISP-TITLE  PIC X(60) VALUE SPACES.

       01  EVID-RUN-HEAD.
           05 FILLER PIC X(10) VALUE 'RUN DATE'.
           05 FILLER PIC X(8)  VALUE 'TIME'.
           05 FILLER PIC X(10) VALUE 'SOURCE'.
           05 FILLER PIC X(12) VALUE 'OUTCOME'.
           05 FILLER PIC X(9)  VALUE 'RECORDS'.
           05 FILLER PIC X(4)  VALUE 'RC'.
           05 FILLER PIC X(15) VALUE 'STARTED-ENDED'.
       01  EVID-RUN-DISP-REC.
           05 RN-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-TIME    PIC 9(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-SOURCE  PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-OUTCOME PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-RECORDS PIC ZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 RN-DISP-RC      PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RN-DISP-START   PIC 9(6).
           05 FILLER          PIC X     VALUE '-'.
           05 RN-DISP-END     PIC 9(6).

       01  EVID-REG-HEAD.
           05 FILLER PIC X(18) VALUE 'SOURCE FILE'.
           05 FILLER PIC X(10) VALUE 'LOADED'.
           05 FILLER PIC X(11) VALUE 'RECORDS'.
           05 FILLER PIC X(13) VALUE 'BYTES'.
           05 FILLER PIC X(20) VALUE 'RECORD-ID SPAN'.
           05 FILLER PIC X(11) VALUE 'FINGERPRINT'.
       01  EVID-REG-DISP-REC.
           05 RG-DISP-SOURCE  PIC X(16).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-LOADED  PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-RECORDS PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-BYTES   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RG-DISP-FIRST   PIC X(8).
           05 FILLER          PIC X(3)  VALUE ' - '.
           05 RG-DISP-LAST    PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RG-DISP-FPRINT  PIC 9(9).

       01  EVID-CORR-HEAD.
           05 FILLER PIC X(15) VALUE 'BATCH/SEQ'.
           05 FILLER PIC X(12) VALUE 'ACTION'.
           05 FILLER PIC X(14) VALUE 'STATUS'.
           05 FILLER PIC X(13) VALUE 'RECORD'.
           05 FILLER PIC X(10) VALUE 'MAKER'.
           05 FILLER PIC X(10) VALUE 'CHECKER'.
           05 FILLER PIC X(8)  VALUE 'STAGED'.
       01  EVID-CORR-DISP-REC.
           05 CR-DISP-BATCH   PIC X(8).
           05 FILLER          PIC X     VALUE '/'.
           05 CR-DISP-SEQ     PIC 9(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-ACTION  PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-STATUS  PIC X(12).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-RECORD  PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 CR-DISP-STATE   PIC X(2).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-MAKER   PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-CHECKER PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CR-DISP-STAGED  PIC 9(8).

       01  EVID-HIST-HEAD.
           05 FILLER PIC X(12) VALUE 'AS-OF DATE'.
           05 FILLER PIC X(13) VALUE 'BEFORE-IMAGES'.
       01  EVID-HIST-DISP-REC.
           05 HS-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 HS-DISP-IMAGES  PIC ZZ,ZZ9.

       01  EVID-TRAIL-HEAD.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(8)  VALUE 'TIME'.
           05 FILLER PIC X(10) VALUE 'USER'.
           05 FILLER PIC X(10) VALUE 'PROGRAM'.
           05 FILLER PIC X(60) VALUE 'REQUEST'.
       01  EVID-TRAIL-DISP-REC.
           05 TR-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 TR-DISP-TIME    PIC 9(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 TR-DISP-USER    PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 TR-DISP-PGM     PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 TR-DISP-REQUEST PIC X(60).

       01  EVID-CERT-HEAD.
           05 FILLER PIC X(14) VALUE 'PERIOD DATE'.
           05 FILLER PIC X(6)  VALUE 'AREA'.
           05 FILLER PIC X(14) VALUE 'RESULT'.
           05 FILLER PIC X(14) VALUE 'AGENCY TOTAL'.
           05 FILLER PIC X(14) VALUE 'ON FILE'.
           05 FILLER PIC X(8)  VALUE 'CHECKED'.
       01  EVID-CERT-DISP-REC.
           05 CT-DISP-DATE    PIC X(10).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 CT-DISP-AREA    PIC X(2).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 CT-DISP-RESULT  PIC X(12).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CT-DISP-AGENCY  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CT-DISP-ONFILE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CT-DISP-CHECKED PIC 9(8).

       01  EVID-CLOSE-HEAD.
           05 FILLER PIC X(10) VALUE 'MONTH'.
           05 FILLER PIC X(12) VALUE 'CLOSED ON'.
           05 FILLER PIC X(7)  VALUE 'RECORDS'.
       01  EVID-CLOSE-DISP-REC.
           05 CL-DISP-MONTH   PIC X(7).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CL-DISP-DATE    PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 CL-DISP-RECORDS PIC ZZ,ZZ9.

       01  EVID-REL-HEAD.
           05 FILLER PIC X(10) VALUE 'PERIOD'.
           05 FILLER PIC X(14) VALUE 'STATUS'.
           05 FILLER PIC X(20) VALUE 'DRAFTED'.
           05 FILLER PIC X(20) VALUE 'SIGNED OFF'.
           05 FILLER PIC X(20) VALUE 'RELEASED'.
       01  EVID-REL-DISP-REC.
           05 RL-DISP-PERIOD  PIC X(7).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 RL-DISP-STATUS  PIC X(12).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RL-DISP-D-USER  PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 RL-DISP-D-DATE  PIC 9(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 RL-DISP-S-USER  PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 RL-DISP-S-DATE  PIC 9(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 RL-DISP-R-USER  PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 RL-DISP-R-DATE  PIC 9(8).

       01  EVID-EXC-DISP-REC.
           05 FILLER          PIC X(8)  VALUE 'SECTION '.
           05 EX-DISP-SECTION PIC Z9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 EX-DISP-TEXT    PIC X(100).

       01  EVID-TOTAL-DISP-REC.
           05 FILLER          PIC X(14) VALUE 'Evidence for '.
           05 ET-DISP-PERIOD  PIC X(7).
           05 FILLER          PIC X(2)  VALUE ': '.
           05 ET-DISP-ENTRIES PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(13) VALUE ' entry(ies), '.
           05 ET-DISP-EXCEPT  PIC ZZ,ZZ9.
           05 FILLER          PIC X(15) VALUE ' exception(s).'.

       01  ENTRIES-TOTAL PIC 9(7) COMP-4 VALUE ZERO.
       01  DISP-COUNT PIC ZZ,ZZ9.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= period - 'yyyy-mm'.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(7).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-CHECK-PARM
              THRU 1100-CHECK-PARM-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           INITIALIZE SECTION-COUNT-TABLE

           SET PASS-COUNT TO TRUE
           PERFORM 2000-GATHER-SECTIONS
           PERFORM 2900-CHECK-MISSING

           SET PASS-PRINT TO TRUE
           PERFORM 3000-PRINT-CONTENTS
           PERFORM 2000-GATHER-SECTIONS
           PERFORM 5000-PRINT-EXCEPTIONS

           IF EXCEPTION-USED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-CHECK-PARM.
           IF PARM-LEN < 7
              OR PARM-TEXT (1:4) IS NOT NUMERIC
              OR PARM-TEXT (5:1) NOT = '-'
              OR PARM-TEXT (6:2) IS NOT NUMERIC
              OR PARM-TEXT (6:2) < '01' OR PARM-TEXT (6:2) > '12' THEN
              DISPLAY "PARM must be the period, 'yyyy-mm' - nothing "
                 "gathered."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-PARM-END
           END-IF

           MOVE PARM-TEXT TO EVID-PERIOD
           MOVE PARM-TEXT (1:4) TO EVID-YYYY
           MOVE PARM-TEXT (6:2) TO EVID-MM
           .

       1100-CHECK-PARM-END.
           EXIT.
      ******************************************************************
      * One pass over every section - counting (and noting the
      * exceptions) or printing, per PASS-SW.
      ******************************************************************
       2000-GATHER-SECTIONS.
           MOVE 1 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2100-IMPORT-RUNS
              THRU 2100-IMPORT-RUNS-END
           MOVE 2 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2200-REGISTRY
              THRU 2200-REGISTRY-END
           MOVE 3 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2300-CORRECTIONS
              THRU 2300-CORRECTIONS-END
           MOVE 4 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2400-HISTORY
              THRU 2400-HISTORY-END
           MOVE 5 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2500-ACCESS-TRAIL
              THRU 2500-ACCESS-TRAIL-END
           MOVE 6 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2600-CERTIFICATION
              THRU 2600-CERTIFICATION-END
           MOVE 7 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2700-MONTH-CLOSE
              THRU 2700-MONTH-CLOSE-END
           MOVE 8 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2800-RELEASE
              THRU 2800-RELEASE-END
           MOVE 9 TO SECT-NO
           PERFORM 3100-PRINT-SECTION-HEAD
              THRU 3100-PRINT-SECTION-HEAD-END
           PERFORM 2500-ACCESS-TRAIL
              THRU 2500-ACCESS-TRAIL-END
           .

       2000-GATHER-SECTIONS-END.
           EXIT.
      ******************************************************************
      * Section 1 - the runs dated in the period; a failed run, or a
      * source not run, is an exception.
      ******************************************************************
       2100-IMPORT-RUNS.
           OPEN INPUT RUN-HIST
           IF NOT RUN-HIST-OK THEN
              MOVE "The run history couldn't be read" TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2100-IMPORT-RUNS-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           MOVE LOW-VALUES TO RH-KEY
           MOVE EVID-YYYYMM TO RH-KEY (1:6)
           START RUN-HIST KEY IS >= RH-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ RUN-HIST NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF RH-KEY (1:6) NOT = EVID-YYYYMM THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    IF NOT RH-PRODUCER-ROW THEN
                       PERFORM 2150-ONE-RUN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE RUN-HIST
           .

       2100-IMPORT-RUNS-END.
           EXIT.
      ******************************************************************
       2150-ONE-RUN.
           EVALUATE TRUE
              WHEN RH-SUCCESS
                 MOVE 'SUCCESS' TO OUTCOME-TEXT
              WHEN RH-WARNING
                 MOVE 'WARNING' TO OUTCOME-TEXT
              WHEN RH-FAILED
                 MOVE 'FAILED' TO OUTCOME-TEXT
              WHEN RH-SKIPPED
                 MOVE 'SKIPPED' TO OUTCOME-TEXT
              WHEN RH-NOT-RUN
                 MOVE 'NOT RUN' TO OUTCOME-TEXT
              WHEN RH-RESTARTED
                 MOVE 'RESTARTED' TO OUTCOME-TEXT
              WHEN OTHER
                 MOVE RH-OUTCOME TO OUTCOME-TEXT
           END-EVALUATE

           IF PASS-COUNT THEN
              ADD 1 TO SECTION-COUNT (1)
              IF RH-FAILED OR RH-NOT-RUN THEN
                 MOVE SPACES TO NEW-EXC-TEXT
                 STRING "Import run " RH-RUN-DATE " " RH-RUN-TIME
                    " of " RH-SOURCE " ended " OUTCOME-TEXT
                    DELIMITED BY SIZE INTO NEW-EXC-TEXT
                 PERFORM 8000-ADD-EXCEPTION
                    THRU 8000-ADD-EXCEPTION-END
              END-IF
           ELSE
              MOVE RH-RUN-DATE TO RN-DISP-DATE
              MOVE RH-RUN-TIME TO RN-DISP-TIME
              MOVE RH-SOURCE TO RN-DISP-SOURCE
              MOVE OUTCOME-TEXT TO RN-DISP-OUTCOME
              MOVE RH-REC-COUNT TO RN-DISP-RECORDS
              MOVE RH-RETURN-CODE TO RN-DISP-RC
              MOVE RH-START-TIME TO RN-DISP-START
              MOVE RH-END-TIME TO RN-DISP-END
              MOVE EVID-RUN-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF
           .

       2150-ONE-RUN-END.
           EXIT.
      ******************************************************************
      * Section 2 - registry entries loaded in the period, or whose
      * record-id span (MMDDYYYY) takes in the period.
      ******************************************************************
       2200-REGISTRY.
           OPEN INPUT LOAD-REG
           IF NOT LOAD-REG-OK THEN
              MOVE "The load registry couldn't be read"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2200-REGISTRY-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ LOAD-REG
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 PERFORM 2250-ONE-REGISTRATION
                    THRU 2250-ONE-REGISTRATION-END
              END-IF
           END-PERFORM

           CLOSE LOAD-REG
           .

       2200-REGISTRY-END.
           EXIT.
      ******************************************************************
       2250-ONE-REGISTRATION.
           MOVE 'N' TO ENTRY-MATCH-SW
           IF LR-LOAD-DATE (1:6) = EVID-YYYYMM THEN
              SET ENTRY-MATCHES TO TRUE
           END-IF

           MOVE LR-FIRST-ID (5:4) TO SF-YYYY
           MOVE LR-FIRST-ID (1:2) TO SF-MM
           MOVE LR-LAST-ID (5:4) TO SL-YYYY
           MOVE LR-LAST-ID (1:2) TO SL-MM
           IF SPAN-FIRST IS NUMERIC AND SPAN-LAST IS NUMERIC
                 AND SPAN-FIRST NOT > EVID-YYYYMM
                 AND SPAN-LAST NOT < EVID-YYYYMM THEN
              SET ENTRY-MATCHES TO TRUE
           END-IF

           IF NOT ENTRY-MATCHES THEN
              GO TO 2250-ONE-REGISTRATION-END
           END-IF

           IF PASS-COUNT THEN
              ADD 1 TO SECTION-COUNT (2)
           ELSE
              MOVE LR-SOURCE-NAME TO RG-DISP-SOURCE
              MOVE LR-LOAD-DATE TO RG-DISP-LOADED
              MOVE LR-REC-COUNT TO RG-DISP-RECORDS
              MOVE LR-BYTE-COUNT TO RG-DISP-BYTES
              MOVE LR-FIRST-ID TO RG-DISP-FIRST
              MOVE LR-LAST-ID TO RG-DISP-LAST
              MOVE LR-FINGERPRINT TO RG-DISP-FPRINT
              MOVE EVID-REG-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF
           .

       2250-ONE-REGISTRATION-END.
           EXIT.
      ******************************************************************
      * Section 3 - corrections and deletions staged against the
      * period's records. One never approved, or approved by its own
      * maker, is an exception.
      ******************************************************************
       2300-CORRECTIONS.
           OPEN INPUT PEND-FILE
           IF NOT PEND-FILE-OK THEN
              MOVE "The pending-changes register couldn't be read"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2300-CORRECTIONS-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ PEND-FILE NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF (PC-ACTION-ADD-UPD OR PC-ACTION-DELETE)
                       AND PC-PAYLOAD (11:7) = EVID-PERIOD THEN
                    PERFORM 2350-ONE-CORRECTION
                       THRU 2350-ONE-CORRECTION-END
                 END-IF
              END-IF
           END-PERFORM

           CLOSE PEND-FILE
           .

       2300-CORRECTIONS-END.
           EXIT.
      ******************************************************************
       2350-ONE-CORRECTION.
           IF PC-ACTION-ADD-UPD THEN
              MOVE 'ADD/UPDATE' TO ACTION-TEXT
           ELSE
              MOVE 'DELETE' TO ACTION-TEXT
           END-IF

           EVALUATE TRUE
              WHEN PC-PENDING
                 MOVE 'PENDING' TO STATUS-TEXT
              WHEN PC-APPROVED
                 MOVE 'APPROVED' TO STATUS-TEXT
              WHEN PC-APPLIED
                 MOVE 'APPLIED' TO STATUS-TEXT
              WHEN PC-EXPIRED AND PC-APPROVER NOT = SPACES
                 MOVE 'HELD BACK' TO STATUS-TEXT
              WHEN PC-EXPIRED
                 MOVE 'EXPIRED' TO STATUS-TEXT
              WHEN PC-REJECTED
                 MOVE 'REJECTED' TO STATUS-TEXT
              WHEN OTHER
                 MOVE PC-STATUS TO STATUS-TEXT
           END-EVALUATE

           IF PASS-PRINT THEN
              MOVE PC-BATCH-ID TO CR-DISP-BATCH
              MOVE PC-SEQ TO CR-DISP-SEQ
              MOVE ACTION-TEXT TO CR-DISP-ACTION
              MOVE STATUS-TEXT TO CR-DISP-STATUS
              MOVE PC-PAYLOAD (1:8) TO CR-DISP-RECORD
              MOVE PC-PAYLOAD (9:2) TO CR-DISP-STATE
              MOVE PC-MAKER TO CR-DISP-MAKER
              MOVE PC-APPROVER TO CR-DISP-CHECKER
              MOVE PC-STAGED-DATE TO CR-DISP-STAGED
              MOVE EVID-CORR-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
              GO TO 2350-ONE-CORRECTION-END
           END-IF

           ADD 1 TO SECTION-COUNT (3)

           MOVE SPACES TO NEW-EXC-TEXT
           EVALUATE TRUE
              WHEN PC-PENDING
                 STRING "Correction " PC-BATCH-ID "/" PC-SEQ
                    " staged by " PC-MAKER " is still unapproved"
                    DELIMITED BY SIZE INTO NEW-EXC-TEXT
              WHEN PC-EXPIRED AND PC-APPROVER = SPACES
                 STRING "Correction " PC-BATCH-ID "/" PC-SEQ
                    " staged by " PC-MAKER " expired unapproved"
                    DELIMITED BY SIZE INTO NEW-EXC-TEXT
              WHEN (PC-APPROVED OR PC-APPLIED)
                    AND PC-APPROVER = SPACES
                 STRING "Correction " PC-BATCH-ID "/" PC-SEQ " is "
                    STATUS-TEXT " with no checker on record"
                    DELIMITED BY SIZE INTO NEW-EXC-TEXT
              WHEN PC-APPROVER = PC-MAKER
                 STRING "Correction " PC-BATCH-ID "/" PC-SEQ
                    " was approved by its own maker " PC-MAKER
                    DELIMITED BY SIZE INTO NEW-EXC-TEXT
           END-EVALUATE
           IF NEW-EXC-TEXT NOT = SPACES THEN
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF
           .

       2350-ONE-CORRECTION-END.
           EXIT.
      ******************************************************************
      * Section 4 - UNEMHIST's before-images of the period's records
      * (FD-DATE in the image), counted by as-of date in the count
      * pass and printed from the counts.
      ******************************************************************
       2400-HISTORY.
           IF PASS-PRINT THEN
              PERFORM VARYING HIST-DATE-IDX FROM 1 BY 1
                    UNTIL HIST-DATE-IDX > HIST-DATE-USED
                 MOVE HD-AS-OF-DATE (HIST-DATE-IDX) TO HS-DISP-DATE
                 MOVE HD-IMAGES (HIST-DATE-IDX) TO HS-DISP-IMAGES
                 MOVE EVID-HIST-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
              END-PERFORM
              IF HIST-DATE-LOST > ZERO THEN
                 MOVE HIST-DATE-LOST TO DISP-COUNT
                 MOVE SPACES TO PRNT-TEXT
                 STRING DISP-COUNT " before-image(s) of later as-of "
                    "dates not itemized - see UNEMHAUD"
                    DELIMITED BY SIZE INTO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
              END-IF
              GO TO 2400-HISTORY-END
           END-IF

           OPEN INPUT HIST-OUT
           IF NOT HIST-OK THEN
              MOVE "The correction history couldn't be read"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2400-HISTORY-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ HIST-OUT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF HIST-BEFORE-IMAGE (11:7) = EVID-PERIOD THEN
                    PERFORM 2450-COUNT-IMAGE THRU 2450-COUNT-IMAGE-END
                 END-IF
              END-IF
           END-PERFORM

           CLOSE HIST-OUT
           MOVE HIST-DATE-USED TO SECTION-COUNT (4)
           .

       2400-HISTORY-END.
           EXIT.
      ******************************************************************
       2450-COUNT-IMAGE.
           PERFORM VARYING HIST-DATE-IDX FROM 1 BY 1
                 UNTIL HIST-DATE-IDX > HIST-DATE-USED
                    OR HD-AS-OF-DATE (HIST-DATE-IDX) = HIST-AS-OF-DATE
              CONTINUE
           END-PERFORM

           IF HIST-DATE-IDX > HIST-DATE-USED THEN
              IF HIST-DATE-USED < 400 THEN
                 ADD 1 TO HIST-DATE-USED
                 MOVE HIST-AS-OF-DATE TO HD-AS-OF-DATE (HIST-DATE-USED)
                 MOVE ZERO TO HD-IMAGES (HIST-DATE-USED)
              ELSE
                 ADD 1 TO HIST-DATE-LOST
                 GO TO 2450-COUNT-IMAGE-END
              END-IF
           END-IF

           ADD 1 TO HD-IMAGES (HIST-DATE-IDX)
           .

       2450-COUNT-IMAGE-END.
           EXIT.
      ******************************************************************
      * Sections 5 and 9 - the access trail: the UNEMBKOT backouts
      * (of a run dated in the period, or run in it) for section 5,
      * the claim-level retrievals (AH-CLAIM-DETAIL-PGM) dated in
      * the period or naming it for section 9.
      ******************************************************************
       2500-ACCESS-TRAIL.
           OPEN INPUT ACCESS-HIST
           IF NOT ACCESS-HIST-OK THEN
              IF PASS-COUNT AND SECT-NO = 5 THEN
                 MOVE "The access trail couldn't be read"
                    TO NEW-EXC-TEXT
                 PERFORM 8000-ADD-EXCEPTION
                    THRU 8000-ADD-EXCEPTION-END
              END-IF
              GO TO 2500-ACCESS-TRAIL-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ ACCESS-HIST
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 PERFORM 2550-ONE-TRAIL-ENTRY
                    THRU 2550-ONE-TRAIL-ENTRY-END
              END-IF
           END-PERFORM

           CLOSE ACCESS-HIST
           .

       2500-ACCESS-TRAIL-END.
           EXIT.
      ******************************************************************
       2550-ONE-TRAIL-ENTRY.
           MOVE 'N' TO ENTRY-MATCH-SW

           IF SECT-NO = 5 THEN
              IF AH-PGM = 'UNEMBKOT'
                    AND (AH-DATE (1:6) = EVID-YYYYMM
                       OR AH-REQUEST (9:6) = EVID-YYYYMM) THEN
                 SET ENTRY-MATCHES TO TRUE
              END-IF
           ELSE
              IF AH-CLAIM-DETAIL-PGM THEN
                 MOVE ZERO TO NAME-TALLY
                 INSPECT AH-REQUEST TALLYING NAME-TALLY
                    FOR ALL EVID-PERIOD
                 IF AH-DATE (1:6) = EVID-YYYYMM
                       OR NAME-TALLY > ZERO THEN
                    SET ENTRY-MATCHES TO TRUE
                 END-IF
              END-IF
           END-IF

           IF NOT ENTRY-MATCHES THEN
              GO TO 2550-ONE-TRAIL-ENTRY-END
           END-IF

           IF PASS-COUNT THEN
              ADD 1 TO SECTION-COUNT (SECT-NO)
           ELSE
              MOVE AH-DATE TO TR-DISP-DATE
              MOVE AH-TIME TO TR-DISP-TIME
              MOVE AH-USER TO TR-DISP-USER
              MOVE AH-PGM TO TR-DISP-PGM
              MOVE AH-REQUEST TO TR-DISP-REQUEST
              MOVE EVID-TRAIL-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF
           .

       2550-ONE-TRAIL-ENTRY-END.
           EXIT.
      ******************************************************************
      * Section 6 - the period's certification results; an area out
      * of balance with the agency is an exception.
      ******************************************************************
       2600-CERTIFICATION.
           OPEN INPUT CERT-FILE
           IF NOT CERT-FILE-OK THEN
              MOVE "The certification statuses couldn't be read"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2600-CERTIFICATION-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           MOVE LOW-VALUES TO CERT-KEY
           MOVE EVID-PERIOD TO CERT-PERIOD-DATE (1:7)
           START CERT-FILE KEY IS >= CERT-KEY
              INVALID KEY SET FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL FILE-EOF
              READ CERT-FILE NEXT
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF THEN
                 IF CERT-PERIOD-DATE (1:7) NOT = EVID-PERIOD THEN
                    SET FILE-EOF TO TRUE
                 ELSE
                    PERFORM 2650-ONE-CERTIFICATION
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CERT-FILE
           .

       2600-CERTIFICATION-END.
           EXIT.
      ******************************************************************
       2650-ONE-CERTIFICATION.
           EVALUATE TRUE
              WHEN CERT-CERTIFIED
                 MOVE 'CERTIFIED' TO STATUS-TEXT
              WHEN CERT-UNCERTIFIED
                 MOVE 'UNCERTIFIED' TO STATUS-TEXT
              WHEN OTHER
                 MOVE CERT-STATUS-FLAG TO STATUS-TEXT
           END-EVALUATE

           IF PASS-COUNT THEN
              ADD 1 TO SECTION-COUNT (6)
              IF NOT CERT-CERTIFIED THEN
                 MOVE SPACES TO NEW-EXC-TEXT
                 STRING CERT-PERIOD-DATE " " CERT-AREA " is "
                    STATUS-TEXT " - out of balance with the agency"
                    DELIMITED BY SIZE INTO NEW-EXC-TEXT
                 PERFORM 8000-ADD-EXCEPTION
                    THRU 8000-ADD-EXCEPTION-END
              END-IF
           ELSE
              MOVE CERT-PERIOD-DATE TO CT-DISP-DATE
              MOVE CERT-AREA TO CT-DISP-AREA
              MOVE STATUS-TEXT TO CT-DISP-RESULT
              MOVE CERT-AGENCY-TOTAL TO CT-DISP-AGENCY
              MOVE CERT-ON-FILE-TOTAL TO CT-DISP-ONFILE
              MOVE CERT-CHECK-DATE TO CT-DISP-CHECKED
              MOVE EVID-CERT-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF
           .

       2650-ONE-CERTIFICATION-END.
           EXIT.
      ******************************************************************
      * Section 7 - the period's entries on the month-close log.
      ******************************************************************
       2700-MONTH-CLOSE.
           OPEN INPUT MONTH-CLOSE
           IF NOT MONTH-CLOSE-OK THEN
              MOVE "The month-close log couldn't be read"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2700-MONTH-CLOSE-END
           END-IF

           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
              READ MONTH-CLOSE
                 AT END SET FILE-EOF TO TRUE
              END-READ
              IF NOT FILE-EOF AND MC-MONTH = EVID-PERIOD THEN
                 IF PASS-COUNT THEN
                    ADD 1 TO SECTION-COUNT (7)
                 ELSE
                    MOVE MC-MONTH TO CL-DISP-MONTH
                    MOVE MC-CLOSE-DATE TO CL-DISP-DATE
                    MOVE MC-RECORDS TO CL-DISP-RECORDS
                    MOVE EVID-CLOSE-DISP-REC TO PRNT-TEXT
                    CALL "UNEMPRNT" USING "LINE " "UNEMEVID"
                       PRNT-TEXT
                 END-IF
              END-IF
           END-PERFORM

           CLOSE MONTH-CLOSE
           .

       2700-MONTH-CLOSE-END.
           EXIT.
      ******************************************************************
      * Section 8 - the period's release register entry; one short
      * of released, or released by its own signer, is an exception.
      ******************************************************************
       2800-RELEASE.
           OPEN INPUT RELREG-FILE
           IF NOT RELREG-OK THEN
              MOVE "The release register couldn't be read"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
              GO TO 2800-RELEASE-END
           END-IF

           MOVE EVID-PERIOD TO RL-PERIOD
           READ RELREG-FILE
              INVALID KEY CONTINUE
           END-READ

           IF RELREG-OK THEN
              PERFORM 2850-THE-RELEASE THRU 2850-THE-RELEASE-END
           END-IF

           CLOSE RELREG-FILE
           .

       2800-RELEASE-END.
           EXIT.
      ******************************************************************
       2850-THE-RELEASE.
           EVALUATE TRUE
              WHEN RL-DRAFT
                 MOVE 'DRAFT' TO STATUS-TEXT
              WHEN RL-SIGNED-OFF
                 MOVE 'SIGNED OFF' TO STATUS-TEXT
              WHEN RL-RELEASED
                 MOVE 'RELEASED' TO STATUS-TEXT
              WHEN RL-RETURNED
                 MOVE 'RETURNED' TO STATUS-TEXT
              WHEN OTHER
                 MOVE RL-STATUS TO STATUS-TEXT
           END-EVALUATE

           IF PASS-PRINT THEN
              MOVE RL-PERIOD TO RL-DISP-PERIOD
              MOVE STATUS-TEXT TO RL-DISP-STATUS
              MOVE RL-DRAFT-USER TO RL-DISP-D-USER
              MOVE RL-DRAFT-DATE TO RL-DISP-D-DATE
              MOVE RL-SIGN-USER TO RL-DISP-S-USER
              MOVE RL-SIGN-DATE TO RL-DISP-S-DATE
              MOVE RL-REL-USER TO RL-DISP-R-USER
              MOVE RL-REL-DATE TO RL-DISP-R-DATE
              MOVE EVID-REL-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
              GO TO 2850-THE-RELEASE-END
           END-IF

           ADD 1 TO SECTION-COUNT (8)

           IF NOT RL-RELEASED THEN
              MOVE SPACES TO NEW-EXC-TEXT
              STRING "The period's release is " STATUS-TEXT
                 " - not signed off and released"
                 DELIMITED BY SIZE INTO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF

           IF RL-RELEASED AND RL-REL-USER = RL-SIGN-USER THEN
              MOVE SPACES TO NEW-EXC-TEXT
              STRING "The period was signed off and released by the "
                 "same user, " RL-REL-USER
                 DELIMITED BY SIZE INTO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF
           .

       2850-THE-RELEASE-END.
           EXIT.
      ******************************************************************
      * After the count pass - the evidence that should be there and
      * isn't.
      ******************************************************************
       2900-CHECK-MISSING.
           IF SECTION-COUNT (1) = ZERO THEN
              MOVE "No import run on record in the period"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF

           IF SECTION-COUNT (2) = ZERO THEN
              MOVE "No source file registered for the period"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF

           IF SECTION-COUNT (6) = ZERO THEN
              MOVE "No certification result for the period"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF

           IF SECTION-COUNT (7) = ZERO THEN
              MOVE "The period was never closed (UNEMCLOS)"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF

           IF SECTION-COUNT (8) = ZERO THEN
              MOVE "No release register entry for the period"
                 TO NEW-EXC-TEXT
              PERFORM 8000-ADD-EXCEPTION
                 THRU 8000-ADD-EXCEPTION-END
           END-IF

           MOVE EXCEPTION-USED TO SECTION-COUNT (10)
           ADD EXCEPTION-LOST TO SECTION-COUNT (10)
           .

       2900-CHECK-MISSING-END.
           EXIT.
      ******************************************************************
      * The title page - the period and the table of contents.
      ******************************************************************
       3000-PRINT-CONTENTS.
           MOVE SPACES TO PRNT-TEXT
           STRING "AUDIT EVIDENCE PACKAGE - PERIOD " EVID-PERIOD
              " (UNEMEVID)" DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMEVID" PRNT-TEXT

           MOVE "CONTENTS" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           MOVE EVID-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT

           MOVE ZERO TO ENTRIES-TOTAL
           PERFORM VARYING SECT-IDX FROM 1 BY 1 UNTIL SECT-IDX > 10
              MOVE SECT-IDX TO TC-DISP-NO
              MOVE SECTION-TITLE (SECT-IDX) TO TC-DISP-TITLE
              MOVE SECTION-COUNT (SECT-IDX) TO TC-DISP-COUNT
              MOVE EVID-TOC-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
              IF SECT-IDX < 10 THEN
                 ADD SECTION-COUNT (SECT-IDX) TO ENTRIES-TOTAL
              END-IF
           END-PERFORM
           .

       3000-PRINT-CONTENTS-END.
           EXIT.
      ******************************************************************
      * A section's heading and column headings (print pass only).
      ******************************************************************
       3100-PRINT-SECTION-HEAD.
           IF PASS-COUNT THEN
              GO TO 3100-PRINT-SECTION-HEAD-END
           END-IF

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           MOVE SECT-NO TO SH-DISP-NO
           MOVE SECTION-TITLE (SECT-NO) TO SH-DISP-TITLE
           MOVE EVID-SECTION-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT

           EVALUATE SECT-NO
              WHEN 1
                 MOVE EVID-RUN-HEAD TO PRNT-TEXT
              WHEN 2
                 MOVE EVID-REG-HEAD TO PRNT-TEXT
              WHEN 3
                 MOVE EVID-CORR-HEAD TO PRNT-TEXT
              WHEN 4
                 MOVE EVID-HIST-HEAD TO PRNT-TEXT
              WHEN 5
              WHEN 9
                 MOVE EVID-TRAIL-HEAD TO PRNT-TEXT
              WHEN 6
                 MOVE EVID-CERT-HEAD TO PRNT-TEXT
              WHEN 7
                 MOVE EVID-CLOSE-HEAD TO PRNT-TEXT
              WHEN 8
                 MOVE EVID-REL-HEAD TO PRNT-TEXT
           END-EVALUATE
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           MOVE EVID-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT

           IF SECTION-COUNT (SECT-NO) = ZERO THEN
              MOVE "Nothing on record." TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF
           .

       3100-PRINT-SECTION-HEAD-END.
           EXIT.
      ******************************************************************
      * Section 10 - the exceptions, then the package total.
      ******************************************************************
       5000-PRINT-EXCEPTIONS.
           MOVE 10 TO SECT-NO
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           MOVE SECT-NO TO SH-DISP-NO
           MOVE SECTION-TITLE (SECT-NO) TO SH-DISP-TITLE
           MOVE EVID-SECTION-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           MOVE EVID-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT

           IF EXCEPTION-USED = ZERO THEN
              MOVE "None - the period's evidence is complete."
                 TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF

           PERFORM VARYING EXCEPTION-IDX FROM 1 BY 1
                 UNTIL EXCEPTION-IDX > EXCEPTION-USED
              MOVE EX-SECTION (EXCEPTION-IDX) TO EX-DISP-SECTION
              MOVE EX-TEXT (EXCEPTION-IDX) TO EX-DISP-TEXT
              MOVE EVID-EXC-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-PERFORM

           IF EXCEPTION-LOST > ZERO THEN
              MOVE EXCEPTION-LOST TO DISP-COUNT
              MOVE SPACES TO PRNT-TEXT
              STRING "*** " DISP-COUNT " further exception(s) not "
                 "listed - the table is full" DELIMITED BY SIZE
                 INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMEVID" PRNT-TEXT
           END-IF

           MOVE EVID-PERIOD TO ET-DISP-PERIOD
           MOVE ENTRIES-TOTAL TO ET-DISP-ENTRIES
           MOVE SECTION-COUNT (10) TO ET-DISP-EXCEPT
           MOVE EVID-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMEVID" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMEVID" PRNT-TEXT
           .

       5000-PRINT-EXCEPTIONS-END.
           EXIT.
      ******************************************************************
      * Notes NEW-EXC-TEXT against the current section - count pass
      * only, so the print pass doesn't note it twice.
      ******************************************************************
       8000-ADD-EXCEPTION.
           IF PASS-PRINT THEN
              GO TO 8000-ADD-EXCEPTION-END
           END-IF

           IF EXCEPTION-USED NOT < 300 THEN
              ADD 1 TO EXCEPTION-LOST
              GO TO 8000-ADD-EXCEPTION-END
           END-IF

           ADD 1 TO EXCEPTION-USED
           MOVE SECT-NO TO EX-SECTION (EXCEPTION-USED)
           MOVE NEW-EXC-TEXT TO EX-TEXT (EXCEPTION-USED)
           .

       8000-ADD-EXCEPTION-END.
           EXIT.

       END PROGRAM UNEMEVID.
