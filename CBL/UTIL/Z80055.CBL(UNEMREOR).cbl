      ******************************************************************
      * VSAM cluster reorganization utility.
      ******************************************************************
      * UNEMCAPR projects when a cluster runs out of room but says
      * nothing about how badly the KSDSs have split since they were
      * loaded - UNEMPLRP, UNEMCLMD, UNEMPAYM, UNEMPROV and the rest
      * of the family just get slower until somebody looks. This
      * utility, run by the UNEMREOJ reorganization job, does the
      * looking and the reorganizing:
      *    PARM='ASSESS'  reads the LISTCAT ALL listing of the Z80055
      *                   catalog (LISTCDD), reports CI and CA split
      *                   counts and free space for every KSDS
      *                   cluster and picks the worst one past its
      *                   threshold. For that cluster it writes the
      *                   reorganization plan (REORPLDD) and the
      *                   IDCAMS statements (REORCMDD) that unload
      *                   it, DEFINE a .REORG copy with the cluster's
      *                   current space parameters, reload the copy
      *                   and unload the copy again for checking.
      *                   RC=0 nothing due, RC=4 a cluster is due.
      *    PARM='VERIFY'  counts the records and takes a key-sequence
      *                   checksum of the before unload (UNLOADDD)
      *                   and the after unload (RELOADDD). Only when
      *                   the two match, and both are in strict key
      *                   sequence, does it write the IDCAMS
      *                   statements (REORCMDD) that swap the .REORG
      *                   copy in under the cluster's own name - the
      *                   old cluster is kept as .PRIOR until the
      *                   cluster's next reorganization. A reload
      *                   that does not match is refused (RC=8) and
      *                   the operator alerted; the live cluster is
      *                   never touched.
      *-----------------------------------------------------------------
      * The thresholds come from the runtime parameter file
      * (UNEMPARM), with these defaults:
      *    REORG-CI-SPLIT-PCT  CI splits as a percentage of the data
      *                        CIs in use (10).
      *    REORG-CA-SPLITS     CA splits (5).
      *    REORG-MIN-FREE-PCT  free space left in the allocation, as
      *                        a percentage of it (10) - below this
      *                        the cluster is due.
      * One cluster is reorganized per run - the unload, reload and
      * swap steps of the job work on the one cluster the plan names.
      * The others past their threshold are listed and are picked up
      * by the following runs, worst first.
      * A cluster with an alternate index has the index and its path
      * deleted and rebuilt (DEFINE, BLDINDEX) over the swapped-in
      * cluster with the attributes LISTCAT reported for them. A
      * cluster with more than one alternate index or path is
      * reported but left for a reorganization by hand.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMREOR.
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
           *> The IDCAMS LISTCAT ALL listing (OUTFILE of STEP010)
           SELECT LISTC-IN ASSIGN TO LISTCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LISTC-IN-STATUS.

           *> The reorganization plan - written by ASSESS, read by
           *> VERIFY
           SELECT REORG-PLAN ASSIGN TO REORPLDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REORG-PLAN-STATUS.

           *> The generated IDCAMS statements - the SYSIN of the step
           *> that follows
           SELECT IDCAMS-CARDS ASSIGN TO REORCMDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IDCAMS-CARDS-STATUS.

           *> The unload of the live cluster (before)
           SELECT UNLOAD-IN ASSIGN TO UNLOADDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS UNLOAD-IN-STATUS.

           *> The unload of the reloaded .REORG copy (after)
           SELECT RELOAD-IN ASSIGN TO RELOADDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RELOAD-IN-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  LISTC-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
              DEPENDING ON LISTC-LEN
           RECORDING MODE V.
       01  LISTC-REC.
           05 LISTC-ASA      PIC X.
           05 LISTC-TEXT     PIC X(120).

      * One record: the cluster being reorganized, the attributes its
      * .REORG copy is defined with and, when it has one, its
      * alternate index and path.
       FD  REORG-PLAN
           RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE F.
       01  REORG-PLAN-REC.
           05 RP-CLUSTER-NAME   PIC X(44).
           05 RP-DATA-NAME      PIC X(44).
           05 RP-INDEX-NAME     PIC X(44).
           05 RP-KEY-LEN        PIC 9(3).
           05 RP-KEY-POS        PIC 9(5).
           05 RP-AVG-LRECL      PIC 9(5).
           05 RP-MAX-LRECL      PIC 9(5).
           05 RP-CI-SIZE        PIC 9(5).
           05 RP-FREE-CI-PCT    PIC 9(3).
           05 RP-FREE-CA-PCT    PIC 9(3).
           05 RP-SHR-REGION     PIC X.
           05 RP-SHR-SYSTEM     PIC X.
           05 RP-SPACE-TYPE     PIC X(8).
           05 RP-SPACE-PRI      PIC 9(7).
           05 RP-SPACE-SEC      PIC 9(7).
           05 RP-VOLSER         PIC X(6).
           05 RP-CATALOG-RECS   PIC 9(10).
           05 RP-AIX-SW         PIC X.
              88 RP-HAS-AIX     VALUE 'Y'.
           05 RP-AIX-NAME       PIC X(44).
           05 RP-PATH-NAME      PIC X(44).
           05 RP-AIX-KEY-LEN    PIC 9(3).
           05 RP-AIX-KEY-POS    PIC 9(5).
           05 RP-AIX-AVG-LRECL  PIC 9(5).
           05 RP-AIX-MAX-LRECL  PIC 9(5).
           05 RP-AIX-UNIQUE     PIC X.
           05 RP-AIX-UPGRADE    PIC X.
           05 RP-PATH-UPDATE    PIC X.
           05 RP-AIX-SPACE-TYPE PIC X(8).
           05 RP-AIX-SPACE-PRI  PIC 9(7).
           05 RP-AIX-SPACE-SEC  PIC 9(7).
           05 RP-AIX-VOLSER     PIC X(6).
           05 RP-AIX-FREE-CI    PIC 9(3).
           05 RP-AIX-FREE-CA    PIC 9(3).
           05 FILLER            PIC X(41).

       FD  IDCAMS-CARDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  IDCAMS-CARD PIC X(80).

       FD  UNLOAD-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
              DEPENDING ON UNLOAD-LEN
           RECORDING MODE V.
       01  UNLOAD-REC PIC X(32756).

       FD  RELOAD-IN
           RECORD IS VARYING IN SIZE FROM 1 TO 32756 CHARACTERS
              DEPENDING ON RELOAD-LEN
           RECORDING MODE V.
       01  RELOAD-REC PIC X(32756).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  LISTC-IN-STATUS PIC XX.
           88 LISTC-IN-OK VALUE "00".
           88 LISTC-IN-EOF VALUE "10".

       01  REORG-PLAN-STATUS PIC XX.
           88 REORG-PLAN-OK VALUE "00".

       01  IDCAMS-CARDS-STATUS PIC XX.
           88 IDCAMS-CARDS-OK VALUE "00".

       01  UNLOAD-IN-STATUS PIC XX.
           88 UNLOAD-IN-OK VALUE "00".
           88 UNLOAD-IN-EOF VALUE "10".

       01  RELOAD-IN-STATUS PIC XX.
           88 RELOAD-IN-OK VALUE "00".
           88 RELOAD-IN-EOF VALUE "10".

       01  LISTC-LEN  PIC 9(5) COMP-4 VALUE ZERO.
       01  UNLOAD-LEN PIC 9(5) COMP-4 VALUE ZERO.
       01  RELOAD-LEN PIC 9(5) COMP-4 VALUE ZERO.

      * The thresholds - see the description above.
       01  REORG-CI-SPLIT-PCT PIC 9(3) VALUE 10.
       01  REORG-CA-SPLITS    PIC 9(5) VALUE 5.
       01  REORG-MIN-FREE-PCT PIC 9(3) VALUE 10.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      *-----------------------------------------------------------------
      * LISTCAT parsing. Each listing line is split on spaces into
      * tokens; a "KEYWORD-----value" token is matched against the
      * keyword table and its value taken from after the dashes, a
      * "TYPE ------- name" pair of tokens opens a new catalog entry.
      *-----------------------------------------------------------------
       01  LINE-TOKENS.
           05 LINE-TOKEN PIC X(60) OCCURS 10 TIMES.
       01  TOKEN-COUNT PIC 9(2) COMP-4 VALUE ZERO.
       01  TOK-IDX     PIC 9(2) COMP-4 VALUE ZERO.
       01  TOKEN-TEXT  PIC X(60) VALUE SPACES.
       01  TOKEN-PTR   PIC 9(3) COMP-4 VALUE ZERO.
       01  DASH-COUNT  PIC 9(2) COMP-4 VALUE ZERO.

       01  KEYWORD-VALUES.
           05 FILLER PIC X(15) VALUE 'KEYLEN       06'.
           05 FILLER PIC X(15) VALUE 'RKP          03'.
           05 FILLER PIC X(15) VALUE 'AVGLRECL     08'.
           05 FILLER PIC X(15) VALUE 'MAXLRECL     08'.
           05 FILLER PIC X(15) VALUE 'CISIZE       06'.
           05 FILLER PIC X(15) VALUE 'REC-TOTAL    09'.
           05 FILLER PIC X(15) VALUE 'SPLITS-CI    09'.
           05 FILLER PIC X(15) VALUE 'SPLITS-CA    09'.
           05 FILLER PIC X(15) VALUE 'FREESPACE-%CI13'.
           05 FILLER PIC X(15) VALUE 'FREESPACE-%CA13'.
           05 FILLER PIC X(15) VALUE 'FREESPC      07'.
           05 FILLER PIC X(15) VALUE 'EXTENTS      07'.
           05 FILLER PIC X(15) VALUE 'SPACE-TYPE   10'.
           05 FILLER PIC X(15) VALUE 'SPACE-PRI    09'.
           05 FILLER PIC X(15) VALUE 'SPACE-SEC    09'.
           05 FILLER PIC X(15) VALUE 'HI-A-RBA     08'.
           05 FILLER PIC X(15) VALUE 'HI-U-RBA     08'.
           05 FILLER PIC X(15) VALUE 'VOLSER       06'.
           05 FILLER PIC X(15) VALUE 'AXRKP        05'.
           05 FILLER PIC X(15) VALUE 'CLUSTER      07'.
           05 FILLER PIC X(15) VALUE 'DATA         04'.
           05 FILLER PIC X(15) VALUE 'INDEX        05'.
           05 FILLER PIC X(15) VALUE 'AIX          03'.
           05 FILLER PIC X(15) VALUE 'PATH         04'.
       01  KEYWORD-TABLE REDEFINES KEYWORD-VALUES.
           05 KEYWORD-ENTRY OCCURS 24 TIMES.
              10 KW-TEXT PIC X(13).
              10 KW-LEN  PIC 9(2).
       01  KW-IDX   PIC 9(2) COMP-4 VALUE ZERO.
       01  KW-FOUND PIC 9(2) COMP-4 VALUE ZERO.

       01  VALUE-TEXT PIC X(60) VALUE SPACES.
       01  VALUE-NUM  PIC 9(12) VALUE ZERO.
       01  VALUE-IDX  PIC 9(2) COMP-4 VALUE ZERO.
       01  VALUE-CHAR PIC X VALUE SPACE.
       01  VALUE-DIGIT REDEFINES VALUE-CHAR PIC 9.

      * The catalog entry the listing is in: its type and whether it
      * belongs to a cluster, an alternate index or a path.
       01  ENTRY-TYPE PIC X VALUE 'O'.
           88 ENTRY-IS-CLUSTER VALUE 'C'.
           88 ENTRY-IS-DATA    VALUE 'D'.
           88 ENTRY-IS-INDEX   VALUE 'I'.
           88 ENTRY-IS-AIX     VALUE 'A'.
           88 ENTRY-IS-PATH    VALUE 'P'.
           88 ENTRY-IS-OTHER   VALUE 'O'.
       01  OWNER-TYPE PIC X VALUE 'O'.
           88 OWNER-IS-CLUSTER VALUE 'C'.
           88 OWNER-IS-AIX     VALUE 'A'.
           88 OWNER-IS-PATH    VALUE 'P'.
           88 OWNER-IS-OTHER   VALUE 'O'.
       01  ENTRY-NAME PIC X(44) VALUE SPACES.

      *-----------------------------------------------------------------
      * The clusters, alternate indexes and paths found in the
      * listing.
      *-----------------------------------------------------------------
       01  CLUSTER-TABLE.
           05 CLUSTER-ENTRY OCCURS 99 TIMES.
              10 CL-NAME         PIC X(44).
              10 CL-DATA-NAME    PIC X(44).
              10 CL-INDEX-NAME   PIC X(44).
              10 CL-DATA-SEEN    PIC X.
              10 CL-ORG          PIC X.
                 88 CL-IS-KSDS   VALUE 'K'.
              10 CL-KEY-LEN      PIC 9(3)  COMP-4.
              10 CL-KEY-POS      PIC 9(5)  COMP-4.
              10 CL-AVG-LRECL    PIC 9(5)  COMP-4.
              10 CL-MAX-LRECL    PIC 9(5)  COMP-4.
              10 CL-CI-SIZE      PIC 9(5)  COMP-4.
              10 CL-FREE-CI-PCT  PIC 9(3)  COMP-4.
              10 CL-FREE-CA-PCT  PIC 9(3)  COMP-4.
              10 CL-SHR-REGION   PIC X.
              10 CL-SHR-SYSTEM   PIC X.
              10 CL-SPACE-TYPE   PIC X(8).
              10 CL-SPACE-PRI    PIC 9(7)  COMP-4.
              10 CL-SPACE-SEC    PIC 9(7)  COMP-4.
              10 CL-VOLSER       PIC X(6).
              10 CL-REC-TOTAL    PIC 9(10) COMP-4.
              10 CL-SPLITS-CI    PIC 9(9)  COMP-4.
              10 CL-SPLITS-CA    PIC 9(9)  COMP-4.
              10 CL-FREESPC      PIC 9(12) COMP-4.
              10 CL-EXTENTS      PIC 9(5)  COMP-4.
              10 CL-HI-A-RBA     PIC 9(12) COMP-4.
              10 CL-HI-U-RBA     PIC 9(12) COMP-4.
              10 CL-AIX-IDX      PIC 9(2)  COMP-4.
              10 CL-AIX-COUNT    PIC 9(2)  COMP-4.
              10 CL-CI-SPLIT-PCT PIC 9(3)  COMP-4.
              10 CL-FREE-PCT     PIC 9(3)  COMP-4.
              10 CL-STATE        PIC X.
                 88 CL-OK        VALUE 'K'.
                 88 CL-DUE       VALUE 'D'.
                 88 CL-EMPTY     VALUE 'E'.
                 88 CL-BY-HAND   VALUE 'H'.
                 88 CL-SKIPPED   VALUE 'S'.
       01  CLUSTERS-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  CL-IDX        PIC 9(2) COMP-4 VALUE ZERO.
       01  CUR-CL-IDX    PIC 9(2) COMP-4 VALUE ZERO.

       01  AIX-TABLE.
           05 AIX-ENTRY OCCURS 20 TIMES.
              10 AX-NAME        PIC X(44).
              10 AX-BASE-NAME   PIC X(44).
              10 AX-DATA-SEEN   PIC X.
              10 AX-KEY-LEN     PIC 9(3)  COMP-4.
              10 AX-KEY-POS     PIC 9(5)  COMP-4.
              10 AX-AVG-LRECL   PIC 9(5)  COMP-4.
              10 AX-MAX-LRECL   PIC 9(5)  COMP-4.
              10 AX-UNIQUE      PIC X.
              10 AX-UPGRADE     PIC X.
              10 AX-SPACE-TYPE  PIC X(8).
              10 AX-SPACE-PRI   PIC 9(7)  COMP-4.
              10 AX-SPACE-SEC   PIC 9(7)  COMP-4.
              10 AX-VOLSER      PIC X(6).
              10 AX-FREE-CI-PCT PIC 9(3)  COMP-4.
              10 AX-FREE-CA-PCT PIC 9(3)  COMP-4.
              10 AX-PATH-NAME   PIC X(44).
              10 AX-PATH-UPDATE PIC X.
              10 AX-PATH-COUNT  PIC 9(2)  COMP-4.
       01  AIXES-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  AX-IDX     PIC 9(2) COMP-4 VALUE ZERO.
       01  CUR-AX-IDX PIC 9(2) COMP-4 VALUE ZERO.

       01  PATH-TABLE.
           05 PATH-ENTRY OCCURS 20 TIMES.
              10 PT-NAME     PIC X(44).
              10 PT-AIX-NAME PIC X(44).
              10 PT-UPDATE   PIC X.
       01  PATHS-USED  PIC 9(2) COMP-4 VALUE ZERO.
       01  PT-IDX      PIC 9(2) COMP-4 VALUE ZERO.
       01  CUR-PT-IDX  PIC 9(2) COMP-4 VALUE ZERO.

      * Assessment.
       01  CIS-IN-USE     PIC 9(12) COMP-4 VALUE ZERO.
       01  CLUSTERS-DUE   PIC 9(2)  COMP-4 VALUE ZERO.
       01  CHOSEN-IDX     PIC 9(2)  COMP-4 VALUE ZERO.
       01  NAME-LEN       PIC 9(2)  COMP-4 VALUE ZERO.
       01  SUFFIX-TALLY   PIC 9(2)  COMP-4 VALUE ZERO.

      *-----------------------------------------------------------------
      * Verification. Each unload is folded into a record count, a
      * byte count and a key-sequence checksum: every key's bytes,
      * weighted by position, chained in file order - the same keys
      * in a different order give a different checksum. A key not
      * strictly above the one before it is a sequence break.
      *-----------------------------------------------------------------
       01  SCAN-TOTALS.
           05 SCAN-RECORDS     PIC 9(10) COMP-4.
           05 SCAN-BYTES       PIC 9(15) COMP-4.
           05 SCAN-CHECKSUM    PIC 9(9)  COMP-4.
           05 SCAN-SEQ-BREAKS  PIC 9(9)  COMP-4.
           05 SCAN-SHORT-RECS  PIC 9(9)  COMP-4.
       01  BEFORE-TOTALS.
           05 BEFORE-RECORDS    PIC 9(10) COMP-4.
           05 BEFORE-BYTES      PIC 9(15) COMP-4.
           05 BEFORE-CHECKSUM   PIC 9(9)  COMP-4.
           05 BEFORE-SEQ-BREAKS PIC 9(9)  COMP-4.
           05 BEFORE-SHORT-RECS PIC 9(9)  COMP-4.
       01  AFTER-TOTALS.
           05 AFTER-RECORDS    PIC 9(10) COMP-4.
           05 AFTER-BYTES      PIC 9(15) COMP-4.
           05 AFTER-CHECKSUM   PIC 9(9)  COMP-4.
           05 AFTER-SEQ-BREAKS PIC 9(9)  COMP-4.
           05 AFTER-SHORT-RECS PIC 9(9)  COMP-4.

       01  SCAN-LEN      PIC 9(5)  COMP-4 VALUE ZERO.
       01  SCAN-KEY      PIC X(255) VALUE SPACES.
       01  PREV-KEY      PIC X(255) VALUE LOW-VALUES.
       01  KEY-IDX       PIC 9(3)  COMP-4 VALUE ZERO.
       01  KEY-HASH      PIC 9(9)  COMP-4 VALUE ZERO.
       01  CHECK-WORK    PIC 9(18) COMP-4 VALUE ZERO.
       01  CHECK-REM     PIC 9(18) COMP-4 VALUE ZERO.
       01  KEY-END-POS   PIC 9(5)  COMP-4 VALUE ZERO.

      * One key byte, read as a number through the low half of a
      * halfword.
       01  BYTE-WORK.
           05 BYTE-HIGH  PIC X VALUE LOW-VALUE.
           05 BYTE-LOW   PIC X VALUE LOW-VALUE.
       01  BYTE-VALUE REDEFINES BYTE-WORK PIC 9(4) COMP-4.

       01  VERIFY-SW PIC X VALUE 'T'.
           88 VERIFY-PASSED VALUE 'T'.
           88 VERIFY-FAILED VALUE 'F'.

      *-----------------------------------------------------------------
      * IDCAMS statement building.
      *-----------------------------------------------------------------
       01  EDIT-NUM     PIC 9(12) VALUE ZERO.
       01  EDIT-ZONED   PIC Z(11)9.
       01  EDIT-TEXT    PIC X(12) VALUE SPACES.
       01  EDIT-LEAD    PIC 9(2) COMP-4 VALUE ZERO.
       01  NUM-TEXT-1   PIC X(12) VALUE SPACES.
       01  NUM-TEXT-2   PIC X(12) VALUE SPACES.
       01  NEW-NAME     PIC X(44) VALUE SPACES.
       01  NEW-DATA     PIC X(44) VALUE SPACES.
       01  NEW-INDEX    PIC X(44) VALUE SPACES.
       01  PRIOR-NAME   PIC X(44) VALUE SPACES.
       01  PRIOR-DATA   PIC X(44) VALUE SPACES.
       01  PRIOR-INDEX  PIC X(44) VALUE SPACES.
       01  SPACE-KEYWORD PIC X(10) VALUE SPACES.
       01  CARDS-WRITTEN PIC 9(3) COMP-4 VALUE ZERO.

       01  DISP-COUNT PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  DISP-BYTES PIC ZZZ,ZZZ,ZZZ,ZZ9 VALUE ZERO.
       01  DISP-PCT   PIC ZZ9 VALUE ZERO.
       01  DISP-CHECK PIC 9(9) VALUE ZERO.
       01  DISP-SPLITS PIC ZZZ,ZZ9 VALUE ZERO.
       01  DISP-STATE PIC X(22) VALUE SPACES.

      * Built up before each CALL to UNEMOPAL, the operator alert
      * utility, when a reload is refused.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= action text - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(8).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           EVALUATE TRUE
              WHEN PARM-LEN > ZERO AND PARM-TEXT (1:6) = "ASSESS"
                 PERFORM 2000-ASSESS
                    THRU 2000-ASSESS-END
              WHEN PARM-LEN > ZERO AND PARM-TEXT (1:6) = "VERIFY"
                 PERFORM 5000-VERIFY
                    THRU 5000-VERIFY-END
              WHEN OTHER
                 DISPLAY "Unknown action - use PARM='ASSESS' or "
                    "PARM='VERIFY'."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * ASSESS: load the thresholds, read the listing, report every
      * KSDS cluster and plan the reorganization of the worst one
      * due.
      ******************************************************************
       2000-ASSESS.
           PERFORM 2100-LOAD-THRESHOLDS

           OPEN INPUT LISTC-IN

           IF NOT LISTC-IN-OK THEN
              DISPLAY "Couldn't open the LISTCAT listing - STATUS "
                 LISTC-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-ASSESS-END
           END-IF

           PERFORM UNTIL LISTC-IN-EOF
              READ LISTC-IN
                 AT END CONTINUE
                 NOT AT END PERFORM 2200-PARSE-LINE
                    THRU 2200-PARSE-LINE-END
              END-READ
              IF NOT LISTC-IN-OK AND NOT LISTC-IN-EOF THEN
                 DISPLAY "Error reading the LISTCAT listing - STATUS "
                    LISTC-IN-STATUS
                 SET LISTC-IN-EOF TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM

           CLOSE LISTC-IN

           IF RETURN-CODE NOT = ZERO THEN
              GO TO 2000-ASSESS-END
           END-IF

           PERFORM 2600-LINK-AIXES-AND-PATHS
           PERFORM 3000-ASSESS-CLUSTERS
           PERFORM 3500-REPORT-CLUSTERS
           PERFORM 4000-WRITE-PLAN
              THRU 4000-WRITE-PLAN-END
           .

       2000-ASSESS-END.
           EXIT.
      ******************************************************************
       2100-LOAD-THRESHOLDS.
           MOVE "REORG-CI-SPLIT-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO REORG-CI-SPLIT-PCT
              DISPLAY "REORG-CI-SPLIT-PCT set from the parameter "
                 "file: " REORG-CI-SPLIT-PCT
           END-IF

           MOVE "REORG-CA-SPLITS" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:5) IS NUMERIC THEN
              MOVE RTP-VALUE (1:5) TO REORG-CA-SPLITS
              DISPLAY "REORG-CA-SPLITS set from the parameter file: "
                 REORG-CA-SPLITS
           END-IF

           MOVE "REORG-MIN-FREE-PCT" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:3) IS NUMERIC THEN
              MOVE RTP-VALUE (1:3) TO REORG-MIN-FREE-PCT
              DISPLAY "REORG-MIN-FREE-PCT set from the parameter "
                 "file: " REORG-MIN-FREE-PCT
           END-IF
           .

       2100-LOAD-THRESHOLDS-END.
           EXIT.
      ******************************************************************
      * Splits one listing line into tokens. A line whose second or
      * third token is all dashes is an entry header ("CLUSTER -----
      * name", "GDG BASE ------ name"); anything else is scanned for
      * the keywords and flags this utility keeps.
      ******************************************************************
       2200-PARSE-LINE.
           IF LISTC-LEN < 2 THEN
              GO TO 2200-PARSE-LINE-END
           END-IF

           MOVE SPACES TO LINE-TOKENS
           MOVE ZERO TO TOKEN-COUNT
           UNSTRING LISTC-TEXT (1:LISTC-LEN - 1) DELIMITED BY ALL SPACE
              INTO LINE-TOKEN (1) LINE-TOKEN (2) LINE-TOKEN (3)
                   LINE-TOKEN (4) LINE-TOKEN (5) LINE-TOKEN (6)
                   LINE-TOKEN (7) LINE-TOKEN (8) LINE-TOKEN (9)
                   LINE-TOKEN (10)
              TALLYING IN TOKEN-COUNT
           END-UNSTRING

      *    A leading blank gives an empty first token - shift it out.
           IF LINE-TOKEN (1) = SPACES THEN
              PERFORM VARYING TOK-IDX FROM 1 BY 1
                    UNTIL TOK-IDX > 9
                 MOVE LINE-TOKEN (TOK-IDX + 1) TO LINE-TOKEN (TOK-IDX)
              END-PERFORM
              MOVE SPACES TO LINE-TOKEN (10)
           END-IF

           IF LINE-TOKEN (1) = SPACES THEN
              GO TO 2200-PARSE-LINE-END
           END-IF

           MOVE ZERO TO DASH-COUNT
           INSPECT LINE-TOKEN (2) TALLYING DASH-COUNT FOR ALL '-'
           IF DASH-COUNT > 2 AND LINE-TOKEN (2) (1:1) = '-' THEN
              MOVE LINE-TOKEN (3) TO ENTRY-NAME
              PERFORM 2300-OPEN-ENTRY
              GO TO 2200-PARSE-LINE-END
           END-IF

           MOVE ZERO TO DASH-COUNT
           INSPECT LINE-TOKEN (3) TALLYING DASH-COUNT FOR ALL '-'
           IF DASH-COUNT > 2 AND LINE-TOKEN (3) (1:1) = '-' THEN
              MOVE LINE-TOKEN (4) TO ENTRY-NAME
              PERFORM 2300-OPEN-ENTRY
              GO TO 2200-PARSE-LINE-END
           END-IF

           PERFORM VARYING TOK-IDX FROM 1 BY 1
                 UNTIL TOK-IDX > 10
              IF LINE-TOKEN (TOK-IDX) NOT = SPACES THEN
                 MOVE LINE-TOKEN (TOK-IDX) TO TOKEN-TEXT
                 PERFORM 2400-PARSE-TOKEN
                    THRU 2400-PARSE-TOKEN-END
              END-IF
           END-PERFORM
           .

       2200-PARSE-LINE-END.
           EXIT.
      ******************************************************************
      * Opens a new catalog entry. A DATA or INDEX component belongs
      * to the cluster or alternate index listed just before it.
      ******************************************************************
       2300-OPEN-ENTRY.
           EVALUATE LINE-TOKEN (1)
              WHEN "CLUSTER"
                 SET ENTRY-IS-CLUSTER TO TRUE
                 SET OWNER-IS-CLUSTER TO TRUE
                 IF CLUSTERS-USED < 99 THEN
                    ADD 1 TO CLUSTERS-USED
                    MOVE CLUSTERS-USED TO CUR-CL-IDX
                    INITIALIZE CLUSTER-ENTRY (CUR-CL-IDX)
                    MOVE ENTRY-NAME TO CL-NAME (CUR-CL-IDX)
                    MOVE 'N' TO CL-DATA-SEEN (CUR-CL-IDX)
                    MOVE 'O' TO CL-ORG (CUR-CL-IDX)
                 ELSE
                    DISPLAY "More than 99 clusters listed - "
                       ENTRY-NAME " not assessed."
                    SET OWNER-IS-OTHER TO TRUE
                 END-IF
              WHEN "AIX"
                 SET ENTRY-IS-AIX TO TRUE
                 SET OWNER-IS-AIX TO TRUE
                 IF AIXES-USED < 20 THEN
                    ADD 1 TO AIXES-USED
                    MOVE AIXES-USED TO CUR-AX-IDX
                    INITIALIZE AIX-ENTRY (CUR-AX-IDX)
                    MOVE ENTRY-NAME TO AX-NAME (CUR-AX-IDX)
                    MOVE 'N' TO AX-DATA-SEEN (CUR-AX-IDX)
                    MOVE 'N' TO AX-UNIQUE (CUR-AX-IDX)
                    MOVE 'N' TO AX-UPGRADE (CUR-AX-IDX)
                 ELSE
                    SET OWNER-IS-OTHER TO TRUE
                 END-IF
              WHEN "PATH"
                 SET ENTRY-IS-PATH TO TRUE
                 SET OWNER-IS-PATH TO TRUE
                 IF PATHS-USED < 20 THEN
                    ADD 1 TO PATHS-USED
                    MOVE PATHS-USED TO CUR-PT-IDX
                    MOVE ENTRY-NAME TO PT-NAME (CUR-PT-IDX)
                    MOVE SPACES TO PT-AIX-NAME (CUR-PT-IDX)
                    MOVE 'Y' TO PT-UPDATE (CUR-PT-IDX)
                 ELSE
                    SET OWNER-IS-OTHER TO TRUE
                 END-IF
              WHEN "DATA"
                 SET ENTRY-IS-DATA TO TRUE
              WHEN "INDEX"
                 SET ENTRY-IS-INDEX TO TRUE
      *    "IN-CAT --- catalog" is a line of the entry, not a new one.
              WHEN "IN-CAT"
                 CONTINUE
              WHEN OTHER
                 SET ENTRY-IS-OTHER TO TRUE
                 SET OWNER-IS-OTHER TO TRUE
           END-EVALUATE
           .

       2300-OPEN-ENTRY-END.
           EXIT.
      ******************************************************************
      * One token: a keyword with its value after the dashes, or a
      * bare attribute flag.
      ******************************************************************
       2400-PARSE-TOKEN.
           MOVE ZERO TO KW-FOUND
           PERFORM VARYING KW-IDX FROM 1 BY 1
                 UNTIL KW-IDX > 24 OR KW-FOUND > ZERO
              IF TOKEN-TEXT (1:KW-LEN (KW-IDX))
                    = KW-TEXT (KW-IDX) (1:KW-LEN (KW-IDX))
                 AND TOKEN-TEXT (KW-LEN (KW-IDX) + 1:1) = '-' THEN
                 MOVE KW-IDX TO KW-FOUND
              END-IF
           END-PERFORM

           IF KW-FOUND = ZERO THEN
              PERFORM 2500-PARSE-FLAG
              GO TO 2400-PARSE-TOKEN-END
           END-IF

           COMPUTE TOKEN-PTR = KW-LEN (KW-FOUND) + 1
           PERFORM UNTIL TOKEN-PTR > 60
                 OR TOKEN-TEXT (TOKEN-PTR:1) NOT = '-'
              ADD 1 TO TOKEN-PTR
           END-PERFORM

           MOVE SPACES TO VALUE-TEXT
           IF TOKEN-PTR <= 60 THEN
              MOVE TOKEN-TEXT (TOKEN-PTR:) TO VALUE-TEXT
           END-IF
           PERFORM 7000-VALUE-TO-NUMBER

           EVALUATE TRUE
              WHEN OWNER-IS-CLUSTER AND ENTRY-IS-CLUSTER
                 PERFORM 2410-CLUSTER-ENTRY-FIELD
              WHEN OWNER-IS-CLUSTER AND ENTRY-IS-DATA
                 PERFORM 2420-CLUSTER-DATA-FIELD
              WHEN OWNER-IS-AIX AND ENTRY-IS-AIX
                 PERFORM 2430-AIX-ENTRY-FIELD
              WHEN OWNER-IS-AIX AND ENTRY-IS-DATA
                 PERFORM 2440-AIX-DATA-FIELD
              WHEN OWNER-IS-PATH AND ENTRY-IS-PATH
                 IF KW-FOUND = 23 THEN
                    MOVE VALUE-TEXT TO PT-AIX-NAME (CUR-PT-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2400-PARSE-TOKEN-END.
           EXIT.
      ******************************************************************
      * The cluster entry's associations name its components.
      ******************************************************************
       2410-CLUSTER-ENTRY-FIELD.
           EVALUATE KW-FOUND
              WHEN 21
                 MOVE VALUE-TEXT TO CL-DATA-NAME (CUR-CL-IDX)
              WHEN 22
                 MOVE VALUE-TEXT TO CL-INDEX-NAME (CUR-CL-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2410-CLUSTER-ENTRY-FIELD-END.
           EXIT.
      ******************************************************************
      * The cluster's data component carries the attributes, the
      * statistics and the allocation. Only the first volume is kept.
      ******************************************************************
       2420-CLUSTER-DATA-FIELD.
           EVALUATE KW-FOUND
              WHEN 1  MOVE VALUE-NUM TO CL-KEY-LEN (CUR-CL-IDX)
              WHEN 2  MOVE VALUE-NUM TO CL-KEY-POS (CUR-CL-IDX)
              WHEN 3  MOVE VALUE-NUM TO CL-AVG-LRECL (CUR-CL-IDX)
              WHEN 4  MOVE VALUE-NUM TO CL-MAX-LRECL (CUR-CL-IDX)
              WHEN 5  MOVE VALUE-NUM TO CL-CI-SIZE (CUR-CL-IDX)
              WHEN 6  MOVE VALUE-NUM TO CL-REC-TOTAL (CUR-CL-IDX)
              WHEN 7  MOVE VALUE-NUM TO CL-SPLITS-CI (CUR-CL-IDX)
              WHEN 8  MOVE VALUE-NUM TO CL-SPLITS-CA (CUR-CL-IDX)
              WHEN 9  MOVE VALUE-NUM TO CL-FREE-CI-PCT (CUR-CL-IDX)
              WHEN 10 MOVE VALUE-NUM TO CL-FREE-CA-PCT (CUR-CL-IDX)
              WHEN 11 MOVE VALUE-NUM TO CL-FREESPC (CUR-CL-IDX)
              WHEN 12 MOVE VALUE-NUM TO CL-EXTENTS (CUR-CL-IDX)
              WHEN 13 MOVE VALUE-TEXT TO CL-SPACE-TYPE (CUR-CL-IDX)
              WHEN 14 MOVE VALUE-NUM TO CL-SPACE-PRI (CUR-CL-IDX)
              WHEN 15 MOVE VALUE-NUM TO CL-SPACE-SEC (CUR-CL-IDX)
              WHEN 16 MOVE VALUE-NUM TO CL-HI-A-RBA (CUR-CL-IDX)
              WHEN 17 MOVE VALUE-NUM TO CL-HI-U-RBA (CUR-CL-IDX)
              WHEN 18
                 IF CL-DATA-SEEN (CUR-CL-IDX) = 'N' THEN
                    MOVE VALUE-TEXT TO CL-VOLSER (CUR-CL-IDX)
                    MOVE 'Y' TO CL-DATA-SEEN (CUR-CL-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2420-CLUSTER-DATA-FIELD-END.
           EXIT.
      ******************************************************************
      * The alternate index entry: its base cluster, its path and the
      * alternate key's position in the base record.
      ******************************************************************
       2430-AIX-ENTRY-FIELD.
           EVALUATE KW-FOUND
              WHEN 19 MOVE VALUE-NUM TO AX-KEY-POS (CUR-AX-IDX)
              WHEN 20 MOVE VALUE-TEXT TO AX-BASE-NAME (CUR-AX-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2430-AIX-ENTRY-FIELD-END.
           EXIT.
      ******************************************************************
       2440-AIX-DATA-FIELD.
           EVALUATE KW-FOUND
              WHEN 1  MOVE VALUE-NUM TO AX-KEY-LEN (CUR-AX-IDX)
              WHEN 3  MOVE VALUE-NUM TO AX-AVG-LRECL (CUR-AX-IDX)
              WHEN 4  MOVE VALUE-NUM TO AX-MAX-LRECL (CUR-AX-IDX)
              WHEN 9  MOVE VALUE-NUM TO AX-FREE-CI-PCT (CUR-AX-IDX)
              WHEN 10 MOVE VALUE-NUM TO AX-FREE-CA-PCT (CUR-AX-IDX)
              WHEN 13 MOVE VALUE-TEXT TO AX-SPACE-TYPE (CUR-AX-IDX)
              WHEN 14 MOVE VALUE-NUM TO AX-SPACE-PRI (CUR-AX-IDX)
              WHEN 15 MOVE VALUE-NUM TO AX-SPACE-SEC (CUR-AX-IDX)
              WHEN 18
                 IF AX-DATA-SEEN (CUR-AX-IDX) = 'N' THEN
                    MOVE VALUE-TEXT TO AX-VOLSER (CUR-AX-IDX)
                    MOVE 'Y' TO AX-DATA-SEEN (CUR-AX-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2440-AIX-DATA-FIELD-END.
           EXIT.
      ******************************************************************
      * The bare attribute flags: the data organization, the share
      * options and the alternate index and path options.
      ******************************************************************
       2500-PARSE-FLAG.
           IF OWNER-IS-CLUSTER AND ENTRY-IS-DATA THEN
              EVALUATE TRUE
                 WHEN TOKEN-TEXT = "INDEXED"
                    MOVE 'K' TO CL-ORG (CUR-CL-IDX)
                 WHEN TOKEN-TEXT = "NONINDEXED"
                    OR TOKEN-TEXT = "NUMBERED"
                    OR TOKEN-TEXT = "LINEAR"
                    MOVE 'O' TO CL-ORG (CUR-CL-IDX)
                 WHEN TOKEN-TEXT (1:9) = "SHROPTNS("
                    MOVE TOKEN-TEXT (10:1) TO CL-SHR-REGION (CUR-CL-IDX)
                    MOVE TOKEN-TEXT (12:1) TO CL-SHR-SYSTEM (CUR-CL-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF OWNER-IS-AIX THEN
              EVALUATE TOKEN-TEXT
                 WHEN "UNIQKEY"
                    MOVE 'Y' TO AX-UNIQUE (CUR-AX-IDX)
                 WHEN "NONUNIQKEY"
                    MOVE 'N' TO AX-UNIQUE (CUR-AX-IDX)
                 WHEN "UPGRADE"
                    MOVE 'Y' TO AX-UPGRADE (CUR-AX-IDX)
                 WHEN "NOUPGRADE"
                    MOVE 'N' TO AX-UPGRADE (CUR-AX-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF OWNER-IS-PATH AND ENTRY-IS-PATH THEN
              EVALUATE TOKEN-TEXT
                 WHEN "UPDATE"
                    MOVE 'Y' TO PT-UPDATE (CUR-PT-IDX)
                 WHEN "NOUPDATE"
                    MOVE 'N' TO PT-UPDATE (CUR-PT-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       2500-PARSE-FLAG-END.
           EXIT.
      ******************************************************************
      * Hangs each alternate index on its base cluster and each path
      * on its alternate index, counting them - only one of each per
      * cluster is rebuilt by the swap.
      ******************************************************************
       2600-LINK-AIXES-AND-PATHS.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                 UNTIL PT-IDX > PATHS-USED
              PERFORM VARYING AX-IDX FROM 1 BY 1
                    UNTIL AX-IDX > AIXES-USED
                 IF AX-NAME (AX-IDX) = PT-AIX-NAME (PT-IDX) THEN
                    ADD 1 TO AX-PATH-COUNT (AX-IDX)
                    MOVE PT-NAME (PT-IDX) TO AX-PATH-NAME (AX-IDX)
                    MOVE PT-UPDATE (PT-IDX) TO AX-PATH-UPDATE (AX-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING AX-IDX FROM 1 BY 1
                 UNTIL AX-IDX > AIXES-USED
              PERFORM VARYING CL-IDX FROM 1 BY 1
                    UNTIL CL-IDX > CLUSTERS-USED
                 IF CL-NAME (CL-IDX) = AX-BASE-NAME (AX-IDX) THEN
                    ADD 1 TO CL-AIX-COUNT (CL-IDX)
                    MOVE AX-IDX TO CL-AIX-IDX (CL-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       2600-LINK-AIXES-AND-PATHS-END.
           EXIT.
      ******************************************************************
      * Works out each KSDS cluster's CI split percentage and free
      * space percentage, and whether it is due. The worst cluster
      * due - most CA splits, then the highest CI split percentage -
      * is the one this run reorganizes.
      ******************************************************************
       3000-ASSESS-CLUSTERS.
           MOVE ZERO TO CLUSTERS-DUE
           MOVE ZERO TO CHOSEN-IDX

           PERFORM VARYING CL-IDX FROM 1 BY 1
                 UNTIL CL-IDX > CLUSTERS-USED
              PERFORM 3100-ASSESS-ONE-CLUSTER
                 THRU 3100-ASSESS-ONE-CLUSTER-END
           END-PERFORM
           .

       3000-ASSESS-CLUSTERS-END.
           EXIT.
      ******************************************************************
       3100-ASSESS-ONE-CLUSTER.
           SET CL-OK (CL-IDX) TO TRUE
           MOVE ZERO TO CL-CI-SPLIT-PCT (CL-IDX)
           MOVE ZERO TO CL-FREE-PCT (CL-IDX)

           IF NOT CL-IS-KSDS (CL-IDX) THEN
              SET CL-SKIPPED (CL-IDX) TO TRUE
              GO TO 3100-ASSESS-ONE-CLUSTER-END
           END-IF

      *    A .REORG copy or a .PRIOR fallback left by an earlier run
      *    is not a cluster of the family in its own right.
           MOVE ZERO TO SUFFIX-TALLY
           INSPECT CL-NAME (CL-IDX) TALLYING SUFFIX-TALLY
              FOR ALL ".REORG " ALL ".PRIOR "
           IF SUFFIX-TALLY > ZERO THEN
              SET CL-SKIPPED (CL-IDX) TO TRUE
              GO TO 3100-ASSESS-ONE-CLUSTER-END
           END-IF

           IF CL-CI-SIZE (CL-IDX) > ZERO THEN
              COMPUTE CIS-IN-USE =
                 CL-HI-U-RBA (CL-IDX) / CL-CI-SIZE (CL-IDX)
              IF CIS-IN-USE > ZERO THEN
                 IF CL-SPLITS-CI (CL-IDX) >= CIS-IN-USE * 9 THEN
                    MOVE 999 TO CL-CI-SPLIT-PCT (CL-IDX)
                 ELSE
                    COMPUTE CL-CI-SPLIT-PCT (CL-IDX) ROUNDED =
                       CL-SPLITS-CI (CL-IDX) * 100 / CIS-IN-USE
                 END-IF
              END-IF
           END-IF

           IF CL-HI-A-RBA (CL-IDX) > ZERO THEN
              COMPUTE CL-FREE-PCT (CL-IDX) ROUNDED =
                 CL-FREESPC (CL-IDX) * 100 / CL-HI-A-RBA (CL-IDX)
           END-IF

           IF CL-REC-TOTAL (CL-IDX) = ZERO THEN
              SET CL-EMPTY (CL-IDX) TO TRUE
              GO TO 3100-ASSESS-ONE-CLUSTER-END
           END-IF

           IF CL-CI-SPLIT-PCT (CL-IDX) < REORG-CI-SPLIT-PCT
              AND CL-SPLITS-CA (CL-IDX) < REORG-CA-SPLITS
              AND CL-FREE-PCT (CL-IDX) >= REORG-MIN-FREE-PCT THEN
              GO TO 3100-ASSESS-ONE-CLUSTER-END
           END-IF

      *    Due - but the swap renames to .PRIOR.INDEX, which must fit
      *    a 44-byte name, and rebuilds at most one index and path.
           MOVE ZERO TO NAME-LEN
           INSPECT CL-NAME (CL-IDX) TALLYING NAME-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF NAME-LEN > 32
              OR CL-AIX-COUNT (CL-IDX) > 1 THEN
              SET CL-BY-HAND (CL-IDX) TO TRUE
              GO TO 3100-ASSESS-ONE-CLUSTER-END
           END-IF
           IF CL-AIX-COUNT (CL-IDX) = 1 THEN
              IF AX-PATH-COUNT (CL-AIX-IDX (CL-IDX)) > 1 THEN
                 SET CL-BY-HAND (CL-IDX) TO TRUE
                 GO TO 3100-ASSESS-ONE-CLUSTER-END
              END-IF
           END-IF

           SET CL-DUE (CL-IDX) TO TRUE
           ADD 1 TO CLUSTERS-DUE

           IF CHOSEN-IDX = ZERO THEN
              MOVE CL-IDX TO CHOSEN-IDX
           ELSE
              IF CL-SPLITS-CA (CL-IDX) > CL-SPLITS-CA (CHOSEN-IDX)
                 OR (CL-SPLITS-CA (CL-IDX) = CL-SPLITS-CA (CHOSEN-IDX)
                    AND CL-CI-SPLIT-PCT (CL-IDX)
                       > CL-CI-SPLIT-PCT (CHOSEN-IDX)) THEN
                 MOVE CL-IDX TO CHOSEN-IDX
              END-IF
           END-IF
           .

       3100-ASSESS-ONE-CLUSTER-END.
           EXIT.
      ******************************************************************
       3500-REPORT-CLUSTERS.
           MOVE REORG-CI-SPLIT-PCT TO DISP-PCT
           DISPLAY "Cluster fragmentation report - due at " DISP-PCT
              "% CI splits, " REORG-CA-SPLITS " CA splits or under "
              REORG-MIN-FREE-PCT "% free space."

           PERFORM VARYING CL-IDX FROM 1 BY 1
                 UNTIL CL-IDX > CLUSTERS-USED
              IF NOT CL-SKIPPED (CL-IDX) THEN
                 PERFORM 3600-REPORT-ONE-CLUSTER
              END-IF
           END-PERFORM

           IF CHOSEN-IDX = ZERO THEN
              DISPLAY "No cluster past its threshold - nothing to "
                 "reorganize."
           ELSE
              DISPLAY CLUSTERS-DUE " cluster(s) due. Reorganizing "
                 CL-NAME (CHOSEN-IDX)
              DISPLAY "    this run; the rest follow on the next "
                 "runs, worst first."
           END-IF
           .

       3500-REPORT-CLUSTERS-END.
           EXIT.
      ******************************************************************
       3600-REPORT-ONE-CLUSTER.
           EVALUATE TRUE
              WHEN CL-DUE (CL-IDX)
                 MOVE "REORGANIZATION DUE" TO DISP-STATE
              WHEN CL-BY-HAND (CL-IDX)
                 MOVE "DUE - REORG BY HAND" TO DISP-STATE
              WHEN CL-EMPTY (CL-IDX)
                 MOVE "empty" TO DISP-STATE
              WHEN OTHER
                 MOVE "ok" TO DISP-STATE
           END-EVALUATE

           DISPLAY "    " CL-NAME (CL-IDX) " " DISP-STATE

           MOVE CL-REC-TOTAL (CL-IDX) TO DISP-COUNT
           MOVE CL-EXTENTS (CL-IDX) TO DISP-SPLITS
           DISPLAY "        records " DISP-COUNT "   extents "
              DISP-SPLITS

           MOVE CL-SPLITS-CI (CL-IDX) TO DISP-SPLITS
           MOVE CL-CI-SPLIT-PCT (CL-IDX) TO DISP-PCT
           DISPLAY "        CI splits " DISP-SPLITS " (" DISP-PCT
              "% of CIs in use)"

           MOVE CL-SPLITS-CA (CL-IDX) TO DISP-SPLITS
           DISPLAY "        CA splits " DISP-SPLITS

           MOVE CL-FREESPC (CL-IDX) TO DISP-BYTES
           MOVE CL-FREE-PCT (CL-IDX) TO DISP-PCT
           DISPLAY "        free space " DISP-BYTES " byte(s) ("
              DISP-PCT "% of the allocation)"
           .

       3600-REPORT-ONE-CLUSTER-END.
           EXIT.
      ******************************************************************
      * Writes the plan and the unload / define / reload statements
      * for the chosen cluster. With nothing due both files are left
      * empty and the job's reorganization steps are skipped on RC=0.
      ******************************************************************
       4000-WRITE-PLAN.
           OPEN OUTPUT REORG-PLAN
           IF NOT REORG-PLAN-OK THEN
              DISPLAY "Couldn't open the reorganization plan - STATUS "
                 REORG-PLAN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-WRITE-PLAN-END
           END-IF

           OPEN OUTPUT IDCAMS-CARDS
           IF NOT IDCAMS-CARDS-OK THEN
              DISPLAY "Couldn't open the IDCAMS statements - STATUS "
                 IDCAMS-CARDS-STATUS
              CLOSE REORG-PLAN
              MOVE 8 TO RETURN-CODE
              GO TO 4000-WRITE-PLAN-END
           END-IF

           IF CHOSEN-IDX > ZERO THEN
              PERFORM 4100-FILL-PLAN
              WRITE REORG-PLAN-REC
              PERFORM 4200-WRITE-RELOAD-CARDS
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           CLOSE REORG-PLAN
           CLOSE IDCAMS-CARDS
           .

       4000-WRITE-PLAN-END.
           EXIT.
      ******************************************************************
       4100-FILL-PLAN.
           MOVE SPACES TO REORG-PLAN-REC
           MOVE CL-NAME (CHOSEN-IDX) TO RP-CLUSTER-NAME
           MOVE CL-DATA-NAME (CHOSEN-IDX) TO RP-DATA-NAME
           MOVE CL-INDEX-NAME (CHOSEN-IDX) TO RP-INDEX-NAME
           MOVE CL-KEY-LEN (CHOSEN-IDX) TO RP-KEY-LEN
           MOVE CL-KEY-POS (CHOSEN-IDX) TO RP-KEY-POS
           MOVE CL-AVG-LRECL (CHOSEN-IDX) TO RP-AVG-LRECL
           MOVE CL-MAX-LRECL (CHOSEN-IDX) TO RP-MAX-LRECL
           MOVE CL-CI-SIZE (CHOSEN-IDX) TO RP-CI-SIZE
           MOVE CL-FREE-CI-PCT (CHOSEN-IDX) TO RP-FREE-CI-PCT
           MOVE CL-FREE-CA-PCT (CHOSEN-IDX) TO RP-FREE-CA-PCT
           MOVE CL-SHR-REGION (CHOSEN-IDX) TO RP-SHR-REGION
           MOVE CL-SHR-SYSTEM (CHOSEN-IDX) TO RP-SHR-SYSTEM
           MOVE CL-SPACE-TYPE (CHOSEN-IDX) TO RP-SPACE-TYPE
           MOVE CL-SPACE-PRI (CHOSEN-IDX) TO RP-SPACE-PRI
           MOVE CL-SPACE-SEC (CHOSEN-IDX) TO RP-SPACE-SEC
           MOVE CL-VOLSER (CHOSEN-IDX) TO RP-VOLSER
           MOVE CL-REC-TOTAL (CHOSEN-IDX) TO RP-CATALOG-RECS

           MOVE 'N' TO RP-AIX-SW
           MOVE ZERO TO RP-AIX-KEY-LEN RP-AIX-KEY-POS RP-AIX-AVG-LRECL
              RP-AIX-MAX-LRECL RP-AIX-SPACE-PRI RP-AIX-SPACE-SEC
              RP-AIX-FREE-CI RP-AIX-FREE-CA
           IF CL-AIX-COUNT (CHOSEN-IDX) = 1 THEN
              MOVE CL-AIX-IDX (CHOSEN-IDX) TO AX-IDX
              MOVE 'Y' TO RP-AIX-SW
              MOVE AX-NAME (AX-IDX) TO RP-AIX-NAME
              MOVE AX-PATH-NAME (AX-IDX) TO RP-PATH-NAME
              MOVE AX-KEY-LEN (AX-IDX) TO RP-AIX-KEY-LEN
              MOVE AX-KEY-POS (AX-IDX) TO RP-AIX-KEY-POS
              MOVE AX-AVG-LRECL (AX-IDX) TO RP-AIX-AVG-LRECL
              MOVE AX-MAX-LRECL (AX-IDX) TO RP-AIX-MAX-LRECL
              MOVE AX-UNIQUE (AX-IDX) TO RP-AIX-UNIQUE
              MOVE AX-UPGRADE (AX-IDX) TO RP-AIX-UPGRADE
              MOVE AX-PATH-UPDATE (AX-IDX) TO RP-PATH-UPDATE
              MOVE AX-SPACE-TYPE (AX-IDX) TO RP-AIX-SPACE-TYPE
              MOVE AX-SPACE-PRI (AX-IDX) TO RP-AIX-SPACE-PRI
              MOVE AX-SPACE-SEC (AX-IDX) TO RP-AIX-SPACE-SEC
              MOVE AX-VOLSER (AX-IDX) TO RP-AIX-VOLSER
              MOVE AX-FREE-CI-PCT (AX-IDX) TO RP-AIX-FREE-CI
              MOVE AX-FREE-CA-PCT (AX-IDX) TO RP-AIX-FREE-CA
           END-IF
           .

       4100-FILL-PLAN-END.
           EXIT.
      ******************************************************************
      * Unload the live cluster, DEFINE the .REORG copy with the
      * cluster's current attributes and space, reload it, and unload
      * the copy for VERIFY. A .REORG copy left by a refused run is
      * deleted first.
      ******************************************************************
       4200-WRITE-RELOAD-CARDS.
           PERFORM 8000-BUILD-NAMES

           MOVE SPACES TO IDCAMS-CARD
           STRING "  DELETE " DELIMITED BY SIZE NEW-NAME
              DELIMITED BY SPACE " CLUSTER PURGE" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD
           MOVE "  SET MAXCC = 0" TO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  REPRO INDATASET(" DELIMITED BY SIZE RP-CLUSTER-NAME
              DELIMITED BY SPACE ") OUTFILE(UNLOADDD)" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  DEFINE CLUSTER (NAME(" DELIMITED BY SIZE NEW-NAME
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD
           MOVE "         INDEXED -" TO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE RP-KEY-LEN TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-KEY-POS TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           MOVE SPACES TO IDCAMS-CARD
           STRING "         KEYS(" DELIMITED BY SIZE NUM-TEXT-1
              DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE RP-AVG-LRECL TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-MAX-LRECL TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           MOVE SPACES TO IDCAMS-CARD
           STRING "         RECORDSIZE(" DELIMITED BY SIZE NUM-TEXT-1
              DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE RP-SPACE-TYPE TO SPACE-KEYWORD
           MOVE RP-SPACE-PRI TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-SPACE-SEC TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           PERFORM 8200-WRITE-SPACE-CARD

           IF RP-CI-SIZE > ZERO THEN
              MOVE RP-CI-SIZE TO EDIT-NUM
              PERFORM 8100-EDIT-NUMBER
              MOVE SPACES TO IDCAMS-CARD
              STRING "         CONTROLINTERVALSIZE(" DELIMITED BY SIZE
                 EDIT-TEXT DELIMITED BY SPACE ") -" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
           END-IF

           MOVE RP-FREE-CI-PCT TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-FREE-CA-PCT TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           MOVE SPACES TO IDCAMS-CARD
           STRING "         FREESPACE(" DELIMITED BY SIZE NUM-TEXT-1
              DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           IF RP-SHR-REGION NOT = SPACE THEN
              MOVE SPACES TO IDCAMS-CARD
              STRING "         SHAREOPTIONS(" DELIMITED BY SIZE
                 RP-SHR-REGION DELIMITED BY SPACE " " DELIMITED BY SIZE
                 RP-SHR-SYSTEM DELIMITED BY SPACE ") -"
                 DELIMITED BY SIZE INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
           END-IF

           MOVE SPACES TO IDCAMS-CARD
           STRING "         VOLUMES(" DELIMITED BY SIZE RP-VOLSER
              DELIMITED BY SPACE ")) -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         DATA (NAME(" DELIMITED BY SIZE NEW-DATA
              DELIMITED BY SPACE ")) -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         INDEX(NAME(" DELIMITED BY SIZE NEW-INDEX
              DELIMITED BY SPACE "))" DELIMITED BY SIZE INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  REPRO INFILE(UNLOADDD) OUTDATASET("
              DELIMITED BY SIZE NEW-NAME DELIMITED BY SPACE ")"
              DELIMITED BY SIZE INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  REPRO INDATASET(" DELIMITED BY SIZE NEW-NAME
              DELIMITED BY SPACE ") OUTFILE(RELOADDD)" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD
           .

       4200-WRITE-RELOAD-CARDS-END.
           EXIT.
      ******************************************************************
      * VERIFY: read the plan, fold both unloads, compare, and write
      * the swap statements only when they match.
      ******************************************************************
       5000-VERIFY.
           OPEN INPUT REORG-PLAN
           IF NOT REORG-PLAN-OK THEN
              DISPLAY "Couldn't open the reorganization plan - STATUS "
                 REORG-PLAN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5000-VERIFY-END
           END-IF

           READ REORG-PLAN
              AT END
                 DISPLAY "The reorganization plan is empty - nothing "
                    "to verify."
                 CLOSE REORG-PLAN
                 MOVE 8 TO RETURN-CODE
                 GO TO 5000-VERIFY-END
           END-READ
           CLOSE REORG-PLAN

           IF RP-KEY-LEN = ZERO OR RP-KEY-LEN > 255 THEN
              DISPLAY "Key length " RP-KEY-LEN " in the plan for "
                 RP-CLUSTER-NAME " can't be checked."
              MOVE 8 TO RETURN-CODE
              GO TO 5000-VERIFY-END
           END-IF
           COMPUTE KEY-END-POS = RP-KEY-POS + RP-KEY-LEN

           DISPLAY "Verifying the reload of " RP-CLUSTER-NAME

           PERFORM 5100-SCAN-UNLOAD
              THRU 5100-SCAN-UNLOAD-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 5000-VERIFY-END
           END-IF
           MOVE SCAN-TOTALS TO BEFORE-TOTALS

           PERFORM 5200-SCAN-RELOAD
              THRU 5200-SCAN-RELOAD-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 5000-VERIFY-END
           END-IF
           MOVE SCAN-TOTALS TO AFTER-TOTALS

           PERFORM 5400-COMPARE-TOTALS

           OPEN OUTPUT IDCAMS-CARDS
           IF NOT IDCAMS-CARDS-OK THEN
              DISPLAY "Couldn't open the IDCAMS statements - STATUS "
                 IDCAMS-CARDS-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5000-VERIFY-END
           END-IF

           IF VERIFY-PASSED THEN
              PERFORM 6000-WRITE-SWAP-CARDS
              DISPLAY "Reload verified - " RP-CLUSTER-NAME
              DISPLAY "    is swapped for its reorganized copy; the "
                 "old cluster stays as .PRIOR."
           ELSE
              DISPLAY "Reload REFUSED - the reorganized copy does not "
                 "match. Unchanged: " RP-CLUSTER-NAME
              MOVE SPACES TO ALERT-MESSAGE
              STRING "Reorg refused, reload mismatch: "
                 DELIMITED BY SIZE RP-CLUSTER-NAME DELIMITED BY SPACE
                 INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "UNEMREOR" ALERT-MESSAGE
              MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE IDCAMS-CARDS
           .

       5000-VERIFY-END.
           EXIT.
      ******************************************************************
       5100-SCAN-UNLOAD.
           INITIALIZE SCAN-TOTALS
           MOVE LOW-VALUES TO PREV-KEY

           OPEN INPUT UNLOAD-IN
           IF NOT UNLOAD-IN-OK THEN
              DISPLAY "Couldn't open the before unload - STATUS "
                 UNLOAD-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5100-SCAN-UNLOAD-END
           END-IF

           PERFORM UNTIL UNLOAD-IN-EOF
              READ UNLOAD-IN
                 AT END CONTINUE
                 NOT AT END
                    MOVE UNLOAD-LEN TO SCAN-LEN
                    MOVE SPACES TO SCAN-KEY
                    IF SCAN-LEN >= KEY-END-POS THEN
                       MOVE UNLOAD-REC (RP-KEY-POS + 1:RP-KEY-LEN)
                          TO SCAN-KEY
                    END-IF
                    PERFORM 5300-FOLD-RECORD
                       THRU 5300-FOLD-RECORD-END
              END-READ
              IF NOT UNLOAD-IN-OK AND NOT UNLOAD-IN-EOF THEN
                 DISPLAY "Error reading the before unload - STATUS "
                    UNLOAD-IN-STATUS
                 SET UNLOAD-IN-EOF TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM

           CLOSE UNLOAD-IN
           .

       5100-SCAN-UNLOAD-END.
           EXIT.
      ******************************************************************
       5200-SCAN-RELOAD.
           INITIALIZE SCAN-TOTALS
           MOVE LOW-VALUES TO PREV-KEY

           OPEN INPUT RELOAD-IN
           IF NOT RELOAD-IN-OK THEN
              DISPLAY "Couldn't open the after unload - STATUS "
                 RELOAD-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 5200-SCAN-RELOAD-END
           END-IF

           PERFORM UNTIL RELOAD-IN-EOF
              READ RELOAD-IN
                 AT END CONTINUE
                 NOT AT END
                    MOVE RELOAD-LEN TO SCAN-LEN
                    MOVE SPACES TO SCAN-KEY
                    IF SCAN-LEN >= KEY-END-POS THEN
                       MOVE RELOAD-REC (RP-KEY-POS + 1:RP-KEY-LEN)
                          TO SCAN-KEY
                    END-IF
                    PERFORM 5300-FOLD-RECORD
                       THRU 5300-FOLD-RECORD-END
              END-READ
              IF NOT RELOAD-IN-OK AND NOT RELOAD-IN-EOF THEN
                 DISPLAY "Error reading the after unload - STATUS "
                    RELOAD-IN-STATUS
                 SET RELOAD-IN-EOF TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-PERFORM

           CLOSE RELOAD-IN
           .

       5200-SCAN-RELOAD-END.
           EXIT.
      ******************************************************************
      * Folds one record into SCAN-TOTALS: counts it and its bytes,
      * checks its key is above the one before, and chains the key
      * into the checksum.
      ******************************************************************
       5300-FOLD-RECORD.
           ADD 1 TO SCAN-RECORDS
           ADD SCAN-LEN TO SCAN-BYTES

           IF SCAN-LEN < KEY-END-POS THEN
              ADD 1 TO SCAN-SHORT-RECS
              GO TO 5300-FOLD-RECORD-END
           END-IF

           IF SCAN-RECORDS > 1
              AND SCAN-KEY (1:RP-KEY-LEN)
                 NOT > PREV-KEY (1:RP-KEY-LEN) THEN
              ADD 1 TO SCAN-SEQ-BREAKS
           END-IF
           MOVE SCAN-KEY TO PREV-KEY

           MOVE ZERO TO KEY-HASH
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                 UNTIL KEY-IDX > RP-KEY-LEN
              MOVE SCAN-KEY (KEY-IDX:1) TO BYTE-LOW
              COMPUTE KEY-HASH = KEY-HASH + BYTE-VALUE * KEY-IDX
           END-PERFORM

           COMPUTE CHECK-WORK = SCAN-CHECKSUM * 31 + KEY-HASH
           DIVIDE CHECK-WORK BY 999999937
              GIVING CHECK-REM REMAINDER SCAN-CHECKSUM
           .

       5300-FOLD-RECORD-END.
           EXIT.
      ******************************************************************
      * The reload passes only when both unloads hold the same number
      * of records and bytes, the same keys in the same order, and
      * neither has a sequence break or a record too short for its
      * key. A catalog record count different from the before unload
      * is reported but does not refuse the swap - the unload is the
      * cluster as it stood; the catalog statistics can lag it.
      ******************************************************************
       5400-COMPARE-TOTALS.
           SET VERIFY-PASSED TO TRUE

           MOVE BEFORE-RECORDS TO DISP-COUNT
           DISPLAY "    before: " DISP-COUNT " record(s)"
           MOVE AFTER-RECORDS TO DISP-COUNT
           DISPLAY "    after:  " DISP-COUNT " record(s)"
           MOVE BEFORE-BYTES TO DISP-BYTES
           DISPLAY "    before: " DISP-BYTES " byte(s)"
           MOVE AFTER-BYTES TO DISP-BYTES
           DISPLAY "    after:  " DISP-BYTES " byte(s)"
           MOVE BEFORE-CHECKSUM TO DISP-CHECK
           DISPLAY "    before: key-sequence checksum " DISP-CHECK
           MOVE AFTER-CHECKSUM TO DISP-CHECK
           DISPLAY "    after:  key-sequence checksum " DISP-CHECK

           IF BEFORE-RECORDS NOT = AFTER-RECORDS THEN
              DISPLAY "    Record counts differ."
              SET VERIFY-FAILED TO TRUE
           END-IF

           IF BEFORE-BYTES NOT = AFTER-BYTES THEN
              DISPLAY "    Byte counts differ."
              SET VERIFY-FAILED TO TRUE
           END-IF

           IF BEFORE-CHECKSUM NOT = AFTER-CHECKSUM THEN
              DISPLAY "    Key-sequence checksums differ."
              SET VERIFY-FAILED TO TRUE
           END-IF

           IF BEFORE-SEQ-BREAKS > ZERO OR AFTER-SEQ-BREAKS > ZERO THEN
              DISPLAY "    Key sequence breaks - before "
                 BEFORE-SEQ-BREAKS ", after " AFTER-SEQ-BREAKS "."
              SET VERIFY-FAILED TO TRUE
           END-IF

           IF BEFORE-SHORT-RECS > ZERO OR AFTER-SHORT-RECS > ZERO THEN
              DISPLAY "    Records too short for the key - before "
                 BEFORE-SHORT-RECS ", after " AFTER-SHORT-RECS "."
              SET VERIFY-FAILED TO TRUE
           END-IF

           IF BEFORE-RECORDS = ZERO THEN
              DISPLAY "    The before unload is empty."
              SET VERIFY-FAILED TO TRUE
           END-IF

           IF RP-CATALOG-RECS NOT = BEFORE-RECORDS THEN
              MOVE RP-CATALOG-RECS TO DISP-COUNT
              DISPLAY "    Note: the catalog counted " DISP-COUNT
                 " record(s) at assessment."
              IF VERIFY-PASSED THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       5400-COMPARE-TOTALS-END.
           EXIT.
      ******************************************************************
      * The swap: drop the previous .PRIOR fallback, drop the
      * alternate index (its path goes with it), rename the live
      * cluster to .PRIOR and the .REORG copy to the live names, then
      * rebuild the alternate index and path over it.
      ******************************************************************
       6000-WRITE-SWAP-CARDS.
           PERFORM 8000-BUILD-NAMES

           MOVE SPACES TO IDCAMS-CARD
           STRING "  DELETE " DELIMITED BY SIZE PRIOR-NAME
              DELIMITED BY SPACE " CLUSTER PURGE" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD
           MOVE "  SET MAXCC = 0" TO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           IF RP-HAS-AIX THEN
              MOVE SPACES TO IDCAMS-CARD
              STRING "  DELETE " DELIMITED BY SIZE RP-AIX-NAME
                 DELIMITED BY SPACE " ALTERNATEINDEX PURGE"
                 DELIMITED BY SIZE INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD
           END-IF

           PERFORM 6100-WRITE-ALTER-CARDS
           .

       6000-WRITE-SWAP-CARDS-END.
           EXIT.
      ******************************************************************
       6100-WRITE-ALTER-CARDS.
           MOVE SPACES TO IDCAMS-CARD
           STRING "  ALTER " DELIMITED BY SIZE RP-CLUSTER-NAME
              DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
              PRIOR-NAME DELIMITED BY SPACE ")" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  ALTER " DELIMITED BY SIZE RP-DATA-NAME
              DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
              PRIOR-DATA DELIMITED BY SPACE ")" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  ALTER " DELIMITED BY SIZE RP-INDEX-NAME
              DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
              PRIOR-INDEX DELIMITED BY SPACE ")" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  ALTER " DELIMITED BY SIZE NEW-NAME
              DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
              RP-CLUSTER-NAME DELIMITED BY SPACE ")" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  ALTER " DELIMITED BY SIZE NEW-DATA
              DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
              RP-DATA-NAME DELIMITED BY SPACE ")" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "  ALTER " DELIMITED BY SIZE NEW-INDEX
              DELIMITED BY SPACE " NEWNAME(" DELIMITED BY SIZE
              RP-INDEX-NAME DELIMITED BY SPACE ")" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           IF RP-HAS-AIX THEN
              PERFORM 6200-WRITE-AIX-CARDS
           END-IF
           .

       6100-WRITE-ALTER-CARDS-END.
           EXIT.
      ******************************************************************
      * DEFINE the alternate index and path again over the swapped-in
      * cluster with the attributes they had, and build the index.
      ******************************************************************
       6200-WRITE-AIX-CARDS.
           MOVE SPACES TO IDCAMS-CARD
           STRING "  DEFINE ALTERNATEINDEX (NAME(" DELIMITED BY SIZE
              RP-AIX-NAME DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         RELATE(" DELIMITED BY SIZE RP-CLUSTER-NAME
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE RP-AIX-KEY-LEN TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-AIX-KEY-POS TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           MOVE SPACES TO IDCAMS-CARD
           STRING "         KEYS(" DELIMITED BY SIZE NUM-TEXT-1
              DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           IF RP-AIX-UNIQUE = 'Y' THEN
              MOVE "         UNIQUEKEY -" TO IDCAMS-CARD
           ELSE
              MOVE "         NONUNIQUEKEY -" TO IDCAMS-CARD
           END-IF
           PERFORM 8900-WRITE-CARD

           IF RP-AIX-UPGRADE = 'Y' THEN
              MOVE "         UPGRADE -" TO IDCAMS-CARD
           ELSE
              MOVE "         NOUPGRADE -" TO IDCAMS-CARD
           END-IF
           PERFORM 8900-WRITE-CARD

           MOVE RP-AIX-AVG-LRECL TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-AIX-MAX-LRECL TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           MOVE SPACES TO IDCAMS-CARD
           STRING "         RECORDSIZE(" DELIMITED BY SIZE NUM-TEXT-1
              DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE RP-AIX-SPACE-TYPE TO SPACE-KEYWORD
           MOVE RP-AIX-SPACE-PRI TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-AIX-SPACE-SEC TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           PERFORM 8200-WRITE-SPACE-CARD

           MOVE RP-AIX-FREE-CI TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-1
           MOVE RP-AIX-FREE-CA TO EDIT-NUM
           PERFORM 8100-EDIT-NUMBER
           MOVE EDIT-TEXT TO NUM-TEXT-2
           MOVE SPACES TO IDCAMS-CARD
           STRING "         FREESPACE(" DELIMITED BY SIZE NUM-TEXT-1
              DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
              DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         VOLUMES(" DELIMITED BY SIZE RP-AIX-VOLSER
              DELIMITED BY SPACE ")) -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         DATA (NAME(" DELIMITED BY SIZE RP-AIX-NAME
              DELIMITED BY SPACE ".DATA)) -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         INDEX(NAME(" DELIMITED BY SIZE RP-AIX-NAME
              DELIMITED BY SPACE ".INDEX))" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           IF RP-PATH-NAME NOT = SPACES THEN
              MOVE SPACES TO IDCAMS-CARD
              STRING "  DEFINE PATH (NAME(" DELIMITED BY SIZE
                 RP-PATH-NAME DELIMITED BY SPACE ") -" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD

              MOVE SPACES TO IDCAMS-CARD
              STRING "         PATHENTRY(" DELIMITED BY SIZE RP-AIX-NAME
                 DELIMITED BY SPACE ") -" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
              PERFORM 8900-WRITE-CARD

              IF RP-PATH-UPDATE = 'N' THEN
                 MOVE "         NOUPDATE)" TO IDCAMS-CARD
              ELSE
                 MOVE "         UPDATE)" TO IDCAMS-CARD
              END-IF
              PERFORM 8900-WRITE-CARD
           END-IF

           MOVE SPACES TO IDCAMS-CARD
           STRING "  BLDINDEX INDATASET(" DELIMITED BY SIZE
              RP-CLUSTER-NAME DELIMITED BY SPACE ") -" DELIMITED BY SIZE
              INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD

           MOVE SPACES TO IDCAMS-CARD
           STRING "         OUTDATASET(" DELIMITED BY SIZE RP-AIX-NAME
              DELIMITED BY SPACE ")" DELIMITED BY SIZE INTO IDCAMS-CARD
           PERFORM 8900-WRITE-CARD
           .

       6200-WRITE-AIX-CARDS-END.
           EXIT.
      ******************************************************************
      * Turns the digits at the front of VALUE-TEXT into VALUE-NUM.
      * A value with no leading digits - "(NULL)", "TRACK" - gives
      * zero.
      ******************************************************************
       7000-VALUE-TO-NUMBER.
           MOVE ZERO TO VALUE-NUM
           PERFORM VARYING VALUE-IDX FROM 1 BY 1
                 UNTIL VALUE-IDX > 12
                    OR VALUE-TEXT (VALUE-IDX:1) IS NOT NUMERIC
              MOVE VALUE-TEXT (VALUE-IDX:1) TO VALUE-CHAR
              COMPUTE VALUE-NUM = VALUE-NUM * 10 + VALUE-DIGIT
           END-PERFORM
           .

       7000-VALUE-TO-NUMBER-END.
           EXIT.
      ******************************************************************
      * The .REORG copy's and the .PRIOR fallback's names, built on
      * the cluster's own.
      ******************************************************************
       8000-BUILD-NAMES.
           MOVE SPACES TO NEW-NAME NEW-DATA NEW-INDEX
              PRIOR-NAME PRIOR-DATA PRIOR-INDEX
           STRING RP-CLUSTER-NAME DELIMITED BY SPACE ".REORG"
              DELIMITED BY SIZE INTO NEW-NAME
           STRING RP-CLUSTER-NAME DELIMITED BY SPACE ".REORG.DATA"
              DELIMITED BY SIZE INTO NEW-DATA
           STRING RP-CLUSTER-NAME DELIMITED BY SPACE ".REORG.INDEX"
              DELIMITED BY SIZE INTO NEW-INDEX
           STRING RP-CLUSTER-NAME DELIMITED BY SPACE ".PRIOR"
              DELIMITED BY SIZE INTO PRIOR-NAME
           STRING RP-CLUSTER-NAME DELIMITED BY SPACE ".PRIOR.DATA"
              DELIMITED BY SIZE INTO PRIOR-DATA
           STRING RP-CLUSTER-NAME DELIMITED BY SPACE ".PRIOR.INDEX"
              DELIMITED BY SIZE INTO PRIOR-INDEX
           .

       8000-BUILD-NAMES-END.
           EXIT.
      ******************************************************************
      * EDIT-NUM left-justified into EDIT-TEXT, for the statements.
      ******************************************************************
       8100-EDIT-NUMBER.
           MOVE EDIT-NUM TO EDIT-ZONED
           MOVE ZERO TO EDIT-LEAD
           INSPECT EDIT-ZONED TALLYING EDIT-LEAD FOR LEADING SPACE
           MOVE SPACES TO EDIT-TEXT
           MOVE EDIT-ZONED (EDIT-LEAD + 1:) TO EDIT-TEXT
           .

       8100-EDIT-NUMBER-END.
           EXIT.
      ******************************************************************
      * The space allocation in the unit LISTCAT reported it in.
      ******************************************************************
       8200-WRITE-SPACE-CARD.
           MOVE SPACES TO IDCAMS-CARD
           IF SPACE-KEYWORD (1:3) = "CYL" THEN
              STRING "         CYLINDERS(" DELIMITED BY SIZE NUM-TEXT-1
                 DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
                 DELIMITED BY SPACE ") -" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
           ELSE
              STRING "         TRACKS(" DELIMITED BY SIZE NUM-TEXT-1
                 DELIMITED BY SPACE " " DELIMITED BY SIZE NUM-TEXT-2
                 DELIMITED BY SPACE ") -" DELIMITED BY SIZE
                 INTO IDCAMS-CARD
           END-IF
           PERFORM 8900-WRITE-CARD
           .

       8200-WRITE-SPACE-CARD-END.
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

       END PROGRAM UNEMREOR.
