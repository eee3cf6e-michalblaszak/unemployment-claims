      *
      * XML files are located in a UNEMPL PDS dataset:
      *    BYAGE, BYGENDER, BYINDUST, BYRACE, BYETHNIC, BYSTATE,
      *    BYLABORFORCE, BYOCC
      *
      * The structure of the VSAM file is defined in CPY(REPREC).cpy
      *
      * Subprograms:
      *    IMPBYAGE, IMPBYGEN, IMPBYIND,  IMPBYRAC, IMPBYETH, IMPBYSTA,
      *    IMPBYLAB, IMPBYOCC
      *
      * The VSM dataset needs to be loaded before first usage. For that
      * purpose the INITUNEJ.jcl JCL script has been created which
      *                    longer collide on one record. Each
      *                    importer honors an optional per-row
      *                    <state> element, defaulting to 'US'.
      *    2021-08-24  MB  Added IMPBYOCC/BYOCC.XML as an eighth
      *                    source - claims by major occupation group.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PREFLT-LAB-STATUS.

           SELECT PREFLT-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PREFLT-OCC-STATUS.

           *> The import run-history KSDS - one record per source
           *> per run, so past runs' outcomes and elapsed times
           *> survive the job log.
              RECORDING MODE F.
       01  PREFLT-LAB-REC PIC X(176).

       FD  PREFLT-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  PREFLT-OCC-REC PIC X(176).

      * Provides:
      *    FD  CYCLE-FILE
      *    01  CYCLE-REC.
           05 FILLER PIC X(8) VALUE 'IMPBYETH'.
           05 FILLER PIC X(8) VALUE 'IMPBYSTA'.
           05 FILLER PIC X(8) VALUE 'IMPBYLAB'.
           05 FILLER PIC X(8) VALUE 'IMPBYOCC'.

       01  IMPORT-NAMES REDEFINES IMPORT-NAMES-TABLE.
           05 IMPORT-PGM-NAME OCCURS 8 TIMES PIC X(8).

      * The source file each table entry's importer reads, purely for
      * the pre-flight check's display messages.
           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.

       01  IMPORT-SOURCE-FILES REDEFINES IMPORT-SOURCE-FILE-TABLE.
           05 IMPORT-SOURCE-FILE OCCURS 8 TIMES PIC X(16).

      * Set by the pre-flight check - whether each table entry's
      * source file could be opened.
       01  SOURCE-AVAILABLE-TABLE.
           05 SOURCE-AVAILABLE OCCURS 8 TIMES PIC X VALUE 'Y'.
              88 IS-SOURCE-AVAILABLE VALUE 'Y'.

      * The file statuses from the pre-flight open of each source.
              88 PREFLT-STA-OK VALUE "00".
           05 PREFLT-LAB-STATUS PIC XX.
              88 PREFLT-LAB-OK VALUE "00".
           05 PREFLT-OCC-STATUS PIC XX.
              88 PREFLT-OCC-OK VALUE "00".

      * The control total reported back by each importer, used to
      * reconcile against the number of records actually stored.
       01  IMPORT-CONTROL-TOTALS.
           05 IMPORT-REC-COUNT OCCURS 8 TIMES PIC 9(5) COMP-4
              VALUE ZERO.

      * The return code reported back by each importer:
      * 0 = clean run, 4 = completed with rejected rows,
      * 8 = fatal error - the source wasn't imported at all.
       01  IMPORT-RETURN-CODES.
           05 IMPORT-RETURN-CODE OCCURS 8 TIMES PIC 9(2) COMP-4
              VALUE ZERO.

       01  IMPORT-IDX PIC 9(2) COMP-4.
           DISPLAY "Start importing source data."

           PERFORM VARYING IMPORT-IDX FROM 1 BY 1
                 UNTIL IMPORT-IDX > 8
              IF SELECTED-SOURCE-IDX NOT = ZERO
                    AND SELECTED-SOURCE-IDX NOT = IMPORT-IDX THEN
                 CONTINUE
      ******************************************************************
       0800-INIT-IMPORT-STATUS.
           PERFORM VARYING IMPORT-IDX FROM 1 BY 1
                 UNTIL IMPORT-IDX > 8
              MOVE IMPORT-PGM-NAME (IMPORT-IDX)
                 TO IMPORT-STATUS-PGM (IMPORT-IDX)
           END-PERFORM

           IF PARM-LEN > ZERO THEN
              PERFORM VARYING IMPORT-IDX FROM 1 BY 1
                    UNTIL IMPORT-IDX > 8
                 IF PARM-TEXT = IMPORT-PGM-NAME (IMPORT-IDX) THEN
                    MOVE IMPORT-IDX TO SELECTED-SOURCE-IDX
                 END-IF

              IF SELECTED-SOURCE-IDX = ZERO THEN
                 DISPLAY "*** Unknown PARM source '" PARM-TEXT
                    "' - ignoring, running all eight sources."
              ELSE
                 DISPLAY "Running single source only (PARM): "
                    PARM-TEXT
              DISPLAY "*** " IMPORT-SOURCE-FILE (7)
                 " not available - STATUS " PREFLT-LAB-STATUS
           END-IF

           OPEN INPUT PREFLT-OCC
           IF PREFLT-OCC-OK THEN
              CLOSE PREFLT-OCC
           ELSE
              MOVE 'N' TO SOURCE-AVAILABLE (8)
              DISPLAY "*** " IMPORT-SOURCE-FILE (8)
                 " not available - STATUS " PREFLT-OCC-STATUS
           END-IF
           .

       0500-PREFLIGHT-CHECK-END.
              TOTAL-RECORDS-IN-FILE " record(s) in UNEMPLRP."

           PERFORM VARYING IMPORT-IDX FROM 1 BY 1
                 UNTIL IMPORT-IDX > 8
              IF SELECTED-SOURCE-IDX NOT = ZERO
                    AND SELECTED-SOURCE-IDX NOT = IMPORT-IDX THEN
                 CONTINUE
           DISPLAY "Import summary:"

           PERFORM VARYING IMPORT-IDX FROM 1 BY 1
                 UNTIL IMPORT-IDX > 8
              EVALUATE TRUE
                 WHEN IMPORT-STATUS-SUCCESS (IMPORT-IDX)
                    DISPLAY "    " IMPORT-STATUS-PGM (IMPORT-IDX)
           MOVE TIME-OF-DAY-NOW (1:6) TO RUN-END-STAMP

           PERFORM VARYING IMPORT-IDX FROM 1 BY 1
                 UNTIL IMPORT-IDX > 8
              MOVE SPACES TO RUN-HIST-REC
              MOVE RUN-DATE-TODAY TO RH-RUN-DATE
              MOVE RUN-START-STAMP TO RH-RUN-TIME
