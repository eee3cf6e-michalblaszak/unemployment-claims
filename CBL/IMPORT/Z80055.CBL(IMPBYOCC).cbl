      ******************************************************************
      * XML importer subprogram - claims by occupation (BYOCC.XML).
      ******************************************************************
      * This subprogram is controlled by UNEMPL program.
      *
      * Input parameters:
      *    CLEAN-UP-FLAG - the flag shared with other importers that the
      *    dummy record (record_id = '00000000') has been deleted.
      *
      * The process:
      *    The program opens the XML dataset and parses it the same
      *    'partial' way the other importers do - line by line, so the
      *    number of rows on the file doesn't matter.
      *    Values of recognized elements are stored in the occupation
      *    fields of the record which is saved to the VSAM file - the
      *    not-available count and the ten major occupation groups
      *    the agency publishes (management/business/financial,
      *    professional, service, sales, office and administrative
      *    support, farming/fishing/forestry, construction and
      *    extraction, installation/maintenance/repair, production,
      *    transportation and material moving).
      *    Firstly the program looks for the 'record_id' in the VSAM
      *    dataset. If not found the new one is created. If the
      *    record exists, attributes just read from the XML are added to
      *    the existing record to the respective fields.
      *    Like the race/ethnic/age importers it accepts only regular
      *    rows ('R'); an adjustment row is rejected to REJOCCDD.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version - the eighth source, built
      *                    on the IMPBYRAC pattern (multi-file DD,
      *                    element mapping, reject dataset, count
      *                    control, provenance stamp).
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. IMPBYOCC.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-24.

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
           *> The XML input dataset
      *    IN-STATUS from FILESTS copybook
           SELECT IN-DATASET ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IN-STATUS.

           *> The VSAM output dataset
      *    REPORT-OUT, FD-RECORD-ID from REPREC copybook
      *    REPORT-OUT-STATUS VSAM-CODE from FILESTS copybook
           SELECT REPORT-OUT ASSIGN TO REPORTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RECORD-KEY
           ALTERNATE RECORD KEY IS FD-DATE WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS REPORT-OUT-STATUS VSAM-CODE.

           *> The correction-history dataset - appended to
           *> whenever an existing record is reprocessed.
      *    HIST-OUT-STATUS from FILESTS copybook
           SELECT HIST-OUT ASSIGN TO HISTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-OUT-STATUS.

           *> The per-source reject dataset - every rejected row is
           *> written back out here in its original XML shape, ready
           *> to be repaired and recycled.
           SELECT REJECT-OUT ASSIGN TO REJOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECT-OUT-STATUS.

           *> The element mapping table - one row per (document
           *> version, upstream element name) pair, naming the
           *> canonical element this importer's parser understands.
           *> An upstream schema revision becomes a table update
           *> instead of a code change.
           SELECT REC-COUNT-CTL ASSIGN TO OCCRCNT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-COUNT-CTL-STATUS.

           SELECT ELEM-MAP ASSIGN TO ELEMMAPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELEM-MAP-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  IN-DATASET
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  IN-FD-REC.
           05 PIC X(176).

      * Provides:
      *    FD  REPORT-OUT
      *    01  REPORT-OUT-REC.
       COPY REPREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

       FD  REJECT-OUT
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  REJECT-OUT-REC PIC X(176).

       FD  REC-COUNT-CTL
              RECORD CONTAINS 7 CHARACTERS
              RECORDING MODE F.
       01  REC-COUNT-CTL-REC.
           05 CTL-EXPECTED-ROWS PIC 9(7).

       FD  ELEM-MAP
              RECORD CONTAINS 120 CHARACTERS
              RECORDING MODE F.
       01  ELEM-MAP-REC.
           05 EM-VERSION     PIC X(8).
           05 EM-SOURCE-NAME PIC X(50).
           05 EM-TARGET-NAME PIC X(50).
           05 FILLER         PIC X(12).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       77  SOURCE-NAME PIC X(10) VALUE 'BYOCC.XML'.

      * Provides:
      *    01  IN-STATUS
      *    01  REPORT-STATUS.
       COPY FILESTS.

      * Built up before each CALL to UNEMVLOG, the centralized
      * VSAM error logger.
       01  LOG-MESSAGE PIC X(60) VALUE SPACES.

      * The record image as it looked before/after 6020-UPDATE
      * rewrites it, for the before-and-after audit log.
      * The provenance stamp (UNEMPROV) - the dimension this
      * importer owns and the source file's registry name, kept on
      * every record key this run touches.
       01  PROV-RECORD-KEY PIC X(10) VALUE SPACES.
       01  PROV-DIMENSION  PIC X(9) VALUE 'OCCUPATN'.
       01  PROV-SOURCE     PIC X(16) VALUE 'BYOCC.XML'.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.

      * The date this run reprocessed a historical record,
      * stamped onto each UNEMHIST entry written.
       01  AS-OF-DATE PIC 9(8) VALUE ZERO.

      * Built up before each CALL to UNEMOPAL, the operator
      * alert utility, when a source or the VSAM report fails
      * to open.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

      * Set by UNEMAUTH, the centralized update-access check for
      * UNEMPLRP, before REPORT-OUT is opened I-O.
       01  AUTH-STATUS-SW PIC X.
           88 AUTH-IS-GRANTED VALUE 'G'.
           88 AUTH-IS-DENIED  VALUE 'D'.

       01  STATE-MACHINE PIC X(6) VALUE ' '.
           88 STATE-ROOT     VALUE ' '.
           88 STATE-RESPONSE VALUE 'resp'.
           88 STATE-ROWS     VALUE 'rows'.
           88 STATE-ROW      VALUE 'row'.
           88 STATE-ROWTYPE  VALUE 'rtype'.
           88 STATE-REC-ID   VALUE 'rec_id'.
           88 STATE-DATE     VALUE 'date'.
           88 STATE-STATE    VALUE 'state'.
           88 STATE-FREQ     VALUE 'freq'.
           88 STATE-INITCL   VALUE 'init'.
           88 STATE-CONTCL   VALUE 'cont'.
           88 STATE-INA      VALUE 'ina'.
           88 STATE-MGMT     VALUE 'mgmt'.
           88 STATE-PROF     VALUE 'prof'.
           88 STATE-SERV     VALUE 'serv'.
           88 STATE-SALES    VALUE 'sales'.
           88 STATE-OFFICE   VALUE 'office'.
           88 STATE-FARM     VALUE 'farm'.
           88 STATE-CONSTR   VALUE 'constr'.
           88 STATE-INSTAL   VALUE 'instal'.
           88 STATE-PROD     VALUE 'prod'.
           88 STATE-TRANSP   VALUE 'transp'.

       01  DATA-RECORD.
           05 REC-RECORD-ID  PIC X(8)        VALUE ALL SPACES.
           05 REC-DATE       PIC X(10)       VALUE ALL SPACES.
           05 REC-STATE      PIC X(2)        VALUE 'US'.
           05 REC-FREQ       PIC X           VALUE 'M'.
           05 REC-INITIAL    PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-CONTINUING PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-INA        PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-MGMT       PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-PROF       PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-SERV       PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-SALES      PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-OFFICE     PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-FARM       PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-CONSTR     PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-INSTAL     PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-PROD       PIC 9(7) COMP-4 VALUE ZERO.
           05 REC-TRANSP     PIC 9(7) COMP-4 VALUE ZERO.

       01  REC-NO PIC 9(5) COMP-4 VALUE ZERO.

      * Set when non-numeric content is found in a numeric element of
      * the row currently being parsed; the row is then rejected rather
      * than saved with corrupted counts.
       01  REC-INVALID-SW PIC X VALUE 'F'.
           88 REC-IS-INVALID VALUE 'T'.

      * Holds the incoming numeric text long enough to detect an
      * out-of-range value before it is moved into a PIC 9(7) field
      * and silently truncated.
       01  REC-RANGE-CHECK PIC 9(9) COMP-4 VALUE ZERO.

       01  REC-REJECTED PIC 9(5) COMP-4 VALUE ZERO.

      * The reject dataset's state: its file status, whether the
      * reject document's opening tags have been written yet, the
      * reason code stamped on the row being rejected, and a
      * DISPLAY-usage copy of each numeric field for the XML text.
       01  REJECT-OUT-STATUS PIC XX.
           88 REJECT-OUT-OK VALUE "00".

       01  REJ-HEADER-SW PIC X VALUE 'N'.
           88 REJ-HEADER-WRITTEN VALUE 'Y'.

       01  REC-REJECT-REASON PIC X(8) VALUE SPACES.
       01  REJ-NUM-DISP PIC 9(9) VALUE ZERO.
       01  REJ-LINE PIC X(176) VALUE SPACES.
       01  REJ-ROWS-WRITTEN PIC 9(5) COMP-4 VALUE ZERO.

      * The element mapping table loaded from ELEMMAPDD, and the
      * version attribute found on this document's response element.
      * An element name arriving from the parser is translated
      * through the table (for the document's version) before the
      * state machine sees it; a name with no table row passes
      * through unchanged.
       01  ELEM-MAP-STATUS PIC XX.
           88 ELEM-MAP-OK VALUE "00".
           88 ELEM-MAP-EOF VALUE "10".

       01  MAP-TABLE.
           05 MAP-ENTRY OCCURS 100 TIMES.
              10 MAP-VERSION PIC X(8).
              10 MAP-SOURCE  PIC X(50).
              10 MAP-TARGET  PIC X(50).

       01  MAP-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  MAP-IDX  PIC 9(3) COMP-4.

       01  DOC-VERSION PIC X(8) VALUE SPACES.
       01  XML-ELEM-NAME PIC X(50) VALUE SPACES.

       01  VERSION-ATTR-SW PIC X VALUE 'N'.
           88 IN-VERSION-ATTR VALUE 'Y'.

      * Multi-file support: the agency increasingly sends a morning
      * file plus an afternoon corrections file for the same source,
      * concatenated on the DD. Each complete XML document on the
      * stream is one file; when a document closes and more input
      * follows, the next parse starts there. Each file gets its own
      * row count and its own expected-count check against the next
      * REC-COUNT-CTL record.
       01  NEXT-DOC-SW PIC X VALUE 'N'.
           88 NEXT-DOC-PENDING VALUE 'Y'.

       01  FILE-SEQ-NO    PIC 9(2) COMP-4 VALUE ZERO.
       01  FILE-REC-START PIC 9(5) COMP-4 VALUE ZERO.
       01  FILE-REC-COUNT PIC 9(5) COMP-4 VALUE ZERO.

       01  CTL-OPEN-SW PIC X VALUE 'N'.
           88 CTL-FILE-OPEN VALUE 'Y'.

      * The optional per-file expected-count control file - one
      * record per source file on the DD, in the same order.
       01  REC-COUNT-CTL-STATUS PIC XX.
           88 REC-COUNT-CTL-OK VALUE "00".

       01  EXPECTED-ROW-COUNT PIC 9(7) COMP-4 VALUE ZERO.

      * Counts how many updates were rejected because the incoming
      * date conflicted with the date already on file for that
      * record_id.
       01  REC-DATE-CONFLICTS PIC 9(5) COMP-4 VALUE ZERO.

      * Counts how many matched records needed no REWRITE because
      * every incoming field already matched what was on file.
       01  REC-UNCHANGED PIC 9(5) COMP-4 VALUE ZERO.

      * Set when a fatal error (file open/read failure) forces an early
      * exit, so 3000-CLOSE-EXIT can report a meaningful return code.
       01  FATAL-ERROR-SW PIC X VALUE 'F'.
           88 IS-FATAL-ERROR VALUE 'T'.

      *------------------------
       LINKAGE SECTION.
      *------------------------
           COPY REPFLAGS.

      * The count of records this importer saved/updated this run,
      * returned so UNEMPL01 can reconcile control totals across all
      * the importers.
       01  REC-COUNT-OUT PIC 9(5) COMP-4.

      * 0 = clean run, 4 = completed with rejected rows,
      * 8 = fatal error - the source wasn't imported at all.
       01  RETURN-CODE-OUT PIC 9(2) COMP-4.
      *========================
       PROCEDURE DIVISION
           USING CLEAN-UP-FLAG REC-COUNT-OUT RETURN-CODE-OUT.
      *========================
       1000-MAIN.
           PERFORM 2000-OPEN-SOURCES.
           PERFORM 2500-OPEN-OUT-REPORT.
           PERFORM 2550-OPEN-HISTORY.
           PERFORM 2555-OPEN-REJECT.
           PERFORM 2570-LOAD-ELEMENT-MAP THRU 2570-LOAD-ELEMENT-MAP-END.
           PERFORM 2580-OPEN-COUNT-CTL.

           IF (NOT IN-OK) OR (NOT REPORT-OUT-FILE-OK) THEN
              DISPLAY "Problems with accessing the database."
              DISPLAY "Exiting ..."
              SET IS-FATAL-ERROR TO TRUE
              GO TO 3000-CLOSE-EXIT
           END-IF

           PERFORM 2600-CLEAN-UP-REPORT
           PERFORM 4000-PROCESS-DATA THRU 4000-PROCESS-DATA-END

           GO TO 3000-CLOSE-EXIT
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
       2000-OPEN-SOURCES.
           OPEN INPUT IN-DATASET.

           IF NOT IN-OK THEN
              DISPLAY "COULDN'T OPEN " SOURCE-NAME " : " IN-STATUS
              STRING "Couldn't open source file " SOURCE-NAME
                 DELIMITED BY SIZE INTO ALERT-MESSAGE
              CALL "UNEMOPAL" USING "IMPBYOCC" ALERT-MESSAGE
           END-IF.

       2000-OPEN-SOURCES-END.
           EXIT.
      ******************************************************************
       2500-OPEN-OUT-REPORT.
           CALL "UNEMAUTH" USING "IMPBYOCC" AUTH-STATUS-SW.

           IF AUTH-IS-DENIED THEN
              MOVE "AU" TO REPORT-OUT-STATUS
              MOVE "Not authorized to update the UNEMP report" TO
                 ALERT-MESSAGE
              CALL "UNEMOPAL" USING "IMPBYOCC" ALERT-MESSAGE
           ELSE
              OPEN I-O REPORT-OUT

              IF NOT REPORT-OUT-FILE-OK THEN
                 MOVE "Couldn't open UNEMP report" TO LOG-MESSAGE
                 CALL "UNEMVLOG" USING "IMPBYOCC" LOG-MESSAGE
                    REPORT-STATUS
                 MOVE "Couldn't open the UNEMP VSAM report" TO
                    ALERT-MESSAGE
                 CALL "UNEMOPAL" USING "IMPBYOCC" ALERT-MESSAGE
              END-IF
           END-IF.

       2500-OPEN-OUT-REPORT-END.
           EXIT.
      ******************************************************************
      * Opens the correction-history dataset for append. It is expected
      * to be pre-allocated by JCL (DISP=MOD) so history accumulates
      * across runs instead of being lost each time.
      ******************************************************************
       2550-OPEN-HISTORY.
           OPEN EXTEND HIST-OUT.

           IF NOT HIST-OUT-OK THEN
              MOVE "Couldn't open the history dataset" TO
                 LOG-MESSAGE
              DISPLAY "*** " LOG-MESSAGE " - STATUS "
                 HIST-OUT-STATUS
           END-IF.

       2550-OPEN-HISTORY-END.
           EXIT.
      ******************************************************************
      * Opens the per-source reject dataset. A run with nothing to
      * reject leaves it an empty file; the first rejected row opens
      * the XML document and 3000-CLOSE-EXIT closes it.
      ******************************************************************
       2555-OPEN-REJECT.
           OPEN OUTPUT REJECT-OUT.

           IF NOT REJECT-OUT-OK THEN
              DISPLAY "*** Couldn't open the reject dataset - "
                 "STATUS " REJECT-OUT-STATUS
           END-IF.

       2555-OPEN-REJECT-END.
           EXIT.
      ******************************************************************
      * Loads the element mapping table. A missing or empty table
      * simply means every element name passes through unchanged -
      * exactly the behavior before the table existed.
      ******************************************************************
       2570-LOAD-ELEMENT-MAP.
           OPEN INPUT ELEM-MAP.

           IF NOT ELEM-MAP-OK THEN
              GO TO 2570-LOAD-ELEMENT-MAP-END
           END-IF

           PERFORM UNTIL ELEM-MAP-EOF
              READ ELEM-MAP
                 AT END CONTINUE
                 NOT AT END
                    IF MAP-USED < 100 THEN
                       ADD 1 TO MAP-USED
                       MOVE EM-VERSION TO MAP-VERSION (MAP-USED)
                       MOVE EM-SOURCE-NAME TO MAP-SOURCE (MAP-USED)
                       MOVE EM-TARGET-NAME TO MAP-TARGET (MAP-USED)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ELEM-MAP.

       2570-LOAD-ELEMENT-MAP-END.
           EXIT.
      ******************************************************************
       2600-CLEAN-UP-REPORT.
           *> Clean up the dummy record (from initial loading)
           IF NOT IS-REPORT-CLEAN THEN
              MOVE '00000000' TO FD-RECORD-ID
              MOVE SPACES     TO FD-STATE-CODE
              DELETE REPORT-OUT
                 INVALID KEY DISPLAY "No dummy record present"
                 NOT INVALID KEY DISPLAY "Dummy record deleted"
              END-DELETE

              SET IS-REPORT-CLEAN TO TRUE
           END-IF
           .

       2600-CLEAN-UP-REPORT-END.
           EXIT.
      ******************************************************************
       3000-CLOSE-EXIT.
           *> Close files which have been opened
           IF IN-OK THEN
              CLOSE IN-DATASET
           END-IF

           IF REPORT-OUT-FILE-OK THEN
              CLOSE REPORT-OUT
           END-IF

           IF HIST-OUT-OK THEN
              CLOSE HIST-OUT
           END-IF

           IF REJECT-OUT-OK THEN
              IF REJ-HEADER-WRITTEN THEN
                 MOVE "  </row>" TO REJ-LINE
                 WRITE REJECT-OUT-REC FROM REJ-LINE
                 MOVE "</response>" TO REJ-LINE
                 WRITE REJECT-OUT-REC FROM REJ-LINE
                 DISPLAY REJ-ROWS-WRITTEN
                    " rejected row(s) written to the reject dataset."
              END-IF
              CLOSE REJECT-OUT
           END-IF

           IF CTL-FILE-OPEN THEN
              CLOSE REC-COUNT-CTL
           END-IF

           MOVE REC-NO TO REC-COUNT-OUT

           EVALUATE TRUE
              WHEN IS-FATAL-ERROR
                 MOVE 8 TO RETURN-CODE-OUT
              WHEN REC-REJECTED > 0 OR REC-DATE-CONFLICTS > 0
                 MOVE 4 TO RETURN-CODE-OUT
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE-OUT
           END-EVALUATE

           GOBACK.

       3000-CLOSE-EXIT-END.
           EXIT.
      ******************************************************************
      * XML PARSE
      ******************************************************************
       4000-PROCESS-DATA.
           READ IN-DATASET
           IF NOT IN-OK THEN
              DISPLAY 'Error reading ' SOURCE-NAME ' : ' IN-STATUS
              SET IS-FATAL-ERROR TO TRUE
              GO TO 3000-CLOSE-EXIT
           END-IF

           DISPLAY "Processing " SOURCE-NAME " ..."

           PERFORM WITH TEST AFTER UNTIL NOT NEXT-DOC-PENDING
              MOVE 'N' TO NEXT-DOC-SW
              ADD 1 TO FILE-SEQ-NO
              MOVE REC-NO TO FILE-REC-START

              XML PARSE IN-FD-REC
                 PROCESSING PROCEDURE IS 5000-HANDLE-XML-EVENTS

              COMPUTE FILE-REC-COUNT = REC-NO - FILE-REC-START
              DISPLAY "File " FILE-SEQ-NO " of " SOURCE-NAME ": "
                 FILE-REC-COUNT " record(s)."
              PERFORM 4100-CHECK-FILE-COUNT
                 THRU 4100-CHECK-FILE-COUNT-END
           END-PERFORM

           DISPLAY REC-NO " records done."
           DISPLAY REC-REJECTED
              " record(s) rejected (non-numeric data)."
           DISPLAY REC-DATE-CONFLICTS
              " record(s) rejected (conflicting date on file)."

           DISPLAY REC-UNCHANGED
              " record(s) unchanged - REWRITE skipped."
           .

       4000-PROCESS-DATA-END.
           EXIT.
      ******************************************************************
      * The actual parsing procedure
      ******************************************************************
       5000-HANDLE-XML-EVENTS.
      D     DISPLAY ' ' XML-event '{' XML-text '}'
           EVALUATE XML-event
              WHEN 'END-OF-INPUT'
                 READ IN-DATASET
                 EVALUATE IN-STATUS
                    WHEN "00"
                       IF STATE-ROOT THEN
                          *> the document just closed and another
                          *> file follows on the DD - end this
                          *> parse; 4000 starts the next one on
                          *> the record already in the buffer.
                          SET NEXT-DOC-PENDING TO TRUE
                       ELSE
                          MOVE 1 TO XML-code
                       END-IF
      D                DISPLAY 'Continuing with : ' IN-FD-REC
                    WHEN "10"
      D                DISPLAY 'At EOF; no more input.'
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'Read failed, file status:'
                          IN-STATUS
                       SET IS-FATAL-ERROR TO TRUE
                       GO TO 3000-CLOSE-EXIT
                 END-EVALUATE
              WHEN 'START-OF-ELEMENT'
      D          DISPLAY '<' XML-text '>'
                 MOVE XML-text TO XML-ELEM-NAME
                 PERFORM 6080-TRANSLATE-ELEMENT
                 EVALUATE TRUE ALSO XML-ELEM-NAME
                    WHEN STATE-ROOT ALSO "response"
                       SET STATE-RESPONSE TO TRUE
                    WHEN STATE-RESPONSE ALSO "row"
                       SET STATE-ROWS TO TRUE
                    WHEN STATE-ROWS ALSO "row"
                       SET STATE-ROW TO TRUE
                       INITIALIZE DATA-RECORD
                       MOVE 'US' TO REC-STATE
                       MOVE 'M' TO REC-FREQ
                       MOVE 'F' TO REC-INVALID-SW
                    WHEN STATE-ROW ALSO "row_type"
                       SET STATE-ROWTYPE TO TRUE
                    WHEN STATE-ROW ALSO "record_id"
                       SET STATE-REC-ID TO TRUE
                    WHEN STATE-ROW ALSO "date"
                       SET STATE-DATE TO TRUE
                    WHEN STATE-ROW ALSO "state"
                       SET STATE-STATE TO TRUE
                    WHEN STATE-ROW ALSO "frequency"
                       SET STATE-FREQ TO TRUE
                    WHEN STATE-ROW ALSO "initial_claims"
                       SET STATE-INITCL TO TRUE
                    WHEN STATE-ROW ALSO "continuing_claims"
                       SET STATE-CONTCL TO TRUE
                    WHEN STATE-ROW ALSO "ina"
                       SET STATE-INA TO TRUE
                    WHEN STATE-ROW ALSO "management_business_financial"
                       SET STATE-MGMT TO TRUE
                    WHEN STATE-ROW ALSO "professional_related"
                       SET STATE-PROF TO TRUE
                    WHEN STATE-ROW ALSO "service"
                       SET STATE-SERV TO TRUE
                    WHEN STATE-ROW ALSO "sales_related"
                       SET STATE-SALES TO TRUE
                    WHEN STATE-ROW ALSO "office_admin_support"
                       SET STATE-OFFICE TO TRUE
                    WHEN STATE-ROW ALSO "farming_fishing_forestry"
                       SET STATE-FARM TO TRUE
                    WHEN STATE-ROW ALSO "construction_extraction"
                       SET STATE-CONSTR TO TRUE
                    WHEN STATE-ROW
                          ALSO "installation_maintenance_repair"
                       SET STATE-INSTAL TO TRUE
                    WHEN STATE-ROW ALSO "production"
                       SET STATE-PROD TO TRUE
                    WHEN STATE-ROW ALSO "transportation_material_moving"
                       SET STATE-TRANSP TO TRUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
      D          DISPLAY STATE-MACHINE
              WHEN 'END-OF-ELEMENT'
      D          DISPLAY '</' XML-text '>'
      D          DISPLAY "! " STATE-MACHINE ":" DATA-RECORD
                 MOVE XML-text TO XML-ELEM-NAME
                 PERFORM 6080-TRANSLATE-ELEMENT
                 EVALUATE TRUE ALSO XML-ELEM-NAME
                    WHEN STATE-RESPONSE ALSO "response"
                       SET STATE-ROOT TO TRUE
                    WHEN STATE-ROWS ALSO "row"
                       SET STATE-RESPONSE TO TRUE
                    WHEN STATE-ROW ALSO "row"
                       SET STATE-ROWS TO TRUE
      D                DISPLAY
      D                   REC-RECORD-ID REC-DATE REC-INA
      D                   REC-MGMT REC-PROF REC-SERV REC-SALES
      D                   REC-OFFICE REC-FARM REC-CONSTR REC-INSTAL
      D                   REC-PROD REC-TRANSP
                       *> Save the record, unless something in
                       *> this row failed the numeric check
                       IF REC-IS-INVALID
                          ADD 1 TO REC-REJECTED
                          PERFORM 6070-WRITE-REJECT-ROW
                             THRU 6070-WRITE-REJECT-ROW-END
                       ELSE
                          PERFORM 6000-SAVE-REC
                       END-IF
                    WHEN STATE-ROWTYPE ALSO "row_type"
                    WHEN STATE-REC-ID ALSO "record_id"
                    WHEN STATE-STATE   ALSO "state"
                    WHEN STATE-FREQ    ALSO "frequency"
                    WHEN STATE-INITCL  ALSO "initial_claims"
                    WHEN STATE-CONTCL  ALSO "continuing_claims"
                    WHEN STATE-DATE   ALSO "date"
                    WHEN STATE-INA    ALSO "ina"
                    WHEN STATE-MGMT
                       ALSO "management_business_financial"
                    WHEN STATE-PROF   ALSO "professional_related"
                    WHEN STATE-SERV   ALSO "service"
                    WHEN STATE-SALES  ALSO "sales_related"
                    WHEN STATE-OFFICE ALSO "office_admin_support"
                    WHEN STATE-FARM   ALSO "farming_fishing_forestry"
                    WHEN STATE-CONSTR ALSO "construction_extraction"
                    WHEN STATE-INSTAL
                       ALSO "installation_maintenance_repair"
                    WHEN STATE-PROD   ALSO "production"
                    WHEN STATE-TRANSP
                       ALSO "transportation_material_moving"
                       SET STATE-ROW TO TRUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
      D          DISPLAY STATE-MACHINE
              WHEN 'CONTENT-CHARACTERS'
      D          DISPLAY STATE-MACHINE
                 EVALUATE TRUE
                    WHEN STATE-ROWTYPE
                       *> The agency's adjustment rows (row_type
                       *> 'A', signed deltas) are carried by the
                       *> claim-split feed only so far - applying
                       *> a delta here as an absolute replacement
                       *> would be silent corruption, so the row
                       *> rejects loudly instead.
                       EVALUATE XML-text
                          WHEN 'R'
                             CONTINUE
                          WHEN 'A'
                             DISPLAY "Adjustment row for record "
                                REC-RECORD-ID " - this source "
                                "doesn't support adjustments yet; "
                                "row rejected for repair."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'ADJROW' TO REC-REJECT-REASON
                          WHEN OTHER
                             DISPLAY "Unknown row type '" XML-text
                                "' - record " REC-RECORD-ID
                                " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'BADTYPE' TO REC-REJECT-REASON
                       END-EVALUATE
                    WHEN STATE-REC-ID
                       MOVE XML-text TO REC-RECORD-ID
                    WHEN STATE-STATE
                       MOVE XML-text TO REC-STATE
                    WHEN STATE-FREQ
                       MOVE XML-text TO REC-FREQ
                    WHEN STATE-INITCL
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for INITCL too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-INITIAL
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for INITCL - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-CONTCL
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for CONTCL too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-CONTINUING
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for CONTCL - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-DATE
                       MOVE XML-text TO REC-DATE
                    WHEN STATE-INA
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for INA too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-INA
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for INA - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-MGMT
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for MGMT too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-MGMT
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for MGMT - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-PROF
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for PROF too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-PROF
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for PROF - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-SERV
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for SERV too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-SERV
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for SERV - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-SALES
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for SALES too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-SALES
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for SALES - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-OFFICE
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for OFFICE too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-OFFICE
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for OFFICE - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-FARM
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for FARM too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-FARM
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for FARM - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-CONSTR
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for CONSTR too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-CONSTR
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for CONSTR - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-INSTAL
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for INSTAL too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-INSTAL
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for INSTAL - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-PROD
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for PROD too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-PROD
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for PROD - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN STATE-TRANSP
                       IF XML-text IS NUMERIC
                          MOVE XML-text TO REC-RANGE-CHECK
                          IF REC-RANGE-CHECK > 9999999 THEN
                             DISPLAY "Value '" XML-text
                                "' for TRANSP too large - record "
                                REC-RECORD-ID " rejected."
                             SET REC-IS-INVALID TO TRUE
                             MOVE 'TOOBIG' TO REC-REJECT-REASON
                          ELSE
                             MOVE XML-text TO REC-TRANSP
                          END-IF
                       ELSE
                          DISPLAY "Non-numeric value '" XML-text
                             "' for TRANSP - record " REC-RECORD-ID
                             " rejected."
                          SET REC-IS-INVALID TO TRUE
                          MOVE 'NONNUM' TO REC-REJECT-REASON
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 'ATTRIBUTE-NAME'
                 IF XML-text = 'version' THEN
                    SET IN-VERSION-ATTR TO TRUE
                 ELSE
                    MOVE 'N' TO VERSION-ATTR-SW
                 END-IF
              WHEN 'ATTRIBUTE-CHARACTERS'
                 IF IN-VERSION-ATTR THEN
                    MOVE XML-text TO DOC-VERSION
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       5000-HANDLE-XML-EVENTS-END.
           EXIT.
      ******************************************************************
      * Saving procedure
      * Try to fing a record with the given record_id.
      * Create new one if not found.
      * Update the existing one if found.
      ******************************************************************
       6000-SAVE-REC.
           ADD 1 TO REC-NO
           MOVE REC-RECORD-ID TO FD-RECORD-ID
           MOVE REC-STATE     TO FD-STATE-CODE
      *    WITH LOCK holds this record against the other
      *    importers until UNLOCK below, so two sources can
      *    never interleave a read-modify-write on the same
      *    record_id.
           READ REPORT-OUT WITH LOCK
              INVALID KEY
                 *> New record
                 PERFORM 6010-ADD-NEW
              NOT INVALID KEY
                 *> Record exists
                 PERFORM 6020-UPDATE
           END-READ

           UNLOCK REPORT-OUT.

       6000-SAVE-REC-END.
           EXIT.
      ******************************************************************
       6010-ADD-NEW.
           PERFORM 6050-MOVE-DATA-TO-BUFFER
           WRITE REPORT-OUT-REC
              INVALID KEY
                 STRING "Couldn't save the record " FD-RECORD-ID
                    DELIMITED BY SIZE INTO LOG-MESSAGE
                 CALL "UNEMVLOG" USING "IMPBYOCC" LOG-MESSAGE
                    REPORT-STATUS
              NOT INVALID KEY
                 PERFORM 6028-STAMP-PROVENANCE
           END-WRITE.

       6010-ADD-NEW-END.
           EXIT.
      ******************************************************************
       6020-UPDATE.
      *    An importer only reaches here when a record already exists
      *    under this record_id, so a conflicting incoming date means
      *    two different dates are trying to share one record_id -
      *    flag it as a data conflict instead of silently overwriting
      *    FD-DATE to match whichever importer happened to run last.
           IF FD-DATE NOT = SPACES AND FD-DATE NOT = REC-DATE THEN
              DISPLAY "Date conflict for record " FD-RECORD-ID
                 ": on file " FD-DATE ", incoming " REC-DATE
                 " - update rejected."
              ADD 1 TO REC-DATE-CONFLICTS
              MOVE 'DATECONF' TO REC-REJECT-REASON
              PERFORM 6070-WRITE-REJECT-ROW
                 THRU 6070-WRITE-REJECT-ROW-END
           ELSE
              MOVE REPORT-OUT-REC TO REC-BEFORE-IMAGE
              PERFORM 6050-MOVE-DATA-TO-BUFFER
              MOVE REPORT-OUT-REC TO REC-AFTER-IMAGE

      *       Nothing to write back if the incoming data matches what
      *       is already on file - skip the REWRITE to save VSAM I/O
      *       and avoid a needless CI split during the batch window.
              IF REC-AFTER-IMAGE = REC-BEFORE-IMAGE THEN
                 ADD 1 TO REC-UNCHANGED
              ELSE
                 REWRITE REPORT-OUT-REC
                    INVALID KEY
                       STRING "Couldn't update the record " FD-RECORD-ID
                          DELIMITED BY SIZE INTO LOG-MESSAGE
                       CALL "UNEMVLOG" USING "IMPBYOCC" LOG-MESSAGE
                          REPORT-STATUS
                    NOT INVALID KEY
                       DISPLAY "Record updated: " FD-RECORD-ID
                       DISPLAY "  BEFORE: " REC-BEFORE-IMAGE
                       DISPLAY "  AFTER:  " REC-AFTER-IMAGE
                       PERFORM 6025-WRITE-HISTORY
                       PERFORM 6028-STAMP-PROVENANCE
                 END-REWRITE
              END-IF
           END-IF.

       6020-UPDATE-END.
           EXIT.
      ******************************************************************
      * Appends the pre-update record image to the correction-history
      * dataset, stamped with today's date as the "as-of" reprocessing
      * date.
      ******************************************************************
       6025-WRITE-HISTORY.
           IF HIST-OUT-OK THEN
              ACCEPT AS-OF-DATE FROM DATE YYYYMMDD
              MOVE AS-OF-DATE TO HIST-AS-OF-DATE
              MOVE REC-BEFORE-IMAGE TO HIST-BEFORE-IMAGE
              WRITE HIST-OUT-REC
           END-IF
           .

       6025-WRITE-HISTORY-END.
           EXIT.
      ******************************************************************
      * Stamps this importer's dimension on the record's provenance
      * row (UNEMPROV) - which source file last populated it, this
      * run date, this importer.
      ******************************************************************
       6028-STAMP-PROVENANCE.
           MOVE FD-RECORD-KEY TO PROV-RECORD-KEY
           CALL "UNEMPROV" USING "IMPBYOCC" PROV-RECORD-KEY
              PROV-DIMENSION PROV-SOURCE
           .

       6028-STAMP-PROVENANCE-END.
           EXIT.
      ******************************************************************
       6050-MOVE-DATA-TO-BUFFER.
           MOVE REC-RECORD-ID TO FD-RECORD-ID
           MOVE REC-DATE      TO FD-DATE
           MOVE REC-STATE     TO FD-STATE-CODE
           MOVE REC-FREQ      TO FD-PERIOD-FREQ
           MOVE REC-INITIAL   TO FD-INITIAL-CLAIMS
           MOVE REC-CONTINUING TO FD-CONTINUING-CLAIMS
           SET FD-LAYOUT-CURRENT TO TRUE
           *> New or reprocessed data makes the record preliminary
           *> again - UNEMCERT promotes it once the period
           *> reconciles.
           MOVE 'P' TO FD-RECORD-STATUS
           MOVE REC-INA       TO FD-INA-OCCUPATION
           MOVE REC-MGMT      TO FD-MANAGEMENT-BUSINESS-FINANC
           MOVE REC-PROF      TO FD-PROFESSIONAL-RELATED
           MOVE REC-SERV      TO FD-SERVICE-OCCUPATIONS
           MOVE REC-SALES     TO FD-SALES-RELATED
           MOVE REC-OFFICE    TO FD-OFFICE-ADMIN-SUPPORT
           MOVE REC-FARM      TO FD-FARMING-FISHING-FORESTRY
           MOVE REC-CONSTR    TO FD-CONSTRUCTION-EXTRACTION
           MOVE REC-INSTAL    TO FD-INSTALL-MAINTENANCE-REPAIR
           MOVE REC-PROD      TO FD-PRODUCTION
           MOVE REC-TRANSP    TO FD-TRANSPORT-MATERIAL-MOVING
           .

       6050-MOVE-DATA-TO-BUFFER-END.
           EXIT.

      ******************************************************************
      * Writes the rejected row back out in its original XML shape -
      * a <row> inside the reject document 2555-OPEN-REJECT started -
      * with the reject reason carried as an XML comment, so the
      * repaired file can be re-imported by itself through a
      * single-source recycle run (see UNEMPL01's header).
      ******************************************************************
       6070-WRITE-REJECT-ROW.
           IF NOT REJECT-OUT-OK THEN
              GO TO 6070-WRITE-REJECT-ROW-END
           END-IF

           IF NOT REJ-HEADER-WRITTEN THEN
              MOVE "<response>" TO REJ-LINE
              WRITE REJECT-OUT-REC FROM REJ-LINE
              MOVE "  <row>" TO REJ-LINE
              WRITE REJECT-OUT-REC FROM REJ-LINE
              SET REJ-HEADER-WRITTEN TO TRUE
           END-IF

           ADD 1 TO REJ-ROWS-WRITTEN
           MOVE "    <row>" TO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE SPACES TO REJ-LINE
           STRING "      <!-- rejected: " REC-REJECT-REASON
              " -->" DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE SPACES TO REJ-LINE
           STRING "      <record_id>" REC-RECORD-ID
              "</record_id>" DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE SPACES TO REJ-LINE
           STRING "      <date>" REC-DATE "</date>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE SPACES TO REJ-LINE
           STRING "      <state>" REC-STATE "</state>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE SPACES TO REJ-LINE
           STRING "      <frequency>" REC-FREQ "</frequency>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-INITIAL TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <initial_claims>" REJ-NUM-DISP
              "</initial_claims>" DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-CONTINUING TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <continuing_claims>" REJ-NUM-DISP
              "</continuing_claims>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-INA TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <ina>"
              REJ-NUM-DISP "</ina>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-MGMT TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <management_business_financial>"
              REJ-NUM-DISP "</management_business_financial>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-PROF TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <professional_related>"
              REJ-NUM-DISP "</professional_related>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-SERV TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <service>"
              REJ-NUM-DISP "</service>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-SALES TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <sales_related>"
              REJ-NUM-DISP "</sales_related>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-OFFICE TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <office_admin_support>"
              REJ-NUM-DISP "</office_admin_support>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-FARM TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <farming_fishing_forestry>"
              REJ-NUM-DISP "</farming_fishing_forestry>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-CONSTR TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <construction_extraction>"
              REJ-NUM-DISP "</construction_extraction>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-INSTAL TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <installation_maintenance_repair>"
              REJ-NUM-DISP "</installation_maintenance_repair>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-PROD TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <production>"
              REJ-NUM-DISP "</production>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE REC-TRANSP TO REJ-NUM-DISP
           MOVE SPACES TO REJ-LINE
           STRING "      <transportation_material_moving>"
              REJ-NUM-DISP "</transportation_material_moving>"
              DELIMITED BY SIZE INTO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           MOVE "    </row>" TO REJ-LINE
           WRITE REJECT-OUT-REC FROM REJ-LINE
           .

       6070-WRITE-REJECT-ROW-END.
           EXIT.

      ******************************************************************
      * Translates the element name in XML-ELEM-NAME through the
      * mapping table for this document's version attribute.
      ******************************************************************
       6080-TRANSLATE-ELEMENT.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                 UNTIL MAP-IDX > MAP-USED
              IF MAP-VERSION (MAP-IDX) = DOC-VERSION
                    AND MAP-SOURCE (MAP-IDX) = XML-ELEM-NAME THEN
                 MOVE MAP-TARGET (MAP-IDX) TO XML-ELEM-NAME
              END-IF
           END-PERFORM
           .

       6080-TRANSLATE-ELEMENT-END.
           EXIT.

      ******************************************************************
      * Opens the optional per-file expected-count control file - one
      * expected row count per source file on the DD. Not supplied
      * means no count checking, as before.
      ******************************************************************
       2580-OPEN-COUNT-CTL.
           OPEN INPUT REC-COUNT-CTL.

           IF REC-COUNT-CTL-OK THEN
              SET CTL-FILE-OPEN TO TRUE
           END-IF.

       2580-OPEN-COUNT-CTL-END.
           EXIT.
      ******************************************************************
      * Verifies the file just parsed against its own expected-count
      * record - a control file with fewer records than files simply
      * leaves the later files unchecked.
      ******************************************************************
       4100-CHECK-FILE-COUNT.
           IF NOT CTL-FILE-OPEN THEN
              GO TO 4100-CHECK-FILE-COUNT-END
           END-IF

           READ REC-COUNT-CTL
              AT END
                 GO TO 4100-CHECK-FILE-COUNT-END
           END-READ

           MOVE CTL-EXPECTED-ROWS TO EXPECTED-ROW-COUNT
           IF FILE-REC-COUNT NOT = EXPECTED-ROW-COUNT THEN
              DISPLAY "*** File " FILE-SEQ-NO " expected "
                 EXPECTED-ROW-COUNT " record(s) per REC-COUNT-CTL "
                 "but processed " FILE-REC-COUNT
                 " - the file may be truncated."
              SET IS-FATAL-ERROR TO TRUE
           END-IF
           .

       4100-CHECK-FILE-COUNT-END.
           EXIT.

       END PROGRAM IMPBYOCC.
