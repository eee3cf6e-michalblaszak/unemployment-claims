      ******************************************************************
      * The cross-dimension INA reconciliation report.
      ******************************************************************
      * FD-INA-AGE, FD-INA-GENDER, FD-INA-INDUSTRY, FD-INA-RACE,
      * FD-INA-ETHNIC and FD-INA-OCCUPATION are each populated
      * independently by a different importer reading a different XML
      * file, but they all describe the same thing for the same
      * record-id: how many people weren't in the labor force. Nothing
      * today confirms the six agree with each other. This report
      * computes, for each record, how far the lowest of the six
      * figures is from the highest as a percentage of the highest,
      * and flags any record whose spread exceeds INA-TOLERANCE-PCT -
      * a mismatch usually means one of the six source files carried a
      * bad figure for that record-id.
      *
      * The occupation figure only takes part once the record's
      * occupation dimension has been loaded at all - periods from
      * before the BYOCC source existed carry no occupation data, and
      * their zero would otherwise flag every one of them.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMPAPI: see CBL/REPORT(UNEMPAPI) for the full parameter
      *            description. This program requests all records.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  FD-INA-OCCUPATION from the BYOCC source is
      *                    reconciled as a sixth figure.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       01  OUTPUT-FORMAT-PAR PIC X(4) VALUE SPACES.
       01  DATE-QUALIFIER-PAR PIC X(10) VALUE SPACES.

      * The allowed spread between the lowest and highest of the six
      * FD-INA-* figures, as a percentage of the highest. A record
      * whose spread comes in over this is flagged as a mismatch.
      * Widen or narrow this to make the check looser or stricter.
       01  INA-HIGHEST COMP-4 PIC 9(7) VALUE ZERO.
       01  INA-SPREAD-PCT PIC 999V9 VALUE ZERO.

      * The current record's occupation dimension total - zero means
      * the BYOCC source has never loaded this record.
       01  OCC-DIM-TOTAL COMP-4 PIC 9(9) VALUE ZERO.

       01  ANY-INA-POPULATED PIC X VALUE 'N'.
           88 HAS-INA-DATA VALUE 'Y'.

           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(10) VALUE '  Ethnic  '.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(10) VALUE 'Occupation'.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(8)  VALUE 'Spread %'.
           05 FILLER PIC X     VALUE '|'.

       01  IR-DISP-SEPARATOR PIC X(87) VALUE ALL '-'.

       01  IR-LINE-DISP-REC.
           05 IR-RECORD-ID   PIC X(8)      VALUE SPACES.
           05 FILLER         PIC X         VALUE '|'.
           05 IR-INA-ETHNIC   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X         VALUE '|'.
           05 IR-INA-OCCUPATION PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER         PIC X         VALUE '|'.
           05 IR-SPREAD-PCT   PIC ZZ9.9     VALUE ZERO.
           05 FILLER         PIC X         VALUE '|'.

      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
       1100-LOAD-RUNTIME-PARMS-END.
           EXIT.
      ******************************************************************
      * Walks the returned list, checking each record's six FD-INA-*
      * figures against each other, and lists any that diverge beyond
      * INA-TOLERANCE-PCT.
      ******************************************************************
           EXIT.
      ******************************************************************
      * Computes the spread between the lowest and highest of the
      * current record's six FD-INA-* figures, as a percentage of the
      * highest. Records where none of the six have ever been
      * populated (all still zero, e.g. a brand-new record only one
      * importer has touched so far) are skipped rather than flagged,
      * since a 0%-vs-0% "spread" isn't a real mismatch.
              MOVE FD-INA-ETHNIC TO INA-HIGHEST
           END-IF

           ADD FD-INA-OCCUPATION FD-MANAGEMENT-BUSINESS-FINANC
               FD-PROFESSIONAL-RELATED FD-SERVICE-OCCUPATIONS
               FD-SALES-RELATED FD-OFFICE-ADMIN-SUPPORT
               FD-FARMING-FISHING-FORESTRY FD-CONSTRUCTION-EXTRACTION
               FD-INSTALL-MAINTENANCE-REPAIR FD-PRODUCTION
               FD-TRANSPORT-MATERIAL-MOVING
               GIVING OCC-DIM-TOTAL

           IF OCC-DIM-TOTAL > ZERO THEN
              IF FD-INA-OCCUPATION < INA-LOWEST THEN
                 MOVE FD-INA-OCCUPATION TO INA-LOWEST
              END-IF
              IF FD-INA-OCCUPATION > INA-HIGHEST THEN
                 MOVE FD-INA-OCCUPATION TO INA-HIGHEST
              END-IF
           END-IF

           IF INA-HIGHEST > ZERO THEN
              SET HAS-INA-DATA TO TRUE
              COMPUTE INA-SPREAD-PCT ROUNDED =
       2100-CHECK-RECORD-END.
           EXIT.
      ******************************************************************
      * Displays one line for the current record if its six FD-INA-*
      * figures diverged beyond tolerance.
      ******************************************************************
       2200-REPORT-RECORD.
           MOVE FD-INA-INDUSTRY TO IR-INA-INDUSTRY
           MOVE FD-INA-RACE     TO IR-INA-RACE
           MOVE FD-INA-ETHNIC   TO IR-INA-ETHNIC
           MOVE FD-INA-OCCUPATION TO IR-INA-OCCUPATION
           MOVE INA-SPREAD-PCT  TO IR-SPREAD-PCT

           MOVE IR-LINE-DISP-REC TO PRNT-TEXT
