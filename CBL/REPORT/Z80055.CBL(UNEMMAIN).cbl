      *    2021-08-23  MB  The claim-split line breaks the combined
      *                    total out by program type - regular,
      *                    extended benefits, disaster assistance.
      *    2021-08-24  MB  The occupation dimension (BYOCC) gets its
      *                    own column and share, and an occupation
      *                    line under each report line and under the
      *                    summary breaks it out by major group.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 COMP-BY-INDUSTRY COMP-4 PIC 9(7) VALUE ZERO.
           05 COMP-BY-RACE     COMP-4 PIC 9(7) VALUE ZERO.
           05 COMP-BY-ETHNIC   COMP-4 PIC 9(7) VALUE ZERO.
           05 COMP-BY-OCCUPATION COMP-4 PIC 9(7) VALUE ZERO.

      *> COMP-BY-INDUSTRY split into its two supersectors - goods-
      *> producing (construction, manufacturing, mining, agriculture/
           05 SUM-BY-INDUSTRY COMP-4 PIC 9(7) VALUE ZERO.
           05 SUM-BY-RACE     COMP-4 PIC 9(7) VALUE ZERO.
           05 SUM-BY-ETHNIC   COMP-4 PIC 9(7) VALUE ZERO.
           05 SUM-BY-OCCUPATION COMP-4 PIC 9(7) VALUE ZERO.

      *> The occupation groups summed across the report for the
      *> occupation line under the summary - the ten major groups in
      *> PAYLOAD order, then FD-INA-OCCUPATION.
           05 SUM-BY-OCC-GROUP OCCURS 11 TIMES COMP-4 PIC 9(9)
              VALUE ZERO.

           05 SUM-BY-INDUSTRY-GOODS   COMP-4 PIC 9(7) VALUE ZERO.
           05 SUM-BY-INDUSTRY-SERVICE COMP-4 PIC 9(7) VALUE ZERO.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(9)  VALUE 'By Ethnic'.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(9)  VALUE 'By Occupn'.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(6)  VALUE 'Age % '.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(6)  VALUE 'Gnd % '.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(6)  VALUE 'Eth % '.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(6)  VALUE 'Occ % '.
           05 FILLER PIC X     VALUE '|'.
           05 FILLER PIC X(8)  VALUE ' UE Rate'.
           05 FILLER PIC X     VALUE '|'.

       01  REPORT-DISP-SEPARATOR PIC X(152) VALUE ALL '-'.

      * A structure to hold a line of the report to be displayed
       01  REPORT-LINE-DISP-REC.
           05 FILLER          PIC X         VALUE '|'.
           05 REP-BY-ETHNIC   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X         VALUE '|'.
           05 REP-BY-OCCUPATION PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER          PIC X         VALUE '|'.
           05 REP-PCT-AGE      PIC ZZ9.9     VALUE ZERO.
           05 FILLER          PIC X         VALUE '%'.
           05 FILLER          PIC X         VALUE '|'.
           05 REP-PCT-ETHNIC   PIC ZZ9.9     VALUE ZERO.
           05 FILLER          PIC X         VALUE '%'.
           05 FILLER          PIC X         VALUE '|'.
           05 REP-PCT-OCCUPATION PIC ZZ9.9   VALUE ZERO.
           05 FILLER          PIC X         VALUE '%'.
           05 FILLER          PIC X         VALUE '|'.
      *> The by-age headcount as a percentage of this record's labor
      *> force (FD-LABOR-FORCE, from the BYLABORFORCE.XML import) -
      *> the actual unemployment rate, as opposed to the pct columns
           05 FILLER            PIC X         VALUE '|'.
           05 TOTAL-BY-ETHNIC   PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X         VALUE '|'.
           05 TOTAL-BY-OCCUPATION PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X         VALUE '|'.
      *> Every dimension always totals 100% of itself
           05 FILLER            PIC X(6)      VALUE '100.0%'.
           05 FILLER            PIC X         VALUE '|'.
           05 FILLER            PIC X         VALUE '|'.
           05 FILLER            PIC X(6)      VALUE '100.0%'.
           05 FILLER            PIC X         VALUE '|'.
           05 FILLER            PIC X(6)      VALUE '100.0%'.
           05 FILLER            PIC X         VALUE '|'.
           05 TOTAL-RATE        PIC ZZ9.9     VALUE ZERO.
           05 FILLER            PIC X         VALUE '%'.
           05 FILLER            PIC X         VALUE '|'.
           05 CLAIMS-DISP-DUA     PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER             PIC X(2)  VALUE ']|'.

      * The occupation detail line shown under each report line and
      * under the summary - the ten major groups, then the
      * not-available count.
       01  OCC-LINE-DISP-REC.
           05 FILLER            PIC X(14) VALUE '| Occupation -'.
           05 OCC-LINE-ENTRY OCCURS 11 TIMES.
              10 OCC-DISP-LABEL PIC X(5).
              10 OCC-DISP-COUNT PIC ZZZZZZZ9.
           05 FILLER            PIC X     VALUE '|'.

       01  OCC-LABEL-TABLE.
           05 FILLER PIC X(5) VALUE ' mgt:'.
           05 FILLER PIC X(5) VALUE ' prf:'.
           05 FILLER PIC X(5) VALUE ' srv:'.
           05 FILLER PIC X(5) VALUE ' sls:'.
           05 FILLER PIC X(5) VALUE ' off:'.
           05 FILLER PIC X(5) VALUE ' frm:'.
           05 FILLER PIC X(5) VALUE ' cns:'.
           05 FILLER PIC X(5) VALUE ' imr:'.
           05 FILLER PIC X(5) VALUE ' prd:'.
           05 FILLER PIC X(5) VALUE ' trn:'.
           05 FILLER PIC X(5) VALUE ' ina:'.

       01  OCC-LABELS REDEFINES OCC-LABEL-TABLE.
           05 OCC-LABEL OCCURS 11 TIMES PIC X(5).

      * The current record's occupation groups in the same order, so
      * the line and the report's sums can be built in one sweep.
       01  OCC-GROUP-TABLE.
           05 OCC-GROUP-COUNT OCCURS 11 TIMES COMP-4 PIC 9(7)
              VALUE ZERO.

       01  OCC-IDX PIC 9(2) COMP-4.

       01  ID-PAR         PIC X(10).
       01  SORT-ORDER-PAR PIC X(10).
       01  ID-END-PAR     PIC X(10) VALUE SPACES.
      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
           ADD FD-INA-ETHNIC FD-HISPANIC-OR-LATINO
               FD-NOT-HISPANIC-OR-LATINO
               GIVING COMP-BY-ETHNIC
           ADD FD-INA-OCCUPATION FD-MANAGEMENT-BUSINESS-FINANC
               FD-PROFESSIONAL-RELATED FD-SERVICE-OCCUPATIONS
               FD-SALES-RELATED FD-OFFICE-ADMIN-SUPPORT
               FD-FARMING-FISHING-FORESTRY FD-CONSTRUCTION-EXTRACTION
               FD-INSTALL-MAINTENANCE-REPAIR FD-PRODUCTION
               FD-TRANSPORT-MATERIAL-MOVING
               GIVING COMP-BY-OCCUPATION

           ADD COMP-BY-AGE TO SUM-BY-AGE
           ADD COMP-BY-GENDER TO SUM-BY-GENDER
           ADD COMP-BY-INDUSTRY-SERVICE TO SUM-BY-INDUSTRY-SERVICE
           ADD COMP-BY-RACE TO SUM-BY-RACE
           ADD COMP-BY-ETHNIC TO SUM-BY-ETHNIC
           ADD COMP-BY-OCCUPATION TO SUM-BY-OCCUPATION
           PERFORM 3600-LOAD-OCC-GROUPS
           PERFORM VARYING OCC-IDX FROM 1 BY 1 UNTIL OCC-IDX > 11
              ADD OCC-GROUP-COUNT (OCC-IDX)
                 TO SUM-BY-OCC-GROUP (OCC-IDX)
           END-PERFORM
           ADD FD-LABOR-FORCE TO SUM-LABOR-FORCE
           ADD FD-INITIAL-CLAIMS TO SUM-INITIAL-CLAIMS
           ADD FD-CONTINUING-CLAIMS TO SUM-CONTINUING-CLAIMS
       3500-ACCUMULATE-TOTALS-END.
           EXIT.
      ******************************************************************
      * Lays the current record's occupation groups out in table order
      * - the ten major groups as PAYLOAD carries them, then the
      * not-available count.
      ******************************************************************
       3600-LOAD-OCC-GROUPS.
           MOVE FD-MANAGEMENT-BUSINESS-FINANC  TO OCC-GROUP-COUNT (1)
           MOVE FD-PROFESSIONAL-RELATED        TO OCC-GROUP-COUNT (2)
           MOVE FD-SERVICE-OCCUPATIONS         TO OCC-GROUP-COUNT (3)
           MOVE FD-SALES-RELATED               TO OCC-GROUP-COUNT (4)
           MOVE FD-OFFICE-ADMIN-SUPPORT        TO OCC-GROUP-COUNT (5)
           MOVE FD-FARMING-FISHING-FORESTRY    TO OCC-GROUP-COUNT (6)
           MOVE FD-CONSTRUCTION-EXTRACTION     TO OCC-GROUP-COUNT (7)
           MOVE FD-INSTALL-MAINTENANCE-REPAIR  TO OCC-GROUP-COUNT (8)
           MOVE FD-PRODUCTION                  TO OCC-GROUP-COUNT (9)
           MOVE FD-TRANSPORT-MATERIAL-MOVING   TO OCC-GROUP-COUNT (10)
           MOVE FD-INA-OCCUPATION              TO OCC-GROUP-COUNT (11)
           .

       3600-LOAD-OCC-GROUPS-END.
           EXIT.
      ******************************************************************
      * This procedure takes a record of payload and displays in a
      * formatted way, including its share of the grand totals already
      * built up by 3500-ACCUMULATE-TOTALS.
           ADD FD-INA-ETHNIC FD-HISPANIC-OR-LATINO
               FD-NOT-HISPANIC-OR-LATINO
               GIVING COMP-BY-ETHNIC
           ADD FD-INA-OCCUPATION FD-MANAGEMENT-BUSINESS-FINANC
               FD-PROFESSIONAL-RELATED FD-SERVICE-OCCUPATIONS
               FD-SALES-RELATED FD-OFFICE-ADMIN-SUPPORT
               FD-FARMING-FISHING-FORESTRY FD-CONSTRUCTION-EXTRACTION
               FD-INSTALL-MAINTENANCE-REPAIR FD-PRODUCTION
               FD-TRANSPORT-MATERIAL-MOVING
               GIVING COMP-BY-OCCUPATION

           MOVE FD-RECORD-ID TO REP-RECORD-ID
           IF FD-STAT-PRELIMINARY THEN
           MOVE COMP-BY-INDUSTRY-SERVICE TO REP-BY-INDUSTRY-SERVICE
           MOVE COMP-BY-RACE TO REP-BY-RACE
           MOVE COMP-BY-ETHNIC TO REP-BY-ETHNIC
           MOVE COMP-BY-OCCUPATION TO REP-BY-OCCUPATION

           *> Each column's share of the grand total accumulated for
           *> that dimension across the whole list
           MOVE ZERO TO REP-PCT-AGE REP-PCT-GENDER REP-PCT-INDUSTRY
              REP-PCT-RACE REP-PCT-ETHNIC REP-PCT-OCCUPATION

           IF SUM-BY-AGE > 0 THEN
              COMPUTE REP-PCT-AGE ROUNDED =
              COMPUTE REP-PCT-ETHNIC ROUNDED =
                 (COMP-BY-ETHNIC / SUM-BY-ETHNIC) * 100
           END-IF
           IF SUM-BY-OCCUPATION > 0 THEN
              COMPUTE REP-PCT-OCCUPATION ROUNDED =
                 (COMP-BY-OCCUPATION / SUM-BY-OCCUPATION) * 100
           END-IF

      *> The actual unemployment rate for this record - its by-age
      *> headcount as a percentage of its own labor-force size, not a
           MOVE FD-DISASTER-CLAIMS TO CLAIMS-DISP-DUA
           MOVE CLAIMS-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMMAIN" PRNT-TEXT

           *> ... and the occupation groups under that, once the
           *> record's occupation dimension has been loaded at all.
           IF COMP-BY-OCCUPATION > ZERO THEN
              PERFORM 3600-LOAD-OCC-GROUPS
              PERFORM VARYING OCC-IDX FROM 1 BY 1 UNTIL OCC-IDX > 11
                 MOVE OCC-LABEL (OCC-IDX) TO OCC-DISP-LABEL (OCC-IDX)
                 MOVE OCC-GROUP-COUNT (OCC-IDX)
                    TO OCC-DISP-COUNT (OCC-IDX)
              END-PERFORM
              MOVE OCC-LINE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMMAIN" PRNT-TEXT
           END-IF
           .

       4000-DISPLAY-REPORT-LINE-END.
           MOVE SUM-BY-INDUSTRY-SERVICE TO TOTAL-BY-INDUSTRY-SERVICE
           MOVE SUM-BY-RACE TO TOTAL-BY-RACE
           MOVE SUM-BY-ETHNIC TO TOTAL-BY-ETHNIC
           MOVE SUM-BY-OCCUPATION TO TOTAL-BY-OCCUPATION

           MOVE ZERO TO TOTAL-RATE
           IF SUM-LABOR-FORCE > 0 THEN
           MOVE CLAIMS-TOTAL-LINE TO CLAIMS-DISP-TOTAL
           MOVE CLAIMS-LINE-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMMAIN" PRNT-TEXT
           IF SUM-BY-OCCUPATION > ZERO THEN
              PERFORM VARYING OCC-IDX FROM 1 BY 1 UNTIL OCC-IDX > 11
                 MOVE OCC-LABEL (OCC-IDX) TO OCC-DISP-LABEL (OCC-IDX)
                 MOVE SUM-BY-OCC-GROUP (OCC-IDX)
                    TO OCC-DISP-COUNT (OCC-IDX)
              END-PERFORM
              MOVE OCC-LINE-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "TOTAL" "UNEMMAIN" PRNT-TEXT
           END-IF
           MOVE REPORT-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMMAIN" PRNT-TEXT
           .
