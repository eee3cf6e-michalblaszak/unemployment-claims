      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-24  MB  The scenario copy carries the occupation
      *                    counts (layout 07) through unchanged.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       FD  SCEN-OUT.
       01  SCEN-OUT-REC.
           05 SCN-RECORD-KEY PIC X(10).
           05 FILLER         PIC X(436).

      *------------------------
       WORKING-STORAGE SECTION.
           05 RM-REC-STATUS PIC X.
           05 RM-EXT-CLAIMS PIC 9(7).
           05 RM-DUA-CLAIMS PIC 9(7).
           05 RM-OCC-AREA   PIC X(77).

       01  WORK-VALUE  PIC S9(11) COMP-4 VALUE ZERO.
       01  WORK-DELTA  PIC S9(11) COMP-4 VALUE ZERO.
           EXIT.
      ******************************************************************
       2200-COPY-ONE-RECORD.
           MOVE REPORT-OUT-REC (1:446) TO SCEN-REC-MAP
           MOVE 'N' TO REC-ADJUSTED-SW

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
