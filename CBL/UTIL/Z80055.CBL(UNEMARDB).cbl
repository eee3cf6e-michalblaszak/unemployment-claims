      ******************************************************************
      * Daily source-arrival dashboard.
      ******************************************************************
      * A quick, read-only look at whether each of the eight source XML
      * files has arrived for today's run and roughly how big it is,
      * without actually importing anything. Meant to be run ahead of
      * UNEMPL01 (which does its own pre-flight check - see
      *                    lateness trend per source - so "BYINDUST
      *                    has been late three Mondays running"
      *                    becomes a fact instead of folklore.
      *    2021-08-24  MB  Added the BYOCC occupation source.
      *    2021-08-25  MB  The arrival watcher's (UNEMARWT) decision
      *                    rows on the arrival history are left out
      *                    of the lateness trend.
      *    2021-08-25  MB  So are the watcher's own observation rows
      *                    (AH-ORIGIN 'W') - one per poll, they would
      *                    swamp the dashboard's once-a-run rows.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARDB-LAB-STATUS.

           SELECT ARDB-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ARDB-OCC-STATUS.

           *> The arrival-history dataset - one observation appended
           *> per source per run, pre-allocated by JCL with DISP=MOD.
           SELECT ARR-HIST ASSIGN TO ARRHISTDD
              RECORDING MODE F.
       01  ARDB-LAB-REC PIC X(176).

       FD  ARDB-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  ARDB-OCC-REC PIC X(176).

       FD  ARR-HIST
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F.
           05 AH-LINE-COUNT PIC 9(7).
           05 AH-DEADLINE   PIC 9(4).
           05 AH-LATE       PIC X.
      * 'W' the arrival watcher's (UNEMARWT) poll-by-poll rows.
           05 AH-ORIGIN     PIC X.
              88 AH-FROM-WATCHER VALUE 'W'.
           05 FILLER        PIC X(14).

       FD  SLA-CAL
           RECORD CONTAINS 40 CHARACTERS
           05 ARDB-LAB-STATUS PIC XX.
              88 ARDB-LAB-OK VALUE "00".
              88 ARDB-LAB-EOF VALUE "10".
           05 ARDB-OCC-STATUS PIC XX.
              88 ARDB-OCC-OK VALUE "00".
              88 ARDB-OCC-EOF VALUE "10".

       01  ARR-HIST-STATUS PIC XX.
           88 ARR-HIST-OK VALUE "00".
      * Today's observations, collected as the checks run and
      * appended to the arrival history at the end.
       01  OBS-TABLE.
           05 OBS-ENTRY OCCURS 8 TIMES.
              10 OBS-SOURCE     PIC X(16).
              10 OBS-ARRIVED    PIC X(3).
              10 OBS-LINE-COUNT PIC 9(7) COMP-4.
           MOVE "BYLABORFORCE.XML" TO ARDB-SOURCE-NAME
           PERFORM 2070-CHECK-LAB

           MOVE "BYOCC.XML"     TO ARDB-SOURCE-NAME
           PERFORM 2080-CHECK-OCC

           DISPLAY ARDB-DISP-SEPARATOR

           PERFORM 4000-REPORT-LATENESS-TRENDS

           *> Record the observation and age a non-arrival against
           *> its deadline from the SLA calendar.
           IF OBS-USED < 8 THEN
              ADD 1 TO OBS-USED
              MOVE ARDB-SOURCE-NAME TO OBS-SOURCE (OBS-USED)
              MOVE ARDB-ARRIVED TO OBS-ARRIVED (OBS-USED)

       2070-CHECK-LAB-END.
           EXIT.
      ******************************************************************
       2080-CHECK-OCC.
           MOVE ZERO TO ARDB-LINE-COUNT
           OPEN INPUT ARDB-OCC

           IF NOT ARDB-OCC-OK THEN
              MOVE "NO" TO ARDB-ARRIVED
           ELSE
              MOVE "YES" TO ARDB-ARRIVED
              PERFORM WITH TEST BEFORE UNTIL ARDB-OCC-EOF
                 READ ARDB-OCC
                    AT END CONTINUE
                    NOT AT END ADD 1 TO ARDB-LINE-COUNT
                 END-READ
              END-PERFORM
              CLOSE ARDB-OCC
           END-IF

           PERFORM 3000-DISPLAY-DASHBOARD-LINE
           .

       2080-CHECK-OCC-END.
           EXIT.
      ******************************************************************
      * Counts late observations per source across the whole arrival
      * history, then shows the trend - the evidence to take a
           PERFORM UNTIL ARR-HIST-EOF
              READ ARR-HIST
                 AT END CONTINUE
                 NOT AT END
                    IF AH-SOURCE (1:1) NOT = '*'
                       AND NOT AH-FROM-WATCHER THEN
                       PERFORM 4100-TALLY-OBSERVATION
                    END-IF
              END-READ
           END-PERFORM

