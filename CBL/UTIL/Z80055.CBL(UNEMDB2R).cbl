      *                    sweep, so the reconciliation no longer
      *                    fails forever after the first archive
      *                    run.
      *    2021-08-25  MB  Extract contracts: UNEMP_CLAIMS is contract
      *                    version 01 of 'DB2R' on the extract
      *                    contract register (UNEMXCON). An earlier
      *                    version still deprecated and pinned by a
      *                    consumer is served side by side as the
      *                    view UNEMP_CLAIMS_Vnn over the table; the
      *                    run checks each such view is in the
      *                    catalog (RC=4 when one is missing, or a
      *                    consumer is still pinned to a retired
      *                    version) and names retired views that can
      *                    be dropped.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 HV-CONTINUING-CLAIMS           PIC 9(7).
           05 HV-LAYOUT-VERSION              PIC 9(2).

       01  HV-REC-IMAGE PIC X(446) VALUE SPACES.

      * The key fetched from the orphan-row cursor.
       01  HV-TBL-RECORD-ID PIC X(8) VALUE SPACES.
       01  HV-TBL-STATE     PIC X(2) VALUE SPACES.

      * The table-side image fetched for the change comparison.
       01  TBL-IMAGE PIC X(446) VALUE SPACES.

      * The table-side reconciliation figures.
       01  TBL-ROW-COUNT PIC S9(9) COMP VALUE ZERO.
      * error logger.
       01  LOG-MESSAGE PIC X(60) VALUE SPACES.

      * The extract contract (UNEMXCON) - the table is the current
      * version, each earlier one a view over it.
       77  DB2R-CURRENT-VERSION PIC 9(2) VALUE 01.
       01  XCON-FUNCTION    PIC X(8) VALUE 'VERSION '.
       01  XCON-EXTRACT     PIC X(8) VALUE 'DB2R'.
       01  XCON-CONSUMER    PIC X(20) VALUE SPACES.
       01  XCON-VERSION     PIC 9(2) VALUE ZERO.
       01  XCON-STATE       PIC X VALUE SPACE.
       01  XCON-RETIRE-DATE PIC 9(8) VALUE ZERO.
       01  XCON-PINNED      PIC X VALUE SPACE.
       01  VERSION-IDX      PIC 9(2) COMP-4.
       01  CONTRACT-TROUBLE-SW PIC X VALUE 'N'.
           88 CONTRACT-TROUBLE VALUE 'Y'.

       01  HV-VIEW-NAME  PIC X(18) VALUE SPACES.
       01  HV-VIEW-COUNT PIC S9(9) COMP VALUE ZERO.

           EXEC SQL
              DECLARE TBLKEYS CURSOR FOR
                 SELECT FD_RECORD_ID, FD_STATE_CODE
           END-EXEC

           PERFORM 5000-RECONCILE
           PERFORM 6000-CHECK-CONTRACT-VIEWS
              THRU 6000-CHECK-CONTRACT-VIEWS-END

           IF CONTRACT-TROUBLE AND RETURN-CODE < 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY ROWS-INSERTED " row(s) inserted, " ROWS-UPDATED
              " updated, " ROWS-UNCHANGED " unchanged, "

       5000-RECONCILE-END.
           EXIT.
      ******************************************************************
      * Each earlier contract version still deprecated and pinned
      * needs its view in the catalog; a retired version's view is
      * named for dropping.
      ******************************************************************
       6000-CHECK-CONTRACT-VIEWS.
           MOVE DB2R-CURRENT-VERSION TO XCON-VERSION
           CALL "UNEMXCON" USING XCON-FUNCTION XCON-EXTRACT
              XCON-CONSUMER XCON-VERSION XCON-STATE
              XCON-RETIRE-DATE XCON-PINNED
           IF XCON-STATE = 'N' THEN
              GO TO 6000-CHECK-CONTRACT-VIEWS-END
           END-IF
           IF XCON-STATE NOT = 'C' THEN
              DISPLAY "*** Contract version " XCON-VERSION " is the "
                 "table's layout, but the register has it as '"
                 XCON-STATE "' - the register needs updating."
              SET CONTRACT-TROUBLE TO TRUE
           END-IF

           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX >= DB2R-CURRENT-VERSION
              MOVE VERSION-IDX TO XCON-VERSION
              CALL "UNEMXCON" USING XCON-FUNCTION XCON-EXTRACT
                 XCON-CONSUMER XCON-VERSION XCON-STATE
                 XCON-RETIRE-DATE XCON-PINNED
              IF XCON-STATE = 'D' OR XCON-STATE = 'R' THEN
                 PERFORM 6100-CHECK-ONE-VIEW
                    THRU 6100-CHECK-ONE-VIEW-END
              END-IF
           END-PERFORM
           .

       6000-CHECK-CONTRACT-VIEWS-END.
           EXIT.
      ******************************************************************
       6100-CHECK-ONE-VIEW.
           MOVE SPACES TO HV-VIEW-NAME
           STRING "UNEMP_CLAIMS_V" XCON-VERSION
              DELIMITED BY SIZE INTO HV-VIEW-NAME

           EXEC SQL
              SELECT COUNT(*)
                INTO :HV-VIEW-COUNT
                FROM SYSIBM.SYSTABLES
               WHERE NAME = :HV-VIEW-NAME
                 AND TYPE = 'V'
           END-EXEC

           IF SQLCODE NOT = 0 THEN
              DISPLAY "Catalog query failed for " HV-VIEW-NAME
                 " - SQLCODE " SQLCODE
              SET CONTRACT-TROUBLE TO TRUE
              GO TO 6100-CHECK-ONE-VIEW-END
           END-IF

           EVALUATE TRUE
              WHEN XCON-STATE = 'D' AND XCON-PINNED = 'Y'
                 IF HV-VIEW-COUNT = ZERO THEN
                    DISPLAY "*** DB2R contract version " XCON-VERSION
                       " is pinned but the view " HV-VIEW-NAME
                       " is missing."
                    SET CONTRACT-TROUBLE TO TRUE
                 ELSE
                    DISPLAY "DB2R contract version " XCON-VERSION
                       " served by " HV-VIEW-NAME " until "
                       XCON-RETIRE-DATE "."
                 END-IF
              WHEN XCON-STATE = 'R' AND XCON-PINNED = 'Y'
                 DISPLAY "*** Consumer(s) still pinned to DB2R "
                    "version " XCON-VERSION ", retired "
                    XCON-RETIRE-DATE "."
                 SET CONTRACT-TROUBLE TO TRUE
              WHEN XCON-STATE = 'R' AND HV-VIEW-COUNT > ZERO
                 DISPLAY "DB2R contract version " XCON-VERSION
                    " is retired - the view " HV-VIEW-NAME
                    " can be dropped."
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       6100-CHECK-ONE-VIEW-END.
           EXIT.

       END PROGRAM UNEMDB2R.
