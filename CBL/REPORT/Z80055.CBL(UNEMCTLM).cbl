      * effective-dated store (CTLEDD, CTLEREC.cpy) instead: the
      * operator keys the table, the row's key, the full replacement
      * row, the cycle date it takes effect and their id; the new
      * version is written with user and timestamp, awaiting a
      * second person's approval in the UNAP inbox (UNEMAPPR). The
      * approval is what closes the row version previously open
      * (its validity window ends the day the new one starts) - a
      * rejected or unapproved change leaves the prior version open
      * and untouched. UNEMCTLX materializes the flat
      * tables from the approved open versions per cycle date;
      * UNEMCTLH is the change-history report.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  A keyed change no longer takes effect on
      *                    its own: the version is written awaiting
      *                    approval, and closing the prior version
      *                    moved to the approval (UNEMAPPR) - one
      *                    person could change a threshold alone.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 CT-USER        PIC X(8).
           05 CT-STAMP-DATE  PIC 9(8).
           05 CT-STAMP-TIME  PIC 9(6).
           05 CT-APPR-STATUS PIC X.
              88 CT-APPR-PENDING  VALUE 'P'.
              88 CT-APPR-APPROVED VALUE 'A' ' '.
              88 CT-APPR-REJECTED VALUE 'R'.
           05 FILLER         PIC X(3).

       01  NEW-EFF-DATE PIC 9(8) VALUE ZERO.
       01  STAMP-DATE   PIC 9(8) VALUE ZERO.
           END-IF
           MOVE CEFFDTI TO NEW-EFF-DATE

      *    The new version goes in awaiting approval - the prior
      *    version stays open until a second person approves it.
           PERFORM 4000-WRITE-NEW-VERSION
              THRU 4000-WRITE-NEW-VERSION-EXIT

           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT

       1000-FIRST-TIME-EXIT.
           EXIT.
      ******************************************************************
      * Writes the new open version with user and timestamp,
      * awaiting approval.
      ******************************************************************
       4000-WRITE-NEW-VERSION.
           MOVE SPACES TO CTLE-REC
           MOVE CROWIMI TO CT-ROW-IMAGE
           MOVE ZERO TO CT-END-DATE
           MOVE CUSERI TO CT-USER
           SET CT-APPR-PENDING TO TRUE

           EXEC CICS
               ASKTIME
           MOVE CUSERI TO CUSERO

           IF CICS-RESP = DFHRESP(NORMAL) THEN
              MOVE "Change recorded - awaiting approval (UNAP)."
                 TO CMSGO
           ELSE
              IF CICS-RESP = DFHRESP(DUPREC) THEN
