      * and any other program is denied and logged rather than being
      * able to write to the report by accident or design.
      *
      * The ad hoc live-updating utilities - everything on the list
      * but the importers, the daily job's own promotion (UNEMPROM),
      * the catch-up run that drives its own cycles (UNEMCTCH) and
      * the online transaction, which quiesces itself - are granted
      * only while the daily job's batch window is closed, or
      * overridden: UNEMWLCK checks the cycle state and the window
      * lock.
      *
      * Reporting programs such as UNEMPAPI never call this check -
      * they only ever OPEN INPUT the report, which needs no
      * authorization of its own.
      *                      it doesn't pass by unnoticed in the job
      *                      log.
      *-----------------------------------------------------------------
      * A program on the list is granted only for a user who may
      * use it as well: UNEMROLE checks the job's user (AUDIT-USER)
      * against the USERAUTH user-and-role table. UNEMUPDT is the
      * exception - its user is the CICS signed-on one, which the
      * transaction checks with UNEMROLE itself, per record state.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMROLE - the user and role authorization check.
      *    UNEMWLCK - the batch-window interlock.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-06-25  MB  Initial version.
      *    2021-08-09  MB  Added UNEMARCH to the approved list - the
      *                    the stage, but keep their authorization -
      *                    the stage shares the live cluster's
      *                    layout and the gate costs nothing.
      *    2021-08-24  MB  Added IMPBYOCC, the occupation importer.
      *    2021-08-25  MB  Added UNEMBKST, the backup-set utility,
      *                    whose RESTORE mode puts UNEMPLRP back with
      *                    the rest of the dataset family.
      *    2021-08-25  MB  A program on the list is granted only when
      *                    the job's user holds a role permitting its
      *                    function (UNEMROLE, the USERAUTH table) -
      *                    the list alone let anyone who could submit
      *                    the job update the report.
      *    2021-08-25  MB  The ad hoc utilities are refused while the
      *                    daily job's batch window is open
      *                    (UNEMWLCK). UNEMBNCH, whose APPLY mode
      *                    already called this check, is added to
      *                    the approved list.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       DATA DIVISION.
      *========================
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * The job's user and any state - UNEMROLE takes AUDIT-USER.
       01  ROLE-USER  PIC X(8) VALUE SPACES.
       01  ROLE-STATE PIC X(2) VALUE SPACES.

      * The batch-window interlock's answer and its description.
       01  WLCK-STATUS PIC X VALUE SPACE.
           88 WLCK-GRANTED VALUE 'G'.
       01  WLCK-TEXT   PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       PROCEDURE DIVISION USING AUTH-PGM-NAME AUTH-STATUS.
      *========================
       1000-MAIN.
      *    The eight source importers, the audited maintenance
      *    utility (UNEMCORR), the archival utility (UNEMARCH) and
      *    the weekly-to-monthly aggregation utility (UNEMWKMO) are
      *    the only programs allowed to update UNEMPLRP.
              WHEN "IMPBYETH"
              WHEN "IMPBYSTA"
              WHEN "IMPBYLAB"
              WHEN "IMPBYOCC"
              WHEN "UNEMCORR"
              WHEN "UNEMBNCH"
              WHEN "UNEMARCH"
              WHEN "UNEMWKMO"
              WHEN "UNEMCLAG"
              WHEN "UNEMREST"
              WHEN "UNEMBKOT"
              WHEN "UNEMUPDT"
              WHEN "UNEMBKST"
                 SET AUTH-GRANTED TO TRUE
                 IF AUTH-PGM-NAME NOT = "UNEMUPDT" THEN
                    CALL "UNEMROLE" USING AUTH-PGM-NAME ROLE-USER
                       ROLE-STATE AUTH-STATUS
                 END-IF
                 IF AUTH-GRANTED THEN
                    PERFORM 2000-CHECK-WINDOW
                 END-IF
              WHEN OTHER
                 SET AUTH-DENIED TO TRUE
                 DISPLAY "*** UNAUTHORIZED UPDATE ATTEMPT AGAINST "

       1000-MAIN-END.
           EXIT.
      ******************************************************************
      * The ad hoc utilities wait for the batch window to close.
      ******************************************************************
       2000-CHECK-WINDOW.
           EVALUATE AUTH-PGM-NAME
              WHEN "UNEMCORR"
              WHEN "UNEMBNCH"
              WHEN "UNEMARCH"
              WHEN "UNEMWKMO"
              WHEN "UNEMCLAG"
              WHEN "UNEMREST"
              WHEN "UNEMBKOT"
              WHEN "UNEMBKST"
                 CALL "UNEMWLCK" USING "CHECK" AUTH-PGM-NAME
                    WLCK-STATUS WLCK-TEXT
                 IF NOT WLCK-GRANTED THEN
                    SET AUTH-DENIED TO TRUE
                 END-IF
           END-EVALUATE
           .

       2000-CHECK-WINDOW-END.
           EXIT.

       END PROGRAM UNEMAUTH.
