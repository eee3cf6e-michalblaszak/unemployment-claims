      *       was newly created by the run and is deleted.
      *    3. A backed-out / restored / deleted reconciliation
      *       report closes the run.
      * A record a legal hold protects (UNEMLHCK - its state or
      * period is held) is neither restored nor deleted and is
      * counted as held back; the backout refuses to start when the
      * legal hold register can't be read.
      * A record of a state the job's user holds no RESTORE grant
      * for (UNEMROLE) is likewise left as it is, counted as refused
      * (RC=4).
      * Each backout leaves a 'BACKOUT yyyymmdd' entry, with its
      * counts, on the ACCAUD access trail (UNEMACCL).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-21  MB  Every restore and delete now adjusts the
      *                    UNEMSUMM summary rollups, so the rollup
      *                    reports stay in step with the file.
      *    2021-08-25  MB  Records under a legal hold are left as
      *                    they are and counted; no backout without
      *                    the register.
      *    2021-08-25  MB  Each record's state is checked against the
      *                    job user's grants (UNEMROLE); a state not
      *                    granted is left as it is and counted.
      *    2021-08-25  MB  Every backout that ran goes on the ACCAUD
      *                    access trail (UNEMACCL) - backed-out date
      *                    and counts - so the audit evidence shows
      *                    it.
      *    2021-08-25  MB  Every restore and delete publishes a change
      *                    event to the record's state topic
      *                    (UNEMCHEV), committed once the record is
      *                    rewritten or deleted; RC=4 when events
      *                    couldn't be published.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       COPY HISTREC.

       FD  DELTA-IN
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  DELTA-IN-REC PIC X(446).

      * Laid out exactly like HISTREC.cpy's HIST-OUT-REC - a second
      * FD against the same dataset (DISP=MOD on HISTAPDD) for the
      * backout's own audit entries, kept separate from the input
      * side being walked.
       FD  HIST-APPEND
           RECORD CONTAINS 454 CHARACTERS
           RECORDING MODE F.
       01  HIST-APPEND-REC.
           05 HA-AS-OF-DATE   PIC 9(8).
           05 HA-BEFORE-IMAGE PIC X(446).

      * Provides:
      *    FD  REPORT-OUT
       01  RESTORE-TABLE.
           05 RESTORE-ENTRY OCCURS 500 TIMES.
              10 RST-KEY   PIC X(10).
              10 RST-IMAGE PIC X(446).

       01  RESTORE-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  RESTORE-IDX  PIC 9(3) COMP-4.
       01  HIST-EOF-SW PIC X VALUE 'F'.
           88 HIST-EOF VALUE 'T'.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  AS-OF-DATE PIC 9(8) VALUE ZERO.

      * A spaces image - the "no record now" side of the summary
      * adjustment (UNEMSUMM) on a delete.
       01  NO-IMAGE PIC X(446) VALUE SPACES.

       01  RECORDS-RESTORED COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-DELETED  COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-MISSING  COMP-4 PIC 9(5) VALUE ZERO.
       01  BACKOUT-ERRORS   COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-HELD     COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-REFUSED  COMP-4 PIC 9(5) VALUE ZERO.
       01  EVENTS-UNPUBLISHED COMP-4 PIC 9(5) VALUE ZERO.

      * The change-event publisher's parameters (UNEMCHEV), and the
      * cycle the backout runs under (UNEMCYRD).
       01  CHEV-FUNCTION PIC X(8) VALUE SPACES.
       01  CHEV-KIND     PIC X VALUE SPACE.
       01  CHEV-RESULT   PIC X VALUE SPACE.
       01  CHEV-AFTER-IMAGE PIC X(446) VALUE SPACES.
       01  CYCLE-DATE-NOW  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-NOW PIC X VALUE SPACE.

      * The access-trail entry handed to UNEMACCL - 'BACKOUT', the
      * backed-out date, then the counts.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.
       01  AUDIT-RESTORED PIC 9(5).
       01  AUDIT-DELETED  PIC 9(5).
       01  AUDIT-HELD     PIC 9(5).

      * The user and role check (UNEMROLE), asked for every record's
      * state - spaces for the user takes the job's.
       01  ROLE-USER   PIC X(8) VALUE SPACES.
       01  ROLE-STATE  PIC X(2) VALUE SPACES.
       01  ROLE-STATUS PIC X VALUE SPACE.
           88 ROLE-IS-GRANTED VALUE 'G'.

      * The legal hold check (UNEMLHCK), asked for every record
      * before it is restored or deleted.
       01  LHCK-CLAIM-ID PIC X(12) VALUE SPACES.
       01  LHCK-STATE    PIC X(2)  VALUE SPACES.
       01  LHCK-PERIOD   PIC X(7)  VALUE SPACES.
       01  LHCK-VERDICT  PIC X VALUE SPACE.
       01  LHCK-HOLD-ID  PIC X(8)  VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
                 "deletes of its newly created records can apply."
           END-IF

           *> A blank item probes the register - 'U' means it can't
           *> be read, and nothing may be backed out without it.
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT = 'U' THEN
              DISPLAY "*** The legal hold register can't be read - "
                 "nothing backed out."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           CALL "UNEMAUTH" USING "UNEMBKOT" AUTH-STATUS-SW

           IF AUTH-IS-DENIED THEN
              GO TO 1000-MAIN-END
           END-IF

           CALL "UNEMCYRD" USING "UNEMBKOT" CYCLE-DATE-NOW
              CYCLE-STATE-NOW

           *> DISP=MOD on HISTAPDD - the backout's own audit trail
           *> accumulates with everyone else's.
           OPEN EXTEND HIST-APPEND
           PERFORM 3000-RESTORE-CHANGED-RECORDS
           PERFORM 4000-DELETE-CREATED-RECORDS

           MOVE 'CLOSE' TO CHEV-FUNCTION
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMBKOT" CHEV-KIND
              CYCLE-DATE-NOW REC-BEFORE-IMAGE CHEV-AFTER-IMAGE
              CHEV-RESULT

           CLOSE REPORT-OUT
           IF HIST-APPEND-OK THEN
              CLOSE HIST-APPEND
           DISPLAY RECORDS-DELETED " newly created record(s) "
              "deleted."
           DISPLAY RECORDS-MISSING " record(s) no longer on file."
           DISPLAY RECORDS-HELD " record(s) held back by legal "
              "holds."
           DISPLAY RECORDS-REFUSED " record(s) of states not granted "
              "to the user."
           DISPLAY BACKOUT-ERRORS " error(s)."
           DISPLAY EVENTS-UNPUBLISHED " change event(s) not "
              "published."

           MOVE RECORDS-RESTORED TO AUDIT-RESTORED
           MOVE RECORDS-DELETED TO AUDIT-DELETED
           MOVE RECORDS-HELD TO AUDIT-HELD
           MOVE SPACES TO AUDIT-REQUEST
           STRING "BACKOUT " BACKOUT-DATE " RESTORED " AUDIT-RESTORED
              " DELETED " AUDIT-DELETED " HELD " AUDIT-HELD
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMBKOT" AUDIT-REQUEST

           EVALUATE TRUE
              WHEN BACKOUT-ERRORS > ZERO
                 MOVE 8 TO RETURN-CODE
              WHEN RECORDS-REFUSED > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN EVENTS-UNPUBLISHED > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

       1000-MAIN-END.
       3000-RESTORE-CHANGED-RECORDS.
           PERFORM VARYING RESTORE-IDX FROM 1 BY 1
                 UNTIL RESTORE-IDX > RESTORE-USED
              PERFORM 3050-RESTORE-ONE-RECORD
                 THRU 3050-RESTORE-ONE-RECORD-END
           END-PERFORM
           .

       3000-RESTORE-CHANGED-RECORDS-END.
           EXIT.
      ******************************************************************
      * Restores the record of RESTORE-IDX to its pre-run image,
      * unless a legal hold protects it.
      ******************************************************************
       3050-RESTORE-ONE-RECORD.
           MOVE RST-IMAGE (RESTORE-IDX) (9:2) TO LHCK-STATE
           MOVE RST-IMAGE (RESTORE-IDX) (11:7) TO LHCK-PERIOD
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT NOT = 'N' THEN
              ADD 1 TO RECORDS-HELD
              DISPLAY "Record " RST-KEY (RESTORE-IDX)
                 " under legal hold " LHCK-HOLD-ID " - not restored."
              GO TO 3050-RESTORE-ONE-RECORD-END
           END-IF

           MOVE LHCK-STATE TO ROLE-STATE
           CALL "UNEMROLE" USING "UNEMBKOT" ROLE-USER ROLE-STATE
              ROLE-STATUS
           IF NOT ROLE-IS-GRANTED THEN
              ADD 1 TO RECORDS-REFUSED
              DISPLAY "Record " RST-KEY (RESTORE-IDX) " - state "
                 ROLE-STATE " not granted to the user - not restored."
              GO TO 3050-RESTORE-ONE-RECORD-END
           END-IF

           MOVE RST-KEY (RESTORE-IDX) TO FD-RECORD-KEY
           READ REPORT-OUT WITH LOCK
              INVALID KEY
                 ADD 1 TO RECORDS-MISSING
                 DISPLAY "Record " RST-KEY (RESTORE-IDX)
                    " no longer on file - not restored."
              NOT INVALID KEY
                 MOVE REPORT-OUT-REC TO REC-BEFORE-IMAGE
                 MOVE RST-IMAGE (RESTORE-IDX) TO REPORT-OUT-REC
                 REWRITE REPORT-OUT-REC
                    INVALID KEY
                       STRING "Couldn't restore the record "
                          RST-KEY (RESTORE-IDX)
                          DELIMITED BY SIZE INTO LOG-MESSAGE
                       CALL "UNEMVLOG" USING "UNEMBKOT"
                          LOG-MESSAGE REPORT-STATUS
                       ADD 1 TO BACKOUT-ERRORS
                    NOT INVALID KEY
                       ADD 1 TO RECORDS-RESTORED
                       PERFORM 3100-WRITE-BACKOUT-HISTORY
                       CALL "UNEMSUMM" USING REC-BEFORE-IMAGE
                          REPORT-OUT-REC
                       MOVE 'C' TO CHEV-KIND
                       MOVE REPORT-OUT-REC TO CHEV-AFTER-IMAGE
                       PERFORM 5000-PUBLISH-CHANGE
                 END-REWRITE
           END-READ
           UNLOCK REPORT-OUT
           .

       3050-RESTORE-ONE-RECORD-END.
           EXIT.
      ******************************************************************
       3100-WRITE-BACKOUT-HISTORY.
           IF HIST-APPEND-OK THEN

                    IF NOT RESTORE-FOUND THEN
                       PERFORM 4100-DELETE-ONE-RECORD
                          THRU 4100-DELETE-ONE-RECORD-END
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      ******************************************************************
       4100-DELETE-ONE-RECORD.
           MOVE DELTA-IN-REC (9:2) TO LHCK-STATE
           MOVE DELTA-IN-REC (11:7) TO LHCK-PERIOD
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT NOT = 'N' THEN
              ADD 1 TO RECORDS-HELD
              DISPLAY "Record " DELTA-IN-REC (1:10)
                 " under legal hold " LHCK-HOLD-ID " - not deleted."
              GO TO 4100-DELETE-ONE-RECORD-END
           END-IF

           MOVE LHCK-STATE TO ROLE-STATE
           CALL "UNEMROLE" USING "UNEMBKOT" ROLE-USER ROLE-STATE
              ROLE-STATUS
           IF NOT ROLE-IS-GRANTED THEN
              ADD 1 TO RECORDS-REFUSED
              DISPLAY "Record " DELTA-IN-REC (1:10) " - state "
                 ROLE-STATE " not granted to the user - not deleted."
              GO TO 4100-DELETE-ONE-RECORD-END
           END-IF

           *> Read first - the summary adjustment needs the image
           *> being removed.
           MOVE DELTA-IN-REC (1:10) TO FD-RECORD-KEY
                 DISPLAY "Record " DELTA-IN-REC (1:10)
                    " (created by the run) deleted."
                 CALL "UNEMSUMM" USING REC-BEFORE-IMAGE NO-IMAGE
                 MOVE 'D' TO CHEV-KIND
                 MOVE NO-IMAGE TO CHEV-AFTER-IMAGE
                 PERFORM 5000-PUBLISH-CHANGE
           END-DELETE
           .

       4100-DELETE-ONE-RECORD-END.
           EXIT.
      ******************************************************************
      * The change event for the record just restored or deleted,
      * committed at once - the update it describes is already made.
      ******************************************************************
       5000-PUBLISH-CHANGE.
           MOVE 'PUBLISH' TO CHEV-FUNCTION
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMBKOT" CHEV-KIND
              CYCLE-DATE-NOW REC-BEFORE-IMAGE CHEV-AFTER-IMAGE
              CHEV-RESULT

           IF CHEV-RESULT = 'Y' THEN
              MOVE 'COMMIT' TO CHEV-FUNCTION
              CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMBKOT"
                 CHEV-KIND CYCLE-DATE-NOW REC-BEFORE-IMAGE
                 CHEV-AFTER-IMAGE CHEV-RESULT
           END-IF

           IF CHEV-RESULT NOT = 'Y' THEN
              ADD 1 TO EVENTS-UNPUBLISHED
           END-IF
           .

       5000-PUBLISH-CHANGE-END.
           EXIT.

       END PROGRAM UNEMBKOT.
