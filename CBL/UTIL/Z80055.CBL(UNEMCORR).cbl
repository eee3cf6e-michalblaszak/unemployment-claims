      *    PC-PAYLOAD  the full replacement record, laid out exactly
      *                like PAYLOAD.cpy (only the key bytes are used
      *                for a 'D' transaction).
      * A 'D' transaction against a record a legal hold protects
      * (UNEMLHCK - its state or period is held), or applied while
      * the legal hold register can't be read, is not applied: it is
      * counted as held back and marked expired in the pending
      * dataset, to be staged again once the hold is released.
      * A transaction for a state the job's user holds no CORRECT
      * grant for (UNEMROLE) is refused the same way - counted and
      * expired.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-03-18  MB  Initial version.
      *                    to in CORR-PAYLOAD's key bytes and a
      *                    'D' transaction deletes by the full
      *                    ten-byte key.
      *    2021-08-25  MB  Deletes of records under a legal hold are
      *                    held back, counted and expired.
      *    2021-08-25  MB  Each transaction's state is checked
      *                    against the job user's grants (UNEMROLE);
      *                    a state not granted is refused, counted
      *                    and expired.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 UPD-COUNT PIC 9(7) COMP-4 VALUE ZERO.
           05 DEL-COUNT PIC 9(7) COMP-4 VALUE ZERO.
           05 REJ-COUNT PIC 9(7) COMP-4 VALUE ZERO.
           05 HELD-COUNT PIC 9(7) COMP-4 VALUE ZERO.
           05 DENY-COUNT PIC 9(7) COMP-4 VALUE ZERO.

      * The user and role check (UNEMROLE), asked for each
      * transaction's state - spaces for the user takes the job's.
       01  ROLE-USER   PIC X(8) VALUE SPACES.
       01  ROLE-STATE  PIC X(2) VALUE SPACES.
       01  ROLE-STATUS PIC X VALUE SPACE.
           88 ROLE-IS-GRANTED VALUE 'G'.

      * The legal hold check (UNEMLHCK), asked before each delete;
      * the switch tells 4000-PROCESS-CORRECTIONS to expire the
      * transaction rather than mark it applied.
       01  LHCK-CLAIM-ID PIC X(12) VALUE SPACES.
       01  LHCK-STATE    PIC X(2)  VALUE SPACES.
       01  LHCK-PERIOD   PIC X(7)  VALUE SPACES.
       01  LHCK-VERDICT  PIC X VALUE SPACE.
       01  LHCK-HOLD-ID  PIC X(8)  VALUE SPACES.
       01  CORR-HELD-SW  PIC X VALUE 'N'.
           88 CORR-HELD VALUE 'Y'.

      * Built up before each CALL to UNEMVLOG, the centralized VSAM
      * error logger.

      * The record image as it looked before/after 6020-UPDATE
      * rewrites it, for the before-and-after audit log.
       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.

      * A spaces image - the "no record" side of the summary
      * adjustment (UNEMSUMM) on an add or a delete.
       01  NO-IMAGE PIC X(446) VALUE SPACES.

      * The date this run reprocessed a historical record, stamped
      * onto each UNEMHIST entry written.
           DISPLAY UPD-COUNT " record(s) replaced."
           DISPLAY DEL-COUNT " record(s) deleted."
           DISPLAY REJ-COUNT " correction(s) rejected."
           DISPLAY HELD-COUNT " delete(s) held back by legal holds."
           DISPLAY DENY-COUNT " correction(s) refused - state not "
              "granted to the user."

           EVALUATE TRUE
              WHEN IS-FATAL-ERROR
                 MOVE 8 TO RETURN-CODE
              WHEN REJ-COUNT > 0 OR DENY-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           PERFORM 4100-READ-NEXT-PENDING
           PERFORM WITH TEST BEFORE UNTIL PEND-FILE-EOF
                 OR PC-BATCH-ID NOT = APPLY-BATCH-ID
              MOVE 'N' TO CORR-HELD-SW
              PERFORM 5000-APPLY-CORRECTION
                 THRU 5000-APPLY-CORRECTION-END
              IF CORR-HELD THEN
                 SET PC-EXPIRED TO TRUE
              ELSE
                 SET PC-APPLIED TO TRUE
              END-IF
              REWRITE PEND-REC
              PERFORM 4100-READ-NEXT-PENDING
           END-PERFORM
      * Applies a single correction transaction.
      ******************************************************************
       5000-APPLY-CORRECTION.
           IF NOT PC-ACTION-PURGE THEN
              MOVE PC-PAYLOAD (9:2) TO ROLE-STATE
              CALL "UNEMROLE" USING "UNEMCORR" ROLE-USER ROLE-STATE
                 ROLE-STATUS
              IF NOT ROLE-IS-GRANTED THEN
                 DISPLAY "Record " PC-PAYLOAD (1:10) " not "
                    "corrected - state " ROLE-STATE " is not "
                    "granted to the user."
                 ADD 1 TO DENY-COUNT
                 SET CORR-HELD TO TRUE
                 GO TO 5000-APPLY-CORRECTION-END
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN PC-ACTION-ADD-UPD
                 PERFORM 6000-SAVE-REC
              WHEN PC-ACTION-DELETE
                 PERFORM 6030-DELETE-REC
                    THRU 6030-DELETE-REC-END
              WHEN PC-ACTION-PURGE
                 *> A purge authorization is UNEMARCH's to consume.
                 CONTINUE
                 GO TO 6030-DELETE-REC-END
           END-READ

           MOVE FD-STATE-CODE TO LHCK-STATE
           MOVE FD-DATE (1:7) TO LHCK-PERIOD
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT NOT = 'N' THEN
              IF LHCK-VERDICT = 'Y' THEN
                 DISPLAY "Record " FD-RECORD-KEY " under legal hold "
                    LHCK-HOLD-ID " - not deleted; stage the delete "
                    "again once the hold is released."
              ELSE
                 DISPLAY "Record " FD-RECORD-KEY " not deleted - "
                    "the legal hold register can't be read."
              END-IF
              ADD 1 TO HELD-COUNT
              SET CORR-HELD TO TRUE
              GO TO 6030-DELETE-REC-END
           END-IF

           MOVE REPORT-OUT-REC TO REC-BEFORE-IMAGE
           DELETE REPORT-OUT
              INVALID KEY
