      * before-image history and change detection the importers use.
      * The stage's dummy '00000000' record, if still present, is
      * never promoted.
      * A staged record that would change a published figure - its
      * live record already stamped final by UNEMCERT, or its period
      * released on the release register - is not merged: it is
      * held as a pending revision for the maker-checker flow
      * (UNEMPEND batch 'RVyymmdd', maker UNEMPROM) and listed with
      * its before-and-after comparison in the held-revisions
      * report. It reaches live only through UNEMCORR once a second
      * person has approved it.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *                    warehouse can verify the feed before
      *                    applying it - send what changed, prove
      *                    what was sent.
      *    2021-08-24  MB  Key-level checkpoint and restart. Every
      *                    staged key is committed to the PCKPTDD
      *                    checkpoint as soon as its live update,
      *                    before-image and UNEMSUMM adjustment are
      *                    done. A merge that stops partway is rerun
      *                    as is: for the same cycle it picks up after
      *                    the committed keys - a committed key that
      *                    live still matches is not merged again,
      *                    so no before-image or rollup is doubled,
      *                    and its add or update is replayed into the
      *                    delta feed and manifest so they still cover
      *                    the whole day. The importers' provenance
      *                    stamps were made against the stage and are
      *                    not touched by a rerun. Each merge records
      *                    its outcome in the run history (RUNHSTDD) -
      *                    'R' when it completed after a restart -
      *                    which the UNST panel shows.
      *    2021-08-25  MB  Revisions to a final or released period
      *                    are held as pending revisions (PENDDD)
      *                    for approval instead of merged, with a
      *                    before-and-after report; RC=4 when any
      *                    were held.
      *    2021-08-25  MB  Every record added to or rewritten in live
      *                    publishes a change event to its state's
      *                    MQ topic (UNEMCHEV). The events are
      *                    committed with the key's checkpoint and
      *                    backed out when the key fails, so a merge
      *                    that stops publishes nothing it didn't
      *                    commit, and a restart's replayed keys are
      *                    not published twice. RC=4 when events
      *                    couldn't be published.
      *    2021-08-25  MB  A publish-pending record goes on the
      *                    checkpoint before each key's live add or
      *                    rewrite, with the live before-image. A
      *                    restart that finds one where live already
      *                    matches the stage publishes the key's change
      *                    event again, so a stop between the live
      *                    update and the event's commit no longer
      *                    loses the event.
      *    2021-08-25  MB  A key the checkpoint shows committed is
      *                    never merged again on a restart, only
      *                    replayed into the delta feed, manifest and
      *                    counts, so an online correction made since
      *                    the stop survives. A staged record whose
      *                    figures match live, with only the status or
      *                    layout stamp differing, is left unchanged -
      *                    a final record is no longer held as a
      *                    revision or stamped back to preliminary. The
      *                    delta record map covers the whole current
      *                    record.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CYCLE-FILE-STATUS.

           *> The merge's committed-key checkpoint.
           SELECT PCKP-FILE ASSIGN TO PCKPTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS PCKP-FILE-STATUS.

           *> The run-history KSDS UNEMPL01 records the imports in.
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

           *> The pending-changes KSDS - where a revision to a
           *> published period is held for approval.
           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY OF PEND-REC
           FILE STATUS IS PEND-FILE-STATUS.

           *> The release register - which periods are released.
           SELECT RELREG-FILE ASSIGN TO RELREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-PERIOD
           FILE STATUS IS RELREG-STATUS.

      *========================
       DATA DIVISION.
      *========================
           05 STAGE-RECORD-KEY.
              10 STAGE-RECORD-ID PIC X(8).
              10 STAGE-STATE     PIC X(2).
           05 FILLER             PIC X(436).

      * Provides:
      *    FD  REPORT-OUT
       COPY HISTREC.

       FD  DELTA-OUT
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  DELTA-OUT-REC PIC X(446).

       FD  MANIFEST-OUT
           RECORD CONTAINS 80 CHARACTERS
      *    01  CYCLE-REC.
       COPY CYCLEREC.

      * Provides:
      *    FD  PCKP-FILE
      *    01  PCKP-REC.
      *    01  PCKP-CONTROL-REC.
       COPY PCKPREC.

      * Provides:
      *    FD  RUN-HIST
      *    01  RUN-HIST-REC.
       COPY RUNHREC.

      * Provides:
      *    FD  PEND-FILE
      *    01  PEND-REC.
       COPY PENDREC.

      * Provides:
      *    FD  RELREG-FILE
      *    01  RELREG-REC.
       COPY RELREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * error logger.
       01  LOG-MESSAGE PIC X(60) VALUE SPACES.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.

      * The staged record with the live record's status and layout
      * stamps, so a live record stamped final whose figures the
      * importers restaged unchanged (as 'P') compares equal and is
      * left as it is.
       01  CMP-AFTER-IMAGE  PIC X(446) VALUE SPACES.
       01  LIVE-STATUS-KEPT PIC X VALUE SPACE.
       01  LIVE-LAYOUT-KEPT PIC 9(2) VALUE ZERO.
       01  FIGURES-SW PIC X VALUE 'N'.
           88 FIGURES-UNCHANGED VALUE 'Y'.

      * A spaces image, the "no prior record" side of the summary
      * adjustment (UNEMSUMM) on an add.
       01  NO-IMAGE PIC X(446) VALUE SPACES.
       01  AS-OF-DATE PIC 9(8) VALUE ZERO.

       01  DELTA-OUT-STATUS PIC XX.
       01  CYCLE-FILE-STATUS PIC XX.
           88 CYCLE-FILE-OK VALUE "00".

       01  PCKP-FILE-STATUS PIC XX.
           88 PCKP-FILE-OK VALUE "00".
           88 PCKP-FILE-EOF VALUE "10".

       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

       01  RELREG-STATUS PIC XX.
           88 RELREG-OK VALUE "00".

      * Whether the pending-changes register and the release
      * register opened - without the first no revision can be
      * held, so none is merged either.
       01  PEND-USABLE-SW PIC X VALUE 'N'.
           88 PEND-USABLE VALUE 'Y'.
       01  RELREG-USABLE-SW PIC X VALUE 'N'.
           88 RELREG-USABLE VALUE 'Y'.

      * Whether the staged record has a live counterpart, whether
      * that was stamped final, and the verdict on the staged
      * record: a revision to a published period, held for approval.
       01  LIVE-FOUND-SW PIC X VALUE 'N'.
           88 LIVE-FOUND VALUE 'Y'.
       01  LIVE-FINAL-SW PIC X VALUE 'N'.
           88 LIVE-FINAL VALUE 'Y'.
       01  HOLD-REVISION-SW PIC X VALUE 'N'.
           88 HOLD-REVISION VALUE 'Y'.
       01  HOLD-REASON PIC X(16) VALUE SPACES.

      * The release register's answer for the last period asked
      * about - the stage is in key order, so periods repeat.
       01  RELREG-LAST-PERIOD PIC X(7) VALUE SPACES.
       01  RELREG-LAST-SW PIC X VALUE 'N'.
           88 RELREG-LAST-RELEASED VALUE 'Y'.

      * Today's revision batch on the pending-changes register -
      * 'RV' and the run date's yymmdd - and its next sequence.
       01  HOLD-BATCH-ID.
           05 FILLER          PIC X(2) VALUE 'RV'.
           05 HOLD-BATCH-DATE PIC X(6) VALUE SPACES.
       01  HOLD-SEQ PIC 9(4) VALUE ZERO.
       01  HOLD-DUP-SW PIC X VALUE 'N'.
           88 HOLD-DUPLICATE VALUE 'Y'.
       01  HOLD-REPORT-SW PIC X VALUE 'N'.
           88 HOLD-REPORT-OPEN VALUE 'Y'.
       01  HOLD-DISP-COUNT PIC ZZ,ZZ9.

       01  PRV-HOLD-DISP-REC.
           05 PH-DISP-RECID PIC X(8) VALUE SPACES.
           05 FILLER        PIC X VALUE SPACE.
           05 PH-DISP-STATE PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 PH-DISP-WHY   PIC X(16) VALUE SPACES.
           05 FILLER        PIC X(26) VALUE
              ' - held for approval as '.
           05 PH-DISP-BATCH PIC X(8) VALUE SPACES.
           05 FILLER        PIC X VALUE '/'.
           05 PH-DISP-SEQ   PIC 9(4) VALUE ZERO.

      * The checkpoint's state for this run: usable at all, and
      * whether this run is the restart of a merge that stopped
      * partway through the same cycle.
       01  CKPT-USABLE-SW PIC X VALUE 'N'.
           88 CKPT-USABLE VALUE 'Y'.
       01  RESTART-MODE-SW PIC X VALUE 'N'.
           88 RESTART-MODE VALUE 'Y'.
       01  LAST-COMMITTED-KEY PIC X(10) VALUE SPACES.

      * What 3000-PROMOTE-RECORD did with the staged key - the
      * action the checkpoint commits (E is never committed, so an
      * error is retried by the restart).
       01  PROMOTE-ACTION PIC X VALUE SPACE.
           88 PROMOTE-ADDED     VALUE 'A'.
           88 PROMOTE-UPDATED   VALUE 'U'.
           88 PROMOTE-UNCHANGED VALUE 'N'.
           88 PROMOTE-HELD      VALUE 'H'.
           88 PROMOTE-FAILED    VALUE 'E'.

      * The run's date and start/end times for the checkpoint and
      * the run history.
       01  RUN-DATE-TODAY  PIC 9(8) VALUE ZERO.
       01  RUN-START-STAMP PIC 9(6) VALUE ZERO.
       01  RUN-END-STAMP   PIC 9(6) VALUE ZERO.
       01  TIME-OF-DAY-NOW PIC 9(8) VALUE ZERO.

      * The delta feed's manifest figures: the by-age total summed
      * across every delta record, and the cycle date it belongs to.
       01  DELTA-CONTROL-TOTAL COMP-4 PIC 9(10) VALUE ZERO.
           05 DELTA-FREQ      PIC X.
           05 DELTA-COUNT-AREA.
              10 DELTA-COUNT OCCURS 9 TIMES PIC 9(7).
           05 FILLER          PIC X(362).

       01  DELTA-FIELD-IDX PIC 9(2) COMP-4.

              '  control-total move: '.
           05 PM-DISP-MOVE  PIC -ZZZ,ZZZ,ZZ9 VALUE ZERO.

      * The change-event publisher's parameters (UNEMCHEV).
       01  CHEV-FUNCTION PIC X(8) VALUE SPACES.
       01  CHEV-KIND     PIC X VALUE SPACE.
       01  CHEV-RESULT   PIC X VALUE SPACE.

       01  STAGED-READ      COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-ADDED    COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-UPDATED  COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-UNCHANGED COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-HELD     COMP-4 PIC 9(5) VALUE ZERO.
       01  PROMOTE-ERRORS   COMP-4 PIC 9(5) VALUE ZERO.
       01  RECORDS-REPLAYED COMP-4 PIC 9(5) VALUE ZERO.
       01  EVENTS-REPUBLISHED COMP-4 PIC 9(5) VALUE ZERO.
       01  KEYS-CLEARED     COMP-4 PIC 9(5) VALUE ZERO.
       01  RUN-HIST-COUNT   COMP-4 PIC 9(7) VALUE ZERO.
       01  EVENTS-UNPUBLISHED COMP-4 PIC 9(5) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
              GO TO 1000-MAIN-END
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY-NOW FROM TIME
           MOVE TIME-OF-DAY-NOW (1:6) TO RUN-START-STAMP

           OPEN I-O REPORT-OUT

           IF NOT REPORT-OUT-FILE-OK THEN
                 DELTA-OUT-STATUS
           END-IF

           PERFORM 1200-READ-CYCLE-DATE
           PERFORM 1300-OPEN-CHECKPOINT THRU 1300-OPEN-CHECKPOINT-END
           PERFORM 1500-OPEN-REGISTERS

           DISPLAY "Promoting the staging cluster into live."

           PERFORM 2000-READ-STAGE
                 *> The stage's own dummy record - never promoted.
                 CONTINUE
              ELSE
                 IF RESTART-MODE THEN
                    PERFORM 3050-REPLAY-OR-PROMOTE
                       THRU 3050-REPLAY-OR-PROMOTE-END
                 ELSE
                    PERFORM 3000-PROMOTE-RECORD
                       THRU 3000-PROMOTE-RECORD-END
                    PERFORM 3400-COMMIT-KEY THRU 3400-COMMIT-KEY-END
                 END-IF
              END-IF
              PERFORM 2000-READ-STAGE
           END-PERFORM

           PERFORM 1400-CLOSE-CHECKPOINT THRU 1400-CLOSE-CHECKPOINT-END
           PERFORM 1600-CLOSE-REGISTERS

           MOVE 'CLOSE' TO CHEV-FUNCTION
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMPROM" CHEV-KIND
              MANIFEST-CYCLE-DATE REC-BEFORE-IMAGE REC-AFTER-IMAGE
              CHEV-RESULT

           CLOSE STAGE-IN
           CLOSE REPORT-OUT
           IF HIST-OUT-OK THEN
           DISPLAY RECORDS-ADDED " record(s) added to live."
           DISPLAY RECORDS-UPDATED " live record(s) updated."
           DISPLAY RECORDS-UNCHANGED " record(s) unchanged."
           DISPLAY RECORDS-HELD " revision(s) to published periods "
              "held for approval."
           DISPLAY PROMOTE-ERRORS " promotion error(s)."
           DISPLAY EVENTS-UNPUBLISHED " change event(s) not "
              "published."
           IF RESTART-MODE THEN
              DISPLAY RECORDS-REPLAYED
                 " record(s) already merged before the restart."
              DISPLAY EVENTS-REPUBLISHED
                 " change event(s) published again for keys merged "
                 "before the stop."
           END-IF

           IF PROMOTE-ERRORS > ZERO THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF RECORDS-HELD > ZERO
                 OR EVENTS-UNPUBLISHED > ZERO THEN
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 5400-WRITE-RUN-HISTORY
              THRU 5400-WRITE-RUN-HISTORY-END
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The business date of the cycle being promoted - the
      * checkpoint's cycle and the manifest's.
      ******************************************************************
       1200-READ-CYCLE-DATE.
           MOVE ZERO TO MANIFEST-CYCLE-DATE
           OPEN INPUT CYCLE-FILE
           IF CYCLE-FILE-OK THEN
              READ CYCLE-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CY-BUSINESS-DATE TO MANIFEST-CYCLE-DATE
              END-READ
              CLOSE CYCLE-FILE
           END-IF
           .

       1200-READ-CYCLE-DATE-END.
           EXIT.
      ******************************************************************
      * Opens the committed-key checkpoint. A control record still
      * in progress for this same cycle means the last merge stopped
      * partway - this run is its restart. Anything else (a
      * completed merge, another cycle, an empty checkpoint) starts
      * the checkpoint afresh for this cycle.
      * Without a usable checkpoint the merge still runs, only
      * without restart protection.
      ******************************************************************
       1300-OPEN-CHECKPOINT.
           OPEN I-O PCKP-FILE

           IF NOT PCKP-FILE-OK THEN
              *> A freshly defined, never loaded cluster.
              OPEN OUTPUT PCKP-FILE
              CLOSE PCKP-FILE
              OPEN I-O PCKP-FILE
           END-IF

           IF NOT PCKP-FILE-OK THEN
              DISPLAY "*** Couldn't open the promotion checkpoint - "
                 "STATUS " PCKP-FILE-STATUS
              DISPLAY "*** The merge runs without restart protection."
              GO TO 1300-OPEN-CHECKPOINT-END
           END-IF

           SET CKPT-USABLE TO TRUE

           MOVE LOW-VALUES TO PC-KEY OF PCKP-CONTROL-REC
           READ PCKP-FILE
              INVALID KEY
                 MOVE SPACE TO PC-STATUS OF PCKP-CONTROL-REC
           END-READ

           IF PCKP-FILE-OK AND PC-IN-PROGRESS
              AND PC-CYCLE-DATE = MANIFEST-CYCLE-DATE THEN
              SET RESTART-MODE TO TRUE
              ADD 1 TO PC-RESTART-COUNT
              REWRITE PCKP-CONTROL-REC
              PERFORM 1310-FIND-LAST-COMMITTED
                 THRU 1310-FIND-LAST-COMMITTED-END
              DISPLAY "Restarting the merge of cycle " PC-CYCLE-DATE
                 " (restart " PC-RESTART-COUNT ") - committed through"
                 " stage key '" LAST-COMMITTED-KEY "'."
           ELSE
              PERFORM 1320-RESET-CHECKPOINT
           END-IF
           .

       1300-OPEN-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      * The highest stage key the stopped merge committed - the
      * stage is read in key order, so that is where it stopped.
      ******************************************************************
       1310-FIND-LAST-COMMITTED.
           MOVE LOW-VALUES TO PK-KEY
           START PCKP-FILE KEY IS > PK-KEY
              INVALID KEY
                 GO TO 1310-FIND-LAST-COMMITTED-END
           END-START

           READ PCKP-FILE NEXT
              AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PCKP-FILE-OK
              MOVE PK-KEY TO LAST-COMMITTED-KEY
              READ PCKP-FILE NEXT
                 AT END CONTINUE
              END-READ
           END-PERFORM
           .

       1310-FIND-LAST-COMMITTED-END.
           EXIT.
      ******************************************************************
      * Clears the previous merge's committed keys and starts this
      * cycle's control record.
      ******************************************************************
       1320-RESET-CHECKPOINT.
           MOVE LOW-VALUES TO PK-KEY
           START PCKP-FILE KEY IS NOT < PK-KEY
              INVALID KEY
                 MOVE "10" TO PCKP-FILE-STATUS
           END-START

           IF PCKP-FILE-OK THEN
              READ PCKP-FILE NEXT
                 AT END CONTINUE
              END-READ
           END-IF
           PERFORM UNTIL NOT PCKP-FILE-OK
              DELETE PCKP-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY ADD 1 TO KEYS-CLEARED
              END-DELETE
              READ PCKP-FILE NEXT
                 AT END CONTINUE
              END-READ
           END-PERFORM

           MOVE SPACES TO PCKP-CONTROL-REC
           MOVE LOW-VALUES TO PC-KEY OF PCKP-CONTROL-REC
           SET PC-IN-PROGRESS TO TRUE
           MOVE MANIFEST-CYCLE-DATE TO PC-CYCLE-DATE
           MOVE RUN-DATE-TODAY TO PC-RUN-DATE
           MOVE RUN-START-STAMP TO PC-RUN-TIME
           MOVE ZERO TO PC-RESTART-COUNT
           WRITE PCKP-CONTROL-REC
              INVALID KEY
                 DISPLAY "*** Couldn't start the promotion checkpoint"
                    " - STATUS " PCKP-FILE-STATUS
                 DISPLAY "*** The merge runs without restart "
                    "protection."
                 CLOSE PCKP-FILE
                 MOVE 'N' TO CKPT-USABLE-SW
           END-WRITE
           .

       1320-RESET-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      * A merge with no errors marks the checkpoint complete, so the
      * next run starts it afresh; one with errors leaves it in
      * progress, and its rerun retries only what didn't commit.
      ******************************************************************
       1400-CLOSE-CHECKPOINT.
           IF NOT CKPT-USABLE THEN
              GO TO 1400-CLOSE-CHECKPOINT-END
           END-IF

           IF PROMOTE-ERRORS = ZERO THEN
              MOVE LOW-VALUES TO PC-KEY OF PCKP-CONTROL-REC
              READ PCKP-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    SET PC-COMPLETE TO TRUE
                    REWRITE PCKP-CONTROL-REC
              END-READ
           END-IF

           CLOSE PCKP-FILE
           .

       1400-CLOSE-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      * The registers a revision to a published period is judged
      * and held by. Without the release register only the final
      * stamp is judged; without the pending-changes register no
      * such revision can be held, and none is merged - it counts as
      * a promotion error and stays uncommitted for the rerun.
      ******************************************************************
       1500-OPEN-REGISTERS.
           MOVE RUN-DATE-TODAY (3:6) TO HOLD-BATCH-DATE

           OPEN I-O PEND-FILE
           IF PEND-FILE-OK THEN
              SET PEND-USABLE TO TRUE
           ELSE
              DISPLAY "*** Couldn't open the pending-changes register"
                 " - STATUS " PEND-FILE-STATUS
              DISPLAY "*** Revisions to published periods can't be "
                 "held and won't be merged."
           END-IF

           OPEN INPUT RELREG-FILE
           IF RELREG-OK THEN
              SET RELREG-USABLE TO TRUE
           ELSE
              DISPLAY "*** Couldn't open the release register - "
                 "STATUS " RELREG-STATUS
              DISPLAY "*** Only records stamped final are held."
           END-IF
           .

       1500-OPEN-REGISTERS-END.
           EXIT.
      ******************************************************************
       1600-CLOSE-REGISTERS.
           IF PEND-USABLE THEN
              CLOSE PEND-FILE
           END-IF
           IF RELREG-USABLE THEN
              CLOSE RELREG-FILE
           END-IF

           IF HOLD-REPORT-OPEN THEN
              MOVE RECORDS-HELD TO HOLD-DISP-COUNT
              MOVE SPACES TO PRNT-TEXT
              STRING HOLD-DISP-COUNT " revision(s) held for approval - "
                 "release with UNEMPEND APPROVE, apply with UNEMCORR"
                 DELIMITED BY SIZE INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "TOTAL" "UNEMPROM" PRNT-TEXT
              MOVE SPACES TO PRNT-TEXT
              CALL "UNEMPRNT" USING "TERM " "UNEMPROM" PRNT-TEXT
           END-IF
           .

       1600-CLOSE-REGISTERS-END.
           EXIT.
      ******************************************************************
      * The preview: every staged record paired against its live
      * counterpart, read-only - what the promotion is about to do,
      * answerable BEFORE it does it.
                 GO TO 5100-PREVIEW-ONE-RECORD-END
           END-READ

           *> Unchanged the way the merge sees it - the figures,
           *> whatever the status stamps.
           MOVE REPORT-OUT-REC TO REC-BEFORE-IMAGE
           MOVE FD-RECORD-STATUS TO LIVE-STATUS-KEPT
           MOVE FD-LAYOUT-VERSION TO LIVE-LAYOUT-KEPT
           MOVE STAGE-REC TO REPORT-OUT-REC
           MOVE REPORT-OUT-REC TO REC-AFTER-IMAGE
           MOVE 'N' TO FIGURES-SW
           PERFORM 3010-COMPARE-FIGURES
           MOVE REC-BEFORE-IMAGE TO REPORT-OUT-REC

           IF FIGURES-UNCHANGED THEN
              ADD 1 TO PRV-UNCHANGED
              GO TO 5100-PREVIEW-ONE-RECORD-END
           END-IF

           ADD 1 TO PRV-WOULD-REWRITE
           MOVE REPORT-OUT-REC (1:446) TO PRV-LIVE-MAP

           MOVE PS-RECORD-ID TO PR-DISP-RECID
           MOVE PS-STATE TO PR-DISP-STATE
      * and change detection included.
      ******************************************************************
       3000-PROMOTE-RECORD.
           SET PROMOTE-FAILED TO TRUE
           MOVE 'N' TO LIVE-FOUND-SW
           MOVE 'N' TO LIVE-FINAL-SW
           MOVE 'N' TO HOLD-REVISION-SW
           MOVE 'N' TO FIGURES-SW
           MOVE STAGE-RECORD-KEY TO FD-RECORD-KEY
      *    WITH LOCK holds this record against any concurrent
      *    updater until UNLOCK below.
           READ REPORT-OUT WITH LOCK
              INVALID KEY
                 MOVE STAGE-REC TO REPORT-OUT-REC
                 PERFORM 3500-CHECK-PUBLISHED
                    THRU 3500-CHECK-PUBLISHED-END
              NOT INVALID KEY
                 SET LIVE-FOUND TO TRUE
                 MOVE REPORT-OUT-REC TO REC-BEFORE-IMAGE
                 IF FD-STAT-FINAL THEN
                    SET LIVE-FINAL TO TRUE
                 END-IF
                 MOVE FD-RECORD-STATUS TO LIVE-STATUS-KEPT
                 MOVE FD-LAYOUT-VERSION TO LIVE-LAYOUT-KEPT
                 MOVE STAGE-REC TO REPORT-OUT-REC
                 MOVE REPORT-OUT-REC TO REC-AFTER-IMAGE
                 PERFORM 3010-COMPARE-FIGURES
                 IF NOT FIGURES-UNCHANGED THEN
                    PERFORM 3500-CHECK-PUBLISHED
                       THRU 3500-CHECK-PUBLISHED-END
                 END-IF
           END-READ

           *> A revision to a published period waits for a person
           *> to agree to it.
           IF HOLD-REVISION THEN
              PERFORM 3600-HOLD-REVISION
                 THRU 3600-HOLD-REVISION-END
              UNLOCK REPORT-OUT
              GO TO 3000-PROMOTE-RECORD-END
           END-IF

           *> The key's publish intent goes on the checkpoint before
           *> live changes, so a stop ahead of its event's commit
           *> leaves the restart something to publish it from.
           IF NOT LIVE-FOUND OR NOT FIGURES-UNCHANGED THEN
              PERFORM 3150-MARK-PUBLISH-PENDING
                 THRU 3150-MARK-PUBLISH-PENDING-END
           END-IF

           IF NOT LIVE-FOUND THEN
              WRITE REPORT-OUT-REC
                 INVALID KEY
                    STRING "Couldn't save the record "
                       FD-RECORD-ID DELIMITED BY SIZE
                       INTO LOG-MESSAGE
                    CALL "UNEMVLOG" USING "UNEMPROM" LOG-MESSAGE
                       REPORT-STATUS
                    ADD 1 TO PROMOTE-ERRORS
                 NOT INVALID KEY
                    ADD 1 TO RECORDS-ADDED
                    PERFORM 3200-WRITE-DELTA-RECORD
                       THRU 3200-WRITE-DELTA-RECORD-END
                    CALL "UNEMSUMM" USING NO-IMAGE
                       REPORT-OUT-REC
                    SET PROMOTE-ADDED TO TRUE
                    MOVE 'A' TO CHEV-KIND
                    MOVE NO-IMAGE TO REC-BEFORE-IMAGE
                    MOVE REPORT-OUT-REC TO REC-AFTER-IMAGE
                    PERFORM 3250-PUBLISH-CHANGE
              END-WRITE
           ELSE
              IF FIGURES-UNCHANGED THEN
                 *> Live keeps its own status - a final record
                 *> is not stamped back to preliminary.
                 ADD 1 TO RECORDS-UNCHANGED
                 SET PROMOTE-UNCHANGED TO TRUE
              ELSE
                 REWRITE REPORT-OUT-REC
                    INVALID KEY
                       STRING "Couldn't update the record "
                          FD-RECORD-ID DELIMITED BY SIZE
                          INTO LOG-MESSAGE
                       CALL "UNEMVLOG" USING "UNEMPROM"
                          LOG-MESSAGE REPORT-STATUS
                       ADD 1 TO PROMOTE-ERRORS
                    NOT INVALID KEY
                       ADD 1 TO RECORDS-UPDATED
                       PERFORM 3100-WRITE-HISTORY
                       PERFORM 3200-WRITE-DELTA-RECORD
                          THRU 3200-WRITE-DELTA-RECORD-END
                       CALL "UNEMSUMM" USING REC-BEFORE-IMAGE
                          REC-AFTER-IMAGE
                       SET PROMOTE-UPDATED TO TRUE
                       MOVE 'C' TO CHEV-KIND
                       PERFORM 3250-PUBLISH-CHANGE
                 END-REWRITE
              END-IF
           END-IF

           UNLOCK REPORT-OUT
           .

       3000-PROMOTE-RECORD-END.
           EXIT.
      ******************************************************************
      * Does the staged record (REC-AFTER-IMAGE) carry the live
      * record's (REC-BEFORE-IMAGE) figures? Compared with the live
      * record's status and layout stamps put on a copy of it - the
      * importers restage every record 'P', and a status alone is
      * not a revision.
      ******************************************************************
       3010-COMPARE-FIGURES.
           MOVE LIVE-STATUS-KEPT TO FD-RECORD-STATUS
           MOVE LIVE-LAYOUT-KEPT TO FD-LAYOUT-VERSION
           MOVE REPORT-OUT-REC TO CMP-AFTER-IMAGE
           MOVE REC-AFTER-IMAGE TO REPORT-OUT-REC

           IF CMP-AFTER-IMAGE = REC-BEFORE-IMAGE THEN
              SET FIGURES-UNCHANGED TO TRUE
           END-IF
           .

       3010-COMPARE-FIGURES-END.
           EXIT.
      ******************************************************************
      * On a restart: a key the stopped merge committed is never
      * merged again - no second before-image, no second UNEMSUMM
      * adjustment, and a live record that no longer matches the
      * stage (an online UNUP correction made since the stop) keeps
      * the correction. Its add or update is replayed into this
      * run's delta feed and counts so the feed and manifest still
      * cover the whole day, from the live record as it now stands.
      * A key left publish-pending goes to 3060. Only a key not on
      * the checkpoint is merged as usual.
      ******************************************************************
       3050-REPLAY-OR-PROMOTE.
           MOVE STAGE-RECORD-KEY TO PK-KEY
           READ PCKP-FILE
              INVALID KEY
                 PERFORM 3000-PROMOTE-RECORD
                    THRU 3000-PROMOTE-RECORD-END
                 PERFORM 3400-COMMIT-KEY THRU 3400-COMMIT-KEY-END
                 GO TO 3050-REPLAY-OR-PROMOTE-END
           END-READ

           IF PK-PUBLISH-PENDING THEN
              PERFORM 3060-REPUBLISH-PENDING
                 THRU 3060-REPUBLISH-PENDING-END
              GO TO 3050-REPLAY-OR-PROMOTE-END
           END-IF

           *> Held for approval by the stopped merge - already on
           *> the pending-changes register, not held twice.
           IF PK-HELD THEN
              ADD 1 TO RECORDS-REPLAYED
              ADD 1 TO RECORDS-HELD
              GO TO 3050-REPLAY-OR-PROMOTE-END
           END-IF

           MOVE STAGE-RECORD-KEY TO FD-RECORD-KEY
           READ REPORT-OUT
              INVALID KEY
                 MOVE STAGE-REC TO REPORT-OUT-REC
           END-READ

           ADD 1 TO RECORDS-REPLAYED
           EVALUATE TRUE
              WHEN PK-ADDED
                 ADD 1 TO RECORDS-ADDED
                 PERFORM 3200-WRITE-DELTA-RECORD
                    THRU 3200-WRITE-DELTA-RECORD-END
              WHEN PK-UPDATED
                 ADD 1 TO RECORDS-UPDATED
                 PERFORM 3200-WRITE-DELTA-RECORD
                    THRU 3200-WRITE-DELTA-RECORD-END
              WHEN OTHER
                 ADD 1 TO RECORDS-UNCHANGED
           END-EVALUATE
           .

       3050-REPLAY-OR-PROMOTE-END.
           EXIT.
      ******************************************************************
      * A key the stopped merge left publish-pending. Live not
      * matching the stage means the add or rewrite never happened -
      * the key is merged as usual. Live matching it means the live
      * update went through and the stop came before the key's event
      * was committed: the event is published again from the
      * intent and before-image on the pending record, the key goes
      * into the delta feed, and the key is committed.
      ******************************************************************
       3060-REPUBLISH-PENDING.
           MOVE PP-BEFORE-IMAGE TO REC-BEFORE-IMAGE
           MOVE PP-INTENT TO CHEV-KIND

           MOVE STAGE-RECORD-KEY TO FD-RECORD-KEY
           READ REPORT-OUT
              INVALID KEY
                 MOVE SPACES TO REPORT-OUT-REC
           END-READ

           IF NOT REPORT-OUT-FILE-OK
              OR REPORT-OUT-REC NOT = STAGE-REC THEN
              PERFORM 3000-PROMOTE-RECORD
                 THRU 3000-PROMOTE-RECORD-END
              PERFORM 3400-COMMIT-KEY THRU 3400-COMMIT-KEY-END
              GO TO 3060-REPUBLISH-PENDING-END
           END-IF

           MOVE REPORT-OUT-REC TO REC-AFTER-IMAGE
           IF CHEV-KIND = 'A' THEN
              ADD 1 TO RECORDS-ADDED
              SET PROMOTE-ADDED TO TRUE
           ELSE
              MOVE 'C' TO CHEV-KIND
              ADD 1 TO RECORDS-UPDATED
              SET PROMOTE-UPDATED TO TRUE
           END-IF

           PERFORM 3200-WRITE-DELTA-RECORD
              THRU 3200-WRITE-DELTA-RECORD-END
           PERFORM 3250-PUBLISH-CHANGE
           PERFORM 3400-COMMIT-KEY THRU 3400-COMMIT-KEY-END

           ADD 1 TO EVENTS-REPUBLISHED
           DISPLAY "Stage key '" STAGE-RECORD-KEY "' was merged "
              "before the stop - its change event published again."
           .

       3060-REPUBLISH-PENDING-END.
           EXIT.
      ******************************************************************
       3100-WRITE-HISTORY.
       3100-WRITE-HISTORY-END.
           EXIT.
      ******************************************************************
      * The key's publish-pending record - what the merge is about to
      * do to live (A add, U rewrite) and live's before-image - so a
      * restart can publish the key's event if the stop comes after
      * the live update and before 3400-COMMIT-KEY.
      ******************************************************************
       3150-MARK-PUBLISH-PENDING.
           IF NOT CKPT-USABLE THEN
              GO TO 3150-MARK-PUBLISH-PENDING-END
           END-IF

           MOVE SPACES TO PCKP-PENDING-REC
           MOVE STAGE-RECORD-KEY TO PP-KEY
           MOVE 'P' TO PP-ACTION
           ACCEPT PP-MARK-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY-NOW FROM TIME
           MOVE TIME-OF-DAY-NOW (1:6) TO PP-MARK-TIME
           IF LIVE-FOUND THEN
              SET PP-INTENT-UPDATE TO TRUE
              MOVE REC-BEFORE-IMAGE TO PP-BEFORE-IMAGE
           ELSE
              SET PP-INTENT-ADD TO TRUE
              MOVE NO-IMAGE TO PP-BEFORE-IMAGE
           END-IF

           WRITE PCKP-PENDING-REC
              INVALID KEY
                 REWRITE PCKP-PENDING-REC
                    INVALID KEY
                       DISPLAY "*** Couldn't mark stage key '"
                          PP-KEY "' publish-pending - STATUS "
                          PCKP-FILE-STATUS
                 END-REWRITE
           END-WRITE
           .

       3150-MARK-PUBLISH-PENDING-END.
           EXIT.
      ******************************************************************
      * One delta record per record added or rewritten in live, and
      * its by-age total folded into the manifest's control total.
      ******************************************************************
       3200-WRITE-DELTA-RECORD-END.
           EXIT.
      ******************************************************************
      * The change event for the record just merged - put under
      * syncpoint, made visible by 3400-COMMIT-KEY with the key.
      ******************************************************************
       3250-PUBLISH-CHANGE.
           MOVE 'PUBLISH' TO CHEV-FUNCTION
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMPROM" CHEV-KIND
              MANIFEST-CYCLE-DATE REC-BEFORE-IMAGE REC-AFTER-IMAGE
              CHEV-RESULT

           IF CHEV-RESULT NOT = 'Y' THEN
              ADD 1 TO EVENTS-UNPUBLISHED
           END-IF
           .

       3250-PUBLISH-CHANGE-END.
           EXIT.
      ******************************************************************
      * The feed's manifest - the receiving side verifies these
      * figures before applying the delta.
      ******************************************************************
              GO TO 3300-WRITE-MANIFEST-END
           END-IF

           MOVE SPACES TO MANIFEST-OUT-REC
           MOVE MANIFEST-CYCLE-DATE TO MF-CYCLE-DATE
           MOVE RECORDS-ADDED TO MF-ADDED-COUNT

       3300-WRITE-MANIFEST-END.
           EXIT.
      ******************************************************************
      * Commits the key just merged: its live update, before-image
      * and rollup adjustment are done, so a restart must not redo
      * them. The key's change event is committed first, then its
      * publish-pending record (3150) is rewritten as the committed
      * one. A stop after the live update and before the event's
      * commit leaves the pending record, and the restart publishes
      * the event again from it (3060); so does a stop between the
      * event's commit and the checkpoint, so after a stop a
      * consumer may see that one key's event twice, but never
      * miss it. A key that failed is not committed: its event is
      * withdrawn, its pending record removed, and the restart
      * retries it.
      ******************************************************************
       3400-COMMIT-KEY.
           IF PROMOTE-FAILED THEN
              MOVE 'BACKOUT' TO CHEV-FUNCTION
           ELSE
              MOVE 'COMMIT' TO CHEV-FUNCTION
           END-IF
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMPROM" CHEV-KIND
              MANIFEST-CYCLE-DATE REC-BEFORE-IMAGE REC-AFTER-IMAGE
              CHEV-RESULT

           IF NOT CKPT-USABLE THEN
              GO TO 3400-COMMIT-KEY-END
           END-IF

           IF PROMOTE-FAILED THEN
              MOVE STAGE-RECORD-KEY TO PK-KEY
              DELETE PCKP-FILE RECORD
                 INVALID KEY CONTINUE
              END-DELETE
              GO TO 3400-COMMIT-KEY-END
           END-IF

           MOVE SPACES TO PCKP-REC
           MOVE STAGE-RECORD-KEY TO PK-KEY
           MOVE PROMOTE-ACTION TO PK-ACTION
           ACCEPT PK-COMMIT-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY-NOW FROM TIME
           MOVE TIME-OF-DAY-NOW (1:6) TO PK-COMMIT-TIME

           WRITE PCKP-REC
              INVALID KEY
                 REWRITE PCKP-REC
                    INVALID KEY
                       DISPLAY "*** Couldn't commit stage key '"
                          PK-KEY "' to the checkpoint - STATUS "
                          PCKP-FILE-STATUS
                 END-REWRITE
           END-WRITE
           .

       3400-COMMIT-KEY-END.
           EXIT.
      ******************************************************************
      * Would the staged record (in REPORT-OUT-REC) change a
      * published figure? It would when its live record is stamped
      * final, or when its period is released on the release
      * register - a new record for a released period included.
      ******************************************************************
       3500-CHECK-PUBLISHED.
           MOVE 'N' TO HOLD-REVISION-SW
           MOVE SPACES TO HOLD-REASON

           IF LIVE-FINAL THEN
              SET HOLD-REVISION TO TRUE
              MOVE 'FINAL' TO HOLD-REASON
           END-IF

           IF NOT RELREG-USABLE THEN
              GO TO 3500-CHECK-PUBLISHED-END
           END-IF

           IF FD-DATE (1:7) NOT = RELREG-LAST-PERIOD THEN
              MOVE FD-DATE (1:7) TO RELREG-LAST-PERIOD
              MOVE 'N' TO RELREG-LAST-SW
              MOVE RELREG-LAST-PERIOD TO RL-PERIOD
              READ RELREG-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF RL-RELEASED THEN
                       SET RELREG-LAST-RELEASED TO TRUE
                    END-IF
              END-READ
           END-IF

           IF RELREG-LAST-RELEASED THEN
              SET HOLD-REVISION TO TRUE
              IF HOLD-REASON = SPACES THEN
                 MOVE 'RELEASED' TO HOLD-REASON
              ELSE
                 MOVE 'FINAL, RELEASED' TO HOLD-REASON
              END-IF
           END-IF
           .

       3500-CHECK-PUBLISHED-END.
           EXIT.
      ******************************************************************
      * Holds the staged record as a pending 'U' revision in today's
      * revision batch, maker UNEMPROM - UNEMPEND shows it against
      * live and releases it, UNEMCORR applies it once released. A
      * revision already pending unchanged in a revision batch is
      * not staged a second time.
      ******************************************************************
       3600-HOLD-REVISION.
           IF NOT PEND-USABLE THEN
              MOVE SPACES TO LOG-MESSAGE
              STRING "Revision to published " FD-RECORD-ID " "
                 FD-STATE-CODE " can't be held - not merged"
                 DELIMITED BY SIZE INTO LOG-MESSAGE
              DISPLAY "*** " LOG-MESSAGE
              ADD 1 TO PROMOTE-ERRORS
              GO TO 3600-HOLD-REVISION-END
           END-IF

           PERFORM 3610-SCAN-REVISIONS
              THRU 3610-SCAN-REVISIONS-END

           IF HOLD-DUPLICATE THEN
              ADD 1 TO RECORDS-HELD
              SET PROMOTE-HELD TO TRUE
              GO TO 3600-HOLD-REVISION-END
           END-IF

           ADD 1 TO HOLD-SEQ
           MOVE SPACES TO PEND-REC
           MOVE HOLD-BATCH-ID TO PC-BATCH-ID
           MOVE HOLD-SEQ TO PC-SEQ
           SET PC-ACTION-ADD-UPD TO TRUE
           SET PC-PENDING TO TRUE
           MOVE "UNEMPROM" TO PC-MAKER
           MOVE RUN-DATE-TODAY TO PC-STAGED-DATE
           MOVE STAGE-REC TO PC-PAYLOAD

           WRITE PEND-REC
              INVALID KEY
                 DISPLAY "*** Couldn't hold the revision to "
                    STAGE-RECORD-ID " " STAGE-STATE " - STATUS "
                    PEND-FILE-STATUS
                 ADD 1 TO PROMOTE-ERRORS
                 GO TO 3600-HOLD-REVISION-END
           END-WRITE

           ADD 1 TO RECORDS-HELD
           SET PROMOTE-HELD TO TRUE
           PERFORM 3700-PRINT-HELD-REVISION
           .

       3600-HOLD-REVISION-END.
           EXIT.
      ******************************************************************
      * Walks the revision batches ('RV...') on the register: finds
      * whether this very revision is already pending, and today's
      * batch's last sequence.
      ******************************************************************
       3610-SCAN-REVISIONS.
           MOVE 'N' TO HOLD-DUP-SW
           MOVE ZERO TO HOLD-SEQ

           MOVE LOW-VALUES TO PC-KEY OF PEND-REC
           MOVE 'RV' TO PC-BATCH-ID (1:2)
           START PEND-FILE KEY IS NOT < PC-KEY OF PEND-REC
              INVALID KEY
                 GO TO 3610-SCAN-REVISIONS-END
           END-START

           READ PEND-FILE NEXT
              AT END CONTINUE
           END-READ
           PERFORM UNTIL NOT PEND-FILE-OK
                 OR PC-BATCH-ID (1:2) NOT = 'RV'
              IF PC-BATCH-ID = HOLD-BATCH-ID THEN
                 MOVE PC-SEQ TO HOLD-SEQ
              END-IF
              IF PC-PENDING AND PC-PAYLOAD = STAGE-REC THEN
                 SET HOLD-DUPLICATE TO TRUE
              END-IF
              READ PEND-FILE NEXT
                 AT END CONTINUE
              END-READ
           END-PERFORM
           .

       3610-SCAN-REVISIONS-END.
           EXIT.
      ******************************************************************
      * The held revision on the held-revisions report - the
      * before-and-after comparison, field by field, the way the
      * preview shows it.
      ******************************************************************
       3700-PRINT-HELD-REVISION.
           IF NOT HOLD-REPORT-OPEN THEN
              MOVE "REVISIONS TO PUBLISHED PERIODS HELD (UNEMPROM)"
                 TO PRNT-TEXT
              CALL "UNEMPRNT" USING "INIT " "UNEMPROM" PRNT-TEXT
              SET HOLD-REPORT-OPEN TO TRUE
           END-IF

           MOVE STAGE-REC TO PRV-STAGE-MAP
           MOVE PS-RECORD-ID TO PH-DISP-RECID
           MOVE PS-STATE TO PH-DISP-STATE
           MOVE HOLD-REASON TO PH-DISP-WHY
           MOVE HOLD-BATCH-ID TO PH-DISP-BATCH
           MOVE HOLD-SEQ TO PH-DISP-SEQ
           MOVE PRV-HOLD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMPROM" PRNT-TEXT

           IF LIVE-FOUND THEN
              MOVE REC-BEFORE-IMAGE TO PRV-LIVE-MAP
              PERFORM 5200-PREVIEW-FIELD-DIFFS
           ELSE
              MOVE "    a new record for the released period"
                 TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMPROM" PRNT-TEXT
           END-IF
           .

       3700-PRINT-HELD-REVISION-END.
           EXIT.
      ******************************************************************
      * The merge's own run-history record, next to the imports'
      * - F when keys failed, R when it completed as a restart of
      * a merge that had stopped partway, W when revisions were
      * held for approval, S otherwise.
      ******************************************************************
       5400-WRITE-RUN-HISTORY.
           OPEN I-O RUN-HIST

           IF NOT RUN-HIST-OK THEN
              DISPLAY "Couldn't open the run history - STATUS "
                 RUN-HIST-STATUS
              GO TO 5400-WRITE-RUN-HISTORY-END
           END-IF

           ACCEPT TIME-OF-DAY-NOW FROM TIME
           MOVE TIME-OF-DAY-NOW (1:6) TO RUN-END-STAMP

           MOVE SPACES TO RUN-HIST-REC
           MOVE RUN-DATE-TODAY TO RH-RUN-DATE
           MOVE RUN-START-STAMP TO RH-RUN-TIME
           MOVE "UNEMPROM" TO RH-SOURCE
           EVALUATE TRUE
              WHEN PROMOTE-ERRORS > ZERO
                 SET RH-FAILED TO TRUE
              WHEN RESTART-MODE
                 SET RH-RESTARTED TO TRUE
              WHEN RECORDS-HELD > ZERO
                 SET RH-WARNING TO TRUE
              WHEN OTHER
                 SET RH-SUCCESS TO TRUE
           END-EVALUATE
           COMPUTE RUN-HIST-COUNT = RECORDS-ADDED + RECORDS-UPDATED
           IF RUN-HIST-COUNT > 99999 THEN
              MOVE 99999 TO RUN-HIST-COUNT
           END-IF
           MOVE RUN-HIST-COUNT TO RH-REC-COUNT
           MOVE RETURN-CODE TO RH-RETURN-CODE
           MOVE RUN-START-STAMP TO RH-START-TIME
           MOVE RUN-END-STAMP TO RH-END-TIME

           WRITE RUN-HIST-REC
              INVALID KEY
                 DISPLAY "Couldn't record the run history - STATUS "
                    RUN-HIST-STATUS
           END-WRITE

           CLOSE RUN-HIST
           .

       5400-WRITE-RUN-HISTORY-END.
           EXIT.

       END PROGRAM UNEMPROM.
