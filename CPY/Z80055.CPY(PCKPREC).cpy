      ******************************************************************
      * The copybook of the file/record description of the UNEMPROM
      * promotion checkpoint KSDS (Z80055.UNEMPL.PROMCKPT) - one
      * record per staged key the stage-to-live merge has committed,
      * written the moment the key's live update, before-image and
      * UNEMSUMM adjustment are done, plus one control record (key
      * LOW-VALUES) naming the cycle the keys belong to and whether
      * that merge ran to the end. A merge that stops partway leaves
      * the control record in progress; the rerun for the same cycle
      * restarts from the committed keys instead of from a restore.
      *-----------------------------------------------------------------
      * PK-ACTION carries what the merge did with the key:
      *    A added to live, U live record rewritten, N unchanged,
      *    H held for approval as a revision to a published period,
      *    P publish pending - the longer PCKP-PENDING-REC, written
      *      just before the key's live add or rewrite with what was
      *      intended and the live record's before-image, and turned
      *      into the key's committed record once its change event
      *      is committed. One still pending on a restart is a key
      *      whose live update may have gone through without its
      *      event; UNEMPROM publishes the event again from it.
      * The cluster is variable-length, RECORDSIZE(80 526).
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  PCKP-FILE.
       01  PCKP-REC.
           05 PK-KEY            PIC X(10).
           05 PK-ACTION         PIC X.
              88 PK-ADDED       VALUE 'A'.
              88 PK-UPDATED     VALUE 'U'.
              88 PK-UNCHANGED   VALUE 'N'.
              88 PK-HELD        VALUE 'H'.
              88 PK-PUBLISH-PENDING VALUE 'P'.
           05 PK-COMMIT-DATE    PIC 9(8).
           05 PK-COMMIT-TIME    PIC 9(6).
           05 FILLER            PIC X(55).

      * The control record's view.
       01  PCKP-CONTROL-REC.
           05 PC-KEY            PIC X(10).
           05 PC-STATUS         PIC X.
              88 PC-IN-PROGRESS VALUE 'I'.
              88 PC-COMPLETE    VALUE 'C'.
           05 PC-CYCLE-DATE     PIC 9(8).
           05 PC-RUN-DATE       PIC 9(8).
           05 PC-RUN-TIME       PIC 9(6).
           05 PC-RESTART-COUNT  PIC 9(3).
           05 FILLER            PIC X(44).

      * The publish-pending record's view.
       01  PCKP-PENDING-REC.
           05 PP-KEY            PIC X(10).
           05 PP-ACTION         PIC X.
           05 PP-MARK-DATE      PIC 9(8).
           05 PP-MARK-TIME      PIC 9(6).
           05 PP-INTENT         PIC X.
              88 PP-INTENT-ADD    VALUE 'A'.
              88 PP-INTENT-UPDATE VALUE 'U'.
           05 FILLER            PIC X(54).
           05 PP-BEFORE-IMAGE   PIC X(446).
