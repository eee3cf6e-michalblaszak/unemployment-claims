      ******************************************************************
      * Audit-trail hash chain - sealing and verification.
      ******************************************************************
      * UNEMHIST, the UNEMRUNH run history, the UNEMPEND approvals,
      * the release register and the ACCAUD access trail are the
      * evidence the audits rest on, and anyone with update access
      * to a dataset could alter a row without a trace. This utility
      * keeps a hash chain over them in the AUDCHAIN KSDS
      * (CHANREC.cpy): every entry appended to a trail is sealed
      * with a digest over its own content and a chain digest over
      * that and the previous seal's, so an entry altered, removed
      * or slipped in after sealing breaks the chain from that point
      * on. Both digests are keyed (UNEMKDIG, under the 'AUDCHAIN'
      * key on the Z80055.VAULT.KEYRING, SKEYDD) - whoever can
      * rewrite a trail and its chain still can't recompute the
      * seals without the key. No key on the ring, nothing is done
      * (RC=8). What is sealed:
      *    UNEMHIST  every before-image, in file order
      *    ACCAUD    every access-trail entry, in file order
      *    RUNHIST   every run-history record
      *    PENDING   every approved batch row (applied, or held
      *              back and expired, since) and every rejected
      *              one - its status left out of the digest, as
      *              applying an approved row is the one change
      *              still due
      *    RELREG    every released period
      * Every header written (a SEAL, a REBASE) also appends the
      * trail's generation, last sequence and head digest, keyed, to
      * the anchor file Z80055.VAULT.AUDANCHR (ANCHORDD, ANCHREC.cpy)
      * and shows the head digest in the job log; VERIFY holds each
      * trail's header to its latest anchor, so a chain cut back
      * together with its header is caught too. The anchor file and
      * the key ring sit under the Z80055.VAULT profile: update
      * access to them is for the security administrators only -
      * never for anyone who can update AUDCHAIN or the trails - and
      * the sealing jobs get read access to the ring and append
      * (DISP=MOD) access to the anchors.
      * PARM= selects the action:
      *    'SEAL'
      *        seals the entries appended (or approved, released)
      *        since the last seal - run at the end of each day.
      *    'VERIFY'
      *        walks each trail's chain - every link recomputed -
      *        and each trail entry against its seal, reports the
      *        first broken link per trail and raises a CHAINBRK
      *        alert (UNEMALRT) for it. Entries not sealed yet are
      *        counted, not failed. Nightly ahead of the SEAL, and on
      *        demand before an audit.
      *    'REBASE tttttttt'
      *        after a retention run trimmed trail tttttttt: links a
      *        rebase record onto the chain, starts a new
      *        generation and seals the trail again from its first
      *        remaining entry. The old generations' links stay
      *        verifiable. Raises a CHAINRBS alert, so no rebase
      *        goes unseen.
      * The sealing user is the AUDIT-USER runtime parameter.
      * RC=0 done (chains intact), RC=4 a trail couldn't be read,
      * RC=8 a broken link found, bad PARM, no AUDCHAIN key, or the
      * chain or the anchor file couldn't be opened.
      *-----------------------------------------------------------------
      * Subprograms: UNEMKDIG - the keyed digest.
      *              UNEMALRT - the alerting subsystem.
      *              UNEMPARM - the runtime parameter lookup.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  Keyed seals: the entry and chain digests are
      *                    taken under the AUDCHAIN key (UNEMKDIG)
      *                    instead of the public UNEMDGST fold. Every
      *                    header written is anchored, keyed, on
      *                    Z80055.VAULT.AUDANCHR (ANCHORDD) and shown
      *                    in the job log; VERIFY checks each header
      *                    against its latest anchor. A chain sealed
      *                    before the key was on the ring has to be
      *                    sealed again from scratch.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMSEAL.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-25.

      *========================
       ENVIRONMENT DIVISION.
      *========================
       CONFIGURATION SECTION.
      *------------------------
      * SOURCE-COMPUTER.
      *     IBM-SYSTEM WITH DEBUGGING MODE.

      *------------------------
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           *> The hash chain, with its entry alternate index
           SELECT AUD-CHAIN ASSIGN TO AUDCHNDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-KEY
           ALTERNATE RECORD KEY IS CH-ALT-KEY
           FILE STATUS IS AUD-CHAIN-STATUS.

           *> The chain heads' anchors, appended to
           SELECT AUD-ANCHOR ASSIGN TO ANCHORDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUD-ANCHOR-STATUS.

           *> The correction history
           SELECT HIST-OUT ASSIGN TO HISTINDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HIST-STATUS.

           *> The access trail
           SELECT ACCESS-HIST ASSIGN TO ACCAUDDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ACCESS-HIST-STATUS.

           *> The import run history
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

           *> The maker-checker pending-changes register
           SELECT PEND-FILE ASSIGN TO PENDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS PEND-FILE-STATUS.

           *> The release register
           SELECT RELREG-FILE ASSIGN TO RELREGDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-PERIOD
           FILE STATUS IS RELREG-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  AUD-CHAIN
      *    01  AUD-CHAIN-REC.
       COPY CHANREC.

      * Provides:
      *    FD  AUD-ANCHOR
      *    01  AUD-ANCHOR-REC.
       COPY ANCHREC.

      * Provides:
      *    FD  HIST-OUT
      *    01  HIST-OUT-REC.
       COPY HISTREC.

       FD  ACCESS-HIST
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F.
       01  ACCESS-HIST-REC.
           05 AH-DATE    PIC 9(8).
           05 AH-TIME    PIC 9(6).
           05 AH-USER    PIC X(8).
           05 AH-PGM     PIC X(8).
           05 AH-REQUEST PIC X(60).
           05 FILLER     PIC X(10).

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
       01  AUD-CHAIN-STATUS PIC XX.
           88 AUD-CHAIN-OK VALUE "00".
           88 AUD-CHAIN-EOF VALUE "10".
           88 AUD-CHAIN-NOT-FOUND VALUE "23".

       01  AUD-ANCHOR-STATUS PIC XX.
           88 AUD-ANCHOR-OK VALUE "00".
           88 AUD-ANCHOR-EOF VALUE "10".

       01  HIST-STATUS PIC XX.
           88 HIST-OK VALUE "00".
           88 HIST-EOF VALUE "10".

       01  ACCESS-HIST-STATUS PIC XX.
           88 ACCESS-HIST-OK VALUE "00".
           88 ACCESS-HIST-EOF VALUE "10".

       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".
           88 RUN-HIST-EOF VALUE "10".

       01  PEND-FILE-STATUS PIC XX.
           88 PEND-FILE-OK VALUE "00".
           88 PEND-FILE-EOF VALUE "10".

       01  RELREG-STATUS PIC XX.
           88 RELREG-OK VALUE "00".
           88 RELREG-EOF VALUE "10".

       01  PARM-WORK PIC X(15) VALUE SPACES.
       01  REBASE-TRAIL PIC X(8) VALUE SPACES.
       01  SEAL-MODE PIC X(8) VALUE SPACES.
           88 MODE-SEAL   VALUE 'SEAL'.
           88 MODE-VERIFY VALUE 'VERIFY'.
           88 MODE-REBASE VALUE 'REBASE'.

      * The chained trails - 'S' sequential (sealed by entry number),
      * 'K' keyed (sealed by record key).
       01  TRAIL-VALUES.
           05 FILLER PIC X(9) VALUE 'UNEMHISTS'.
           05 FILLER PIC X(9) VALUE 'RUNHIST K'.
           05 FILLER PIC X(9) VALUE 'PENDING K'.
           05 FILLER PIC X(9) VALUE 'RELREG  K'.
           05 FILLER PIC X(9) VALUE 'ACCAUD  S'.
       01  TRAIL-TABLE REDEFINES TRAIL-VALUES.
           05 TRAIL-ENTRY OCCURS 5 TIMES.
              10 TT-TRAIL PIC X(8).
              10 TT-TYPE  PIC X.

       01  TRAIL-IDX PIC 9(2) COMP-4.

       01  CUR-TRAIL PIC X(8) VALUE SPACES.
       01  CUR-TYPE  PIC X VALUE SPACE.
           88 CUR-SEQUENTIAL VALUE 'S'.
           88 CUR-KEYED      VALUE 'K'.

       01  TRAIL-OPEN-SW PIC X VALUE 'N'.
           88 TRAIL-OPEN VALUE 'Y'.
       01  TRAIL-EOF-SW PIC X VALUE 'N'.
           88 TRAIL-EOF VALUE 'Y'.
       01  ENTRY-FOUND-SW PIC X VALUE 'N'.
           88 ENTRY-FOUND VALUE 'Y'.
       01  ENTRY-SEALABLE-SW PIC X VALUE 'N'.
           88 ENTRY-SEALABLE VALUE 'Y'.

      * The trail entry in hand - its content, where its seal is
      * found, its date.
       01  ENTRY-TEXT     PIC X(500) VALUE SPACES.
       01  ENTRY-LEN      PIC 9(4) COMP-4 VALUE ZERO.
       01  ENTRY-KEY-TEXT PIC X(22) VALUE SPACES.
       01  ENTRY-DATE     PIC 9(8) VALUE ZERO.
       01  ENTRY-DIGEST   PIC 9(18) VALUE ZERO.
       01  ENTRY-ORDINAL  PIC 9(9) VALUE ZERO.

      * What a chain digest is taken over - the entry's digest, its
      * key and its date.
       01  CHAIN-TEXT.
           05 CX-DIGEST PIC 9(18).
           05 CX-KEY    PIC X(22).
           05 CX-DATE   PIC 9(8).
       01  CHAIN-DIGEST PIC 9(18) VALUE ZERO.

      * UNEMKDIG's arguments.
       01  KDIG-PURPOSE  PIC X(8) VALUE 'AUDCHAIN'.
       01  DIGEST-TEXT   PIC X(500) VALUE SPACES.
       01  DIGEST-LENGTH PIC 9(4) COMP-4 VALUE ZERO.
       01  DIGEST-SEED   PIC 9(18) VALUE ZERO.
       01  DIGEST-OUT    PIC 9(18) VALUE ZERO.
       01  KDIG-RESULT   PIC X VALUE SPACE.

      * Each trail's latest anchor (VERIFY), in trail-table order -
      * spaces when the trail has none.
       01  ANCHOR-TABLE.
           05 ANCHOR-HELD OCCURS 5 TIMES PIC X(80).
       01  ANCHOR-IDX PIC 9(2) COMP-4.
       01  ANCHORS-UNREAD-SW PIC X VALUE 'N'.
           88 ANCHORS-UNREAD VALUE 'Y'.
       01  ANCHOR-OPEN-SW PIC X VALUE 'N'.
           88 ANCHOR-OPEN VALUE 'Y'.
       01  TIME-NOW PIC 9(8) VALUE ZERO.

      * The trail's header, as read (or started).
       01  HDR-NEW-SW PIC X VALUE 'N'.
           88 HDR-NEW VALUE 'Y'.
       01  HDR-LAST-SEQ    PIC 9(9) VALUE ZERO.
       01  HDR-GEN         PIC 9(3) VALUE ZERO.
       01  HDR-GEN-START   PIC 9(9) VALUE ZERO.
       01  HDR-GEN-ENTRIES PIC 9(9) VALUE ZERO.
       01  HDR-HEAD-DIGEST PIC 9(18) VALUE ZERO.

      * The verification of one trail.
       01  BREAK-SW PIC X VALUE 'N'.
           88 TRAIL-BROKEN VALUE 'Y'.
       01  BREAK-SEQ    PIC 9(9) VALUE ZERO.
       01  BREAK-KEY    PIC X(22) VALUE SPACES.
       01  BREAK-REASON PIC X(30) VALUE SPACES.
       01  EXPECT-SEQ   PIC 9(9) VALUE ZERO.
       01  EXPECT-CHAIN PIC 9(18) VALUE ZERO.
       01  WALK-DONE-SW PIC X VALUE 'N'.
           88 WALK-DONE VALUE 'Y'.

       01  SEAL-COUNTS.
           05 LINKS-CHECKED   COMP-4 PIC 9(9) VALUE ZERO.
           05 ENTRIES-CHECKED COMP-4 PIC 9(9) VALUE ZERO.
           05 ENTRIES-SEALED  COMP-4 PIC 9(9) VALUE ZERO.
           05 ENTRIES-UNSEALED COMP-4 PIC 9(9) VALUE ZERO.
           05 TRAILS-BROKEN   COMP-4 PIC 9(3) VALUE ZERO.

       01  SOURCE-SKIPPED-SW PIC X VALUE 'N'.
           88 SOURCE-SKIPPED VALUE 'Y'.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

       01  ACTING-USER PIC X(8) VALUE 'BATCH'.

       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.

       01  DISP-COUNT PIC ZZZ,ZZZ,ZZ9.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= action - see the description above.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT PIC X(15).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           PERFORM 1100-CHECK-PARM
              THRU 1100-CHECK-PARM-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT TIME-NOW FROM TIME

      * The key is asked for up front - nothing is sealed or checked
      * without it.
           MOVE SPACES TO DIGEST-TEXT
           MOVE ZERO TO DIGEST-LENGTH DIGEST-SEED
           CALL "UNEMKDIG" USING KDIG-PURPOSE DIGEST-TEXT
              DIGEST-LENGTH DIGEST-SEED DIGEST-OUT KDIG-RESULT
           IF KDIG-RESULT NOT = 'Y' THEN
              DISPLAY "*** No AUDCHAIN key on the key ring (SKEYDD) "
                 "- the chain can't be sealed or verified."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE "AUDIT-USER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE NOT = SPACES THEN
              MOVE RTP-VALUE (1:8) TO ACTING-USER
           END-IF

           IF MODE-VERIFY THEN
              PERFORM 1300-LOAD-ANCHORS
                 THRU 1300-LOAD-ANCHORS-END
              OPEN INPUT AUD-CHAIN
           ELSE
              OPEN EXTEND AUD-ANCHOR
              IF NOT AUD-ANCHOR-OK THEN
                 DISPLAY "Couldn't open the chain anchor file - "
                    "STATUS " AUD-ANCHOR-STATUS " - nothing sealed."
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-MAIN-END
              END-IF
              SET ANCHOR-OPEN TO TRUE
              OPEN I-O AUD-CHAIN
           END-IF

           IF NOT AUD-CHAIN-OK THEN
              DISPLAY "Couldn't open the audit chain - STATUS "
                 AUD-CHAIN-STATUS
              IF ANCHOR-OPEN THEN
                 CLOSE AUD-ANCHOR
              END-IF
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           EVALUATE TRUE
              WHEN MODE-SEAL
                 PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                       UNTIL TRAIL-IDX > 5
                    PERFORM 2000-SEAL-TRAIL
                       THRU 2000-SEAL-TRAIL-END
                 END-PERFORM
              WHEN MODE-VERIFY
                 PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                       UNTIL TRAIL-IDX > 5
                    PERFORM 4000-VERIFY-TRAIL
                       THRU 4000-VERIFY-TRAIL-END
                 END-PERFORM
              WHEN MODE-REBASE
                 PERFORM 3000-REBASE-TRAIL
                    THRU 3000-REBASE-TRAIL-END
           END-EVALUATE

           CLOSE AUD-CHAIN
           IF ANCHOR-OPEN THEN
              CLOSE AUD-ANCHOR
           END-IF

           IF TRAILS-BROKEN > ZERO OR ANCHORS-UNREAD THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              IF SOURCE-SKIPPED THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       1100-CHECK-PARM.
           IF PARM-LEN > 15 THEN
              MOVE PARM-TEXT TO PARM-WORK
           ELSE
              IF PARM-LEN > ZERO THEN
                 MOVE PARM-TEXT (1:PARM-LEN) TO PARM-WORK
              END-IF
           END-IF
           UNSTRING PARM-WORK DELIMITED BY ALL SPACE
              INTO SEAL-MODE REBASE-TRAIL
           END-UNSTRING

           IF NOT MODE-SEAL AND NOT MODE-VERIFY AND NOT MODE-REBASE
                 THEN
              DISPLAY "PARM must be SEAL, VERIFY or REBASE trail - "
                 "nothing done."
              MOVE 8 TO RETURN-CODE
              GO TO 1100-CHECK-PARM-END
           END-IF

           IF MODE-REBASE THEN
              PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                    UNTIL TRAIL-IDX > 5
                       OR TT-TRAIL (TRAIL-IDX) = REBASE-TRAIL
                 CONTINUE
              END-PERFORM
              IF TRAIL-IDX > 5 THEN
                 DISPLAY "REBASE needs a chained trail - UNEMHIST, "
                    "RUNHIST, PENDING, RELREG or ACCAUD."
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

       1100-CHECK-PARM-END.
           EXIT.
      ******************************************************************
      * Reads the anchor file through, keeping each trail's latest
      * anchor. An unreadable file is RC=8 - the heads go unchecked.
      ******************************************************************
       1300-LOAD-ANCHORS.
           MOVE SPACES TO ANCHOR-TABLE

           OPEN INPUT AUD-ANCHOR
           IF NOT AUD-ANCHOR-OK THEN
              DISPLAY "*** Couldn't read the chain anchor file - "
                 "STATUS " AUD-ANCHOR-STATUS " - the chain heads are "
                 "not checked against their anchors."
              SET ANCHORS-UNREAD TO TRUE
              GO TO 1300-LOAD-ANCHORS-END
           END-IF

           PERFORM UNTIL AUD-ANCHOR-EOF
              READ AUD-ANCHOR
                 AT END CONTINUE
                 NOT AT END
                    PERFORM VARYING ANCHOR-IDX FROM 1 BY 1
                          UNTIL ANCHOR-IDX > 5
                       IF TT-TRAIL (ANCHOR-IDX) = AN-TRAIL THEN
                          MOVE AUD-ANCHOR-REC
                             TO ANCHOR-HELD (ANCHOR-IDX)
                       END-IF
                    END-PERFORM
              END-READ
              IF NOT AUD-ANCHOR-OK AND NOT AUD-ANCHOR-EOF THEN
                 DISPLAY "*** Error reading the chain anchor file - "
                    "STATUS " AUD-ANCHOR-STATUS
                 SET ANCHORS-UNREAD TO TRUE
                 SET AUD-ANCHOR-EOF TO TRUE
              END-IF
           END-PERFORM

           CLOSE AUD-ANCHOR
           .

       1300-LOAD-ANCHORS-END.
           EXIT.
      ******************************************************************
      * Seals what the trail gained since the last seal: a
      * sequential trail from the entry after the last one sealed, a
      * keyed trail every sealable record with no seal in the
      * current generation.
      ******************************************************************
       2000-SEAL-TRAIL.
           MOVE TT-TRAIL (TRAIL-IDX) TO CUR-TRAIL
           MOVE TT-TYPE (TRAIL-IDX) TO CUR-TYPE
           MOVE ZERO TO ENTRIES-SEALED

           PERFORM 6000-READ-HEADER
              THRU 6000-READ-HEADER-END
           PERFORM 5000-OPEN-TRAIL
              THRU 5000-OPEN-TRAIL-END
           IF NOT TRAIL-OPEN THEN
              GO TO 2000-SEAL-TRAIL-END
           END-IF

           MOVE ZERO TO ENTRY-ORDINAL
           PERFORM 5100-READ-TRAIL
              THRU 5100-READ-TRAIL-END
           PERFORM UNTIL TRAIL-EOF
              IF CUR-SEQUENTIAL THEN
                 IF ENTRY-ORDINAL > HDR-GEN-ENTRIES THEN
                    PERFORM 6200-SEAL-ENTRY
                       THRU 6200-SEAL-ENTRY-END
                    MOVE ENTRY-ORDINAL TO HDR-GEN-ENTRIES
                 END-IF
              ELSE
                 IF ENTRY-SEALABLE THEN
                    PERFORM 6300-FIND-SEAL
                       THRU 6300-FIND-SEAL-END
                    IF NOT ENTRY-FOUND THEN
                       PERFORM 6200-SEAL-ENTRY
                          THRU 6200-SEAL-ENTRY-END
                    END-IF
                 END-IF
              END-IF
              PERFORM 5100-READ-TRAIL
                 THRU 5100-READ-TRAIL-END
           END-PERFORM

           IF CUR-SEQUENTIAL AND ENTRY-ORDINAL < HDR-GEN-ENTRIES THEN
              DISPLAY "*** " CUR-TRAIL " holds fewer entries than "
                 "were sealed - run VERIFY."
           END-IF

           PERFORM 5200-CLOSE-TRAIL
           PERFORM 6100-WRITE-HEADER
              THRU 6100-WRITE-HEADER-END

           MOVE ENTRIES-SEALED TO DISP-COUNT
           DISPLAY CUR-TRAIL " " DISP-COUNT " entry(ies) sealed - "
              "head digest " HDR-HEAD-DIGEST
           .

       2000-SEAL-TRAIL-END.
           EXIT.
      ******************************************************************
      * Links a rebase record onto the chain, opens a new generation
      * and seals the trimmed trail again from the top.
      ******************************************************************
       3000-REBASE-TRAIL.
           MOVE TT-TRAIL (TRAIL-IDX) TO CUR-TRAIL
           MOVE TT-TYPE (TRAIL-IDX) TO CUR-TYPE

           PERFORM 6000-READ-HEADER
              THRU 6000-READ-HEADER-END

           ADD 1 TO HDR-GEN
           MOVE ZERO TO ENTRY-DIGEST
           MOVE SPACES TO ENTRY-KEY-TEXT
           STRING "REBASE GEN " HDR-GEN DELIMITED BY SIZE
              INTO ENTRY-KEY-TEXT
           MOVE RUN-DATE-TODAY TO ENTRY-DATE
           PERFORM 6400-LINK-RECORD
              THRU 6400-LINK-RECORD-END
           SET CH-REBASE-REC TO TRUE
           WRITE AUD-CHAIN-REC
           IF NOT AUD-CHAIN-OK THEN
              DISPLAY "Couldn't write the rebase record - STATUS "
                 AUD-CHAIN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 3000-REBASE-TRAIL-END
           END-IF
           MOVE HDR-LAST-SEQ TO HDR-GEN-START
           MOVE ZERO TO HDR-GEN-ENTRIES
           PERFORM 6100-WRITE-HEADER
              THRU 6100-WRITE-HEADER-END

           MOVE SPACES TO ALERT-MESSAGE
           STRING "Audit chain rebased: " CUR-TRAIL " generation "
              HDR-GEN " by " ACTING-USER
              DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMSEAL" "CHAINRBS"
              "W" ALERT-MESSAGE
           DISPLAY ALERT-MESSAGE

           PERFORM 2000-SEAL-TRAIL
              THRU 2000-SEAL-TRAIL-END
           .

       3000-REBASE-TRAIL-END.
           EXIT.
      ******************************************************************
      * One trail: the chain walked link by link from its first
      * record, then the current generation's entries checked
      * against their seals both ways - every sealable entry found
      * in the trail against its seal, every seal against its entry.
      ******************************************************************
       4000-VERIFY-TRAIL.
           MOVE TT-TRAIL (TRAIL-IDX) TO CUR-TRAIL
           MOVE TT-TYPE (TRAIL-IDX) TO CUR-TYPE
           MOVE 'N' TO BREAK-SW
           MOVE ZERO TO LINKS-CHECKED ENTRIES-CHECKED
              ENTRIES-UNSEALED

           PERFORM 6000-READ-HEADER
              THRU 6000-READ-HEADER-END
           IF HDR-NEW THEN
              DISPLAY CUR-TRAIL " not sealed yet - nothing to verify."
              GO TO 4000-VERIFY-TRAIL-END
           END-IF

           PERFORM 4100-WALK-CHAIN
              THRU 4100-WALK-CHAIN-END

           IF NOT TRAIL-BROKEN THEN
              PERFORM 4050-CHECK-ANCHOR
                 THRU 4050-CHECK-ANCHOR-END
           END-IF

           IF NOT TRAIL-BROKEN THEN
              PERFORM 4200-CHECK-ENTRIES
                 THRU 4200-CHECK-ENTRIES-END
           END-IF

           IF NOT TRAIL-BROKEN AND CUR-KEYED THEN
              PERFORM 4300-CHECK-SEALS
                 THRU 4300-CHECK-SEALS-END
           END-IF

           MOVE LINKS-CHECKED TO DISP-COUNT
           DISPLAY CUR-TRAIL " " DISP-COUNT " link(s) checked"
           MOVE ENTRIES-CHECKED TO DISP-COUNT
           DISPLAY CUR-TRAIL " " DISP-COUNT " entry(ies) checked"
           MOVE ENTRIES-UNSEALED TO DISP-COUNT
           DISPLAY CUR-TRAIL " " DISP-COUNT " entry(ies) not yet "
              "sealed"
           IF TRAIL-BROKEN THEN
              DISPLAY CUR-TRAIL " *** BROKEN at chain record "
                 BREAK-SEQ " (" BREAK-KEY ") - " BREAK-REASON
           ELSE
              DISPLAY CUR-TRAIL " intact - head digest "
                 HDR-HEAD-DIGEST
           END-IF
           .

       4000-VERIFY-TRAIL-END.
           EXIT.
      ******************************************************************
      * The trail's header against its latest anchor - the anchor
      * must be genuine (its keyed digest holds) and name the same
      * generation, last sequence and head digest.
      ******************************************************************
       4050-CHECK-ANCHOR.
           IF ANCHORS-UNREAD THEN
              GO TO 4050-CHECK-ANCHOR-END
           END-IF

           MOVE HDR-LAST-SEQ TO BREAK-SEQ
           MOVE SPACES TO BREAK-KEY

           IF ANCHOR-HELD (TRAIL-IDX) = SPACES THEN
              MOVE "no anchor for the chain head" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
              GO TO 4050-CHECK-ANCHOR-END
           END-IF

           MOVE ANCHOR-HELD (TRAIL-IDX) TO AUD-ANCHOR-REC
           MOVE SPACES TO DIGEST-TEXT
           MOVE AN-ANCHOR-BODY TO DIGEST-TEXT
           MOVE 60 TO DIGEST-LENGTH
           MOVE ZERO TO DIGEST-SEED
           CALL "UNEMKDIG" USING KDIG-PURPOSE DIGEST-TEXT
              DIGEST-LENGTH DIGEST-SEED DIGEST-OUT KDIG-RESULT
           IF DIGEST-OUT NOT = AN-ANCHOR-DIGEST THEN
              MOVE "anchor record altered" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
              GO TO 4050-CHECK-ANCHOR-END
           END-IF

           IF AN-GEN NOT = HDR-GEN
              OR AN-LAST-SEQ NOT = HDR-LAST-SEQ
              OR AN-HEAD-DIGEST NOT = HDR-HEAD-DIGEST THEN
              MOVE "head differs from its anchor" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
              GO TO 4050-CHECK-ANCHOR-END
           END-IF

           DISPLAY CUR-TRAIL " head matches its anchor of "
              AN-SEAL-DATE " " AN-SEAL-TIME
           .

       4050-CHECK-ANCHOR-END.
           EXIT.
      ******************************************************************
      * Every chain record, in sequence, recomputed from its
      * predecessor - a gap, an altered link or a record missing at
      * the end (the header's head no longer met) is a break.
      ******************************************************************
       4100-WALK-CHAIN.
           MOVE ZERO TO EXPECT-CHAIN
           MOVE 1 TO EXPECT-SEQ
           MOVE 'N' TO WALK-DONE-SW

           MOVE CUR-TRAIL TO CH-TRAIL
           MOVE ZERO TO CH-SEQ
           START AUD-CHAIN KEY IS > CH-KEY
              INVALID KEY SET WALK-DONE TO TRUE
           END-START

           PERFORM UNTIL WALK-DONE OR TRAIL-BROKEN
              READ AUD-CHAIN NEXT
                 AT END SET WALK-DONE TO TRUE
              END-READ
              IF NOT WALK-DONE THEN
                 IF CH-TRAIL NOT = CUR-TRAIL THEN
                    SET WALK-DONE TO TRUE
                 ELSE
                    PERFORM 4150-CHECK-LINK
                       THRU 4150-CHECK-LINK-END
                 END-IF
              END-IF
           END-PERFORM

           IF NOT TRAIL-BROKEN
                 AND (EXPECT-SEQ - 1 NOT = HDR-LAST-SEQ
                    OR EXPECT-CHAIN NOT = HDR-HEAD-DIGEST) THEN
              MOVE EXPECT-SEQ TO BREAK-SEQ
              MOVE SPACES TO BREAK-KEY
              MOVE "chain ends short of its head" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
           END-IF
           .

       4100-WALK-CHAIN-END.
           EXIT.
      ******************************************************************
       4150-CHECK-LINK.
           ADD 1 TO LINKS-CHECKED
           IF CH-SEQ NOT = EXPECT-SEQ THEN
              MOVE EXPECT-SEQ TO BREAK-SEQ
              MOVE SPACES TO BREAK-KEY
              MOVE "chain record missing" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
              GO TO 4150-CHECK-LINK-END
           END-IF

           MOVE CH-ENTRY-DIGEST TO CX-DIGEST
           MOVE CH-ENTRY-KEY TO CX-KEY
           MOVE CH-ENTRY-DATE TO CX-DATE
           MOVE EXPECT-CHAIN TO DIGEST-SEED
           PERFORM 7100-DIGEST-CHAIN-TEXT
              THRU 7100-DIGEST-CHAIN-TEXT-END

           IF DIGEST-OUT NOT = CH-CHAIN-DIGEST THEN
              MOVE CH-SEQ TO BREAK-SEQ
              MOVE CH-ENTRY-KEY TO BREAK-KEY
              MOVE "chain record altered" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
              GO TO 4150-CHECK-LINK-END
           END-IF

           MOVE CH-CHAIN-DIGEST TO EXPECT-CHAIN
           ADD 1 TO EXPECT-SEQ
           .

       4150-CHECK-LINK-END.
           EXIT.
      ******************************************************************
      * The trail's entries against their seals - an entry whose
      * content no longer digests to its seal is the break; a
      * sequential trail shorter than what was sealed lost entries.
      ******************************************************************
       4200-CHECK-ENTRIES.
           PERFORM 5000-OPEN-TRAIL
              THRU 5000-OPEN-TRAIL-END
           IF NOT TRAIL-OPEN THEN
              GO TO 4200-CHECK-ENTRIES-END
           END-IF

           MOVE ZERO TO ENTRY-ORDINAL
           PERFORM 5100-READ-TRAIL
              THRU 5100-READ-TRAIL-END
           PERFORM UNTIL TRAIL-EOF OR TRAIL-BROKEN
              IF ENTRY-SEALABLE THEN
                 IF CUR-SEQUENTIAL
                       AND ENTRY-ORDINAL > HDR-GEN-ENTRIES THEN
                    ADD 1 TO ENTRIES-UNSEALED
                 ELSE
                    PERFORM 6300-FIND-SEAL
                       THRU 6300-FIND-SEAL-END
                    IF ENTRY-FOUND THEN
                       PERFORM 4250-CHECK-ENTRY
                          THRU 4250-CHECK-ENTRY-END
                    ELSE
                       IF CUR-SEQUENTIAL THEN
                          MOVE ZERO TO BREAK-SEQ
                          MOVE ENTRY-KEY-TEXT TO BREAK-KEY
                          MOVE "entry's seal missing"
                             TO BREAK-REASON
                          PERFORM 8000-NOTE-BREAK
                             THRU 8000-NOTE-BREAK-END
                       ELSE
                          ADD 1 TO ENTRIES-UNSEALED
                       END-IF
                    END-IF
                 END-IF
              END-IF
              PERFORM 5100-READ-TRAIL
                 THRU 5100-READ-TRAIL-END
           END-PERFORM

           IF CUR-SEQUENTIAL AND NOT TRAIL-BROKEN
                 AND ENTRY-ORDINAL < HDR-GEN-ENTRIES THEN
              MOVE HDR-LAST-SEQ TO BREAK-SEQ
              MOVE ENTRY-ORDINAL TO BREAK-KEY
              MOVE "sealed entries removed" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
           END-IF

           PERFORM 5200-CLOSE-TRAIL
           .

       4200-CHECK-ENTRIES-END.
           EXIT.
      ******************************************************************
       4250-CHECK-ENTRY.
           ADD 1 TO ENTRIES-CHECKED
           PERFORM 7000-DIGEST-ENTRY
              THRU 7000-DIGEST-ENTRY-END
           IF ENTRY-DIGEST NOT = CH-ENTRY-DIGEST THEN
              MOVE CH-SEQ TO BREAK-SEQ
              MOVE ENTRY-KEY-TEXT TO BREAK-KEY
              MOVE "entry altered after sealing" TO BREAK-REASON
              PERFORM 8000-NOTE-BREAK
                 THRU 8000-NOTE-BREAK-END
           END-IF
           .

       4250-CHECK-ENTRY-END.
           EXIT.
      ******************************************************************
      * A keyed trail's seals against the trail - a sealed record
      * gone, or back out of its sealable state (an approval
      * withdrawn, a release undone), is a break.
      ******************************************************************
       4300-CHECK-SEALS.
           PERFORM 5000-OPEN-TRAIL
              THRU 5000-OPEN-TRAIL-END
           IF NOT TRAIL-OPEN THEN
              GO TO 4300-CHECK-SEALS-END
           END-IF

           MOVE 'N' TO WALK-DONE-SW
           MOVE CUR-TRAIL TO CH-TRAIL
           MOVE HDR-GEN-START TO CH-SEQ
           START AUD-CHAIN KEY IS > CH-KEY
              INVALID KEY SET WALK-DONE TO TRUE
           END-START

           PERFORM UNTIL WALK-DONE OR TRAIL-BROKEN
              READ AUD-CHAIN NEXT
                 AT END SET WALK-DONE TO TRUE
              END-READ
              IF NOT WALK-DONE THEN
                 IF CH-TRAIL NOT = CUR-TRAIL THEN
                    SET WALK-DONE TO TRUE
                 ELSE
                    IF CH-ENTRY-REC THEN
                       MOVE CH-ENTRY-KEY TO ENTRY-KEY-TEXT
                       PERFORM 5300-READ-TRAIL-BY-KEY
                          THRU 5300-READ-TRAIL-BY-KEY-END
                       IF NOT ENTRY-FOUND OR NOT ENTRY-SEALABLE
                             THEN
                          MOVE CH-SEQ TO BREAK-SEQ
                          MOVE CH-ENTRY-KEY TO BREAK-KEY
                          MOVE "sealed entry removed"
                             TO BREAK-REASON
                          PERFORM 8000-NOTE-BREAK
                             THRU 8000-NOTE-BREAK-END
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 5200-CLOSE-TRAIL
           .

       4300-CHECK-SEALS-END.
           EXIT.
      ******************************************************************
       5000-OPEN-TRAIL.
           MOVE 'N' TO TRAIL-OPEN-SW
           MOVE 'N' TO TRAIL-EOF-SW

           EVALUATE CUR-TRAIL
              WHEN 'UNEMHIST'
                 OPEN INPUT HIST-OUT
                 IF HIST-OK THEN
                    SET TRAIL-OPEN TO TRUE
                 END-IF
              WHEN 'ACCAUD'
                 OPEN INPUT ACCESS-HIST
                 IF ACCESS-HIST-OK THEN
                    SET TRAIL-OPEN TO TRUE
                 END-IF
              WHEN 'RUNHIST'
                 OPEN INPUT RUN-HIST
                 IF RUN-HIST-OK THEN
                    SET TRAIL-OPEN TO TRUE
                 END-IF
              WHEN 'PENDING'
                 OPEN INPUT PEND-FILE
                 IF PEND-FILE-OK THEN
                    SET TRAIL-OPEN TO TRUE
                 END-IF
              WHEN 'RELREG'
                 OPEN INPUT RELREG-FILE
                 IF RELREG-OK THEN
                    SET TRAIL-OPEN TO TRUE
                 END-IF
           END-EVALUATE

           IF NOT TRAIL-OPEN THEN
              DISPLAY "Couldn't open " CUR-TRAIL " - not sealed or "
                 "verified this run."
              SET SOURCE-SKIPPED TO TRUE
           END-IF
           .

       5000-OPEN-TRAIL-END.
           EXIT.
      ******************************************************************
      * The next entry in trail order - its content, seal key, date
      * and whether it is in a sealable state.
      ******************************************************************
       5100-READ-TRAIL.
           EVALUATE CUR-TRAIL
              WHEN 'UNEMHIST'
                 READ HIST-OUT
                    AT END SET TRAIL-EOF TO TRUE
                 END-READ
              WHEN 'ACCAUD'
                 READ ACCESS-HIST
                    AT END SET TRAIL-EOF TO TRUE
                 END-READ
              WHEN 'RUNHIST'
                 READ RUN-HIST NEXT
                    AT END SET TRAIL-EOF TO TRUE
                 END-READ
              WHEN 'PENDING'
                 READ PEND-FILE NEXT
                    AT END SET TRAIL-EOF TO TRUE
                 END-READ
              WHEN 'RELREG'
                 READ RELREG-FILE NEXT
                    AT END SET TRAIL-EOF TO TRUE
                 END-READ
           END-EVALUATE

           IF NOT TRAIL-EOF THEN
              ADD 1 TO ENTRY-ORDINAL
              PERFORM 5400-TAKE-ENTRY
           END-IF
           .

       5100-READ-TRAIL-END.
           EXIT.
      ******************************************************************
       5200-CLOSE-TRAIL.
           EVALUATE CUR-TRAIL
              WHEN 'UNEMHIST'
                 CLOSE HIST-OUT
              WHEN 'ACCAUD'
                 CLOSE ACCESS-HIST
              WHEN 'RUNHIST'
                 CLOSE RUN-HIST
              WHEN 'PENDING'
                 CLOSE PEND-FILE
              WHEN 'RELREG'
                 CLOSE RELREG-FILE
           END-EVALUATE
           .

       5200-CLOSE-TRAIL-END.
           EXIT.
      ******************************************************************
      * A keyed trail's record by the key its seal carries.
      ******************************************************************
       5300-READ-TRAIL-BY-KEY.
           MOVE 'N' TO ENTRY-FOUND-SW

           EVALUATE CUR-TRAIL
              WHEN 'RUNHIST'
                 MOVE ENTRY-KEY-TEXT TO RH-KEY
                 READ RUN-HIST
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET ENTRY-FOUND TO TRUE
                 END-READ
              WHEN 'PENDING'
                 MOVE ENTRY-KEY-TEXT TO PC-KEY
                 READ PEND-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET ENTRY-FOUND TO TRUE
                 END-READ
              WHEN 'RELREG'
                 MOVE ENTRY-KEY-TEXT TO RL-PERIOD
                 READ RELREG-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET ENTRY-FOUND TO TRUE
                 END-READ
           END-EVALUATE

           IF ENTRY-FOUND THEN
              PERFORM 5400-TAKE-ENTRY
           END-IF
           .

       5300-READ-TRAIL-BY-KEY-END.
           EXIT.
      ******************************************************************
       5400-TAKE-ENTRY.
           MOVE SPACES TO ENTRY-TEXT
           MOVE SPACES TO ENTRY-KEY-TEXT
           MOVE 'Y' TO ENTRY-SEALABLE-SW

           EVALUATE CUR-TRAIL
              WHEN 'UNEMHIST'
                 MOVE HIST-OUT-REC TO ENTRY-TEXT
                 MOVE 454 TO ENTRY-LEN
                 MOVE ENTRY-ORDINAL TO ENTRY-KEY-TEXT
                 MOVE HIST-AS-OF-DATE TO ENTRY-DATE
              WHEN 'ACCAUD'
                 MOVE ACCESS-HIST-REC TO ENTRY-TEXT
                 MOVE 100 TO ENTRY-LEN
                 MOVE ENTRY-ORDINAL TO ENTRY-KEY-TEXT
                 MOVE AH-DATE TO ENTRY-DATE
              WHEN 'RUNHIST'
                 MOVE RUN-HIST-REC TO ENTRY-TEXT
                 MOVE 60 TO ENTRY-LEN
                 MOVE RH-KEY TO ENTRY-KEY-TEXT
                 MOVE RH-RUN-DATE TO ENTRY-DATE
              WHEN 'PENDING'
                 *> The status is left out - an approved row
                 *> becoming applied (or held back, expired) is
                 *> expected.
                 MOVE PEND-REC TO ENTRY-TEXT
                 MOVE SPACE TO ENTRY-TEXT (14:1)
                 MOVE 500 TO ENTRY-LEN
                 MOVE PC-KEY TO ENTRY-KEY-TEXT
                 MOVE PC-STAGED-DATE TO ENTRY-DATE
                 IF NOT PC-APPROVED AND NOT PC-APPLIED
                       AND NOT PC-REJECTED
                       AND NOT (PC-EXPIRED AND PC-APPROVER NOT = SPACES)
                       THEN
                    MOVE 'N' TO ENTRY-SEALABLE-SW
                 END-IF
              WHEN 'RELREG'
                 MOVE RELREG-REC TO ENTRY-TEXT
                 MOVE 60 TO ENTRY-LEN
                 MOVE RL-PERIOD TO ENTRY-KEY-TEXT
                 MOVE RL-REL-DATE TO ENTRY-DATE
                 IF NOT RL-RELEASED THEN
                    MOVE 'N' TO ENTRY-SEALABLE-SW
                 END-IF
           END-EVALUATE
           .

       5400-TAKE-ENTRY-END.
           EXIT.
      ******************************************************************
      * The trail's header - a trail never sealed starts at
      * generation 1 with an empty chain.
      ******************************************************************
       6000-READ-HEADER.
           MOVE 'N' TO HDR-NEW-SW
           MOVE CUR-TRAIL TO CH-TRAIL
           MOVE ZERO TO CH-SEQ
           READ AUD-CHAIN
              INVALID KEY SET HDR-NEW TO TRUE
           END-READ

           IF HDR-NEW THEN
              MOVE ZERO TO HDR-LAST-SEQ HDR-GEN-START
                 HDR-GEN-ENTRIES HDR-HEAD-DIGEST
              MOVE 1 TO HDR-GEN
              GO TO 6000-READ-HEADER-END
           END-IF

           MOVE CH-LAST-SEQ TO HDR-LAST-SEQ
           MOVE CH-CUR-GEN TO HDR-GEN
           MOVE CH-GEN-START TO HDR-GEN-START
           MOVE CH-GEN-ENTRIES TO HDR-GEN-ENTRIES
           MOVE CH-HEAD-DIGEST TO HDR-HEAD-DIGEST
           .

       6000-READ-HEADER-END.
           EXIT.
      ******************************************************************
       6100-WRITE-HEADER.
           MOVE SPACES TO AUD-CHAIN-REC
           MOVE CUR-TRAIL TO CH-TRAIL CH-ALT-TRAIL
           MOVE ZERO TO CH-SEQ CH-GEN
           MOVE "HEADER" TO CH-ENTRY-KEY
           SET CH-HEADER-REC TO TRUE
           MOVE HDR-LAST-SEQ TO CH-LAST-SEQ
           MOVE HDR-GEN TO CH-CUR-GEN
           MOVE HDR-GEN-START TO CH-GEN-START
           MOVE HDR-GEN-ENTRIES TO CH-GEN-ENTRIES
           MOVE HDR-HEAD-DIGEST TO CH-HEAD-DIGEST
           MOVE RUN-DATE-TODAY TO CH-LAST-SEAL

           IF HDR-NEW THEN
              WRITE AUD-CHAIN-REC
              MOVE 'N' TO HDR-NEW-SW
           ELSE
              REWRITE AUD-CHAIN-REC
           END-IF

           IF NOT AUD-CHAIN-OK THEN
              DISPLAY "Couldn't write the " CUR-TRAIL " chain "
                 "header - STATUS " AUD-CHAIN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6100-WRITE-HEADER-END
           END-IF

           PERFORM 6150-WRITE-ANCHOR
           .

       6100-WRITE-HEADER-END.
           EXIT.
      ******************************************************************
      * Appends the header just written to the anchor file, keyed,
      * and shows it in the job log.
      ******************************************************************
       6150-WRITE-ANCHOR.
           MOVE SPACES TO AUD-ANCHOR-REC
           MOVE CUR-TRAIL TO AN-TRAIL
           MOVE HDR-GEN TO AN-GEN
           MOVE HDR-LAST-SEQ TO AN-LAST-SEQ
           MOVE HDR-HEAD-DIGEST TO AN-HEAD-DIGEST
           MOVE RUN-DATE-TODAY TO AN-SEAL-DATE
           MOVE TIME-NOW (1:6) TO AN-SEAL-TIME
           MOVE ACTING-USER TO AN-SEAL-USER

           MOVE SPACES TO DIGEST-TEXT
           MOVE AN-ANCHOR-BODY TO DIGEST-TEXT
           MOVE 60 TO DIGEST-LENGTH
           MOVE ZERO TO DIGEST-SEED
           CALL "UNEMKDIG" USING KDIG-PURPOSE DIGEST-TEXT
              DIGEST-LENGTH DIGEST-SEED DIGEST-OUT KDIG-RESULT
           MOVE DIGEST-OUT TO AN-ANCHOR-DIGEST

           WRITE AUD-ANCHOR-REC
           IF NOT AUD-ANCHOR-OK THEN
              DISPLAY "*** Couldn't anchor the " CUR-TRAIL " chain "
                 "head - STATUS " AUD-ANCHOR-STATUS
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "ANCHOR " CUR-TRAIL " gen " HDR-GEN " seq "
                 HDR-LAST-SEQ " head digest " HDR-HEAD-DIGEST
           END-IF
           .

       6150-WRITE-ANCHOR-END.
           EXIT.
      ******************************************************************
      * Seals the entry in hand as the chain's next record.
      ******************************************************************
       6200-SEAL-ENTRY.
           PERFORM 7000-DIGEST-ENTRY
              THRU 7000-DIGEST-ENTRY-END
           PERFORM 6400-LINK-RECORD
              THRU 6400-LINK-RECORD-END
           SET CH-ENTRY-REC TO TRUE

           WRITE AUD-CHAIN-REC
           IF NOT AUD-CHAIN-OK THEN
              DISPLAY "Couldn't seal " CUR-TRAIL " entry "
                 ENTRY-KEY-TEXT " - STATUS " AUD-CHAIN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6200-SEAL-ENTRY-END
           END-IF
           ADD 1 TO ENTRIES-SEALED
           .

       6200-SEAL-ENTRY-END.
           EXIT.
      ******************************************************************
      * An entry's seal in the current generation, by its entry key.
      ******************************************************************
       6300-FIND-SEAL.
           MOVE 'N' TO ENTRY-FOUND-SW
           MOVE CUR-TRAIL TO CH-ALT-TRAIL
           MOVE HDR-GEN TO CH-GEN
           MOVE ENTRY-KEY-TEXT TO CH-ENTRY-KEY
           READ AUD-CHAIN KEY IS CH-ALT-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ENTRY-FOUND TO TRUE
           END-READ
           .

       6300-FIND-SEAL-END.
           EXIT.
      ******************************************************************
      * Builds the chain's next record for ENTRY-DIGEST/-KEY-TEXT/
      * -DATE, chained onto the head, and moves the head on.
      ******************************************************************
       6400-LINK-RECORD.
           MOVE ENTRY-DIGEST TO CX-DIGEST
           MOVE ENTRY-KEY-TEXT TO CX-KEY
           MOVE ENTRY-DATE TO CX-DATE
           MOVE HDR-HEAD-DIGEST TO DIGEST-SEED
           PERFORM 7100-DIGEST-CHAIN-TEXT
              THRU 7100-DIGEST-CHAIN-TEXT-END
           MOVE DIGEST-OUT TO CHAIN-DIGEST

           ADD 1 TO HDR-LAST-SEQ
           MOVE SPACES TO AUD-CHAIN-REC
           MOVE CUR-TRAIL TO CH-TRAIL CH-ALT-TRAIL
           MOVE HDR-LAST-SEQ TO CH-SEQ
           MOVE HDR-GEN TO CH-GEN
           MOVE ENTRY-KEY-TEXT TO CH-ENTRY-KEY
           MOVE ENTRY-DATE TO CH-ENTRY-DATE
           MOVE ENTRY-DIGEST TO CH-ENTRY-DIGEST
           MOVE CHAIN-DIGEST TO CH-CHAIN-DIGEST
           MOVE RUN-DATE-TODAY TO CH-SEAL-DATE
           MOVE ACTING-USER TO CH-SEAL-USER
           MOVE CHAIN-DIGEST TO HDR-HEAD-DIGEST
           .

       6400-LINK-RECORD-END.
           EXIT.
      ******************************************************************
       7000-DIGEST-ENTRY.
           MOVE ENTRY-TEXT TO DIGEST-TEXT
           MOVE ENTRY-LEN TO DIGEST-LENGTH
           MOVE ZERO TO DIGEST-SEED
           CALL "UNEMKDIG" USING KDIG-PURPOSE DIGEST-TEXT
              DIGEST-LENGTH DIGEST-SEED DIGEST-OUT KDIG-RESULT
           MOVE DIGEST-OUT TO ENTRY-DIGEST
           .

       7000-DIGEST-ENTRY-END.
           EXIT.
      ******************************************************************
       7100-DIGEST-CHAIN-TEXT.
           MOVE CHAIN-TEXT TO DIGEST-TEXT
           MOVE 48 TO DIGEST-LENGTH
           CALL "UNEMKDIG" USING KDIG-PURPOSE DIGEST-TEXT
              DIGEST-LENGTH DIGEST-SEED DIGEST-OUT KDIG-RESULT
           .

       7100-DIGEST-CHAIN-TEXT-END.
           EXIT.
      ******************************************************************
      * The trail's first broken link - reported and alerted once.
      ******************************************************************
       8000-NOTE-BREAK.
           IF TRAIL-BROKEN THEN
              GO TO 8000-NOTE-BREAK-END
           END-IF

           SET TRAIL-BROKEN TO TRUE
           ADD 1 TO TRAILS-BROKEN

           MOVE SPACES TO ALERT-MESSAGE
           STRING "Audit chain broken: " CUR-TRAIL " at "
              BREAK-SEQ " - " BREAK-REASON
              DELIMITED BY SIZE INTO ALERT-MESSAGE
           CALL "UNEMALRT" USING "UNEMSEAL" "CHAINBRK"
              "E" ALERT-MESSAGE
           .

       8000-NOTE-BREAK-END.
           EXIT.

       END PROGRAM UNEMSEAL.
