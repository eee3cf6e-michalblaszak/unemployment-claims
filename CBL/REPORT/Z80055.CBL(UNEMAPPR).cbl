      ******************************************************************
      * UNEMAPPR - approvals inbox transaction (TRANSID UNAP).
      ******************************************************************
      * Everything waiting on a second person used to be found by
      * asking around: a staged correction batch sat in UNEMPEND
      * until someone remembered to run APPROVE, a period waited in
      * UNEMRELR for its sign-off or release, and a control-table
      * change keyed in UNCT now waits for approval too. This
      * pseudo-conversational transaction lists, for the signed-on
      * user, every item across the three registers awaiting their
      * decision - pending UNEMPEND batches, UNEMRELR drafts to sign
      * off and signed-off periods to release, UNEMCTLE versions
      * awaiting approval - with each item's age in days, ten to a
      * page (PF7 back, PF8 forward).
      *
      * Keying a line number with a blank action shows the item's
      * detail on the lower half of the panel: a batch's rows with
      * each changed field's live and staged values, a period's
      * trail, a control-table row as keyed against the version in
      * effect now. 'A' approves the item, 'R' (with a reason)
      * rejects it:
      *    UNEMPEND - the batch's pending rows go approved, or
      *               rejected ('J'), with the user as PC-APPROVER.
      *    UNEMRELR - the draft is signed off, the signed-off period
      *               released - or the period returned ('J') for
      *               UNEMRELR's DRAFT to reopen.
      *    UNEMCTLE - the version is approved and the row's prior
      *               open version closed on its effective date, or
      *               the version is rejected and never takes effect.
      * The maker is never the checker: an item the user staged,
      * drafted, signed off or keyed is not listed for them, and is
      * refused if selected anyway - the rule UNEMPEND's APPROVE and
      * UNEMRELR's RELEASE enforce in batch, applied here to the
      * sign-off as well. Every decision, and its reason, goes on
      * the ACCAUD access trail.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMACCL: the access trail - 'UNAP APPROVE' / 'UNAP REJECT'
      *            with the user and the item, 'UNAP REASON' with the
      *            reason keyed.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMAPPR.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-25.

      *========================
       ENVIRONMENT DIVISION.
      *========================
       CONFIGURATION SECTION.
      *------------------------
      * SOURCE-COMPUTER.
      *     IBM-SYSTEM WITH DEBUGGING MODE.

      *========================
       DATA DIVISION.
      *========================
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      * The three registers' records, laid out as PENDREC.cpy,
      * RELREC.cpy and CTLEREC.cpy describe them - read and written
      * here through CICS file control, so the FD forms of the
      * copybooks aren't used.
       01  PEND-REC.
           05 PC-KEY.
              10 PC-BATCH-ID PIC X(8).
              10 PC-SEQ      PIC 9(4).
           05 PC-ACTION      PIC X.
              88 PC-ACTION-ADD-UPD VALUE 'U'.
              88 PC-ACTION-DELETE  VALUE 'D'.
              88 PC-ACTION-PURGE   VALUE 'P'.
              88 PC-ACTION-RETAIN  VALUE 'R'.
           05 PC-STATUS      PIC X.
              88 PC-PENDING  VALUE 'P'.
              88 PC-APPROVED VALUE 'A'.
              88 PC-APPLIED  VALUE 'D'.
              88 PC-EXPIRED  VALUE 'X'.
              88 PC-REJECTED VALUE 'J'.
           05 PC-MAKER       PIC X(8).
           05 PC-APPROVER    PIC X(8).
           05 PC-STAGED-DATE PIC 9(8).
           05 PC-PAYLOAD     PIC X(446).
           05 FILLER         PIC X(16).

       01  RELREG-REC.
           05 RL-PERIOD     PIC X(7).
           05 RL-STATUS     PIC X.
              88 RL-DRAFT      VALUE 'D'.
              88 RL-SIGNED-OFF VALUE 'S'.
              88 RL-RELEASED   VALUE 'R'.
              88 RL-RETURNED   VALUE 'J'.
           05 RL-DRAFT-USER PIC X(8).
           05 RL-DRAFT-DATE PIC 9(8).
           05 RL-SIGN-USER  PIC X(8).
           05 RL-SIGN-DATE  PIC 9(8).
           05 RL-REL-USER   PIC X(8).
           05 RL-REL-DATE   PIC 9(8).
           05 FILLER        PIC X(4).

       01  CTLE-REC.
           05 CT-KEY.
              10 CT-TABLE    PIC X(8).
              10 CT-ROW-KEY  PIC X(20).
              10 CT-EFF-DATE PIC 9(8).
           05 CT-ROW-IMAGE   PIC X(80).
           05 CT-END-DATE    PIC 9(8).
           05 CT-USER        PIC X(8).
           05 CT-STAMP-DATE  PIC 9(8).
           05 CT-STAMP-TIME  PIC 9(6).
           05 CT-APPR-STATUS PIC X.
              88 CT-APPR-PENDING  VALUE 'P'.
              88 CT-APPR-APPROVED VALUE 'A' ' '.
              88 CT-APPR-REJECTED VALUE 'R'.
           05 FILLER         PIC X(3).

      * Browse and read keys - kept apart from the records, which
      * the reads overwrite.
       01  PEND-BROWSE-KEY.
           05 PBK-BATCH-ID PIC X(8).
           05 PBK-SEQ      PIC 9(4).
       01  RELREG-BROWSE-KEY PIC X(7).
       01  CTLE-BROWSE-KEY.
           05 CBK-TABLE    PIC X(8).
           05 CBK-ROW-KEY  PIC X(20).
           05 CBK-EFF-DATE PIC 9(8).
       01  LIVE-KEY PIC X(10).

      * The control-table version being shown or decided, and the
      * row's version open now.
       01  NEW-CT-KEY.
           05 NCK-TABLE    PIC X(8).
           05 NCK-ROW-KEY  PIC X(20).
           05 NCK-EFF-DATE PIC 9(8).
       01  NEW-EFF-DATE  PIC 9(8) VALUE ZERO.
       01  NEW-ROW-IMAGE PIC X(80) VALUE SPACES.
       01  NEW-ROW-USER  PIC X(8) VALUE SPACES.
       01  NEW-ROW-STAMP PIC 9(8) VALUE ZERO.
       01  OPEN-VERSION-KEY PIC X(36) VALUE SPACES.
       01  OPEN-VERSION-EFF PIC 9(8) VALUE ZERO.
       01  OPEN-ROW-IMAGE   PIC X(80) VALUE SPACES.
       01  OPEN-VERSION-SW PIC X VALUE 'N'.
           88 OPEN-VERSION-FOUND VALUE 'Y'.

      * The staged and live records mapped positionally for the
      * per-field comparison, the way UNEMPROM maps its own.
       01  NEW-PAYLOAD PIC X(446) VALUE SPACES.
       01  NEW-MAP REDEFINES NEW-PAYLOAD.
           05 NM-RECORD-ID PIC X(8).
           05 NM-STATE     PIC X(2).
           05 NM-DATE      PIC X(10).
           05 NM-FREQ      PIC X.
           05 NM-COUNT-AREA.
              10 NM-COUNT OCCURS 44 TIMES PIC 9(7).
           05 NM-LABOR     PIC 9(9).
           05 NM-INITIAL   PIC 9(7).
           05 NM-CONTIN    PIC 9(7).

       01  LIVE-PAYLOAD PIC X(446) VALUE SPACES.
       01  LIVE-MAP REDEFINES LIVE-PAYLOAD.
           05 LM-RECORD-ID PIC X(8).
           05 LM-STATE     PIC X(2).
           05 LM-DATE      PIC X(10).
           05 LM-FREQ      PIC X.
           05 LM-COUNT-AREA.
              10 LM-COUNT OCCURS 44 TIMES PIC 9(7).
           05 LM-LABOR     PIC 9(9).
           05 LM-INITIAL   PIC 9(7).
           05 LM-CONTIN    PIC 9(7).

       01  FIELD-IDX        PIC 9(2) COMP-4.
       01  FIELDS-DIFFERING PIC 9(2) COMP-4 VALUE ZERO.

      * The items awaiting the user, collected from the three
      * registers on every dispatch.
       01  INBOX-TABLE.
           05 INBOX-ENTRY OCCURS 200 TIMES.
              10 IT-KIND  PIC X(4).
              10 IT-KEY   PIC X(36).
              10 IT-WHAT  PIC X(8).
              10 IT-REF   PIC X(38).
              10 IT-MAKER PIC X(8).
              10 IT-DATE  PIC 9(8).
       01  ITEMS-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  ITEM-IDX   PIC 9(3) COMP-4.
       01  INBOX-FULL-SW PIC X VALUE 'N'.
           88 INBOX-FULL VALUE 'Y'.

       01  NEW-ITEM.
           05 NI-KIND  PIC X(4).
           05 NI-KEY   PIC X(36).
           05 NI-WHAT  PIC X(8).
           05 NI-REF   PIC X(38).
           05 NI-MAKER PIC X(8).
           05 NI-DATE  PIC 9(8).

      * The UNEMPEND batch being gathered while the register is
      * listed - one inbox item per batch with rows still pending.
       01  LIST-BATCH.
           05 LB-BATCH-ID PIC X(8).
           05 LB-WHAT     PIC X(8).
           05 LB-MAKER    PIC X(8).
           05 LB-DATE     PIC 9(8).
           05 LB-PENDING  PIC 9(4) COMP-4.
           05 LB-OWN-SW   PIC X.
              88 LB-OWN-WORK VALUE 'Y'.

       01  LIST-LINE-DISP.
           05 LL-NUM   PIC 9(2).
           05 FILLER   PIC X VALUE SPACE.
           05 LL-WHAT  PIC X(8).
           05 FILLER   PIC X VALUE SPACE.
           05 LL-REF   PIC X(38).
           05 FILLER   PIC X(4) VALUE ' by '.
           05 LL-MAKER PIC X(8).
           05 FILLER   PIC X VALUE SPACE.
           05 LL-AGE   PIC ZZ9.
           05 FILLER   PIC X(5) VALUE ' days'.

       01  FIELD-DIFF-DISP.
           05 DF-SEQ   PIC 9(4).
           05 FILLER   PIC X VALUE SPACE.
           05 DF-KEY   PIC X(10).
           05 FILLER   PIC X(7) VALUE ' field '.
           05 DF-FIELD PIC 9(2).
           05 FILLER   PIC X(7) VALUE ' live: '.
           05 DF-LIVE  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER   PIC X(9) VALUE ' staged: '.
           05 DF-NEW   PIC ZZZ,ZZZ,ZZ9.

       01  DETAIL-TEXT PIC X(78) VALUE SPACES.
       01  DETAIL-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  DETAIL-MORE-SW PIC X VALUE 'N'.
           88 DETAIL-MORE VALUE 'Y'.
       01  STATUS-TEXT PIC X(10) VALUE SPACES.

      * The panel input, captured before the outbound map is
      * cleared - UNEMAMAPO redefines UNEMAMAPI.
       01  PANEL-IN.
           05 PI-SEL    PIC X(2).
           05 PI-ACT    PIC X.
           05 PI-REASON PIC X(39).
       01  SEL-NUM PIC 9(2) VALUE ZERO.

      * The decision taken on the selected item.
       01  DECISION-SW PIC X VALUE 'N'.
           88 DECISION-MADE VALUE 'Y'.
       01  DECISION-VERB  PIC X(8) VALUE SPACES.
       01  DECISION-REF   PIC X(38) VALUE SPACES.
       01  DECIDE-BATCH-ID PIC X(8) VALUE SPACES.
       01  ROWS-PENDING   PIC 9(4) COMP-4 VALUE ZERO.
       01  ROWS-DECIDED   PIC 9(4) COMP-4 VALUE ZERO.
       01  ROWS-DISP      PIC Z,ZZ9.
       01  OWN-WORK-SW PIC X VALUE 'N'.
           88 OWN-WORK VALUE 'Y'.
       01  PEND-DONE-SW PIC X VALUE 'N'.
           88 PEND-DONE VALUE 'Y'.

      * The signed-on user the inbox is for.
       01  SIGNON-USER PIC X(8) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL - the signed-on
      * user travels in the request text, as the online lookups do.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * Today, through FORMATTIME - EIBDATE is a packed Julian date.
       01  CURR-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
       01  DATE-WORK-X  PIC X(8) VALUE SPACES.
       01  TODAY-DATE   PIC 9(8) VALUE ZERO.

      * Day-number arithmetic for an item's age - a calendar date
      * mapped onto a monotonic day scale (year*372 + month*31 +
      * day) the way UNEMPEND ages its batches, close enough for an
      * age in days without a calendar table.
       01  DATE-TO-CONVERT PIC 9(8) VALUE ZERO.
       01  DATE-PARTS REDEFINES DATE-TO-CONVERT.
           05 DC-YYYY PIC 9(4).
           05 DC-MM   PIC 9(2).
           05 DC-DD   PIC 9(2).
       01  DAY-NUMBER    COMP-4 PIC 9(8) VALUE ZERO.
       01  TODAY-DAY-NUM COMP-4 PIC 9(8) VALUE ZERO.
       01  ITEM-AGE      COMP-4 PIC 9(8) VALUE ZERO.

       01  LINE-IDX   PIC 9(2) COMP-4.
       01  PAGE-COUNT PIC 9(3) COMP-4 VALUE ZERO.
       01  PAGE-DISP  PIC Z9.
       01  PAGES-DISP PIC Z9.
       01  ITEMS-DISP PIC ZZ9.

      * The attention keys, as EIBAID carries them - the DFHAID
      * values for PF7/PF8, kept here the way the symbolic maps are.
       77  AID-PF7 PIC X VALUE '7'.
       77  AID-PF8 PIC X VALUE '8'.

       01  CICS-RESP PIC S9(8) COMP.
       01  READ-RESP PIC S9(8) COMP.

      * The pseudo-conversation's state, kept in working storage -
      * the LINKAGE commarea has no addressability on first entry
      * (EIBCALEN zero), so it is only read under that test and the
      * RETURN ships this copy. The items on screen are remembered
      * by key, so a line number keyed refers to what the user saw
      * even if the registers moved on in between.
       01  WS-COMMAREA.
           05 WCA-PAGE PIC 9(3) VALUE ZERO.
           05 WCA-SHOWN OCCURS 10 TIMES.
              10 WCA-KIND PIC X(4) VALUE SPACES.
              10 WCA-KEY  PIC X(36) VALUE SPACES.
              10 WCA-WHAT PIC X(8) VALUE SPACES.

      * The symbolic map for the UNEMAMAP panel (mapset UNEMAMAP).
       COPY UNEMAMAP.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The prior dispatch's conversation state - addressable only
      * when EIBCALEN says it was shipped.
       01  DFHCOMMAREA PIC X(483).

      *========================
       PROCEDURE DIVISION.
      *========================
       0000-MAINLINE.
           EXEC CICS
               HANDLE CONDITION
                   MAPFAIL(1000-FIRST-TIME)
                   ERROR(9999-CICS-ERROR)
           END-EXEC

           EXEC CICS
               RECEIVE MAP('UNEMAMAP') MAPSET('UNEMAMAP')
                       INTO(UNEMAMAPI)
           END-EXEC

           *> Capture the input FIRST - the outbound map redefines
           *> the inbound one, so the clear below wipes it.
           MOVE ASELI  TO PI-SEL
           MOVE AACTI  TO PI-ACT
           MOVE AREASI TO PI-REASON

           MOVE SPACES TO UNEMAMAPO

           PERFORM 1500-START-DIALOG THRU 1500-START-DIALOG-EXIT

           *> A paging key only pages; a keyed line number is acted
           *> on before the inbox is collected again, so the list
           *> painted reflects the decision.
           IF PI-SEL NOT = SPACES
              AND EIBAID NOT = AID-PF7 AND EIBAID NOT = AID-PF8 THEN
              PERFORM 3000-SELECT-ITEM THRU 3000-SELECT-ITEM-EXIT
           END-IF

           PERFORM 2000-BUILD-INBOX THRU 2000-BUILD-INBOX-EXIT
           PERFORM 2500-PAINT-PAGE THRU 2500-PAINT-PAGE-EXIT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT

           GO TO 0000-MAINLINE-EXIT
           .

       0000-MAINLINE-EXIT.
           EXEC CICS
               RETURN TRANSID('UNAP') COMMAREA(WS-COMMAREA)
           END-EXEC
           .
      ******************************************************************
      * Nothing keyed - the first entry, a bare ENTER or a paging
      * key: paint the inbox as it stands.
      ******************************************************************
       1000-FIRST-TIME.
           MOVE SPACES TO UNEMAMAPO
           MOVE SPACES TO PANEL-IN

           PERFORM 1500-START-DIALOG THRU 1500-START-DIALOG-EXIT
           PERFORM 2000-BUILD-INBOX THRU 2000-BUILD-INBOX-EXIT
           PERFORM 2500-PAINT-PAGE THRU 2500-PAINT-PAGE-EXIT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .

       1000-FIRST-TIME-EXIT.
           EXIT.
      ******************************************************************
      * Picks up the conversation's state and the paging key, the
      * signed-on user and today's date.
      ******************************************************************
       1500-START-DIALOG.
           IF EIBCALEN > ZERO THEN
              MOVE DFHCOMMAREA (1:483) TO WS-COMMAREA
              IF EIBAID = AID-PF7 AND WCA-PAGE > ZERO THEN
                 SUBTRACT 1 FROM WCA-PAGE
              END-IF
              IF EIBAID = AID-PF8 THEN
                 ADD 1 TO WCA-PAGE
              END-IF
           END-IF

           EXEC CICS
               ASSIGN USERID(SIGNON-USER)
           END-EXEC

           EXEC CICS
               ASKTIME ABSTIME(CURR-ABSTIME)
           END-EXEC

           EXEC CICS
               FORMATTIME ABSTIME(CURR-ABSTIME)
                          YYYYMMDD(DATE-WORK-X)
           END-EXEC

           MOVE DATE-WORK-X TO TODAY-DATE
           MOVE TODAY-DATE TO DATE-TO-CONVERT
           PERFORM 5100-DATE-TO-DAY-NUMBER
              THRU 5100-DATE-TO-DAY-NUMBER-EXIT
           MOVE DAY-NUMBER TO TODAY-DAY-NUM
           .

       1500-START-DIALOG-EXIT.
           EXIT.
      ******************************************************************
      * Collects every item awaiting the user from the three
      * registers - their own work left out.
      ******************************************************************
       2000-BUILD-INBOX.
           MOVE ZERO TO ITEMS-USED
           MOVE 'N' TO INBOX-FULL-SW

           PERFORM 2100-LIST-PENDING THRU 2100-LIST-PENDING-EXIT
           PERFORM 2200-LIST-RELEASES THRU 2200-LIST-RELEASES-EXIT
           PERFORM 2300-LIST-CONTROL THRU 2300-LIST-CONTROL-EXIT
           .

       2000-BUILD-INBOX-EXIT.
           EXIT.
      ******************************************************************
      * One item per UNEMPEND batch with rows still pending, unless
      * the user staged it.
      ******************************************************************
       2100-LIST-PENDING.
           MOVE SPACES TO LB-BATCH-ID
           MOVE ZERO TO LB-PENDING
           MOVE 'N' TO LB-OWN-SW
           MOVE LOW-VALUES TO PEND-BROWSE-KEY

           EXEC CICS
               STARTBR FILE('PENDDD') RIDFLD(PEND-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 2100-LIST-PENDING-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('PENDDD') INTO(PEND-REC)
                           RIDFLD(PEND-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 IF PC-BATCH-ID NOT = LB-BATCH-ID THEN
                    PERFORM 2150-FLUSH-BATCH
                       THRU 2150-FLUSH-BATCH-EXIT
                    MOVE PC-BATCH-ID TO LB-BATCH-ID
                    MOVE ZERO TO LB-PENDING
                    MOVE 'N' TO LB-OWN-SW
                 END-IF
                 IF PC-PENDING THEN
                    PERFORM 2120-GATHER-ROW
                       THRU 2120-GATHER-ROW-EXIT
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('PENDDD') RESP(CICS-RESP)
           END-EXEC

           PERFORM 2150-FLUSH-BATCH THRU 2150-FLUSH-BATCH-EXIT
           .

       2100-LIST-PENDING-EXIT.
           EXIT.
      ******************************************************************
       2120-GATHER-ROW.
           ADD 1 TO LB-PENDING

           IF PC-MAKER = SIGNON-USER THEN
              SET LB-OWN-WORK TO TRUE
           END-IF

           IF LB-PENDING > 1 THEN
              GO TO 2120-GATHER-ROW-EXIT
           END-IF

           MOVE PC-MAKER TO LB-MAKER
           MOVE PC-STAGED-DATE TO LB-DATE
           EVALUATE TRUE
              WHEN PC-ACTION-PURGE
                 MOVE 'PURGE' TO LB-WHAT
              WHEN PC-ACTION-RETAIN
                 MOVE 'RETAIN' TO LB-WHAT
              WHEN PC-BATCH-ID (1:2) = 'RV'
                    AND PC-MAKER = 'UNEMPROM'
                 MOVE 'REVISION' TO LB-WHAT
              WHEN OTHER
                 MOVE 'CORRECT' TO LB-WHAT
           END-EVALUATE
           .

       2120-GATHER-ROW-EXIT.
           EXIT.
      ******************************************************************
       2150-FLUSH-BATCH.
           IF LB-PENDING = ZERO OR LB-OWN-WORK THEN
              GO TO 2150-FLUSH-BATCH-EXIT
           END-IF

           MOVE SPACES TO NEW-ITEM
           MOVE 'PEND' TO NI-KIND
           MOVE LB-BATCH-ID TO NI-KEY
           MOVE LB-WHAT TO NI-WHAT
           STRING "PEND " LB-BATCH-ID
              DELIMITED BY SIZE INTO NI-REF
           MOVE LB-MAKER TO NI-MAKER
           MOVE LB-DATE TO NI-DATE
           PERFORM 2900-ADD-ITEM THRU 2900-ADD-ITEM-EXIT
           .

       2150-FLUSH-BATCH-EXIT.
           EXIT.
      ******************************************************************
      * Drafts to sign off (not the drafter's) and signed-off
      * periods to release (not the signer's).
      ******************************************************************
       2200-LIST-RELEASES.
           MOVE LOW-VALUES TO RELREG-BROWSE-KEY

           EXEC CICS
               STARTBR FILE('RELREGDD') RIDFLD(RELREG-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 2200-LIST-RELEASES-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('RELREGDD') INTO(RELREG-REC)
                           RIDFLD(RELREG-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 MOVE SPACES TO NEW-ITEM
                 MOVE 'RELR' TO NI-KIND
                 MOVE RL-PERIOD TO NI-KEY
                 IF RL-DRAFT AND RL-DRAFT-USER NOT = SIGNON-USER THEN
                    MOVE 'SIGNOFF' TO NI-WHAT
                    MOVE RL-DRAFT-USER TO NI-MAKER
                    MOVE RL-DRAFT-DATE TO NI-DATE
                 END-IF
                 IF RL-SIGNED-OFF
                    AND RL-SIGN-USER NOT = SIGNON-USER THEN
                    MOVE 'RELEASE' TO NI-WHAT
                    MOVE RL-SIGN-USER TO NI-MAKER
                    MOVE RL-SIGN-DATE TO NI-DATE
                 END-IF
                 IF NI-WHAT NOT = SPACES THEN
                    STRING NI-WHAT " " RL-PERIOD
                       DELIMITED BY SIZE INTO NI-REF
                    PERFORM 2900-ADD-ITEM THRU 2900-ADD-ITEM-EXIT
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('RELREGDD') RESP(CICS-RESP)
           END-EXEC
           .

       2200-LIST-RELEASES-EXIT.
           EXIT.
      ******************************************************************
      * Control-table versions awaiting approval, not keyed by the
      * user.
      ******************************************************************
       2300-LIST-CONTROL.
           MOVE LOW-VALUES TO CTLE-BROWSE-KEY

           EXEC CICS
               STARTBR FILE('CTLEDD') RIDFLD(CTLE-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 2300-LIST-CONTROL-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('CTLEDD') INTO(CTLE-REC)
                           RIDFLD(CTLE-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL)
                 AND CT-APPR-PENDING
                 AND CT-USER NOT = SIGNON-USER THEN
                 MOVE SPACES TO NEW-ITEM
                 MOVE 'CTLE' TO NI-KIND
                 MOVE CT-KEY TO NI-KEY
                 MOVE 'CTLCHG' TO NI-WHAT
                 STRING CT-TABLE " " CT-ROW-KEY " " CT-EFF-DATE
                    DELIMITED BY SIZE INTO NI-REF
                 MOVE CT-USER TO NI-MAKER
                 MOVE CT-STAMP-DATE TO NI-DATE
                 PERFORM 2900-ADD-ITEM THRU 2900-ADD-ITEM-EXIT
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('CTLEDD') RESP(CICS-RESP)
           END-EXEC
           .

       2300-LIST-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      * Paints the page being viewed and remembers its items' keys
      * in the COMMAREA.
      ******************************************************************
       2500-PAINT-PAGE.
           MOVE SIGNON-USER TO AUSERO

           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 10
              MOVE SPACES TO WCA-SHOWN (LINE-IDX)
           END-PERFORM

           IF ITEMS-USED = ZERO THEN
              MOVE ZERO TO WCA-PAGE
              MOVE SPACES TO APAGEO
              IF AMSGO = SPACES THEN
                 MOVE "Nothing is awaiting your approval." TO AMSGO
              END-IF
              GO TO 2500-PAINT-PAGE-EXIT
           END-IF

           COMPUTE PAGE-COUNT = (ITEMS-USED + 9) / 10
           IF WCA-PAGE >= PAGE-COUNT THEN
              COMPUTE WCA-PAGE = PAGE-COUNT - 1
           END-IF

           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 10
              COMPUTE ITEM-IDX = WCA-PAGE * 10 + LINE-IDX
              IF ITEM-IDX <= ITEMS-USED THEN
                 PERFORM 2600-FORMAT-LINE THRU 2600-FORMAT-LINE-EXIT
              END-IF
           END-PERFORM

           COMPUTE PAGE-DISP = WCA-PAGE + 1
           MOVE PAGE-COUNT TO PAGES-DISP
           MOVE ITEMS-USED TO ITEMS-DISP
           STRING "PAGE " PAGE-DISP " OF " PAGES-DISP
              " (" ITEMS-DISP ")"
              DELIMITED BY SIZE INTO APAGEO

           IF AMSGO = SPACES THEN
              IF INBOX-FULL THEN
                 MOVE "Over 200 items waiting - decide some, ENTER."
                    TO AMSGO
              ELSE
                 MOVE "Line no., then A, R with a reason, or blank."
                    TO AMSGO
              END-IF
           END-IF
           .

       2500-PAINT-PAGE-EXIT.
           EXIT.
      ******************************************************************
       2600-FORMAT-LINE.
           MOVE LINE-IDX TO LL-NUM
           MOVE IT-WHAT (ITEM-IDX) TO LL-WHAT
           MOVE IT-REF (ITEM-IDX) TO LL-REF
           MOVE IT-MAKER (ITEM-IDX) TO LL-MAKER

           MOVE IT-DATE (ITEM-IDX) TO DATE-TO-CONVERT
           PERFORM 5100-DATE-TO-DAY-NUMBER
              THRU 5100-DATE-TO-DAY-NUMBER-EXIT
           IF IT-DATE (ITEM-IDX) = ZERO
              OR DAY-NUMBER > TODAY-DAY-NUM THEN
              MOVE ZERO TO ITEM-AGE
           ELSE
              COMPUTE ITEM-AGE = TODAY-DAY-NUM - DAY-NUMBER
           END-IF
           IF ITEM-AGE > 999 THEN
              MOVE 999 TO ITEM-AGE
           END-IF
           MOVE ITEM-AGE TO LL-AGE

           MOVE LIST-LINE-DISP TO ALINEO (LINE-IDX)
           MOVE IT-KIND (ITEM-IDX) TO WCA-KIND (LINE-IDX)
           MOVE IT-KEY (ITEM-IDX) TO WCA-KEY (LINE-IDX)
           MOVE IT-WHAT (ITEM-IDX) TO WCA-WHAT (LINE-IDX)
           .

       2600-FORMAT-LINE-EXIT.
           EXIT.
      ******************************************************************
       2900-ADD-ITEM.
           IF ITEMS-USED >= 200 THEN
              SET INBOX-FULL TO TRUE
              GO TO 2900-ADD-ITEM-EXIT
           END-IF

           ADD 1 TO ITEMS-USED
           MOVE NEW-ITEM TO INBOX-ENTRY (ITEMS-USED)
           .

       2900-ADD-ITEM-EXIT.
           EXIT.
      ******************************************************************
      * A line number was keyed - show the item, or decide it.
      ******************************************************************
       3000-SELECT-ITEM.
           IF PI-SEL (2:1) = SPACE THEN
              MOVE PI-SEL (1:1) TO PI-SEL (2:1)
              MOVE '0' TO PI-SEL (1:1)
           END-IF

           IF PI-SEL IS NOT NUMERIC THEN
              MOVE "Key the line number (01-10) of the item." TO AMSGO
              GO TO 3000-SELECT-ITEM-EXIT
           END-IF

           MOVE PI-SEL TO SEL-NUM
           IF SEL-NUM < 1 OR SEL-NUM > 10 THEN
              MOVE "Key the line number (01-10) of the item." TO AMSGO
              GO TO 3000-SELECT-ITEM-EXIT
           END-IF

           IF WCA-KIND (SEL-NUM) = SPACES THEN
              MOVE "No item on that line." TO AMSGO
              GO TO 3000-SELECT-ITEM-EXIT
           END-IF

           EVALUATE PI-ACT
              WHEN SPACE
                 PERFORM 3100-SHOW-DETAIL THRU 3100-SHOW-DETAIL-EXIT
              WHEN 'A'
              WHEN 'R'
                 PERFORM 4000-DECIDE-ITEM THRU 4000-DECIDE-ITEM-EXIT
              WHEN OTHER
                 MOVE "Action is A (approve), R (reject) or blank."
                    TO AMSGO
           END-EVALUATE
           .

       3000-SELECT-ITEM-EXIT.
           EXIT.
      ******************************************************************
      * The selected item's detail, on the lower half of the panel.
      ******************************************************************
       3100-SHOW-DETAIL.
           MOVE ZERO TO DETAIL-USED
           MOVE 'N' TO DETAIL-MORE-SW
           MOVE SPACES TO DETAIL-TEXT

           EVALUATE WCA-KIND (SEL-NUM)
              WHEN 'PEND'
                 PERFORM 3200-DETAIL-PENDING
                    THRU 3200-DETAIL-PENDING-EXIT
              WHEN 'RELR'
                 PERFORM 3400-DETAIL-RELEASE
                    THRU 3400-DETAIL-RELEASE-EXIT
              WHEN 'CTLE'
                 PERFORM 3500-DETAIL-CONTROL
                    THRU 3500-DETAIL-CONTROL-EXIT
           END-EVALUATE

           IF AMSGO = SPACES THEN
              IF DETAIL-MORE THEN
                 MOVE "More rows than fit - UNEMPEND PREVIEW lists all."
                    TO AMSGO
              ELSE
                 MOVE "Key the line with A or R to decide the item."
                    TO AMSGO
              END-IF
           END-IF
           .

       3100-SHOW-DETAIL-EXIT.
           EXIT.
      ******************************************************************
      * A batch's pending rows - per changed field, the live value
      * against the staged one.
      ******************************************************************
       3200-DETAIL-PENDING.
           MOVE WCA-KEY (SEL-NUM) (1:8) TO DECIDE-BATCH-ID
           MOVE DECIDE-BATCH-ID TO PBK-BATCH-ID
           MOVE ZERO TO PBK-SEQ

           EXEC CICS
               STARTBR FILE('PENDDD') RIDFLD(PEND-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The batch is no longer on file." TO AMSGO
              GO TO 3200-DETAIL-PENDING-EXIT
           END-IF

           STRING "Batch " DECIDE-BATCH-ID
              " - pending rows, live value against staged:"
              DELIMITED BY SIZE INTO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('PENDDD') INTO(PEND-REC)
                           RIDFLD(PEND-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 IF PC-BATCH-ID NOT = DECIDE-BATCH-ID THEN
                    MOVE DFHRESP(ENDFILE) TO CICS-RESP
                 ELSE
                    IF PC-PENDING THEN
                       PERFORM 3300-DETAIL-ROW
                          THRU 3300-DETAIL-ROW-EXIT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('PENDDD') RESP(CICS-RESP)
           END-EXEC
           .

       3200-DETAIL-PENDING-EXIT.
           EXIT.
      ******************************************************************
       3300-DETAIL-ROW.
           EVALUATE TRUE
              WHEN PC-ACTION-PURGE
                 STRING PC-SEQ " PURGE authorization for the next "
                    "UNEMARCH run"
                    DELIMITED BY SIZE INTO DETAIL-TEXT
              WHEN PC-ACTION-RETAIN
                 STRING PC-SEQ " RETENTION authorization for the next "
                    "UNEMCLRT / UNEMRETN run"
                    DELIMITED BY SIZE INTO DETAIL-TEXT
              WHEN PC-ACTION-DELETE
                 STRING PC-SEQ " DELETE record " PC-PAYLOAD (1:10)
                    DELIMITED BY SIZE INTO DETAIL-TEXT
              WHEN OTHER
                 PERFORM 3350-DETAIL-CORRECTION
                    THRU 3350-DETAIL-CORRECTION-EXIT
                 GO TO 3300-DETAIL-ROW-EXIT
           END-EVALUATE

           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT
           .

       3300-DETAIL-ROW-EXIT.
           EXIT.
      ******************************************************************
      * An add/replace row against the live record - fields numbered
      * as UNEMPROM's preview numbers them (1-44 the counts in
      * PAYLOAD.cpy order, 45 labor force, 46 initial claims, 47
      * continuing claims).
      ******************************************************************
       3350-DETAIL-CORRECTION.
           MOVE PC-PAYLOAD TO NEW-PAYLOAD
           MOVE PC-PAYLOAD (1:10) TO LIVE-KEY

           EXEC CICS
               READ FILE('UNEMPLRP') INTO(LIVE-PAYLOAD)
                    RIDFLD(LIVE-KEY) KEYLENGTH(10)
                    RESP(READ-RESP)
           END-EXEC

           IF READ-RESP NOT = DFHRESP(NORMAL) THEN
              STRING PC-SEQ " ADD record " LIVE-KEY
                 " - not on the live file yet"
                 DELIMITED BY SIZE INTO DETAIL-TEXT
              PERFORM 3900-ADD-DETAIL-LINE
                 THRU 3900-ADD-DETAIL-LINE-EXIT
              GO TO 3350-DETAIL-CORRECTION-EXIT
           END-IF

           MOVE ZERO TO FIELDS-DIFFERING
           MOVE PC-SEQ TO DF-SEQ
           MOVE LIVE-KEY TO DF-KEY

           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 44
              IF NM-COUNT (FIELD-IDX) NOT = LM-COUNT (FIELD-IDX) THEN
                 MOVE FIELD-IDX TO DF-FIELD
                 MOVE LM-COUNT (FIELD-IDX) TO DF-LIVE
                 MOVE NM-COUNT (FIELD-IDX) TO DF-NEW
                 PERFORM 3390-ADD-FIELD-DIFF
                    THRU 3390-ADD-FIELD-DIFF-EXIT
              END-IF
           END-PERFORM

           IF NM-LABOR NOT = LM-LABOR THEN
              MOVE 45 TO DF-FIELD
              MOVE LM-LABOR TO DF-LIVE
              MOVE NM-LABOR TO DF-NEW
              PERFORM 3390-ADD-FIELD-DIFF THRU 3390-ADD-FIELD-DIFF-EXIT
           END-IF
           IF NM-INITIAL NOT = LM-INITIAL THEN
              MOVE 46 TO DF-FIELD
              MOVE LM-INITIAL TO DF-LIVE
              MOVE NM-INITIAL TO DF-NEW
              PERFORM 3390-ADD-FIELD-DIFF THRU 3390-ADD-FIELD-DIFF-EXIT
           END-IF
           IF NM-CONTIN NOT = LM-CONTIN THEN
              MOVE 47 TO DF-FIELD
              MOVE LM-CONTIN TO DF-LIVE
              MOVE NM-CONTIN TO DF-NEW
              PERFORM 3390-ADD-FIELD-DIFF THRU 3390-ADD-FIELD-DIFF-EXIT
           END-IF

           IF FIELDS-DIFFERING = ZERO THEN
              STRING PC-SEQ " REPLACE record " LIVE-KEY
                 " - no field changes"
                 DELIMITED BY SIZE INTO DETAIL-TEXT
              PERFORM 3900-ADD-DETAIL-LINE
                 THRU 3900-ADD-DETAIL-LINE-EXIT
           END-IF
           .

       3350-DETAIL-CORRECTION-EXIT.
           EXIT.
      ******************************************************************
       3390-ADD-FIELD-DIFF.
           ADD 1 TO FIELDS-DIFFERING
           MOVE FIELD-DIFF-DISP TO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT
           .

       3390-ADD-FIELD-DIFF-EXIT.
           EXIT.
      ******************************************************************
      * A period's trail so far and the step it waits for.
      ******************************************************************
       3400-DETAIL-RELEASE.
           MOVE WCA-KEY (SEL-NUM) (1:7) TO RELREG-BROWSE-KEY

           EXEC CICS
               READ FILE('RELREGDD') INTO(RELREG-REC)
                    RIDFLD(RELREG-BROWSE-KEY) RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The period is no longer on the register." TO AMSGO
              GO TO 3400-DETAIL-RELEASE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN RL-DRAFT
                 MOVE 'DRAFT' TO STATUS-TEXT
              WHEN RL-SIGNED-OFF
                 MOVE 'SIGNED OFF' TO STATUS-TEXT
              WHEN RL-RELEASED
                 MOVE 'RELEASED' TO STATUS-TEXT
              WHEN RL-RETURNED
                 MOVE 'RETURNED' TO STATUS-TEXT
              WHEN OTHER
                 MOVE RL-STATUS TO STATUS-TEXT
           END-EVALUATE

           STRING "Period " RL-PERIOD " - " STATUS-TEXT
              DELIMITED BY SIZE INTO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT

           STRING "Drafted    by " RL-DRAFT-USER " on " RL-DRAFT-DATE
              DELIMITED BY SIZE INTO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT

           IF RL-SIGN-DATE > ZERO THEN
              STRING "Signed off by " RL-SIGN-USER " on " RL-SIGN-DATE
                 DELIMITED BY SIZE INTO DETAIL-TEXT
              PERFORM 3900-ADD-DETAIL-LINE
                 THRU 3900-ADD-DETAIL-LINE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN RL-DRAFT
                 MOVE "Awaiting sign-off - by anyone but the drafter."
                    TO DETAIL-TEXT
              WHEN RL-SIGNED-OFF
                 MOVE "Awaiting release - by anyone but the signer."
                    TO DETAIL-TEXT
              WHEN OTHER
                 MOVE "No longer awaiting a decision." TO DETAIL-TEXT
           END-EVALUATE
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT
           .

       3400-DETAIL-RELEASE-EXIT.
           EXIT.
      ******************************************************************
      * A control-table version as keyed, against the row's version
      * open now (which the approval closes).
      ******************************************************************
       3500-DETAIL-CONTROL.
           MOVE WCA-KEY (SEL-NUM) TO NEW-CT-KEY

           EXEC CICS
               READ FILE('CTLEDD') INTO(CTLE-REC)
                    RIDFLD(NEW-CT-KEY) RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The change is no longer on file." TO AMSGO
              GO TO 3500-DETAIL-CONTROL-EXIT
           END-IF

           MOVE CT-EFF-DATE TO NEW-EFF-DATE
           MOVE CT-ROW-IMAGE TO NEW-ROW-IMAGE
           MOVE CT-USER TO NEW-ROW-USER
           MOVE CT-STAMP-DATE TO NEW-ROW-STAMP

           STRING "Table " NCK-TABLE " row " NCK-ROW-KEY
              " effective " NCK-EFF-DATE
              DELIMITED BY SIZE INTO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT

           PERFORM 3600-FIND-OPEN-VERSION
              THRU 3600-FIND-OPEN-VERSION-EXIT

           IF OPEN-VERSION-FOUND THEN
              STRING "In effect now (from " OPEN-VERSION-EFF
                 "), closed by the approval:"
                 DELIMITED BY SIZE INTO DETAIL-TEXT
              PERFORM 3900-ADD-DETAIL-LINE
                 THRU 3900-ADD-DETAIL-LINE-EXIT
              MOVE OPEN-ROW-IMAGE TO DETAIL-TEXT
              PERFORM 3900-ADD-DETAIL-LINE
                 THRU 3900-ADD-DETAIL-LINE-EXIT
           ELSE
              MOVE "No version in effect now - a new row."
                 TO DETAIL-TEXT
              PERFORM 3900-ADD-DETAIL-LINE
                 THRU 3900-ADD-DETAIL-LINE-EXIT
           END-IF

           STRING "Keyed by " NEW-ROW-USER " on " NEW-ROW-STAMP ":"
              DELIMITED BY SIZE INTO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT
           MOVE NEW-ROW-IMAGE TO DETAIL-TEXT
           PERFORM 3900-ADD-DETAIL-LINE THRU 3900-ADD-DETAIL-LINE-EXIT
           .

       3500-DETAIL-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      * Finds the row's approved version open now (end date zero),
      * other than the one effective on NEW-EFF-DATE.
      ******************************************************************
       3600-FIND-OPEN-VERSION.
           MOVE 'N' TO OPEN-VERSION-SW
           MOVE NCK-TABLE TO CBK-TABLE
           MOVE NCK-ROW-KEY TO CBK-ROW-KEY
           MOVE ZERO TO CBK-EFF-DATE

           EXEC CICS
               STARTBR FILE('CTLEDD') RIDFLD(CTLE-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 3600-FIND-OPEN-VERSION-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('CTLEDD') INTO(CTLE-REC)
                           RIDFLD(CTLE-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 IF CT-TABLE NOT = NCK-TABLE
                    OR CT-ROW-KEY NOT = NCK-ROW-KEY THEN
                    MOVE DFHRESP(ENDFILE) TO CICS-RESP
                 ELSE
                    IF CT-END-DATE = ZERO AND CT-APPR-APPROVED
                       AND CT-EFF-DATE NOT = NEW-EFF-DATE THEN
                       SET OPEN-VERSION-FOUND TO TRUE
                       MOVE CT-KEY TO OPEN-VERSION-KEY
                       MOVE CT-EFF-DATE TO OPEN-VERSION-EFF
                       MOVE CT-ROW-IMAGE TO OPEN-ROW-IMAGE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('CTLEDD') RESP(CICS-RESP)
           END-EXEC
           .

       3600-FIND-OPEN-VERSION-EXIT.
           EXIT.
      ******************************************************************
       3900-ADD-DETAIL-LINE.
           IF DETAIL-USED < 6 THEN
              ADD 1 TO DETAIL-USED
              MOVE DETAIL-TEXT TO ADETLO (DETAIL-USED)
           ELSE
              SET DETAIL-MORE TO TRUE
           END-IF
           MOVE SPACES TO DETAIL-TEXT
           .

       3900-ADD-DETAIL-LINE-EXIT.
           EXIT.
      ******************************************************************
      * Approves or rejects the selected item, and puts the decision
      * and its reason on the access trail.
      ******************************************************************
       4000-DECIDE-ITEM.
           IF PI-ACT = 'R' AND PI-REASON = SPACES THEN
              MOVE "Key a reason to reject the item." TO AMSGO
              GO TO 4000-DECIDE-ITEM-EXIT
           END-IF

           MOVE 'N' TO DECISION-SW
           MOVE SPACES TO DECISION-REF
           IF PI-ACT = 'A' THEN
              MOVE 'APPROVE' TO DECISION-VERB
           ELSE
              MOVE 'REJECT' TO DECISION-VERB
           END-IF

           EVALUATE WCA-KIND (SEL-NUM)
              WHEN 'PEND'
                 PERFORM 4100-DECIDE-PENDING
                    THRU 4100-DECIDE-PENDING-EXIT
              WHEN 'RELR'
                 PERFORM 4200-DECIDE-RELEASE
                    THRU 4200-DECIDE-RELEASE-EXIT
              WHEN 'CTLE'
                 PERFORM 4300-DECIDE-CONTROL
                    THRU 4300-DECIDE-CONTROL-EXIT
           END-EVALUATE

           IF NOT DECISION-MADE THEN
              GO TO 4000-DECIDE-ITEM-EXIT
           END-IF

           MOVE SPACES TO AUDIT-REQUEST
           STRING "UNAP " DECISION-VERB SIGNON-USER " " DECISION-REF
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMAPPR" AUDIT-REQUEST

           IF PI-REASON NOT = SPACES THEN
              MOVE SPACES TO AUDIT-REQUEST
              STRING "UNAP REASON " SIGNON-USER " " PI-REASON
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING "UNEMAPPR" AUDIT-REQUEST
           END-IF
           .

       4000-DECIDE-ITEM-EXIT.
           EXIT.
      ******************************************************************
      * A batch is decided whole, as UNEMPEND's APPROVE releases it -
      * refused outright when the user staged any of its rows.
      ******************************************************************
       4100-DECIDE-PENDING.
           MOVE WCA-KEY (SEL-NUM) (1:8) TO DECIDE-BATCH-ID
           STRING "PEND " DECIDE-BATCH-ID
              DELIMITED BY SIZE INTO DECISION-REF

           PERFORM 4110-CHECK-BATCH THRU 4110-CHECK-BATCH-EXIT

           IF OWN-WORK THEN
              MOVE "You staged this batch - a second operator decides."
                 TO AMSGO
              GO TO 4100-DECIDE-PENDING-EXIT
           END-IF

           IF ROWS-PENDING = ZERO THEN
              MOVE "The batch is no longer awaiting approval."
                 TO AMSGO
              GO TO 4100-DECIDE-PENDING-EXIT
           END-IF

           MOVE ZERO TO ROWS-DECIDED
           MOVE 'N' TO PEND-DONE-SW
           MOVE DECIDE-BATCH-ID TO PBK-BATCH-ID
           MOVE ZERO TO PBK-SEQ
           PERFORM 4150-DECIDE-NEXT-ROW THRU 4150-DECIDE-NEXT-ROW-EXIT
              UNTIL PEND-DONE

           IF ROWS-DECIDED = ZERO THEN
              MOVE "Couldn't record the decision - try again."
                 TO AMSGO
              GO TO 4100-DECIDE-PENDING-EXIT
           END-IF

           SET DECISION-MADE TO TRUE
           MOVE ROWS-DECIDED TO ROWS-DISP
           IF PI-ACT = 'A' THEN
              STRING ROWS-DISP " row(s) of batch " DECIDE-BATCH-ID
                 " approved."
                 DELIMITED BY SIZE INTO AMSGO
           ELSE
              STRING ROWS-DISP " row(s) of batch " DECIDE-BATCH-ID
                 " rejected."
                 DELIMITED BY SIZE INTO AMSGO
           END-IF
           .

       4100-DECIDE-PENDING-EXIT.
           EXIT.
      ******************************************************************
      * Counts the batch's pending rows and checks who staged them,
      * before anything is changed.
      ******************************************************************
       4110-CHECK-BATCH.
           MOVE ZERO TO ROWS-PENDING
           MOVE 'N' TO OWN-WORK-SW
           MOVE DECIDE-BATCH-ID TO PBK-BATCH-ID
           MOVE ZERO TO PBK-SEQ

           EXEC CICS
               STARTBR FILE('PENDDD') RIDFLD(PEND-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 4110-CHECK-BATCH-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READNEXT FILE('PENDDD') INTO(PEND-REC)
                           RIDFLD(PEND-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 IF PC-BATCH-ID NOT = DECIDE-BATCH-ID THEN
                    MOVE DFHRESP(ENDFILE) TO CICS-RESP
                 ELSE
                    IF PC-MAKER = SIGNON-USER THEN
                       SET OWN-WORK TO TRUE
                    END-IF
                    IF PC-PENDING THEN
                       ADD 1 TO ROWS-PENDING
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('PENDDD') RESP(CICS-RESP)
           END-EXEC
           .

       4110-CHECK-BATCH-EXIT.
           EXIT.
      ******************************************************************
      * Reads the batch's next row for update and decides it if it
      * is still pending.
      ******************************************************************
       4150-DECIDE-NEXT-ROW.
           EXEC CICS
               READ FILE('PENDDD') INTO(PEND-REC)
                    RIDFLD(PEND-BROWSE-KEY) GTEQ UPDATE
                    RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              SET PEND-DONE TO TRUE
              GO TO 4150-DECIDE-NEXT-ROW-EXIT
           END-IF

           IF PC-BATCH-ID NOT = DECIDE-BATCH-ID THEN
              EXEC CICS
                  UNLOCK FILE('PENDDD')
              END-EXEC
              SET PEND-DONE TO TRUE
              GO TO 4150-DECIDE-NEXT-ROW-EXIT
           END-IF

           IF PC-PENDING THEN
              IF PI-ACT = 'A' THEN
                 SET PC-APPROVED TO TRUE
              ELSE
                 SET PC-REJECTED TO TRUE
              END-IF
              MOVE SIGNON-USER TO PC-APPROVER
              EXEC CICS
                  REWRITE FILE('PENDDD') FROM(PEND-REC)
                          RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) THEN
                 ADD 1 TO ROWS-DECIDED
              END-IF
           ELSE
              EXEC CICS
                  UNLOCK FILE('PENDDD')
              END-EXEC
           END-IF

           IF PC-SEQ = 9999 THEN
              SET PEND-DONE TO TRUE
           ELSE
              MOVE PC-KEY TO PEND-BROWSE-KEY
              ADD 1 TO PBK-SEQ
           END-IF
           .

       4150-DECIDE-NEXT-ROW-EXIT.
           EXIT.
      ******************************************************************
      * Signs a draft off or releases a signed-off period - or
      * returns it. The step must still be the one listed, and never
      * taken by whoever took the step before it.
      ******************************************************************
       4200-DECIDE-RELEASE.
           MOVE WCA-KEY (SEL-NUM) (1:7) TO RELREG-BROWSE-KEY
           STRING WCA-WHAT (SEL-NUM) " " RELREG-BROWSE-KEY
              DELIMITED BY SIZE INTO DECISION-REF

           EXEC CICS
               READ FILE('RELREGDD') INTO(RELREG-REC)
                    RIDFLD(RELREG-BROWSE-KEY) UPDATE
                    RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The period is no longer on the register." TO AMSGO
              GO TO 4200-DECIDE-RELEASE-EXIT
           END-IF

           IF (WCA-WHAT (SEL-NUM) = 'SIGNOFF' AND NOT RL-DRAFT)
              OR (WCA-WHAT (SEL-NUM) = 'RELEASE'
                  AND NOT RL-SIGNED-OFF) THEN
              EXEC CICS
                  UNLOCK FILE('RELREGDD')
              END-EXEC
              MOVE "The period has moved on since it was listed."
                 TO AMSGO
              GO TO 4200-DECIDE-RELEASE-EXIT
           END-IF

           IF (RL-DRAFT AND RL-DRAFT-USER = SIGNON-USER)
              OR (RL-SIGNED-OFF AND RL-SIGN-USER = SIGNON-USER) THEN
              EXEC CICS
                  UNLOCK FILE('RELREGDD')
              END-EXEC
              MOVE "You took the previous step - a second person must."
                 TO AMSGO
              GO TO 4200-DECIDE-RELEASE-EXIT
           END-IF

           EVALUATE TRUE
              WHEN PI-ACT = 'R'
                 SET RL-RETURNED TO TRUE
                 MOVE "Period returned - UNEMRELR DRAFT reopens it."
                    TO AMSGO
              WHEN RL-DRAFT
                 SET RL-SIGNED-OFF TO TRUE
                 MOVE SIGNON-USER TO RL-SIGN-USER
                 MOVE TODAY-DATE TO RL-SIGN-DATE
                 MOVE "Period signed off." TO AMSGO
              WHEN OTHER
                 SET RL-RELEASED TO TRUE
                 MOVE SIGNON-USER TO RL-REL-USER
                 MOVE TODAY-DATE TO RL-REL-DATE
                 MOVE "Period released." TO AMSGO
           END-EVALUATE

           EXEC CICS
               REWRITE FILE('RELREGDD') FROM(RELREG-REC)
                       RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP = DFHRESP(NORMAL) THEN
              SET DECISION-MADE TO TRUE
           ELSE
              MOVE "Couldn't record the decision - try again."
                 TO AMSGO
           END-IF
           .

       4200-DECIDE-RELEASE-EXIT.
           EXIT.
      ******************************************************************
      * Approves a control-table version - closing the row's prior
      * open version on its effective date, as the keying used to -
      * or rejects it.
      ******************************************************************
       4300-DECIDE-CONTROL.
           MOVE WCA-KEY (SEL-NUM) TO NEW-CT-KEY
           STRING NCK-TABLE " " NCK-ROW-KEY " " NCK-EFF-DATE
              DELIMITED BY SIZE INTO DECISION-REF

           EXEC CICS
               READ FILE('CTLEDD') INTO(CTLE-REC)
                    RIDFLD(NEW-CT-KEY) UPDATE
                    RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The change is no longer on file." TO AMSGO
              GO TO 4300-DECIDE-CONTROL-EXIT
           END-IF

           IF NOT CT-APPR-PENDING THEN
              EXEC CICS
                  UNLOCK FILE('CTLEDD')
              END-EXEC
              MOVE "The change has been decided since it was listed."
                 TO AMSGO
              GO TO 4300-DECIDE-CONTROL-EXIT
           END-IF

           IF CT-USER = SIGNON-USER THEN
              EXEC CICS
                  UNLOCK FILE('CTLEDD')
              END-EXEC
              MOVE "You keyed this change - a second person decides."
                 TO AMSGO
              GO TO 4300-DECIDE-CONTROL-EXIT
           END-IF

           IF PI-ACT = 'A' THEN
              SET CT-APPR-APPROVED TO TRUE
           ELSE
              SET CT-APPR-REJECTED TO TRUE
           END-IF

           EXEC CICS
               REWRITE FILE('CTLEDD') FROM(CTLE-REC)
                       RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "Couldn't record the decision - try again."
                 TO AMSGO
              GO TO 4300-DECIDE-CONTROL-EXIT
           END-IF

           SET DECISION-MADE TO TRUE

           IF PI-ACT = 'R' THEN
              MOVE "Change rejected - it will not take effect."
                 TO AMSGO
              GO TO 4300-DECIDE-CONTROL-EXIT
           END-IF

           MOVE "Change approved - effective on its date." TO AMSGO
           MOVE NCK-EFF-DATE TO NEW-EFF-DATE
           PERFORM 4350-CLOSE-PRIOR-VERSION
              THRU 4350-CLOSE-PRIOR-VERSION-EXIT
           .

       4300-DECIDE-CONTROL-EXIT.
           EXIT.
      ******************************************************************
      * Closes the row's previously open version's validity window
      * on the approved version's effective date.
      ******************************************************************
       4350-CLOSE-PRIOR-VERSION.
           PERFORM 3600-FIND-OPEN-VERSION
              THRU 3600-FIND-OPEN-VERSION-EXIT

           IF NOT OPEN-VERSION-FOUND THEN
              GO TO 4350-CLOSE-PRIOR-VERSION-EXIT
           END-IF

           EXEC CICS
               READ FILE('CTLEDD') INTO(CTLE-REC)
                    RIDFLD(OPEN-VERSION-KEY) UPDATE
                    RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP = DFHRESP(NORMAL) THEN
              MOVE NEW-EFF-DATE TO CT-END-DATE
              EXEC CICS
                  REWRITE FILE('CTLEDD') FROM(CTLE-REC)
                          RESP(CICS-RESP)
              END-EXEC
           END-IF

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "Approved, but the prior version is still open."
                 TO AMSGO
           END-IF
           .

       4350-CLOSE-PRIOR-VERSION-EXIT.
           EXIT.
      ******************************************************************
       5100-DATE-TO-DAY-NUMBER.
           COMPUTE DAY-NUMBER =
              DC-YYYY * 372 + DC-MM * 31 + DC-DD
           .

       5100-DATE-TO-DAY-NUMBER-EXIT.
           EXIT.
      ******************************************************************
      * Repaints the panel with whatever is currently on UNEMAMAPO.
      ******************************************************************
       8000-SEND-MAP.
           EXEC CICS
               SEND MAP('UNEMAMAP') MAPSET('UNEMAMAP')
                    FROM(UNEMAMAPO) ERASE
           END-EXEC
           .

       8000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      * Generic CICS error trap - tells the operator to try again
      * rather than abending the transaction.
      ******************************************************************
       9999-CICS-ERROR.
           MOVE SPACES TO UNEMAMAPO
           MOVE "System error - contact support." TO AMSGO
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .

       9999-CICS-ERROR-EXIT.
           EXIT.

       END PROGRAM UNEMAPPR.
