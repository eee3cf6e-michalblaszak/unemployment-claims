      ******************************************************************
      * UNEMALWB - alert workbench transaction (TRANSID UNAL).
      ******************************************************************
      * UNEMALRT writes every alert to the ALRTHSTDD history and
      * UNEMALRP reports on them after the fact - an alert was fired
      * and forgotten, and nobody could tell whether the RECONCILE
      * MISMATCH from 02:10 had been seen. The UNEMALSW sweep loads
      * each alert onto the alert workbench (ALRTWKDD, ALWKREC.cpy);
      * this pseudo-conversational transaction is the operations
      * desk's view of it: every alert not yet closed, critical ones
      * first, then warnings, then the rest, oldest first within a
      * severity, twelve to a page (PF7 back, PF8 forward). Up to
      * 300 are listed - the critical ones before any other, newest
      * first - and the count left out is shown when there are more.
      *
      * Keying a line number with a blank action shows the alert's
      * detail on the lower half of the panel; an action works it:
      *    K - acknowledge: someone has seen it and is on it (stops
      *        UNEMALSW escalating it)
      *    S - assign it to the person keyed
      *    N - annotate it with the note keyed
      *    C - close it (an alert closed unacknowledged counts as
      *        acknowledged at the close)
      * A note keyed with any action is kept as the alert's latest
      * annotation. Every action, and every note, goes on the ACCAUD
      * access trail, so the alert's whole story is there; UNEMALRP
      * reports time-to-acknowledge and time-to-close by severity
      * from the stamps recorded here.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMACCL: the access trail - 'UNAL ACK' / 'UNAL ASSIGN' /
      *            'UNAL NOTE' / 'UNAL CLOSE' with the user and the
      *            alert, 'UNAL TEXT' with the note keyed.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  The list is browsed newest first, critical
      *                    alerts before the rest, so a full table
      *                    drops the oldest non-critical ones; how
      *                    many were left out is always shown.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMALWB.
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
      * The workbench record, laid out as ALWKREC.cpy describes it -
      * read and written here through CICS file control, so the FD
      * form of the copybook isn't used.
       01  ALWK-REC.
           05 AW-KEY.
              10 AW-DATE      PIC 9(8).
              10 AW-TIME      PIC 9(6).
              10 AW-PGM       PIC X(8).
              10 AW-EVENT     PIC X(8).
              10 AW-OCCUR     PIC 9(2).
           05 AW-SEVERITY     PIC X.
              88 AW-CRITICAL  VALUE 'E'.
           05 AW-MESSAGE      PIC X(60).
           05 AW-STATUS       PIC X.
              88 AW-OPEN         VALUE 'O'.
              88 AW-ACKNOWLEDGED VALUE 'A'.
              88 AW-CLOSED       VALUE 'C'.
           05 AW-TIER         PIC 9.
           05 AW-ASSIGNEE     PIC X(8).
           05 AW-ACK-USER     PIC X(8).
           05 AW-ACK-DATE     PIC 9(8).
           05 AW-ACK-TIME     PIC 9(6).
           05 AW-CLOSE-USER   PIC X(8).
           05 AW-CLOSE-DATE   PIC 9(8).
           05 AW-CLOSE-TIME   PIC 9(6).
           05 AW-ESC-DATE     PIC 9(8).
           05 AW-ESC-TIME     PIC 9(6).
           05 AW-NOTE         PIC X(40).
           05 AW-NOTE-USER    PIC X(8).
           05 FILLER          PIC X(11).

       01  ALWK-BROWSE-KEY PIC X(32) VALUE LOW-VALUES.
       01  ALWK-READ-KEY   PIC X(32) VALUE SPACES.

      * The alerts not closed, as browsed - the critical ones, then
      * the rest, each newest first, so a full table leaves out the
      * oldest non-critical alerts, never a new critical one.
       01  BENCH-TABLE.
           05 BENCH-ENTRY OCCURS 300 TIMES.
              10 BE-KEY.
                 15 BE-DATE  PIC 9(8).
                 15 BE-TIME  PIC 9(6).
                 15 BE-PGM   PIC X(8).
                 15 BE-EVENT PIC X(8).
                 15 BE-OCCUR PIC 9(2).
              10 BE-SEVERITY PIC X.
              10 BE-STATUS   PIC X.
              10 BE-TIER     PIC 9.
              10 BE-ASSIGNEE PIC X(8).
              10 BE-MESSAGE  PIC X(22).
       01  ENTRIES-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  ENTRY-IDX    PIC 9(3) COMP-4.
       01  BENCH-FULL-SW PIC X VALUE 'N'.
           88 BENCH-FULL VALUE 'Y'.
      * The open alerts that didn't fit, and which pass is browsing -
      * 'E' the critical alerts, 'R' the rest.
       01  ENTRIES-LEFT-OUT PIC 9(5) COMP-4 VALUE ZERO.
       01  LEFT-OUT-DISP    PIC ZZZZ9.
       01  BROWSE-PASS PIC X VALUE SPACE.
           88 PASS-CRITICAL VALUE 'E'.

      * The display order - critical first, then warnings, then
      * information, then anything else.
       01  ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 300 TIMES PIC 9(3) COMP-4.
       01  ORDERS-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  ORDER-IDX   PIC 9(3) COMP-4.

       01  SEVERITY-CODES-INIT PIC X(3) VALUE 'EWI'.
       01  SEVERITY-CODES REDEFINES SEVERITY-CODES-INIT.
           05 SC-CODE PIC X OCCURS 3 TIMES.
       01  SEV-IDX PIC 9 COMP-4.

       01  LIST-LINE-DISP.
           05 LL-NUM      PIC 9(2).
           05 FILLER      PIC X VALUE SPACE.
           05 LL-SEV      PIC X.
           05 FILLER      PIC X VALUE SPACE.
           05 LL-STATUS   PIC X(5).
           05 FILLER      PIC X VALUE SPACE.
           05 LL-DATE     PIC 9(8).
           05 FILLER      PIC X VALUE SPACE.
           05 LL-HH       PIC 9(2).
           05 FILLER      PIC X VALUE ':'.
           05 LL-MM       PIC 9(2).
           05 FILLER      PIC X VALUE SPACE.
           05 LL-EVENT    PIC X(8).
           05 FILLER      PIC X VALUE SPACE.
           05 LL-PGM      PIC X(8).
           05 FILLER      PIC X(2) VALUE ' T'.
           05 LL-TIER     PIC 9.
           05 FILLER      PIC X VALUE SPACE.
           05 LL-ASSIGNEE PIC X(8).
           05 FILLER      PIC X VALUE SPACE.
           05 LL-MESSAGE  PIC X(22).

       01  TIME-PARTS.
           05 TP-HH PIC 9(2).
           05 TP-MM PIC 9(2).
           05 TP-SS PIC 9(2).

       01  DETAIL-TEXT PIC X(79) VALUE SPACES.
       01  STATUS-TEXT PIC X(12) VALUE SPACES.

      * The panel input, captured before the outbound map is
      * cleared - UNEMWMAPO redefines UNEMWMAPI.
       01  PANEL-IN.
           05 PI-SEL    PIC X(2).
           05 PI-ACT    PIC X.
           05 PI-ASSIGN PIC X(8).
           05 PI-NOTE   PIC X(40).
       01  SEL-NUM PIC 9(2) VALUE ZERO.

       01  ACTION-VERB PIC X(7) VALUE SPACES.
       01  ACTION-DONE-SW PIC X VALUE 'N'.
           88 ACTION-DONE VALUE 'Y'.

      * The signed-on user working the desk.
       01  SIGNON-USER PIC X(8) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL - the signed-on
      * user travels in the request text, as the online lookups do.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * Now, through FORMATTIME - EIBDATE is a packed Julian date.
       01  CURR-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
       01  DATE-WORK-X  PIC X(8) VALUE SPACES.
       01  TIME-WORK-X  PIC X(6) VALUE SPACES.
       01  TODAY-DATE   PIC 9(8) VALUE ZERO.
       01  NOW-TIME     PIC 9(6) VALUE ZERO.

       01  LINE-IDX   PIC 9(2) COMP-4.
       01  PAGE-COUNT PIC 9(3) COMP-4 VALUE ZERO.
       01  PAGE-DISP  PIC Z9.
       01  PAGES-DISP PIC Z9.
       01  ENTRIES-DISP PIC ZZ9.

      * The attention keys, as EIBAID carries them - the DFHAID
      * values for PF7/PF8, kept here the way the symbolic maps are.
       77  AID-PF7 PIC X VALUE '7'.
       77  AID-PF8 PIC X VALUE '8'.

       01  CICS-RESP PIC S9(8) COMP.

      * The pseudo-conversation's state, kept in working storage -
      * the LINKAGE commarea has no addressability on first entry
      * (EIBCALEN zero), so it is only read under that test and the
      * RETURN ships this copy. The alerts on screen are remembered
      * by key, so a line number keyed refers to what the user saw.
       01  WS-COMMAREA.
           05 WCA-PAGE PIC 9(3) VALUE ZERO.
           05 WCA-SHOWN OCCURS 12 TIMES.
              10 WCA-KEY PIC X(32) VALUE SPACES.

      * The symbolic map for the UNEMWMAP panel (mapset UNEMWMAP).
       COPY UNEMWMAP.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The prior dispatch's conversation state - addressable only
      * when EIBCALEN says it was shipped.
       01  DFHCOMMAREA PIC X(387).

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
               RECEIVE MAP('UNEMWMAP') MAPSET('UNEMWMAP')
                       INTO(UNEMWMAPI)
           END-EXEC

           *> Capture the input FIRST - the outbound map redefines
           *> the inbound one, so the clear below wipes it.
           MOVE WSELI  TO PI-SEL
           MOVE WACTI  TO PI-ACT
           MOVE WASGNI TO PI-ASSIGN
           MOVE WNOTEI TO PI-NOTE

           MOVE SPACES TO UNEMWMAPO

           PERFORM 1500-START-DIALOG THRU 1500-START-DIALOG-EXIT

           *> A paging key only pages; a keyed line number is acted
           *> on before the list is collected again, so the list
           *> painted reflects the action.
           IF PI-SEL NOT = SPACES
              AND EIBAID NOT = AID-PF7 AND EIBAID NOT = AID-PF8 THEN
              PERFORM 3000-SELECT-ALERT THRU 3000-SELECT-ALERT-EXIT
           END-IF

           PERFORM 2000-BUILD-LIST THRU 2000-BUILD-LIST-EXIT
           PERFORM 2500-PAINT-PAGE THRU 2500-PAINT-PAGE-EXIT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT

           GO TO 0000-MAINLINE-EXIT
           .

       0000-MAINLINE-EXIT.
           EXEC CICS
               RETURN TRANSID('UNAL') COMMAREA(WS-COMMAREA)
           END-EXEC
           .
      ******************************************************************
      * Nothing keyed - the first entry, a bare ENTER or a paging
      * key: paint the workbench as it stands.
      ******************************************************************
       1000-FIRST-TIME.
           MOVE SPACES TO UNEMWMAPO
           MOVE SPACES TO PANEL-IN

           PERFORM 1500-START-DIALOG THRU 1500-START-DIALOG-EXIT
           PERFORM 2000-BUILD-LIST THRU 2000-BUILD-LIST-EXIT
           PERFORM 2500-PAINT-PAGE THRU 2500-PAINT-PAGE-EXIT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .

       1000-FIRST-TIME-EXIT.
           EXIT.
      ******************************************************************
      * Picks up the conversation's state and the paging key, the
      * signed-on user and the date and time now.
      ******************************************************************
       1500-START-DIALOG.
           IF EIBCALEN > ZERO THEN
              MOVE DFHCOMMAREA (1:387) TO WS-COMMAREA
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
                          TIME(TIME-WORK-X)
           END-EXEC

           MOVE DATE-WORK-X TO TODAY-DATE
           MOVE TIME-WORK-X TO NOW-TIME
           .

       1500-START-DIALOG-EXIT.
           EXIT.
      ******************************************************************
      * Collects every alert not closed - two backward browses, the
      * critical alerts first and then the rest, so the 300 held are
      * the newest of each and the critical ones always come first -
      * then orders them by severity, oldest first within one (the
      * table read back to front).
      ******************************************************************
       2000-BUILD-LIST.
           MOVE ZERO TO ENTRIES-USED
           MOVE ZERO TO ORDERS-USED
           MOVE ZERO TO ENTRIES-LEFT-OUT
           MOVE 'N' TO BENCH-FULL-SW

           MOVE 'E' TO BROWSE-PASS
           PERFORM 2050-BROWSE-PASS THRU 2050-BROWSE-PASS-EXIT
           MOVE 'R' TO BROWSE-PASS
           PERFORM 2050-BROWSE-PASS THRU 2050-BROWSE-PASS-EXIT

           PERFORM VARYING SEV-IDX FROM 1 BY 1 UNTIL SEV-IDX > 3
              PERFORM VARYING ENTRY-IDX FROM ENTRIES-USED BY -1
                    UNTIL ENTRY-IDX < 1
                 IF BE-SEVERITY (ENTRY-IDX) = SC-CODE (SEV-IDX) THEN
                    ADD 1 TO ORDERS-USED
                    MOVE ENTRY-IDX TO ORDER-ENTRY (ORDERS-USED)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING ENTRY-IDX FROM ENTRIES-USED BY -1
                 UNTIL ENTRY-IDX < 1
              IF BE-SEVERITY (ENTRY-IDX) NOT = 'E'
                 AND BE-SEVERITY (ENTRY-IDX) NOT = 'W'
                 AND BE-SEVERITY (ENTRY-IDX) NOT = 'I' THEN
                 ADD 1 TO ORDERS-USED
                 MOVE ENTRY-IDX TO ORDER-ENTRY (ORDERS-USED)
              END-IF
           END-PERFORM
           .

       2000-BUILD-LIST-EXIT.
           EXIT.
      ******************************************************************
      * One backward browse of the workbench from its last key,
      * taking the open alerts of this pass - the critical ones, or
      * all the others.
      ******************************************************************
       2050-BROWSE-PASS.
           MOVE HIGH-VALUES TO ALWK-BROWSE-KEY

           EXEC CICS
               STARTBR FILE('ALRTWKDD') RIDFLD(ALWK-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 2050-BROWSE-PASS-EXIT
           END-IF

           PERFORM WITH TEST BEFORE
                 UNTIL CICS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS
                  READPREV FILE('ALRTWKDD') INTO(ALWK-REC)
                           RIDFLD(ALWK-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP = DFHRESP(NORMAL) AND NOT AW-CLOSED
                 AND (PASS-CRITICAL AND AW-CRITICAL
                   OR NOT PASS-CRITICAL AND NOT AW-CRITICAL) THEN
                 PERFORM 2100-ADD-ENTRY THRU 2100-ADD-ENTRY-EXIT
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('ALRTWKDD') RESP(CICS-RESP)
           END-EXEC
           .

       2050-BROWSE-PASS-EXIT.
           EXIT.
      ******************************************************************
       2100-ADD-ENTRY.
           IF ENTRIES-USED >= 300 THEN
              SET BENCH-FULL TO TRUE
              ADD 1 TO ENTRIES-LEFT-OUT
              GO TO 2100-ADD-ENTRY-EXIT
           END-IF

           ADD 1 TO ENTRIES-USED
           MOVE AW-KEY TO BE-KEY (ENTRIES-USED)
           MOVE AW-SEVERITY TO BE-SEVERITY (ENTRIES-USED)
           MOVE AW-STATUS TO BE-STATUS (ENTRIES-USED)
           MOVE AW-TIER TO BE-TIER (ENTRIES-USED)
           MOVE AW-ASSIGNEE TO BE-ASSIGNEE (ENTRIES-USED)
           MOVE AW-MESSAGE TO BE-MESSAGE (ENTRIES-USED)
           .

       2100-ADD-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      * Paints the page being viewed and remembers its alerts' keys
      * in the COMMAREA.
      ******************************************************************
       2500-PAINT-PAGE.
           MOVE SIGNON-USER TO WUSERO

           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 12
              MOVE SPACES TO WCA-SHOWN (LINE-IDX)
           END-PERFORM

           IF ORDERS-USED = ZERO THEN
              MOVE ZERO TO WCA-PAGE
              MOVE SPACES TO WPAGEO
              IF WMSGO = SPACES THEN
                 MOVE "No open alerts." TO WMSGO
              END-IF
              GO TO 2500-PAINT-PAGE-EXIT
           END-IF

           COMPUTE PAGE-COUNT = (ORDERS-USED + 11) / 12
           IF WCA-PAGE >= PAGE-COUNT THEN
              COMPUTE WCA-PAGE = PAGE-COUNT - 1
           END-IF

           PERFORM VARYING LINE-IDX FROM 1 BY 1 UNTIL LINE-IDX > 12
              COMPUTE ORDER-IDX = WCA-PAGE * 12 + LINE-IDX
              IF ORDER-IDX <= ORDERS-USED THEN
                 MOVE ORDER-ENTRY (ORDER-IDX) TO ENTRY-IDX
                 PERFORM 2600-FORMAT-LINE THRU 2600-FORMAT-LINE-EXIT
              END-IF
           END-PERFORM

           COMPUTE PAGE-DISP = WCA-PAGE + 1
           MOVE PAGE-COUNT TO PAGES-DISP
           MOVE ORDERS-USED TO ENTRIES-DISP
           STRING "PAGE " PAGE-DISP " OF " PAGES-DISP
              " (" ENTRIES-DISP ")"
              DELIMITED BY SIZE INTO WPAGEO
      * A '+' after the count whenever alerts were left out - the
      * message line says how many unless an action's reply is on it.
           IF BENCH-FULL THEN
              MOVE '+' TO WPAGEO (20:1)
           END-IF

           IF WMSGO = SPACES THEN
              IF BENCH-FULL THEN
                 MOVE ENTRIES-LEFT-OUT TO LEFT-OUT-DISP
                 STRING LEFT-OUT-DISP " older open alerts not listed"
                    " - close some to see them."
                    DELIMITED BY SIZE INTO WMSGO
              ELSE
                 MOVE "Line no., then K, S, N, C or blank for detail."
                    TO WMSGO
              END-IF
           END-IF
           .

       2500-PAINT-PAGE-EXIT.
           EXIT.
      ******************************************************************
       2600-FORMAT-LINE.
           MOVE LINE-IDX TO LL-NUM
           MOVE BE-SEVERITY (ENTRY-IDX) TO LL-SEV
           IF BE-STATUS (ENTRY-IDX) = 'A' THEN
              MOVE 'ACK' TO LL-STATUS
           ELSE
              MOVE 'OPEN' TO LL-STATUS
           END-IF
           MOVE BE-DATE (ENTRY-IDX) TO LL-DATE
           MOVE BE-TIME (ENTRY-IDX) TO TIME-PARTS
           MOVE TP-HH TO LL-HH
           MOVE TP-MM TO LL-MM
           MOVE BE-EVENT (ENTRY-IDX) TO LL-EVENT
           MOVE BE-PGM (ENTRY-IDX) TO LL-PGM
           MOVE BE-TIER (ENTRY-IDX) TO LL-TIER
           MOVE BE-ASSIGNEE (ENTRY-IDX) TO LL-ASSIGNEE
           MOVE BE-MESSAGE (ENTRY-IDX) TO LL-MESSAGE

           MOVE LIST-LINE-DISP TO WLINEO (LINE-IDX)
           MOVE BE-KEY (ENTRY-IDX) TO WCA-KEY (LINE-IDX)
           .

       2600-FORMAT-LINE-EXIT.
           EXIT.
      ******************************************************************
      * A line number was keyed - show the alert, or work it.
      ******************************************************************
       3000-SELECT-ALERT.
           IF PI-SEL (2:1) = SPACE THEN
              MOVE PI-SEL (1:1) TO PI-SEL (2:1)
              MOVE '0' TO PI-SEL (1:1)
           END-IF

           IF PI-SEL IS NOT NUMERIC THEN
              MOVE "Key the line number (01-12) of the alert." TO WMSGO
              GO TO 3000-SELECT-ALERT-EXIT
           END-IF

           MOVE PI-SEL TO SEL-NUM
           IF SEL-NUM < 1 OR SEL-NUM > 12 THEN
              MOVE "Key the line number (01-12) of the alert." TO WMSGO
              GO TO 3000-SELECT-ALERT-EXIT
           END-IF

           IF WCA-KEY (SEL-NUM) = SPACES THEN
              MOVE "No alert on that line." TO WMSGO
              GO TO 3000-SELECT-ALERT-EXIT
           END-IF

           EVALUATE PI-ACT
              WHEN SPACE
                 PERFORM 3100-SHOW-DETAIL THRU 3100-SHOW-DETAIL-EXIT
              WHEN 'K'
              WHEN 'S'
              WHEN 'N'
              WHEN 'C'
                 PERFORM 4000-WORK-ALERT THRU 4000-WORK-ALERT-EXIT
              WHEN OTHER
                 MOVE "Action is K, S, N, C or blank for the detail."
                    TO WMSGO
           END-EVALUATE
           .

       3000-SELECT-ALERT-EXIT.
           EXIT.
      ******************************************************************
      * The selected alert's detail, on the lower half of the panel.
      ******************************************************************
       3100-SHOW-DETAIL.
           MOVE WCA-KEY (SEL-NUM) TO ALWK-READ-KEY

           EXEC CICS
               READ FILE('ALRTWKDD') INTO(ALWK-REC)
                    RIDFLD(ALWK-READ-KEY) RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The alert is no longer on the workbench." TO WMSGO
              GO TO 3100-SHOW-DETAIL-EXIT
           END-IF

           MOVE AW-MESSAGE TO DETAIL-TEXT
           MOVE DETAIL-TEXT TO WDETLO (1)

           MOVE SPACES TO DETAIL-TEXT
           STRING "Raised " AW-DATE " " AW-TIME " by " AW-PGM
              " event " AW-EVENT " severity " AW-SEVERITY
              " tier " AW-TIER
              DELIMITED BY SIZE INTO DETAIL-TEXT
           MOVE DETAIL-TEXT TO WDETLO (2)

           EVALUATE TRUE
              WHEN AW-OPEN
                 MOVE 'OPEN' TO STATUS-TEXT
              WHEN AW-ACKNOWLEDGED
                 MOVE 'ACKNOWLEDGED' TO STATUS-TEXT
              WHEN OTHER
                 MOVE 'CLOSED' TO STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO DETAIL-TEXT
           IF AW-ACK-DATE > ZERO THEN
              STRING STATUS-TEXT " - acknowledged by " AW-ACK-USER
                 " " AW-ACK-DATE " " AW-ACK-TIME
                 ", assigned to " AW-ASSIGNEE
                 DELIMITED BY SIZE INTO DETAIL-TEXT
           ELSE
              STRING STATUS-TEXT " - not acknowledged"
                 ", assigned to " AW-ASSIGNEE
                 DELIMITED BY SIZE INTO DETAIL-TEXT
           END-IF
           MOVE DETAIL-TEXT TO WDETLO (3)

           MOVE SPACES TO DETAIL-TEXT
           IF AW-NOTE NOT = SPACES THEN
              STRING "Note (" AW-NOTE-USER "): " AW-NOTE
                 DELIMITED BY SIZE INTO DETAIL-TEXT
           ELSE
              MOVE "No notes." TO DETAIL-TEXT
           END-IF
           MOVE DETAIL-TEXT TO WDETLO (4)

           MOVE "Key the line with K, S, N or C to work the alert."
              TO WMSGO
           .

       3100-SHOW-DETAIL-EXIT.
           EXIT.
      ******************************************************************
      * Acknowledges, assigns, annotates or closes the selected
      * alert, and puts the action and any note on the access trail.
      ******************************************************************
       4000-WORK-ALERT.
           IF PI-ACT = 'S' AND PI-ASSIGN = SPACES THEN
              MOVE "Key the person to assign the alert to." TO WMSGO
              GO TO 4000-WORK-ALERT-EXIT
           END-IF

           IF PI-ACT = 'N' AND PI-NOTE = SPACES THEN
              MOVE "Key the note to annotate the alert with." TO WMSGO
              GO TO 4000-WORK-ALERT-EXIT
           END-IF

           MOVE 'N' TO ACTION-DONE-SW
           MOVE WCA-KEY (SEL-NUM) TO ALWK-READ-KEY

           EXEC CICS
               READ FILE('ALRTWKDD') INTO(ALWK-REC)
                    RIDFLD(ALWK-READ-KEY) UPDATE
                    RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The alert is no longer on the workbench." TO WMSGO
              GO TO 4000-WORK-ALERT-EXIT
           END-IF

           IF AW-CLOSED THEN
              EXEC CICS
                  UNLOCK FILE('ALRTWKDD')
              END-EXEC
              MOVE "The alert has been closed since it was listed."
                 TO WMSGO
              GO TO 4000-WORK-ALERT-EXIT
           END-IF

           IF PI-ACT = 'K' AND NOT AW-OPEN THEN
              EXEC CICS
                  UNLOCK FILE('ALRTWKDD')
              END-EXEC
              MOVE "The alert is already acknowledged." TO WMSGO
              GO TO 4000-WORK-ALERT-EXIT
           END-IF

           EVALUATE PI-ACT
              WHEN 'K'
                 MOVE 'ACK' TO ACTION-VERB
                 PERFORM 4100-ACKNOWLEDGE THRU 4100-ACKNOWLEDGE-EXIT
                 MOVE "Alert acknowledged." TO WMSGO
              WHEN 'S'
                 MOVE 'ASSIGN' TO ACTION-VERB
                 MOVE PI-ASSIGN TO AW-ASSIGNEE
                 STRING "Alert assigned to " PI-ASSIGN "."
                    DELIMITED BY SIZE INTO WMSGO
              WHEN 'N'
                 MOVE 'NOTE' TO ACTION-VERB
                 MOVE "Note added to the alert." TO WMSGO
              WHEN OTHER
                 MOVE 'CLOSE' TO ACTION-VERB
                 IF AW-OPEN THEN
                    PERFORM 4100-ACKNOWLEDGE
                       THRU 4100-ACKNOWLEDGE-EXIT
                 END-IF
                 SET AW-CLOSED TO TRUE
                 MOVE SIGNON-USER TO AW-CLOSE-USER
                 MOVE TODAY-DATE TO AW-CLOSE-DATE
                 MOVE NOW-TIME TO AW-CLOSE-TIME
                 MOVE "Alert closed." TO WMSGO
           END-EVALUATE

           IF PI-NOTE NOT = SPACES THEN
              MOVE PI-NOTE TO AW-NOTE
              MOVE SIGNON-USER TO AW-NOTE-USER
           END-IF

           EXEC CICS
               REWRITE FILE('ALRTWKDD') FROM(ALWK-REC)
                       RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "Couldn't record the action - try again." TO WMSGO
              GO TO 4000-WORK-ALERT-EXIT
           END-IF

           MOVE SPACES TO AUDIT-REQUEST
           STRING "UNAL " ACTION-VERB " " SIGNON-USER " " AW-EVENT
              " " AW-DATE AW-TIME AW-OCCUR
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMALWB" AUDIT-REQUEST

           IF PI-NOTE NOT = SPACES THEN
              MOVE SPACES TO AUDIT-REQUEST
              STRING "UNAL TEXT " SIGNON-USER " " PI-NOTE
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING "UNEMALWB" AUDIT-REQUEST
           END-IF
           .

       4000-WORK-ALERT-EXIT.
           EXIT.
      ******************************************************************
       4100-ACKNOWLEDGE.
           SET AW-ACKNOWLEDGED TO TRUE
           MOVE SIGNON-USER TO AW-ACK-USER
           MOVE TODAY-DATE TO AW-ACK-DATE
           MOVE NOW-TIME TO AW-ACK-TIME
           IF AW-ASSIGNEE = SPACES THEN
              MOVE SIGNON-USER TO AW-ASSIGNEE
           END-IF
           .

       4100-ACKNOWLEDGE-EXIT.
           EXIT.
      ******************************************************************
      * Repaints the panel with whatever is currently on UNEMWMAPO.
      ******************************************************************
       8000-SEND-MAP.
           EXEC CICS
               SEND MAP('UNEMWMAP') MAPSET('UNEMWMAP')
                    FROM(UNEMWMAPO) ERASE
           END-EXEC
           .

       8000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      * Generic CICS error trap - tells the operator to try again
      * rather than abending the transaction.
      ******************************************************************
       9999-CICS-ERROR.
           MOVE SPACES TO UNEMWMAPO
           MOVE "System error - contact support." TO WMSGO
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .

       9999-CICS-ERROR-EXIT.
           EXIT.

       END PROGRAM UNEMALWB.
