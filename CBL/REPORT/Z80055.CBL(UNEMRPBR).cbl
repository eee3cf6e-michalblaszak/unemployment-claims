      ******************************************************************
      * UNEMRPBR - report repository browser transaction (TRANSID
      * UNRB).
      ******************************************************************
      * UNEMREPO captures every report the shop prints and UNEMRPRT
      * reprints one - but only as a batch job, so a question from
      * the commissioner's office about last April's delta report
      * meant a submitted job and a wait for the printout. This
      * pseudo-conversational transaction searches the repository
      * index (REPOIDX) on screen by any of:
      *    the report program,
      *    the period - the month (YYYYMM) the capture's cycle date
      *       falls in,
      *    the run date, and
      *    the cycle date,
      * sixteen captures to a page (PF7 back, PF8 forward). Keying
      * a line number shows the capture's lines (REPODAT) exactly
      * as printed, sixteen at a time: PF7/PF8 page back and
      * forward, PF10/PF11 shift between the left and right of the
      * 132-column line, a find text keyed searches forward from the
      * line after the top of the screen, and 'X' or PF3 goes back
      * to the list. 'R', on the list or while viewing, requests a
      * reprint: a request goes on the reprint request KSDS
      * (RPRQREC.cpy) and UNEMRPRT PARM='QUEUE' prints it on its
      * next run (UNEMRPQJ).
      *
      * A capture UNEMREPO marked claim-level (RIX-CONTENT - the
      * report printed claim ids or other person-level detail) is a
      * person-level read like any other: opening one to view, or
      * requesting its reprint, goes on the ACCAUD access trail.
      *
      * The CICS file definitions are REPOIDX and REPODAT for the
      * two repository clusters (batch DDs REPOIDXDD/REPODATDD) and
      * RPRQDD for the reprint requests.
      *-----------------------------------------------------------------
      * Subprograms:
      *  UNEMACCL: the access trail - 'UNRB VIEW' / 'UNRB REPRINT'
      *            with the user and the claim-level capture.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRPBR.
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
      * The repository records, laid out as UNEMREPO writes them,
      * and the reprint request as RPRQREC.cpy describes it - read
      * and written here through CICS file control.
       01  REPO-IDX-REC.
           05 RIX-KEY.
              10 RIX-PGM      PIC X(8).
              10 RIX-RUN-DATE PIC 9(8).
              10 RIX-RUN-TIME PIC 9(6).
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 FILLER REDEFINES RIX-CYCLE-DATE.
              10 RIX-CYCLE-MONTH PIC X(6).
              10 FILLER          PIC X(2).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 RIX-CONTENT     PIC X.
              88 RIX-CLAIM-LEVEL VALUE 'C'.
           05 FILLER          PIC X(13).

       01  REPO-DAT-REC.
           05 RDT-KEY.
              10 RDT-CAPTURE.
                 15 RDT-PGM      PIC X(8).
                 15 RDT-RUN-DATE PIC 9(8).
                 15 RDT-RUN-TIME PIC 9(6).
              10 RDT-LINE-SEQ PIC 9(6).
           05 RDT-LINE        PIC X(132).

       01  RPRQ-REC.
           05 RQ-KEY.
              10 RQ-REQ-DATE  PIC 9(8).
              10 RQ-REQ-TIME  PIC 9(6).
              10 RQ-USER      PIC X(8).
           05 RQ-CAPTURE.
              10 RQ-PGM       PIC X(8).
              10 RQ-RUN-DATE  PIC 9(8).
              10 RQ-RUN-TIME  PIC 9(6).
           05 RQ-STATUS       PIC X.
              88 RQ-PENDING   VALUE 'P'.
              88 RQ-DONE      VALUE 'D'.
              88 RQ-NOT-FOUND VALUE 'N'.
           05 RQ-DONE-DATE    PIC 9(8).
           05 RQ-DONE-TIME    PIC 9(6).
           05 RQ-CONTENT      PIC X.
           05 FILLER          PIC X(20).

       01  IDX-BROWSE-KEY PIC X(22) VALUE LOW-VALUES.
       01  IDX-READ-KEY   PIC X(22) VALUE SPACES.
       01  DAT-BROWSE-KEY.
           05 DBK-CAPTURE PIC X(22).
           05 DBK-SEQ     PIC 9(6).
       01  CAPTURE-KEY    PIC X(22) VALUE SPACES.

      * The captures matching the search - counted in full, kept
      * only for the page being painted.
       01  MATCHES-FOUND PIC 9(5) COMP-4 VALUE ZERO.
       01  PAGE-FIRST    PIC 9(5) COMP-4 VALUE ZERO.
       01  LINES-PAINTED PIC 9(2) COMP-4 VALUE ZERO.
       01  MATCH-SW PIC X VALUE 'N'.
           88 CAPTURE-MATCHES VALUE 'Y'.
       01  BROWSE-DONE-SW PIC X VALUE 'N'.
           88 BROWSE-DONE VALUE 'Y'.

       01  LIST-HEAD-DISP PIC X(79) VALUE
           'NO PROGRAM  RUN DATE TIME  CYCLE     LINES C PARAMETERS'.

       01  LIST-LINE-DISP.
           05 LL-NUM     PIC 9(2).
           05 FILLER     PIC X VALUE SPACE.
           05 LL-PGM     PIC X(8).
           05 FILLER     PIC X VALUE SPACE.
           05 LL-RUN     PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 LL-HH      PIC 9(2).
           05 FILLER     PIC X VALUE ':'.
           05 LL-MM      PIC 9(2).
           05 FILLER     PIC X VALUE SPACE.
           05 LL-CYCLE   PIC 9(8).
           05 FILLER     PIC X VALUE SPACE.
           05 LL-LINES   PIC ZZZZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 LL-CONTENT PIC X.
           05 FILLER     PIC X VALUE SPACE.
           05 LL-PARAMS  PIC X(30).

       01  TIME-PARTS.
           05 TP-HH PIC 9(2).
           05 TP-MM PIC 9(2).
           05 TP-SS PIC 9(2).

      * The find text and how much of it is significant.
       01  FIND-TEXT PIC X(20) VALUE SPACES.
       01  FIND-LEN  PIC 9(2) COMP-4 VALUE ZERO.
       01  FIND-HITS PIC 9(4) COMP-4 VALUE ZERO.
       01  FIND-SW PIC X VALUE 'N'.
           88 TEXT-FOUND VALUE 'Y'.

       01  SEQ-DISP   PIC ZZZZZ9.
       01  SEQ-DISP-2 PIC ZZZZZ9.
       01  SEQ-DISP-3 PIC ZZZZZ9.
       01  LAST-SEQ   PIC 9(6) VALUE ZERO.

      * The panel input, captured before the outbound map is
      * cleared - UNEMRMAPO redefines UNEMRMAPI. A search field is
      * taken only when it came in (its length non-zero), so the
      * search stands until it is rekeyed.
       01  PANEL-IN.
           05 PI-PGM    PIC X(8).
           05 PI-PER    PIC X(6).
           05 PI-RUN    PIC X(8).
           05 PI-CYC    PIC X(8).
           05 PI-SEL    PIC X(2).
           05 PI-CMD    PIC X.
           05 PI-FIND   PIC X(20).
       01  SEARCH-KEYED-SW PIC X VALUE 'N'.
           88 SEARCH-KEYED VALUE 'Y'.
       01  SEL-NUM PIC 9(2) VALUE ZERO.

      * The signed-on user browsing.
       01  SIGNON-USER PIC X(8) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL - the signed-on
      * user travels in the request text, as the online lookups do.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.
       01  AUDIT-VERB    PIC X(7) VALUE SPACES.

      * Now, through FORMATTIME - EIBDATE is a packed Julian date.
       01  CURR-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
       01  DATE-WORK-X  PIC X(8) VALUE SPACES.
       01  TIME-WORK-X  PIC X(6) VALUE SPACES.
       01  TODAY-DATE   PIC 9(8) VALUE ZERO.
       01  NOW-TIME     PIC 9(6) VALUE ZERO.

       01  LINE-IDX   PIC 9(2) COMP-4.
       01  PAGE-COUNT PIC 9(5) COMP-4 VALUE ZERO.
       01  PAGE-DISP  PIC ZZZ9.
       01  PAGES-DISP PIC ZZZ9.
       01  MATCHES-DISP PIC ZZZZ9.

      * The attention keys, as EIBAID carries them - the DFHAID
      * values for PF3/PF7/PF8/PF10/PF11, kept here the way the
      * symbolic maps are.
       77  AID-PF3  PIC X VALUE '3'.
       77  AID-PF7  PIC X VALUE '7'.
       77  AID-PF8  PIC X VALUE '8'.
       77  AID-PF10 PIC X VALUE ':'.
       77  AID-PF11 PIC X VALUE '#'.

      * How many lines a screen holds, and how far PF11 shifts the
      * 132-column line to show its right-hand end.
       77  SCREEN-LINES PIC 9(2) VALUE 16.
       77  RIGHT-SHIFT  PIC 9(3) VALUE 53.

       01  CICS-RESP PIC S9(8) COMP.

      * The pseudo-conversation's state, kept in working storage -
      * the LINKAGE commarea has no addressability on first entry
      * (EIBCALEN zero), so it is only read under that test and the
      * RETURN ships this copy. The captures on screen are
      * remembered by key, so a line number keyed refers to what
      * the user saw.
       01  WS-COMMAREA.
           05 WCA-MODE PIC X VALUE 'L'.
              88 WCA-LISTING VALUE 'L'.
              88 WCA-VIEWING VALUE 'V'.
           05 WCA-SEARCH.
              10 WCA-PGM PIC X(8) VALUE SPACES.
              10 WCA-PER PIC X(6) VALUE SPACES.
              10 WCA-RUN PIC X(8) VALUE SPACES.
              10 WCA-CYC PIC X(8) VALUE SPACES.
           05 WCA-PAGE PIC 9(3) VALUE ZERO.
           05 WCA-SHOWN OCCURS 16 TIMES.
              10 WCA-KEY PIC X(22) VALUE SPACES.
           05 WCA-VIEW-KEY     PIC X(22) VALUE SPACES.
           05 WCA-VIEW-CONTENT PIC X VALUE SPACE.
           05 WCA-TOP   PIC 9(6) VALUE ZERO.
           05 WCA-LINES PIC 9(6) VALUE ZERO.
           05 WCA-SHIFT PIC 9(3) VALUE ZERO.

      * The symbolic map for the UNEMRMAP panel (mapset UNEMRMAP).
       COPY UNEMRMAP.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The prior dispatch's conversation state - addressable only
      * when EIBCALEN says it was shipped.
       01  DFHCOMMAREA PIC X(424).

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
               RECEIVE MAP('UNEMRMAP') MAPSET('UNEMRMAP')
                       INTO(UNEMRMAPI)
           END-EXEC

           *> Capture the input FIRST - the outbound map redefines
           *> the inbound one, so the clear below wipes it.
           MOVE SPACES TO PANEL-IN
           MOVE 'N' TO SEARCH-KEYED-SW
           IF RPGML > ZERO THEN
              MOVE RPGMI TO PI-PGM
              SET SEARCH-KEYED TO TRUE
           END-IF
           IF RPERL > ZERO THEN
              MOVE RPERI TO PI-PER
              SET SEARCH-KEYED TO TRUE
           END-IF
           IF RRUNL > ZERO THEN
              MOVE RRUNI TO PI-RUN
              SET SEARCH-KEYED TO TRUE
           END-IF
           IF RCYCL > ZERO THEN
              MOVE RCYCI TO PI-CYC
              SET SEARCH-KEYED TO TRUE
           END-IF
           IF RSELL > ZERO THEN
              MOVE RSELI TO PI-SEL
           END-IF
           IF RCMDL > ZERO THEN
              MOVE RCMDI TO PI-CMD
           END-IF
           IF RFINDL > ZERO THEN
              MOVE RFINDI TO PI-FIND
           END-IF

           MOVE SPACES TO UNEMRMAPO

           PERFORM 1500-START-DIALOG THRU 1500-START-DIALOG-EXIT
           PERFORM 1700-DISPATCH THRU 1700-DISPATCH-EXIT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT

           GO TO 0000-MAINLINE-EXIT
           .

       0000-MAINLINE-EXIT.
           EXEC CICS
               RETURN TRANSID('UNRB') COMMAREA(WS-COMMAREA)
           END-EXEC
           .
      ******************************************************************
      * Nothing keyed - the first entry, a bare ENTER or an
      * attention key: the list, or the capture being viewed, as it
      * stands, paged or shifted by the key.
      ******************************************************************
       1000-FIRST-TIME.
           MOVE SPACES TO UNEMRMAPO
           MOVE SPACES TO PANEL-IN
           MOVE 'N' TO SEARCH-KEYED-SW

           PERFORM 1500-START-DIALOG THRU 1500-START-DIALOG-EXIT
           PERFORM 1700-DISPATCH THRU 1700-DISPATCH-EXIT
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .

       1000-FIRST-TIME-EXIT.
           EXIT.
      ******************************************************************
      * Picks up the conversation's state, the signed-on user and
      * the date and time now.
      ******************************************************************
       1500-START-DIALOG.
           IF EIBCALEN > ZERO THEN
              MOVE DFHCOMMAREA (1:424) TO WS-COMMAREA
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
      * Works the keyed input against the list or the capture being
      * viewed, then paints whichever is on screen afterwards.
      ******************************************************************
       1700-DISPATCH.
           IF WCA-VIEWING THEN
              PERFORM 3000-VIEW-INPUT THRU 3000-VIEW-INPUT-EXIT
           ELSE
              PERFORM 2000-LIST-INPUT THRU 2000-LIST-INPUT-EXIT
           END-IF

           IF WCA-VIEWING THEN
              PERFORM 3500-PAINT-VIEW THRU 3500-PAINT-VIEW-EXIT
           ELSE
              PERFORM 2200-BUILD-LIST THRU 2200-BUILD-LIST-EXIT
           END-IF

           MOVE SIGNON-USER TO RUSERO
           MOVE WCA-PGM TO RPGMO
           MOVE WCA-PER TO RPERO
           MOVE WCA-RUN TO RRUNO
           MOVE WCA-CYC TO RCYCO
           .

       1700-DISPATCH-EXIT.
           EXIT.
      ******************************************************************
      * On the list - a new search, a paging key, or a line number
      * to view or have reprinted.
      ******************************************************************
       2000-LIST-INPUT.
           IF SEARCH-KEYED THEN
              IF PI-PER NOT = SPACES AND PI-PER IS NOT NUMERIC THEN
                 MOVE "The period is YYYYMM." TO RMSGO
                 GO TO 2000-LIST-INPUT-EXIT
              END-IF
              IF PI-RUN NOT = SPACES AND PI-RUN IS NOT NUMERIC THEN
                 MOVE "The run date is YYYYMMDD." TO RMSGO
                 GO TO 2000-LIST-INPUT-EXIT
              END-IF
              IF PI-CYC NOT = SPACES AND PI-CYC IS NOT NUMERIC THEN
                 MOVE "The cycle date is YYYYMMDD." TO RMSGO
                 GO TO 2000-LIST-INPUT-EXIT
              END-IF
              MOVE PI-PGM TO WCA-PGM
              MOVE PI-PER TO WCA-PER
              MOVE PI-RUN TO WCA-RUN
              MOVE PI-CYC TO WCA-CYC
              MOVE ZERO TO WCA-PAGE
              GO TO 2000-LIST-INPUT-EXIT
           END-IF

           IF EIBAID = AID-PF7 AND WCA-PAGE > ZERO THEN
              SUBTRACT 1 FROM WCA-PAGE
              GO TO 2000-LIST-INPUT-EXIT
           END-IF

           IF EIBAID = AID-PF8 THEN
              ADD 1 TO WCA-PAGE
              GO TO 2000-LIST-INPUT-EXIT
           END-IF

           IF PI-SEL NOT = SPACES THEN
              PERFORM 2100-SELECT-CAPTURE
                 THRU 2100-SELECT-CAPTURE-EXIT
           END-IF
           .

       2000-LIST-INPUT-EXIT.
           EXIT.
      ******************************************************************
      * A line number was keyed on the list.
      ******************************************************************
       2100-SELECT-CAPTURE.
           IF PI-SEL (2:1) = SPACE THEN
              MOVE PI-SEL (1:1) TO PI-SEL (2:1)
              MOVE '0' TO PI-SEL (1:1)
           END-IF

           IF PI-SEL IS NOT NUMERIC THEN
              MOVE "Key the line number (01-16) of the report."
                 TO RMSGO
              GO TO 2100-SELECT-CAPTURE-EXIT
           END-IF

           MOVE PI-SEL TO SEL-NUM
           IF SEL-NUM < 1 OR SEL-NUM > SCREEN-LINES THEN
              MOVE "Key the line number (01-16) of the report."
                 TO RMSGO
              GO TO 2100-SELECT-CAPTURE-EXIT
           END-IF

           IF WCA-KEY (SEL-NUM) = SPACES THEN
              MOVE "No report on that line." TO RMSGO
              GO TO 2100-SELECT-CAPTURE-EXIT
           END-IF

           MOVE WCA-KEY (SEL-NUM) TO CAPTURE-KEY

           EVALUATE PI-CMD
              WHEN SPACE
              WHEN 'V'
                 PERFORM 2900-OPEN-VIEW THRU 2900-OPEN-VIEW-EXIT
              WHEN 'R'
                 PERFORM 4000-REQUEST-REPRINT
                    THRU 4000-REQUEST-REPRINT-EXIT
              WHEN OTHER
                 MOVE "Command is V (or blank) to view, R to reprint."
                    TO RMSGO
           END-EVALUATE
           .

       2100-SELECT-CAPTURE-EXIT.
           EXIT.
      ******************************************************************
      * The list of captures matching the search - paged past the
      * end, the last page is shown instead.
      ******************************************************************
       2200-BUILD-LIST.
           MOVE LIST-HEAD-DISP TO RHEADO

           PERFORM 2250-BROWSE-INDEX THRU 2250-BROWSE-INDEX-EXIT

           IF LINES-PAINTED = ZERO AND MATCHES-FOUND > ZERO THEN
              COMPUTE WCA-PAGE =
                 (MATCHES-FOUND + SCREEN-LINES - 1) / SCREEN-LINES - 1
              PERFORM 2250-BROWSE-INDEX THRU 2250-BROWSE-INDEX-EXIT
           END-IF

           PERFORM 2500-PAINT-LIST THRU 2500-PAINT-LIST-EXIT
           .

       2200-BUILD-LIST-EXIT.
           EXIT.
      ******************************************************************
      * Browses the index for the captures matching the search,
      * counting them all and formatting the page being viewed.
      ******************************************************************
       2250-BROWSE-INDEX.
           MOVE ZERO TO MATCHES-FOUND
           MOVE ZERO TO LINES-PAINTED
           MOVE 'N' TO BROWSE-DONE-SW
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                 UNTIL LINE-IDX > SCREEN-LINES
              MOVE SPACES TO WCA-SHOWN (LINE-IDX)
              MOVE SPACES TO RLINEO (LINE-IDX)
           END-PERFORM
           COMPUTE PAGE-FIRST = WCA-PAGE * SCREEN-LINES + 1

           MOVE LOW-VALUES TO IDX-BROWSE-KEY
           IF WCA-PGM NOT = SPACES THEN
              MOVE WCA-PGM TO IDX-BROWSE-KEY (1:8)
           END-IF

           EXEC CICS
               STARTBR FILE('REPOIDX') RIDFLD(IDX-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 2250-BROWSE-INDEX-EXIT
           END-IF

           PERFORM WITH TEST BEFORE UNTIL BROWSE-DONE
              EXEC CICS
                  READNEXT FILE('REPOIDX') INTO(REPO-IDX-REC)
                           RIDFLD(IDX-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN CICS-RESP NOT = DFHRESP(NORMAL)
                    SET BROWSE-DONE TO TRUE
                 WHEN WCA-PGM NOT = SPACES AND RIX-PGM > WCA-PGM
                    SET BROWSE-DONE TO TRUE
                 WHEN OTHER
                    PERFORM 2300-TEST-CAPTURE
                       THRU 2300-TEST-CAPTURE-EXIT
              END-EVALUATE
           END-PERFORM

           EXEC CICS
               ENDBR FILE('REPOIDX') RESP(CICS-RESP)
           END-EXEC
           .

       2250-BROWSE-INDEX-EXIT.
           EXIT.
      ******************************************************************
       2300-TEST-CAPTURE.
           MOVE 'Y' TO MATCH-SW
           IF WCA-PGM NOT = SPACES AND RIX-PGM NOT = WCA-PGM THEN
              MOVE 'N' TO MATCH-SW
           END-IF
           IF WCA-PER NOT = SPACES
              AND RIX-CYCLE-MONTH NOT = WCA-PER THEN
              MOVE 'N' TO MATCH-SW
           END-IF
           IF WCA-RUN NOT = SPACES AND RIX-RUN-DATE NOT = WCA-RUN THEN
              MOVE 'N' TO MATCH-SW
           END-IF
           IF WCA-CYC NOT = SPACES
              AND RIX-CYCLE-DATE NOT = WCA-CYC THEN
              MOVE 'N' TO MATCH-SW
           END-IF

           IF NOT CAPTURE-MATCHES THEN
              GO TO 2300-TEST-CAPTURE-EXIT
           END-IF

           ADD 1 TO MATCHES-FOUND
           IF MATCHES-FOUND >= PAGE-FIRST
              AND LINES-PAINTED < SCREEN-LINES THEN
              ADD 1 TO LINES-PAINTED
              PERFORM 2600-FORMAT-LINE THRU 2600-FORMAT-LINE-EXIT
           END-IF
           .

       2300-TEST-CAPTURE-EXIT.
           EXIT.
      ******************************************************************
      * The page footing.
      ******************************************************************
       2500-PAINT-LIST.
           IF MATCHES-FOUND = ZERO THEN
              MOVE ZERO TO WCA-PAGE
              MOVE SPACES TO RPAGEO
              IF RMSGO = SPACES THEN
                 MOVE "No captured report matches the search."
                    TO RMSGO
              END-IF
              GO TO 2500-PAINT-LIST-EXIT
           END-IF

           COMPUTE PAGE-COUNT =
              (MATCHES-FOUND + SCREEN-LINES - 1) / SCREEN-LINES

           COMPUTE PAGE-DISP = WCA-PAGE + 1
           MOVE PAGE-COUNT TO PAGES-DISP
           MOVE MATCHES-FOUND TO MATCHES-DISP
           STRING "PAGE " PAGE-DISP " OF " PAGES-DISP
              " (" MATCHES-DISP ")"
              DELIMITED BY SIZE INTO RPAGEO

           IF RMSGO = SPACES THEN
              MOVE "Line no., then V to view or R to reprint."
                 TO RMSGO
           END-IF
           .

       2500-PAINT-LIST-EXIT.
           EXIT.
      ******************************************************************
       2600-FORMAT-LINE.
           MOVE LINES-PAINTED TO LL-NUM
           MOVE RIX-PGM TO LL-PGM
           MOVE RIX-RUN-DATE TO LL-RUN
           MOVE RIX-RUN-TIME TO TIME-PARTS
           MOVE TP-HH TO LL-HH
           MOVE TP-MM TO LL-MM
           MOVE RIX-CYCLE-DATE TO LL-CYCLE
           MOVE RIX-LINE-COUNT TO LL-LINES
           MOVE RIX-CONTENT TO LL-CONTENT
           MOVE RIX-PARAMS TO LL-PARAMS

           MOVE LIST-LINE-DISP TO RLINEO (LINES-PAINTED)
           MOVE RIX-KEY TO WCA-KEY (LINES-PAINTED)
           .

       2600-FORMAT-LINE-EXIT.
           EXIT.
      ******************************************************************
      * Opens the selected capture for viewing, from its first line.
      * A claim-level capture goes on the access trail.
      ******************************************************************
       2900-OPEN-VIEW.
           MOVE CAPTURE-KEY TO IDX-READ-KEY

           EXEC CICS
               READ FILE('REPOIDX') INTO(REPO-IDX-REC)
                    RIDFLD(IDX-READ-KEY) RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The report is no longer in the repository."
                 TO RMSGO
              GO TO 2900-OPEN-VIEW-EXIT
           END-IF

           SET WCA-VIEWING TO TRUE
           MOVE RIX-KEY TO WCA-VIEW-KEY
           MOVE RIX-CONTENT TO WCA-VIEW-CONTENT
           MOVE 1 TO WCA-TOP
           MOVE RIX-LINE-COUNT TO WCA-LINES
           MOVE ZERO TO WCA-SHIFT

           IF RIX-CLAIM-LEVEL THEN
              MOVE 'VIEW' TO AUDIT-VERB
              PERFORM 7000-AUDIT-CAPTURE THRU 7000-AUDIT-CAPTURE-EXIT
           END-IF
           .

       2900-OPEN-VIEW-EXIT.
           EXIT.
      ******************************************************************
      * Viewing a capture - back to the list, a reprint, a find, or
      * a paging or shift key.
      ******************************************************************
       3000-VIEW-INPUT.
           IF EIBAID = AID-PF3 OR PI-CMD = 'X' THEN
              SET WCA-LISTING TO TRUE
              GO TO 3000-VIEW-INPUT-EXIT
           END-IF

           EVALUATE TRUE
              WHEN EIBAID = AID-PF7
                 IF WCA-TOP > SCREEN-LINES THEN
                    SUBTRACT SCREEN-LINES FROM WCA-TOP
                 ELSE
                    MOVE 1 TO WCA-TOP
                 END-IF
              WHEN EIBAID = AID-PF8
                 IF WCA-LINES = ZERO
                    OR WCA-TOP + SCREEN-LINES <= WCA-LINES THEN
                    ADD SCREEN-LINES TO WCA-TOP
                 ELSE
                    MOVE "Already at the end of the report." TO RMSGO
                 END-IF
              WHEN EIBAID = AID-PF10
                 MOVE ZERO TO WCA-SHIFT
              WHEN EIBAID = AID-PF11
                 MOVE RIGHT-SHIFT TO WCA-SHIFT
              WHEN PI-CMD = 'R'
                 MOVE WCA-VIEW-KEY TO CAPTURE-KEY
                 PERFORM 4000-REQUEST-REPRINT
                    THRU 4000-REQUEST-REPRINT-EXIT
              WHEN PI-CMD NOT = SPACE
                 MOVE "Command is R to reprint, X for the list."
                    TO RMSGO
              WHEN PI-FIND NOT = SPACES
                 PERFORM 3200-FIND-TEXT THRU 3200-FIND-TEXT-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       3000-VIEW-INPUT-EXIT.
           EXIT.
      ******************************************************************
      * Searches forward from the line after the top of the screen
      * for the text keyed; found, that line goes to the top.
      ******************************************************************
       3200-FIND-TEXT.
           MOVE PI-FIND TO FIND-TEXT
           MOVE 20 TO FIND-LEN
           PERFORM UNTIL FIND-LEN = ZERO
                 OR FIND-TEXT (FIND-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM FIND-LEN
           END-PERFORM

           MOVE 'N' TO FIND-SW
           MOVE 'N' TO BROWSE-DONE-SW
           MOVE WCA-VIEW-KEY TO DBK-CAPTURE
           COMPUTE DBK-SEQ = WCA-TOP + 1

           EXEC CICS
               STARTBR FILE('REPODAT') RIDFLD(DAT-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              SET BROWSE-DONE TO TRUE
           END-IF

           PERFORM WITH TEST BEFORE UNTIL BROWSE-DONE
              EXEC CICS
                  READNEXT FILE('REPODAT') INTO(REPO-DAT-REC)
                           RIDFLD(DAT-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP NOT = DFHRESP(NORMAL)
                 OR RDT-CAPTURE NOT = WCA-VIEW-KEY THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 MOVE ZERO TO FIND-HITS
                 INSPECT RDT-LINE TALLYING FIND-HITS
                    FOR ALL FIND-TEXT (1:FIND-LEN)
                 IF FIND-HITS > ZERO THEN
                    SET TEXT-FOUND TO TRUE
                    SET BROWSE-DONE TO TRUE
                    MOVE RDT-LINE-SEQ TO WCA-TOP
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('REPODAT') RESP(CICS-RESP)
           END-EXEC

           IF TEXT-FOUND THEN
              MOVE WCA-TOP TO SEQ-DISP
              STRING "Found on line " SEQ-DISP "."
                 DELIMITED BY SIZE INTO RMSGO
           ELSE
              MOVE "Not found below the top of the screen." TO RMSGO
           END-IF
           MOVE PI-FIND TO RFINDO
           .

       3200-FIND-TEXT-EXIT.
           EXIT.
      ******************************************************************
      * Paints the screenful of the capture from the top line, at
      * the current shift.
      ******************************************************************
       3500-PAINT-VIEW.
           MOVE WCA-VIEW-KEY TO IDX-READ-KEY

           EXEC CICS
               READ FILE('REPOIDX') INTO(REPO-IDX-REC)
                    RIDFLD(IDX-READ-KEY) RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WCA-LISTING TO TRUE
              MOVE "The report is no longer in the repository."
                 TO RMSGO
              PERFORM 2200-BUILD-LIST THRU 2200-BUILD-LIST-EXIT
              GO TO 3500-PAINT-VIEW-EXIT
           END-IF

           STRING RIX-PGM " run " RIX-RUN-DATE " " RIX-RUN-TIME
              " cycle " RIX-CYCLE-DATE " " RIX-PARAMS
              DELIMITED BY SIZE INTO RHEADO

           MOVE ZERO TO LINES-PAINTED
           MOVE ZERO TO LAST-SEQ
           MOVE 'N' TO BROWSE-DONE-SW
           MOVE WCA-VIEW-KEY TO DBK-CAPTURE
           MOVE WCA-TOP TO DBK-SEQ

           EXEC CICS
               STARTBR FILE('REPODAT') RIDFLD(DAT-BROWSE-KEY)
                       GTEQ RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              SET BROWSE-DONE TO TRUE
           END-IF

           PERFORM WITH TEST BEFORE UNTIL BROWSE-DONE
              EXEC CICS
                  READNEXT FILE('REPODAT') INTO(REPO-DAT-REC)
                           RIDFLD(DAT-BROWSE-KEY) RESP(CICS-RESP)
              END-EXEC
              IF CICS-RESP NOT = DFHRESP(NORMAL)
                 OR RDT-CAPTURE NOT = WCA-VIEW-KEY THEN
                 SET BROWSE-DONE TO TRUE
              ELSE
                 ADD 1 TO LINES-PAINTED
                 MOVE RDT-LINE (WCA-SHIFT + 1:79)
                    TO RLINEO (LINES-PAINTED)
                 MOVE RDT-LINE-SEQ TO LAST-SEQ
                 IF LINES-PAINTED >= SCREEN-LINES THEN
                    SET BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('REPODAT') RESP(CICS-RESP)
           END-EXEC

           IF LINES-PAINTED = ZERO THEN
              MOVE "No lines at or after this point." TO RMSGO
              MOVE SPACES TO RPAGEO
              GO TO 3500-PAINT-VIEW-EXIT
           END-IF

           MOVE WCA-TOP TO SEQ-DISP
           MOVE LAST-SEQ TO SEQ-DISP-2
           MOVE RIX-LINE-COUNT TO SEQ-DISP-3
           STRING "LINES " SEQ-DISP "-" SEQ-DISP-2 " OF " SEQ-DISP-3
              DELIMITED BY SIZE INTO RPAGEO

           IF RMSGO = SPACES THEN
              MOVE "PF7/8 page, PF10/11 shift, R reprint, X the list."
                 TO RMSGO
           END-IF
           .

       3500-PAINT-VIEW-EXIT.
           EXIT.
      ******************************************************************
      * Puts a reprint request for the capture on the request KSDS
      * for UNEMRPRT's next QUEUE run.
      ******************************************************************
       4000-REQUEST-REPRINT.
           MOVE CAPTURE-KEY TO IDX-READ-KEY

           EXEC CICS
               READ FILE('REPOIDX') INTO(REPO-IDX-REC)
                    RIDFLD(IDX-READ-KEY) RESP(CICS-RESP)
           END-EXEC

           IF CICS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE "The report is no longer in the repository."
                 TO RMSGO
              GO TO 4000-REQUEST-REPRINT-EXIT
           END-IF

           MOVE SPACES TO RPRQ-REC
           MOVE TODAY-DATE TO RQ-REQ-DATE
           MOVE NOW-TIME TO RQ-REQ-TIME
           MOVE SIGNON-USER TO RQ-USER
           MOVE RIX-KEY TO RQ-CAPTURE
           SET RQ-PENDING TO TRUE
           MOVE ZERO TO RQ-DONE-DATE
           MOVE ZERO TO RQ-DONE-TIME
           MOVE RIX-CONTENT TO RQ-CONTENT

           EXEC CICS
               WRITE FILE('RPRQDD') FROM(RPRQ-REC)
                     RIDFLD(RQ-KEY) RESP(CICS-RESP)
           END-EXEC

           EVALUATE TRUE
              WHEN CICS-RESP = DFHRESP(NORMAL)
                 STRING "Reprint of " RIX-PGM " requested."
                    DELIMITED BY SIZE INTO RMSGO
              WHEN CICS-RESP = DFHRESP(DUPREC)
                 MOVE "A request was made this second - try again."
                    TO RMSGO
                 GO TO 4000-REQUEST-REPRINT-EXIT
              WHEN OTHER
                 MOVE "Couldn't record the request - try again."
                    TO RMSGO
                 GO TO 4000-REQUEST-REPRINT-EXIT
           END-EVALUATE

           IF RIX-CLAIM-LEVEL THEN
              MOVE 'REPRINT' TO AUDIT-VERB
              PERFORM 7000-AUDIT-CAPTURE THRU 7000-AUDIT-CAPTURE-EXIT
           END-IF
           .

       4000-REQUEST-REPRINT-EXIT.
           EXIT.
      ******************************************************************
      * The access-trail entry for a claim-level capture read - the
      * capture is the one on REPO-IDX-REC.
      ******************************************************************
       7000-AUDIT-CAPTURE.
           MOVE SPACES TO AUDIT-REQUEST
           STRING "UNRB " AUDIT-VERB " " SIGNON-USER " " RIX-PGM
              " " RIX-RUN-DATE RIX-RUN-TIME
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMRPBR" AUDIT-REQUEST
           .

       7000-AUDIT-CAPTURE-EXIT.
           EXIT.
      ******************************************************************
      * Repaints the panel with whatever is currently on UNEMRMAPO.
      ******************************************************************
       8000-SEND-MAP.
           EXEC CICS
               SEND MAP('UNEMRMAP') MAPSET('UNEMRMAP')
                    FROM(UNEMRMAPO) ERASE
           END-EXEC
           .

       8000-SEND-MAP-EXIT.
           EXIT.
      ******************************************************************
      * Generic CICS error trap - tells the operator to try again
      * rather than abending the transaction.
      ******************************************************************
       9999-CICS-ERROR.
           MOVE SPACES TO UNEMRMAPO
           MOVE "System error - contact support." TO RMSGO
           PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
           GO TO 0000-MAINLINE-EXIT
           .

       9999-CICS-ERROR-EXIT.
           EXIT.

       END PROGRAM UNEMRPBR.
