      ******************************************************************
      * Legal hold register maintenance.
      ******************************************************************
      * When a claimant sues or an investigation opens, counsel
      * instructs us to preserve everything about a claim or a
      * period - and nothing used to stop the retention pass, the
      * purge or a backout from destroying it. This utility
      * maintains the legal hold register (LEGHLDDD, LHLDREC.cpy)
      * through a two-person flow in the UNEMRELR style:
      *
      *    PARM='PLACE    hhhhhhhh uuuuuuuu C cccccccccccc'
      *    PARM='PLACE    hhhhhhhh uuuuuuuu S ss           yyyy-mm
      *          yyyy-mm rrrrrrrrrrrrrrrrrrrr'
      *    PARM='PLACE    hhhhhhhh uuuuuuuu P              yyyy-mm
      *          yyyy-mm rrrrrrrrrrrrrrrrrrrr'
      *        places hold hhhhhhhh - by claim id (C), by state (S,
      *        the period range optional) or by period range (P) -
      *        with counsel's reference r. The fields sit in fixed
      *        columns: scope 28, claim id or state 30-41, period
      *        range 43-49 and 51-57, reference 59-78. A placed hold
      *        protects at once.
      *    PARM='CONFIRM  hhhhhhhh uuuuuuuu'
      *        confirms the placement - refused unless placed, and
      *        refused when the confirmer is the placer.
      *    PARM='RELREQ   hhhhhhhh uuuuuuuu'
      *        asks for the hold's release; it keeps protecting.
      *    PARM='RELEASE  hhhhhhhh uuuuuuuu'
      *        releases the hold - refused unless its release was
      *        asked, and refused when the releaser is the one who
      *        asked (two people, always).
      *    PARM='SHOW     hhhhhhhh'
      *        displays the hold unchanged.
      *
      * The destructive runs (UNEMCLRT, UNEMARCH, UNEMBKOT, UNEMCORR
      * deletes, UNEMRETN) ask UNEMLHCK and skip whatever a hold
      * protects; UNEMLHRP lists the holds and what each protects.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMLHLD.
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
           SELECT LEGHOLD-FILE ASSIGN TO LEGHLDDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LH-HOLD-ID
           FILE STATUS IS LEGHOLD-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  LEGHOLD-FILE
      *    01  LEGHOLD-REC.
       COPY LHLDREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  LEGHOLD-STATUS PIC XX.
           88 LEGHOLD-OK VALUE "00".

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
      * The PARM= text - action, hold, operator and, on PLACE, the
      * scope and counsel's reference.
       01  PARM-INFO.
           05 PARM-LEN  PIC S9(4) COMP.
           05 PARM-TEXT.
              10 PARM-ACTION    PIC X(8).
              10 FILLER         PIC X.
              10 PARM-HOLD-ID   PIC X(8).
              10 FILLER         PIC X.
              10 PARM-USER      PIC X(8).
              10 FILLER         PIC X.
              10 PARM-SCOPE     PIC X.
              10 FILLER         PIC X.
              10 PARM-VALUE     PIC X(12).
              10 FILLER         PIC X.
              10 PARM-FROM      PIC X(7).
              10 FILLER         PIC X.
              10 PARM-TO        PIC X(7).
              10 FILLER         PIC X.
              10 PARM-REFERENCE PIC X(20).

      *========================
       PROCEDURE DIVISION USING PARM-INFO.
      *========================
       1000-MAIN.
           IF PARM-LEN < 17 THEN
              DISPLAY "Usage: PARM='ACTION   hhhhhhhh uuuuuuuu ...' - "
                 "PLACE, CONFIRM, RELREQ, RELEASE or SHOW."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> Only the bytes actually passed are the operator's.
           IF PARM-LEN < 78 THEN
              MOVE SPACES TO PARM-TEXT (PARM-LEN + 1:78 - PARM-LEN)
           END-IF

           OPEN I-O LEGHOLD-FILE

           IF NOT LEGHOLD-OK THEN
              DISPLAY "Couldn't open the legal hold register - "
                 "STATUS " LEGHOLD-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD

           EVALUATE PARM-ACTION
              WHEN "PLACE"
                 PERFORM 2000-PLACE-HOLD
                    THRU 2000-PLACE-HOLD-END
              WHEN "CONFIRM"
                 PERFORM 3000-CONFIRM-HOLD
                    THRU 3000-CONFIRM-HOLD-END
              WHEN "RELREQ"
                 PERFORM 4000-REQUEST-RELEASE
                    THRU 4000-REQUEST-RELEASE-END
              WHEN "RELEASE"
                 PERFORM 5000-RELEASE-HOLD
                    THRU 5000-RELEASE-HOLD-END
              WHEN "SHOW"
                 PERFORM 6000-SHOW-HOLD
                    THRU 6000-SHOW-HOLD-END
              WHEN OTHER
                 DISPLAY "Unknown action '" PARM-ACTION "' - use "
                    "PLACE, CONFIRM, RELREQ, RELEASE or SHOW."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           CLOSE LEGHOLD-FILE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * A new hold - the scope is checked before anything is written,
      * since a hold that matches nothing protects nothing.
      ******************************************************************
       2000-PLACE-HOLD.
           IF PARM-HOLD-ID = SPACES OR PARM-USER = SPACES THEN
              DISPLAY "PLACE needs a hold id and the placer's id."
              MOVE 8 TO RETURN-CODE
              GO TO 2000-PLACE-HOLD-END
           END-IF

           EVALUATE PARM-SCOPE
              WHEN 'C'
                 IF PARM-VALUE = SPACES THEN
                    DISPLAY "A claim hold needs the claim id."
                    MOVE 8 TO RETURN-CODE
                 END-IF
              WHEN 'S'
                 IF PARM-VALUE (1:2) = SPACES
                       OR PARM-VALUE (3:10) NOT = SPACES THEN
                    DISPLAY "A state hold needs the two-character "
                       "state code."
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 IF PARM-FROM NOT = SPACES OR PARM-TO NOT = SPACES
                       THEN
                    PERFORM 2100-CHECK-RANGE
                       THRU 2100-CHECK-RANGE-END
                 END-IF
              WHEN 'P'
                 PERFORM 2100-CHECK-RANGE
                    THRU 2100-CHECK-RANGE-END
              WHEN OTHER
                 DISPLAY "Unknown scope '" PARM-SCOPE "' - use C "
                    "(claim), S (state) or P (period range)."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE NOT = ZERO THEN
              GO TO 2000-PLACE-HOLD-END
           END-IF

           MOVE SPACES TO LEGHOLD-REC
           MOVE PARM-HOLD-ID TO LH-HOLD-ID
           SET LH-PLACED TO TRUE
           MOVE PARM-SCOPE TO LH-SCOPE
           IF LH-SCOPE-CLAIM THEN
              MOVE PARM-VALUE TO LH-CLAIM-ID
           END-IF
           IF LH-SCOPE-STATE THEN
              MOVE PARM-VALUE (1:2) TO LH-STATE
           END-IF
           IF NOT LH-SCOPE-CLAIM THEN
              MOVE PARM-FROM TO LH-PERIOD-FROM
              MOVE PARM-TO TO LH-PERIOD-TO
           END-IF
           MOVE PARM-REFERENCE TO LH-REFERENCE
           MOVE PARM-USER TO LH-PLACE-USER
           MOVE RUN-DATE-TODAY TO LH-PLACE-DATE
           MOVE ZERO TO LH-CONFIRM-DATE
           MOVE ZERO TO LH-RELREQ-DATE
           MOVE ZERO TO LH-REL-DATE

           WRITE LEGHOLD-REC
              INVALID KEY
                 DISPLAY "Hold " PARM-HOLD-ID " is already on the "
                    "register."
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 DISPLAY "Hold " PARM-HOLD-ID " placed by "
                    PARM-USER " - protecting now; a second person "
                    "must CONFIRM it."
           END-WRITE
           .

       2000-PLACE-HOLD-END.
           EXIT.
      ******************************************************************
       2100-CHECK-RANGE.
           IF PARM-FROM (1:4) IS NOT NUMERIC
                 OR PARM-FROM (5:1) NOT = "-"
                 OR PARM-FROM (6:2) IS NOT NUMERIC
                 OR PARM-TO (1:4) IS NOT NUMERIC
                 OR PARM-TO (5:1) NOT = "-"
                 OR PARM-TO (6:2) IS NOT NUMERIC THEN
              DISPLAY "The period range must be two YYYY-MM periods "
                 "(columns 43 and 51)."
              MOVE 8 TO RETURN-CODE
              GO TO 2100-CHECK-RANGE-END
           END-IF

           IF PARM-FROM > PARM-TO THEN
              DISPLAY "The period range " PARM-FROM " - " PARM-TO
                 " runs backwards."
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       2100-CHECK-RANGE-END.
           EXIT.
      ******************************************************************
       3000-CONFIRM-HOLD.
           PERFORM 7000-READ-HOLD
              THRU 7000-READ-HOLD-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 3000-CONFIRM-HOLD-END
           END-IF

           IF NOT LH-PLACED THEN
              DISPLAY "Hold " PARM-HOLD-ID " is not awaiting "
                 "confirmation - status " LH-STATUS "."
              MOVE 8 TO RETURN-CODE
              GO TO 3000-CONFIRM-HOLD-END
           END-IF

           IF PARM-USER = LH-PLACE-USER THEN
              DISPLAY "Confirmation refused - " PARM-USER " placed "
                 "this hold; a second person must confirm it."
              MOVE 8 TO RETURN-CODE
              GO TO 3000-CONFIRM-HOLD-END
           END-IF

           SET LH-ACTIVE TO TRUE
           MOVE PARM-USER TO LH-CONFIRM-USER
           MOVE RUN-DATE-TODAY TO LH-CONFIRM-DATE
           REWRITE LEGHOLD-REC

           DISPLAY "Hold " PARM-HOLD-ID " confirmed by " PARM-USER
              " - ACTIVE."
           .

       3000-CONFIRM-HOLD-END.
           EXIT.
      ******************************************************************
       4000-REQUEST-RELEASE.
           PERFORM 7000-READ-HOLD
              THRU 7000-READ-HOLD-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 4000-REQUEST-RELEASE-END
           END-IF

           IF NOT LH-PLACED AND NOT LH-ACTIVE THEN
              DISPLAY "Hold " PARM-HOLD-ID " is in status "
                 LH-STATUS " - no release to ask for."
              MOVE 8 TO RETURN-CODE
              GO TO 4000-REQUEST-RELEASE-END
           END-IF

           SET LH-RELEASE-ASKED TO TRUE
           MOVE PARM-USER TO LH-RELREQ-USER
           MOVE RUN-DATE-TODAY TO LH-RELREQ-DATE
           REWRITE LEGHOLD-REC

           DISPLAY "Release of hold " PARM-HOLD-ID " asked by "
              PARM-USER " - still protecting until a second person "
              "RELEASEs it."
           .

       4000-REQUEST-RELEASE-END.
           EXIT.
      ******************************************************************
       5000-RELEASE-HOLD.
           PERFORM 7000-READ-HOLD
              THRU 7000-READ-HOLD-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 5000-RELEASE-HOLD-END
           END-IF

           IF NOT LH-RELEASE-ASKED THEN
              DISPLAY "Hold " PARM-HOLD-ID " has no release asked "
                 "for - RELREQ it first."
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RELEASE-HOLD-END
           END-IF

           IF PARM-USER = LH-RELREQ-USER THEN
              DISPLAY "Release refused - " PARM-USER " asked for "
                 "it; a second person must release the hold."
              MOVE 8 TO RETURN-CODE
              GO TO 5000-RELEASE-HOLD-END
           END-IF

           SET LH-RELEASED TO TRUE
           MOVE PARM-USER TO LH-REL-USER
           MOVE RUN-DATE-TODAY TO LH-REL-DATE
           REWRITE LEGHOLD-REC

           DISPLAY "Hold " PARM-HOLD-ID " RELEASED by " PARM-USER "."
           .

       5000-RELEASE-HOLD-END.
           EXIT.
      ******************************************************************
       6000-SHOW-HOLD.
           PERFORM 7000-READ-HOLD
              THRU 7000-READ-HOLD-END
           IF RETURN-CODE NOT = ZERO THEN
              GO TO 6000-SHOW-HOLD-END
           END-IF

           DISPLAY "Hold " LH-HOLD-ID ": status " LH-STATUS
              " scope " LH-SCOPE " claim " LH-CLAIM-ID
              " state " LH-STATE " periods " LH-PERIOD-FROM
              " - " LH-PERIOD-TO
           DISPLAY "   reference " LH-REFERENCE
              " placed " LH-PLACE-USER "/" LH-PLACE-DATE
              " confirmed " LH-CONFIRM-USER "/" LH-CONFIRM-DATE
           DISPLAY "   release asked " LH-RELREQ-USER "/"
              LH-RELREQ-DATE " released " LH-REL-USER "/"
              LH-REL-DATE
           .

       6000-SHOW-HOLD-END.
           EXIT.
      ******************************************************************
       7000-READ-HOLD.
           IF PARM-HOLD-ID = SPACES THEN
              DISPLAY "No hold id given."
              MOVE 8 TO RETURN-CODE
              GO TO 7000-READ-HOLD-END
           END-IF

           IF PARM-USER = SPACES AND PARM-ACTION NOT = "SHOW" THEN
              DISPLAY PARM-ACTION " needs the operator's id."
              MOVE 8 TO RETURN-CODE
              GO TO 7000-READ-HOLD-END
           END-IF

           MOVE PARM-HOLD-ID TO LH-HOLD-ID
           READ LEGHOLD-FILE
              INVALID KEY
                 DISPLAY "Hold " PARM-HOLD-ID " is not on the "
                    "register."
                 MOVE 8 TO RETURN-CODE
           END-READ
           .

       7000-READ-HOLD-END.
           EXIT.

       END PROGRAM UNEMLHLD.
