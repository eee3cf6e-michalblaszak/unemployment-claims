      ******************************************************************
      * New-hire directory cross-match against continuing claims.
      ******************************************************************
      * Claimants who go back to work and keep certifying are the
      * largest source of overpayments. This run sets the new-hire
      * directory (UNEMNHIR, loaded by UNEMNHRI) against UNEMCLMD:
      *    first the integrity unit's dispositions (NHDISPDD - the
      *       hit, the disposition, who and when) are posted to the
      *       match register (NHMATCDD, NHMRREC.cpy), so a hit
      *       worked since the last run is closed before this run
      *       looks at it again;
      *    then for every hire the claimant's detail rows are read
      *       (the key leads with the claim id, so one START
      *       positions on the person) and every claim with a
      *       continuing row (CD-CLAIM-TYPE 'C') for a period after
      *       the hire date is a hit - one per claim state, with the
      *       first and latest such period and how many there are;
      *    a hit not yet on the register is registered pending and
      *       written to the integrity unit's work list (NHWORKDD);
      *       a hit already registered only has its periods brought
      *       up to date - whatever its disposition, it never goes
      *       on a work list twice.
      * Every person looked up goes on the access trail through
      * UNEMACCL, like the other person-level reads of UNEMCLMD.
      * UNEMCLMD is keyed on claim tokens, so each hire's person id
      * is first exchanged for its token through the UNEMTOKV token
      * service - a person the vault doesn't know has no claims. A
      * vault that can't be read stops the run, RC 8.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the claim-level access trail.
      *    UNEMTOKV - the claim token service.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      *    2021-08-25  MB  Hires looked up in UNEMCLMD by the person's
      *                    token from the UNEMTOKV token vault.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMNHMT.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-24.

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
           *> The new-hire KSDS, read front to back
           SELECT NEWHIRE-FILE ASSIGN TO NHIRDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-KEY
           FILE STATUS IS NEWHIRE-FILE-STATUS.

           *> The claim-detail KSDS, positioned on each person
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

           *> The match register
           SELECT NHMATCH-FILE ASSIGN TO NHMATCDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NM-KEY
           FILE STATUS IS NHMATCH-FILE-STATUS.

           *> The integrity unit's dispositions since the last run
           SELECT DISP-IN ASSIGN TO NHDISPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DISP-IN-STATUS.

           *> The integrity unit's work list of new hits
           SELECT WORK-OUT ASSIGN TO NHWORKDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORK-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  NEWHIRE-FILE
      *    01  NEWHIRE-REC.
       COPY NHIRREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      * Provides:
      *    FD  NHMATCH-FILE
      *    01  NHMATCH-REC.
       COPY NHMRREC.

       FD  DISP-IN
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  DISP-IN-REC.
           05 DI-CLAIM-ID     PIC X(12).
           05 DI-STATE        PIC X(2).
           05 DI-HIRE-DATE    PIC X(10).
           05 DI-EMPLOYER-ID  PIC X(10).
           05 DI-DISPOSITION  PIC X.
           05 DI-USER         PIC X(8).
           *> Spaces - the disposition is dated with the cycle date.
           05 DI-DATE         PIC X(10).
           05 FILLER          PIC X(27).

       FD  WORK-OUT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F.
       01  WORK-OUT-REC.
           05 WL-STATE         PIC X(2).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-CLAIM-ID      PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-HIRE-DATE     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-EMPLOYER-ID   PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-EMPLOYER-NAME PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-FIRST-PERIOD  PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-LAST-PERIOD   PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-PERIODS       PIC ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 WL-MATCH-DATE    PIC X(10).
           05 FILLER           PIC X(14).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  NEWHIRE-FILE-STATUS PIC XX.
           88 NEWHIRE-FILE-OK VALUE "00".
           88 NEWHIRE-FILE-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

       01  NHMATCH-FILE-STATUS PIC XX.
           88 NHMATCH-FILE-OK VALUE "00".

       01  DISP-IN-STATUS PIC XX.
           88 DISP-IN-OK VALUE "00".
           88 DISP-IN-EOF VALUE "10".

       01  WORK-OUT-STATUS PIC XX.
           88 WORK-OUT-OK VALUE "00".

      * The business cycle - the date a hit is first registered,
      * and the date a disposition carries when none is given.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.
       01  MATCH-DATE      PIC X(10) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL - every person
      * looked up in the claim detail is an audited retrieval.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * The token service call (UNEMTOKV / TOKVLTDD) - the hire's
      * token is what UNEMCLMD is keyed on.
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.
       01  HIRE-TOKEN    PIC X(12) VALUE SPACES.

       01  VAULT-FAILED-SW PIC X VALUE 'N'.
           88 VAULT-FAILED VALUE 'Y'.

      * The hits of the hire under the cursor, one per claim state.
       01  HIT-TABLE.
           05 HT-ENTRY OCCURS 10 TIMES.
              10 HT-STATE        PIC X(2).
              10 HT-FIRST-PERIOD PIC X(10).
              10 HT-LAST-PERIOD  PIC X(10).
              10 HT-PERIODS      PIC 9(3) COMP-4.
       01  HT-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  HT-IDX  PIC 9(2) COMP-4.
       01  HT-FOUND-AT PIC 9(2) COMP-4.

       01  HIRES-READ       COMP-4 PIC 9(7) VALUE ZERO.
       01  NEW-HITS         COMP-4 PIC 9(7) VALUE ZERO.
       01  PENDING-HITS     COMP-4 PIC 9(7) VALUE ZERO.
       01  CLOSED-HITS      COMP-4 PIC 9(7) VALUE ZERO.
       01  DISP-APPLIED     COMP-4 PIC 9(7) VALUE ZERO.
       01  DISP-REJECTED    COMP-4 PIC 9(7) VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMNHMT" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           STRING CYCLE-DATE-WORK (1:4) "-" CYCLE-DATE-WORK (5:2) "-"
              CYCLE-DATE-WORK (7:2) DELIMITED BY SIZE INTO MATCH-DATE

           OPEN I-O NHMATCH-FILE

           IF NOT NHMATCH-FILE-OK THEN
              DISPLAY "Couldn't open the new-hire match register - "
                 "STATUS " NHMATCH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-APPLY-DISPOSITIONS
              THRU 2000-APPLY-DISPOSITIONS-END

           OPEN INPUT NEWHIRE-FILE

           IF NOT NEWHIRE-FILE-OK THEN
              DISPLAY "Couldn't open the new-hire dataset - "
                 "STATUS " NEWHIRE-FILE-STATUS
              CLOSE NHMATCH-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              CLOSE NEWHIRE-FILE
              CLOSE NHMATCH-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN OUTPUT WORK-OUT

           IF NOT WORK-OUT-OK THEN
              DISPLAY "Couldn't open the new-hire work list - "
                 "STATUS " WORK-OUT-STATUS
              CLOSE CLAIM-DETAIL
              CLOSE NEWHIRE-FILE
              CLOSE NHMATCH-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO NH-KEY
           START NEWHIRE-FILE KEY IS >= NH-KEY
              INVALID KEY SET NEWHIRE-FILE-EOF TO TRUE
           END-START

           PERFORM 3100-READ-NEXT-HIRE
           PERFORM UNTIL NEWHIRE-FILE-EOF OR VAULT-FAILED
              ADD 1 TO HIRES-READ
              PERFORM 3000-MATCH-HIRE
                 THRU 3000-MATCH-HIRE-END
              PERFORM 3100-READ-NEXT-HIRE
           END-PERFORM

           CLOSE WORK-OUT
           CLOSE CLAIM-DETAIL
           CLOSE NEWHIRE-FILE
           CLOSE NHMATCH-FILE
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMNHMT"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           DISPLAY DISP-APPLIED " disposition(s) posted, "
              DISP-REJECTED " rejected."
           DISPLAY HIRES-READ " hire(s) matched against the claims."
           DISPLAY NEW-HITS " new hit(s) put on the work list."
           DISPLAY PENDING-HITS " hit(s) still pending from an "
              "earlier work list."
           DISPLAY CLOSED-HITS " hit(s) already dispositioned."

           IF VAULT-FAILED THEN
              DISPLAY "*** Matching stopped - the token vault "
                 "couldn't be read."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF DISP-REJECTED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Posts the integrity unit's dispositions to the register. No
      * disposition file this run is not an error - nothing was
      * worked since the last one.
      ******************************************************************
       2000-APPLY-DISPOSITIONS.
           OPEN INPUT DISP-IN

           IF NOT DISP-IN-OK THEN
              DISPLAY "No disposition file (STATUS " DISP-IN-STATUS
                 ") - no dispositions posted."
              GO TO 2000-APPLY-DISPOSITIONS-END
           END-IF

           PERFORM 2100-READ-DISPOSITION
           PERFORM UNTIL DISP-IN-EOF
              PERFORM 2200-POST-DISPOSITION
                 THRU 2200-POST-DISPOSITION-END
              PERFORM 2100-READ-DISPOSITION
           END-PERFORM

           CLOSE DISP-IN
           .

       2000-APPLY-DISPOSITIONS-END.
           EXIT.
      ******************************************************************
       2100-READ-DISPOSITION.
           READ DISP-IN
              AT END CONTINUE
           END-READ

           IF NOT DISP-IN-OK AND NOT DISP-IN-EOF THEN
              DISPLAY "Error reading the disposition file - STATUS "
                 DISP-IN-STATUS
              SET DISP-IN-EOF TO TRUE
           END-IF
           .

       2100-READ-DISPOSITION-END.
           EXIT.
      ******************************************************************
      * A disposition must name a registered hit and be one of the
      * register's codes - P puts a hit worked in error back to
      * pending.
      ******************************************************************
       2200-POST-DISPOSITION.
           MOVE DI-CLAIM-ID TO NM-CLAIM-ID
           MOVE DI-STATE TO NM-STATE-CODE
           MOVE DI-HIRE-DATE TO NM-HIRE-DATE
           MOVE DI-EMPLOYER-ID TO NM-EMPLOYER-ID

           READ NHMATCH-FILE
              INVALID KEY
                 DISPLAY "Disposition for an unregistered hit - "
                    DI-CLAIM-ID " " DI-STATE " " DI-HIRE-DATE
                    " rejected."
                 ADD 1 TO DISP-REJECTED
                 GO TO 2200-POST-DISPOSITION-END
           END-READ

           MOVE DI-DISPOSITION TO NM-DISPOSITION
           IF NOT NM-DISPOSITION-VALID THEN
              DISPLAY "Unknown disposition '" DI-DISPOSITION
                 "' - " DI-CLAIM-ID " " DI-STATE " rejected."
              ADD 1 TO DISP-REJECTED
              GO TO 2200-POST-DISPOSITION-END
           END-IF

           IF NM-PENDING THEN
              MOVE SPACES TO NM-DISP-DATE
              MOVE SPACES TO NM-DISP-USER
           ELSE
              IF DI-DATE = SPACES THEN
                 MOVE MATCH-DATE TO NM-DISP-DATE
              ELSE
                 MOVE DI-DATE TO NM-DISP-DATE
              END-IF
              MOVE DI-USER TO NM-DISP-USER
           END-IF

           REWRITE NHMATCH-REC
              INVALID KEY
                 DISPLAY "Couldn't post the disposition "
                    DI-CLAIM-ID " - STATUS " NHMATCH-FILE-STATUS
                 ADD 1 TO DISP-REJECTED
              NOT INVALID KEY
                 ADD 1 TO DISP-APPLIED
           END-REWRITE
           .

       2200-POST-DISPOSITION-END.
           EXIT.
      ******************************************************************
      * Reads the hire's person in the claim detail and registers
      * one hit per claim state certifying after the hire date.
      ******************************************************************
       3000-MATCH-HIRE.
           MOVE SPACES TO AUDIT-REQUEST
           STRING "NEW-HIRE MATCH " NH-PERSON-ID " HIRED "
              NH-HIRE-DATE DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMNHMT" AUDIT-REQUEST

           MOVE ZERO TO HT-USED

           MOVE 'F' TO TOKV-FUNCTION
           MOVE NH-PERSON-ID TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMNHMT"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           EVALUATE TOKV-RESULT
              WHEN 'Y'
                 MOVE TOKV-TOKEN TO HIRE-TOKEN
              WHEN 'N'
                 GO TO 3000-MATCH-HIRE-END
              WHEN OTHER
                 SET VAULT-FAILED TO TRUE
                 GO TO 3000-MATCH-HIRE-END
           END-EVALUATE

           MOVE HIRE-TOKEN TO CD-CLAIM-ID
           MOVE LOW-VALUES TO CD-PERIOD-DATE
           MOVE LOW-VALUES TO CD-STATE-CODE
           START CLAIM-DETAIL KEY IS >= CD-DETAIL-KEY
              INVALID KEY GO TO 3000-MATCH-HIRE-END
           END-START

           PERFORM 3200-READ-NEXT-DETAIL
           PERFORM UNTIL CLAIM-DETAIL-EOF
                 OR CD-CLAIM-ID NOT = HIRE-TOKEN
              IF CD-CLAIM-TYPE = 'C'
                 AND CD-PERIOD-DATE > NH-HIRE-DATE THEN
                 PERFORM 3300-NOTE-HIT THRU 3300-NOTE-HIT-END
              END-IF
              PERFORM 3200-READ-NEXT-DETAIL
           END-PERFORM

           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-USED
              PERFORM 3400-REGISTER-HIT THRU 3400-REGISTER-HIT-END
           END-PERFORM
           .

       3000-MATCH-HIRE-END.
           EXIT.
      ******************************************************************
       3100-READ-NEXT-HIRE.
           READ NEWHIRE-FILE NEXT
              AT END SET NEWHIRE-FILE-EOF TO TRUE
           END-READ

           IF NOT NEWHIRE-FILE-OK AND NOT NEWHIRE-FILE-EOF THEN
              DISPLAY "Error reading the new-hire dataset - "
                 "STATUS " NEWHIRE-FILE-STATUS
              SET NEWHIRE-FILE-EOF TO TRUE
           END-IF
           .

       3100-READ-NEXT-HIRE-END.
           EXIT.
      ******************************************************************
       3200-READ-NEXT-DETAIL.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

           IF NOT CLAIM-DETAIL-OK AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           END-IF
           .

       3200-READ-NEXT-DETAIL-END.
           EXIT.
      ******************************************************************
      * The claim's rows come in period order, so the first row
      * noted for a state is its first period after the hire.
      ******************************************************************
       3300-NOTE-HIT.
           MOVE ZERO TO HT-FOUND-AT

           PERFORM VARYING HT-IDX FROM 1 BY 1 UNTIL HT-IDX > HT-USED
              IF HT-STATE (HT-IDX) = CD-STATE-CODE THEN
                 MOVE HT-IDX TO HT-FOUND-AT
                 MOVE HT-USED TO HT-IDX
              END-IF
           END-PERFORM

           IF HT-FOUND-AT = ZERO THEN
              IF HT-USED >= 10 THEN
                 DISPLAY "*** Claim " NH-PERSON-ID " certifies in "
                    "more than 10 states - " CD-STATE-CODE
                    " not matched."
                 GO TO 3300-NOTE-HIT-END
              END-IF
              ADD 1 TO HT-USED
              MOVE HT-USED TO HT-FOUND-AT
              MOVE CD-STATE-CODE TO HT-STATE (HT-FOUND-AT)
              MOVE CD-PERIOD-DATE TO HT-FIRST-PERIOD (HT-FOUND-AT)
              MOVE ZERO TO HT-PERIODS (HT-FOUND-AT)
           END-IF

           MOVE CD-PERIOD-DATE TO HT-LAST-PERIOD (HT-FOUND-AT)
           IF HT-PERIODS (HT-FOUND-AT) < 999 THEN
              ADD 1 TO HT-PERIODS (HT-FOUND-AT)
           END-IF
           .

       3300-NOTE-HIT-END.
           EXIT.
      ******************************************************************
      * A new hit is registered pending and goes on the work list;
      * a registered one only has its periods brought up to date.
      ******************************************************************
       3400-REGISTER-HIT.
           MOVE NH-PERSON-ID TO NM-CLAIM-ID
           MOVE HT-STATE (HT-IDX) TO NM-STATE-CODE
           MOVE NH-HIRE-DATE TO NM-HIRE-DATE
           MOVE NH-EMPLOYER-ID TO NM-EMPLOYER-ID

           READ NHMATCH-FILE
              INVALID KEY
                 PERFORM 3500-ADD-NEW-HIT THRU 3500-ADD-NEW-HIT-END
                 GO TO 3400-REGISTER-HIT-END
           END-READ

           IF NM-PENDING THEN
              ADD 1 TO PENDING-HITS
           ELSE
              ADD 1 TO CLOSED-HITS
           END-IF

           MOVE HT-LAST-PERIOD (HT-IDX) TO NM-LAST-PERIOD
           MOVE HT-PERIODS (HT-IDX) TO NM-PERIODS

           REWRITE NHMATCH-REC
              INVALID KEY
                 DISPLAY "Couldn't update the hit " NM-CLAIM-ID " "
                    NM-STATE-CODE " - STATUS " NHMATCH-FILE-STATUS
           END-REWRITE
           .

       3400-REGISTER-HIT-END.
           EXIT.
      ******************************************************************
       3500-ADD-NEW-HIT.
           MOVE SPACES TO NHMATCH-REC
           MOVE NH-PERSON-ID TO NM-CLAIM-ID
           MOVE HT-STATE (HT-IDX) TO NM-STATE-CODE
           MOVE NH-HIRE-DATE TO NM-HIRE-DATE
           MOVE NH-EMPLOYER-ID TO NM-EMPLOYER-ID
           MOVE HT-FIRST-PERIOD (HT-IDX) TO NM-FIRST-PERIOD
           MOVE HT-LAST-PERIOD (HT-IDX) TO NM-LAST-PERIOD
           MOVE HT-PERIODS (HT-IDX) TO NM-PERIODS
           MOVE MATCH-DATE TO NM-MATCH-DATE
           SET NM-PENDING TO TRUE

           WRITE NHMATCH-REC
              INVALID KEY
                 DISPLAY "Couldn't register the hit " NM-CLAIM-ID
                    " " NM-STATE-CODE " - STATUS "
                    NHMATCH-FILE-STATUS
                 GO TO 3500-ADD-NEW-HIT-END
           END-WRITE

           MOVE SPACES TO WORK-OUT-REC
           MOVE NM-STATE-CODE TO WL-STATE
           MOVE NM-CLAIM-ID TO WL-CLAIM-ID
           MOVE NM-HIRE-DATE TO WL-HIRE-DATE
           MOVE NM-EMPLOYER-ID TO WL-EMPLOYER-ID
           MOVE NH-EMPLOYER-NAME TO WL-EMPLOYER-NAME
           MOVE NM-FIRST-PERIOD TO WL-FIRST-PERIOD
           MOVE NM-LAST-PERIOD TO WL-LAST-PERIOD
           MOVE NM-PERIODS TO WL-PERIODS
           MOVE NM-MATCH-DATE TO WL-MATCH-DATE
           WRITE WORK-OUT-REC

           ADD 1 TO NEW-HITS
           .

       3500-ADD-NEW-HIT-END.
           EXIT.

       END PROGRAM UNEMNHMT.
