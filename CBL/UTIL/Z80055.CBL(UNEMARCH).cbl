      * ARCHIVE-CUTOFF-DATE, copies each one out to the ARCHVDD
      * sequential archive dataset (expected to be a new generation of
      * a GDG, so history isn't lost between runs) and then deletes it
      * from the live file. A record a legal hold protects (UNEMLHCK
      * - its state or period is held) stays whatever its age and is
      * counted as held back; no purge runs when the legal hold
      * register can't be read.
      *-----------------------------------------------------------------
      * ARCHIVE-CUTOFF-DATE is a working-storage constant rather than
      * a PARM, matching how UNEMINRC keeps its own tuning
      *                    operator) - the auditors'
      *                    separation-of-duties finding. The
      *                    consumed authorization is marked done.
      *    2021-08-25  MB  Records under a legal hold are skipped and
      *                    counted; no purge without the register.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       COPY REPREC.

       FD  ARCHIVE-OUT
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  ARCHIVE-OUT-REC PIC X(446).

      * Provides:
      *    FD  PEND-FILE

      * The purged record's image and the "no record now" side of
      * the summary adjustment (UNEMSUMM).
       01  PURGED-IMAGE PIC X(446) VALUE SPACES.
       01  NO-IMAGE     PIC X(446) VALUE SPACES.

       01  RECORDS-SCANNED  COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-ARCHIVED COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-REJECTED COMP-4 PIC 9(7) VALUE ZERO.
       01  RECORDS-HELD     COMP-4 PIC 9(7) VALUE ZERO.

      * The legal hold check (UNEMLHCK), asked for every record due
      * before it is purged.
       01  LHCK-CLAIM-ID PIC X(12) VALUE SPACES.
       01  LHCK-STATE    PIC X(2)  VALUE SPACES.
       01  LHCK-PERIOD   PIC X(7)  VALUE SPACES.
       01  LHCK-VERDICT  PIC X VALUE SPACE.
       01  LHCK-HOLD-ID  PIC X(8)  VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
              GO TO 1000-MAIN-END
           END-IF

           *> A blank item probes the register - 'U' means it can't
           *> be read, and nothing may be purged without it.
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT = 'U' THEN
              DISPLAY "*** The legal hold register can't be read - "
                 "nothing purged."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           CALL "UNEMAUTH" USING "UNEMARCH" AUTH-STATUS-SW

           IF AUTH-IS-DENIED THEN
              ADD 1 TO RECORDS-SCANNED

              IF FD-DATE < ARCHIVE-CUTOFF-DATE THEN
                 MOVE FD-STATE-CODE TO LHCK-STATE
                 MOVE FD-DATE (1:7) TO LHCK-PERIOD
                 CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE
                    LHCK-PERIOD LHCK-VERDICT LHCK-HOLD-ID
                 IF LHCK-VERDICT = 'N' THEN
                    PERFORM 2200-ARCHIVE-AND-DELETE
                 ELSE
                    ADD 1 TO RECORDS-HELD
                 END-IF
              END-IF

              UNLOCK REPORT-OUT
           DISPLAY RECORDS-SCANNED  " record(s) scanned."
           DISPLAY RECORDS-ARCHIVED " record(s) archived and purged."
           DISPLAY RECORDS-REJECTED " record(s) could not be purged."
           DISPLAY RECORDS-HELD " record(s) held back by legal holds."
           .

       9000-DISPLAY-SUMMARY-END.
