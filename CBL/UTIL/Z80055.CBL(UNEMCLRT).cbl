      * must go after three years. This pass walks the detail KSDS
      * and, for every row whose CD-PERIOD-DATE is older than
      * RETENTION-CUTOFF-DATE, replaces the claim id with an
      * irreversible pseudonym ('PS' plus ten digits of the claim
      * id's keyed digest). The digest is deterministic, so a
      * claim's rows all land under the same pseudonym and
      * UNEMCLAG's aggregation and the UNEMDURA duration statistics
      * still work - but it is taken under the PSEUDONM key on the
      * Z80055.VAULT.KEYRING (UNEMKDIG, SKEYDD), so nobody without
      * the key can rebuild it from the serial vault tokens and
      * re-link the rows. The pass refuses to start without the key.
      * Rows already carrying a 'PS' pseudonym are left alone.
      *
      * The claim id stays recoverable for as long as the UNEMTOKV
      * vault maps the row's token to it, so once every row of a
      * claim has passed the line and been pseudonymized the
      * claim's vault entry is expunged too (UNEMTOKV 'X', on the
      * access trail). A claim with a row still inside the line, or
      * held back, keeps its entry until a later pass. A late row
      * for an expunged claim gets a new token from UNEMCLDI.
      * DDs beyond the detail and PENDDD: TOKVLTDD (the vault, for
      * update), SKEYDD (the key ring), ACCAUDDD, PARMFLDD and the
      * legal hold register.
      *
      * Destructive, so gated the way UNEMARCH's purge is: the run
      * refuses to start without an approved retention authorization
      * on the UNEMPEND pending-changes dataset (stage one with
      * UNEMPEND STAGERET and have a second operator APPROVE it),
      * and the consumed authorization is marked done afterwards.
      *
      * A row a legal hold protects (UNEMLHCK - by claim id, state or
      * period) keeps its claim id whatever its age and is counted
      * as held back; the pass refuses to start when the legal hold
      * register can't be read.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  Rows under a legal hold are skipped and
      *                    counted; no pass without the register.
      *    2021-08-25  MB  Keyed pseudonyms (UNEMKDIG); a claim's
      *                    vault entry is expunged once all its rows
      *                    are pseudonymized.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The keyed digest (UNEMKDIG) the pseudonym is cut from.
       01  KDIG-PURPOSE PIC X(8) VALUE 'PSEUDONM'.
       01  KDIG-TEXT    PIC X(500) VALUE SPACES.
       01  KDIG-LENGTH  PIC 9(4) COMP-4 VALUE 12.
       01  KDIG-SEED    PIC 9(18) VALUE ZERO.
       01  KDIG-DIGEST  PIC 9(18) VALUE ZERO.
       01  KDIG-DIGEST-X REDEFINES KDIG-DIGEST.
           05 FILLER      PIC X(8).
           05 FOLD-DIGITS PIC X(10).
       01  KDIG-RESULT  PIC X VALUE SPACE.

      * The claim being walked and whether all its rows have gone
      * under the pseudonym so far - when it has, its vault entry
      * goes too.
       01  CURRENT-CLAIM-ID PIC X(12) VALUE SPACES.
       01  CLAIM-GONE-SW    PIC X VALUE 'N'.
           88 CLAIM-ALL-GONE VALUE 'Y'.

      * The token vault (UNEMTOKV).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

       01  OLD-CLAIM-ID PIC X(12) VALUE SPACES.
       01  NEW-CLAIM-ID PIC X(12) VALUE SPACES.

       01  NEW-DETAIL-REC PIC X(80) VALUE SPACES.

      * The legal hold check (UNEMLHCK), asked for every row due
      * before its claim id goes.
       01  LHCK-CLAIM-ID PIC X(12) VALUE SPACES.
       01  LHCK-STATE    PIC X(2)  VALUE SPACES.
       01  LHCK-PERIOD   PIC X(7)  VALUE SPACES.
       01  LHCK-VERDICT  PIC X VALUE SPACE.
       01  LHCK-HOLD-ID  PIC X(8)  VALUE SPACES.

       01  ROWS-SCANNED      COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-PSEUDONYMIZED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-FAILED       COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-HELD         COMP-4 PIC 9(7) VALUE ZERO.
       01  CLAIMS-EXPUNGED   COMP-4 PIC 9(7) VALUE ZERO.
       01  EXPUNGE-FAILED    COMP-4 PIC 9(7) VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
              GO TO 1000-MAIN-END
           END-IF

           *> A blank item probes the register - 'U' means it can't
           *> be read, and nothing may go without it.
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE LHCK-PERIOD
              LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT = 'U' THEN
              DISPLAY "*** The legal hold register can't be read - "
                 "nothing pseudonymized."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> A blank probe - no key, no pseudonyms.
           CALL "UNEMKDIG" USING KDIG-PURPOSE KDIG-TEXT KDIG-LENGTH
              KDIG-SEED KDIG-DIGEST KDIG-RESULT
           IF KDIG-RESULT NOT = 'Y' THEN
              DISPLAY "*** No PSEUDONM key on the key ring - "
                 "nothing pseudonymized."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN

           CLOSE CLAIM-DETAIL

           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLRT"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           DISPLAY ROWS-SCANNED " row(s) scanned."
           DISPLAY ROWS-PSEUDONYMIZED " row(s) pseudonymized."
           DISPLAY ROWS-FAILED " row(s) FAILED."
           DISPLAY ROWS-HELD " row(s) held back by legal holds."
           DISPLAY CLAIMS-EXPUNGED " claim(s) expunged from the "
              "token vault."
           DISPLAY EXPUNGE-FAILED " vault expunge(s) FAILED."

           PERFORM 9500-CONSUME-RETAIN-AUTH

           IF ROWS-FAILED > ZERO OR EXPUNGE-FAILED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      * Walks the detail, rekeying every row past the retention line
      * under its pseudonym. Rows already pseudonymized ('PS' claim
      * id) are skipped - the pass revisits them harmlessly when the
      * rekeyed row lands ahead of the cursor. A claim's rows are
      * together in key order, so when the claim id changes the
      * claim just left is expunged from the vault if none of its
      * rows kept the id.
      ******************************************************************
       2000-WALK-DETAIL.
           MOVE LOW-VALUES TO CD-DETAIL-KEY
           PERFORM UNTIL CLAIM-DETAIL-EOF
              ADD 1 TO ROWS-SCANNED

              IF CD-CLAIM-ID (1:2) NOT = 'PS'
                 AND CD-CLAIM-ID NOT = CURRENT-CLAIM-ID THEN
                 PERFORM 3500-CLOSE-CLAIM THRU 3500-CLOSE-CLAIM-END
                 MOVE CD-CLAIM-ID TO CURRENT-CLAIM-ID
                 SET CLAIM-ALL-GONE TO TRUE
              END-IF

              IF CD-CLAIM-ID (1:2) NOT = 'PS' THEN
                 PERFORM 2200-JUDGE-ROW
              END-IF

              PERFORM 2100-READ-NEXT-ROW
           END-PERFORM

           PERFORM 3500-CLOSE-CLAIM THRU 3500-CLOSE-CLAIM-END
           .

       2000-WALK-DETAIL-END.
       2100-READ-NEXT-ROW-END.
           EXIT.
      ******************************************************************
      * A row past the line and not under a legal hold is
      * pseudonymized; any other row keeps the claim's vault entry.
      ******************************************************************
       2200-JUDGE-ROW.
           IF CD-PERIOD-DATE NOT < RETENTION-CUTOFF-DATE THEN
              MOVE 'N' TO CLAIM-GONE-SW
              GO TO 2200-JUDGE-ROW-END
           END-IF

           MOVE CD-CLAIM-ID TO LHCK-CLAIM-ID
           MOVE CD-STATE-CODE TO LHCK-STATE
           MOVE CD-PERIOD-DATE (1:7) TO LHCK-PERIOD
           CALL "UNEMLHCK" USING LHCK-CLAIM-ID LHCK-STATE
              LHCK-PERIOD LHCK-VERDICT LHCK-HOLD-ID
           IF LHCK-VERDICT = 'N' THEN
              PERFORM 3000-PSEUDONYMIZE-ROW
                 THRU 3000-PSEUDONYMIZE-ROW-END
           ELSE
              ADD 1 TO ROWS-HELD
              MOVE 'N' TO CLAIM-GONE-SW
           END-IF
           .

       2200-JUDGE-ROW-END.
           EXIT.
      ******************************************************************
      * Rekeys one row under its pseudonym: the new row is written
      * first, the old row deleted only once the write stands, so a
      * failure can't lose the row. The read cursor is repositioned
                 DISPLAY "Pseudonym collision on " NEW-CLAIM-ID
                    " - row for " OLD-CLAIM-ID " left as is."
                 ADD 1 TO ROWS-FAILED
                 MOVE 'N' TO CLAIM-GONE-SW
                 PERFORM 3300-REPOSITION-AFTER-OLD
                 GO TO 3000-PSEUDONYMIZE-ROW-END
           END-WRITE
                    OLD-CLAIM-ID " - STATUS "
                    CLAIM-DETAIL-STATUS
                 ADD 1 TO ROWS-FAILED
                 MOVE 'N' TO CLAIM-GONE-SW
           END-DELETE

           ADD 1 TO ROWS-PSEUDONYMIZED
       3000-PSEUDONYMIZE-ROW-END.
           EXIT.
      ******************************************************************
      * The claim id's pseudonym - the last ten digits of its
      * PSEUDONM keyed digest. Deterministic for the key holder,
      * irreversible and unrebuildable for anyone else.
      ******************************************************************
       3100-FOLD-CLAIM-ID.
           MOVE SPACES TO KDIG-TEXT
           MOVE OLD-CLAIM-ID TO KDIG-TEXT
           MOVE 12 TO KDIG-LENGTH
           MOVE ZERO TO KDIG-SEED
           CALL "UNEMKDIG" USING KDIG-PURPOSE KDIG-TEXT KDIG-LENGTH
              KDIG-SEED KDIG-DIGEST KDIG-RESULT

           MOVE SPACES TO NEW-CLAIM-ID
           STRING "PS" FOLD-DIGITS DELIMITED BY SIZE
              INTO NEW-CLAIM-ID
       3300-REPOSITION-AFTER-OLD-END.
           EXIT.
      ******************************************************************
      * Leaves the claim just walked: when every one of its rows went
      * under the pseudonym, its token's vault entry is expunged.
      * Only vault tokens ('T') have one.
      ******************************************************************
       3500-CLOSE-CLAIM.
           IF CURRENT-CLAIM-ID = SPACES OR NOT CLAIM-ALL-GONE
                 OR CURRENT-CLAIM-ID (1:1) NOT = 'T' THEN
              GO TO 3500-CLOSE-CLAIM-END
           END-IF

           MOVE 'X' TO TOKV-FUNCTION
           MOVE SPACES TO TOKV-CLAIM-ID
           MOVE CURRENT-CLAIM-ID TO TOKV-TOKEN
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMCLRT"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           EVALUATE TOKV-RESULT
              WHEN 'Y'
                 ADD 1 TO CLAIMS-EXPUNGED
              WHEN 'N'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "Couldn't expunge " CURRENT-CLAIM-ID
                    " from the token vault - result " TOKV-RESULT
                 ADD 1 TO EXPUNGE-FAILED
           END-EVALUATE
           .

       3500-CLOSE-CLAIM-END.
           EXIT.
      ******************************************************************
      * Marks the consumed authorization done so it can't authorize
      * a second pass.
      ******************************************************************
