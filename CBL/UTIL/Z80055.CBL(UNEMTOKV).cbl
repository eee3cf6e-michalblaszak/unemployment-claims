      ******************************************************************
      * Claim token service subprogram.
      ******************************************************************
      * UNEMCLMD no longer carries the agency's claim id - UNEMCLDI
      * stores a token in CD-CLAIM-ID instead, and the mapping sits
      * in the UNEMTOKV token vault (TOKVLTDD, TOKVREC.cpy), a
      * dataset of its own under its own access rules. Everything
      * that crosses between the two goes through here:
      *    TOKV-FUNCTION 'T' - tokenize: the claim id's token, a new
      *                        one handed out when the claim id is
      *                        new to the vault. Only the detail
      *                        load (UNEMCLDI) and the one-time
      *                        conversion of the store (UNEMTKCV)
      *                        may hand tokens out.
      *                  'F' - find: the claim id's token if it has
      *                        one, for the runs that join another
      *                        dataset's real claim ids to UNEMCLMD.
      *                        Nothing is handed out.
      *                  'D' - de-tokenize: the claim id behind a
      *                        token. Only the programs in
      *                        DTOK-ENTITLED get it - the claim
      *                        lookup transaction and the integrity
      *                        unit's work lists; every request,
      *                        answered or refused, goes on the
      *                        access trail through UNEMACCL.
      *                  'X' - expunge: drop the token's vault
      *                        entry, so the claim id behind it can
      *                        never be recovered. Only the
      *                        retention pass (UNEMCLRT) may, once
      *                        every detail row of the claim has
      *                        passed the retention line; on the
      *                        access trail either way.
      *                  'C' - close the vault (the caller's last
      *                        call; a later call opens it again).
      * The vault is opened on the first call - for update when the
      * caller hands tokens out or expunges them, read-only for
      * everyone else - and kept open between calls.
      *-----------------------------------------------------------------
      * Input parameters:
      *    TOKV-FUNCTION - 'T', 'F', 'D' or 'C' as above.
      *    TOKV-PGM-NAME - the calling program's PROGRAM-ID.
      *    TOKV-CLAIM-ID - the claim id ('T', 'F').
      *    TOKV-TOKEN    - the token ('D', 'X').
      * Output parameters:
      *    TOKV-CLAIM-ID - the claim id ('D', on 'Y').
      *    TOKV-TOKEN    - the token ('T', 'F', on 'Y').
      *    TOKV-RESULT   - 'Y' answered;
      *                    'N' not on the vault;
      *                    'R' refused - the caller isn't entitled
      *                        to the function;
      *                    'U' the vault couldn't be read or
      *                        written.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the claim-level access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      *    2021-08-25  MB  Added 'X' - the retention pass drops a
      *                    claim's vault entry once it is past the
      *                    retention line.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMTOKV.
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
           *> The claim token vault, keyed both ways
           SELECT TOKEN-VAULT ASSIGN TO TOKVLTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TV-CLAIM-ID
           ALTERNATE RECORD KEY IS TV-TOKEN
           FILE STATUS IS TOKEN-VAULT-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  TOKEN-VAULT
      *    01  TOKEN-VAULT-REC.
       COPY TOKVREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  TOKEN-VAULT-STATUS PIC XX.
           88 TOKEN-VAULT-OK VALUE "00".
           88 TOKEN-VAULT-NOT-FOUND VALUE "23".

       01  VAULT-OPEN-SW PIC X VALUE 'N'.
           88 VAULT-IS-OPEN VALUE 'Y'.

      * The programs that hand tokens out.
       01  TOKV-CALLER PIC X(8) VALUE SPACES.
           88 TOKV-CALLER-LOADS VALUE 'UNEMCLDI' 'UNEMTKCV'.
           88 TOKV-CALLER-EXPUNGES VALUE 'UNEMCLRT'.

      * The programs entitled to a claim id behind a token.
       01  DTOK-ENTITLED-TABLE.
           05 FILLER PIC X(8) VALUE 'UNEMCLIQ'.
           05 FILLER PIC X(8) VALUE 'UNEMXDUP'.
       01  DTOK-ENTITLED REDEFINES DTOK-ENTITLED-TABLE.
           05 DTOK-PGM OCCURS 2 TIMES PIC X(8).

       01  DTOK-IDX PIC 9(2) COMP-4 VALUE ZERO.
       01  DTOK-GRANTED-SW PIC X VALUE 'N'.
           88 DTOK-GRANTED VALUE 'Y'.

       01  NEW-NUMBER PIC 9(11) VALUE ZERO.
       01  NEW-TOKEN.
           05 FILLER        PIC X VALUE 'T'.
           05 NEW-TOKEN-NUM PIC 9(11) VALUE ZERO.

       01  STAMP-DATE PIC 9(8) VALUE ZERO.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  TOKV-FUNCTION PIC X.
       01  TOKV-PGM-NAME PIC X(8).
       01  TOKV-CLAIM-ID PIC X(12).
       01  TOKV-TOKEN    PIC X(12).
       01  TOKV-RESULT   PIC X.

      *========================
       PROCEDURE DIVISION USING TOKV-FUNCTION TOKV-PGM-NAME
                                TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT.
      *========================
       1000-MAIN.
           MOVE TOKV-PGM-NAME TO TOKV-CALLER

           IF TOKV-FUNCTION = 'C' THEN
              IF VAULT-IS-OPEN THEN
                 CLOSE TOKEN-VAULT
                 MOVE 'N' TO VAULT-OPEN-SW
              END-IF
              MOVE 'Y' TO TOKV-RESULT
              GO TO 1000-MAIN-END
           END-IF

           IF NOT VAULT-IS-OPEN THEN
              PERFORM 2000-OPEN-VAULT
                 THRU 2000-OPEN-VAULT-END
              IF NOT VAULT-IS-OPEN THEN
                 MOVE 'U' TO TOKV-RESULT
                 GO TO 1000-MAIN-END
              END-IF
           END-IF

           EVALUATE TOKV-FUNCTION
              WHEN 'T'
                 PERFORM 3000-TOKENIZE
                    THRU 3000-TOKENIZE-END
              WHEN 'F'
                 PERFORM 4000-FIND-TOKEN
                    THRU 4000-FIND-TOKEN-END
              WHEN 'D'
                 PERFORM 5000-DETOKENIZE
                    THRU 5000-DETOKENIZE-END
              WHEN 'X'
                 PERFORM 6000-EXPUNGE-TOKEN
                    THRU 6000-EXPUNGE-TOKEN-END
              WHEN OTHER
                 MOVE 'R' TO TOKV-RESULT
           END-EVALUATE
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Opens the vault - for update for the programs that hand
      * tokens out, read-only for everyone else.
      ******************************************************************
       2000-OPEN-VAULT.
           IF TOKV-CALLER-LOADS OR TOKV-CALLER-EXPUNGES THEN
              OPEN I-O TOKEN-VAULT
           ELSE
              OPEN INPUT TOKEN-VAULT
           END-IF

           IF NOT TOKEN-VAULT-OK THEN
              DISPLAY "[TOKV] Couldn't open the token vault - STATUS "
                 TOKEN-VAULT-STATUS
              GO TO 2000-OPEN-VAULT-END
           END-IF

           SET VAULT-IS-OPEN TO TRUE
           .

       2000-OPEN-VAULT-END.
           EXIT.
      ******************************************************************
      * The claim id's token - the one on the vault, or the next
      * serial when the claim id is new. The control record is
      * created the first time a token is handed out.
      ******************************************************************
       3000-TOKENIZE.
           IF NOT TOKV-CALLER-LOADS THEN
              MOVE 'R' TO TOKV-RESULT
              GO TO 3000-TOKENIZE-END
           END-IF

           PERFORM 4000-FIND-TOKEN
              THRU 4000-FIND-TOKEN-END
           IF TOKV-RESULT NOT = 'N' THEN
              GO TO 3000-TOKENIZE-END
           END-IF

           MOVE 'U' TO TOKV-RESULT
           MOVE SPACES TO TV-CLAIM-ID
           READ TOKEN-VAULT KEY IS TV-CLAIM-ID
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN TOKEN-VAULT-OK
                 MOVE TV-LAST-NUMBER TO NEW-NUMBER
              WHEN TOKEN-VAULT-NOT-FOUND
                 MOVE SPACES TO TOKEN-VAULT-REC
                 MOVE ZERO TO NEW-TOKEN-NUM
                 MOVE NEW-TOKEN TO TV-TOKEN
                 MOVE ZERO TO TV-LAST-NUMBER
                 WRITE TOKEN-VAULT-REC
                    INVALID KEY
                       DISPLAY "[TOKV] Couldn't start the vault - "
                          "STATUS " TOKEN-VAULT-STATUS
                       GO TO 3000-TOKENIZE-END
                 END-WRITE
                 MOVE ZERO TO NEW-NUMBER
              WHEN OTHER
                 DISPLAY "[TOKV] Couldn't read the vault control "
                    "record - STATUS " TOKEN-VAULT-STATUS
                 GO TO 3000-TOKENIZE-END
           END-EVALUATE

           ADD 1 TO NEW-NUMBER
           MOVE NEW-NUMBER TO TV-LAST-NUMBER
           REWRITE TOKEN-VAULT-REC
              INVALID KEY
                 DISPLAY "[TOKV] Couldn't update the vault control "
                    "record - STATUS " TOKEN-VAULT-STATUS
                 GO TO 3000-TOKENIZE-END
           END-REWRITE

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           MOVE NEW-NUMBER TO NEW-TOKEN-NUM
           MOVE SPACES TO TOKEN-VAULT-REC
           MOVE TOKV-CLAIM-ID TO TV-CLAIM-ID
           MOVE NEW-TOKEN TO TV-TOKEN
           MOVE STAMP-DATE TO TV-CREATE-DATE
           MOVE TOKV-PGM-NAME TO TV-CREATE-PGM
           WRITE TOKEN-VAULT-REC
              INVALID KEY
                 DISPLAY "[TOKV] Couldn't add token " NEW-TOKEN
                    " - STATUS " TOKEN-VAULT-STATUS
                 GO TO 3000-TOKENIZE-END
           END-WRITE

           MOVE NEW-TOKEN TO TOKV-TOKEN
           MOVE 'Y' TO TOKV-RESULT
           .

       3000-TOKENIZE-END.
           EXIT.
      ******************************************************************
      * The claim id's token, if the vault has one.
      ******************************************************************
       4000-FIND-TOKEN.
           MOVE SPACES TO TOKV-TOKEN
           IF TOKV-CLAIM-ID = SPACES THEN
              MOVE 'N' TO TOKV-RESULT
              GO TO 4000-FIND-TOKEN-END
           END-IF

           MOVE TOKV-CLAIM-ID TO TV-CLAIM-ID
           READ TOKEN-VAULT KEY IS TV-CLAIM-ID
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN TOKEN-VAULT-OK
                 MOVE TV-TOKEN TO TOKV-TOKEN
                 MOVE 'Y' TO TOKV-RESULT
              WHEN TOKEN-VAULT-NOT-FOUND
                 MOVE 'N' TO TOKV-RESULT
              WHEN OTHER
                 DISPLAY "[TOKV] Couldn't read the vault - STATUS "
                    TOKEN-VAULT-STATUS
                 MOVE 'U' TO TOKV-RESULT
           END-EVALUATE
           .

       4000-FIND-TOKEN-END.
           EXIT.
      ******************************************************************
      * The claim id behind a token - for the entitled programs
      * only, and on the access trail whichever way it goes.
      ******************************************************************
       5000-DETOKENIZE.
           MOVE 'N' TO DTOK-GRANTED-SW
           PERFORM VARYING DTOK-IDX FROM 1 BY 1
                 UNTIL DTOK-IDX > 2 OR DTOK-GRANTED
              IF TOKV-PGM-NAME = DTOK-PGM (DTOK-IDX) THEN
                 SET DTOK-GRANTED TO TRUE
              END-IF
           END-PERFORM

           MOVE SPACES TO AUDIT-REQUEST
           IF NOT DTOK-GRANTED THEN
              STRING "DETOKENIZE " DELIMITED BY SIZE
                 TOKV-TOKEN DELIMITED BY SIZE
                 " REFUSED" DELIMITED BY SIZE
                 INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING TOKV-PGM-NAME AUDIT-REQUEST
              MOVE SPACES TO TOKV-CLAIM-ID
              MOVE 'R' TO TOKV-RESULT
              GO TO 5000-DETOKENIZE-END
           END-IF

           STRING "DETOKENIZE " DELIMITED BY SIZE
              TOKV-TOKEN DELIMITED BY SIZE
              INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING TOKV-PGM-NAME AUDIT-REQUEST

           MOVE SPACES TO TOKV-CLAIM-ID
           MOVE TOKV-TOKEN TO TV-TOKEN
           READ TOKEN-VAULT KEY IS TV-TOKEN
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN TOKEN-VAULT-OK
                 MOVE TV-CLAIM-ID TO TOKV-CLAIM-ID
                 MOVE 'Y' TO TOKV-RESULT
              WHEN TOKEN-VAULT-NOT-FOUND
                 MOVE 'N' TO TOKV-RESULT
              WHEN OTHER
                 DISPLAY "[TOKV] Couldn't read the vault - STATUS "
                    TOKEN-VAULT-STATUS
                 MOVE 'U' TO TOKV-RESULT
           END-EVALUATE

           *> The control record's token has no claim behind it.
           IF TOKV-RESULT = 'Y' AND TOKV-CLAIM-ID = SPACES THEN
              MOVE 'N' TO TOKV-RESULT
           END-IF
           .

       5000-DETOKENIZE-END.
           EXIT.
      ******************************************************************
      * Drops the token's vault entry - for the retention pass only,
      * and on the access trail whichever way it goes. The control
      * record is never dropped.
      ******************************************************************
       6000-EXPUNGE-TOKEN.
           MOVE SPACES TO AUDIT-REQUEST
           IF NOT TOKV-CALLER-EXPUNGES THEN
              STRING "EXPUNGE " DELIMITED BY SIZE
                 TOKV-TOKEN DELIMITED BY SIZE
                 " REFUSED" DELIMITED BY SIZE
                 INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING TOKV-PGM-NAME AUDIT-REQUEST
              MOVE 'R' TO TOKV-RESULT
              GO TO 6000-EXPUNGE-TOKEN-END
           END-IF

           MOVE TOKV-TOKEN TO TV-TOKEN
           READ TOKEN-VAULT KEY IS TV-TOKEN
              INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN TOKEN-VAULT-OK AND TV-CLAIM-ID NOT = SPACES
                 CONTINUE
              WHEN TOKEN-VAULT-OK
              WHEN TOKEN-VAULT-NOT-FOUND
                 MOVE 'N' TO TOKV-RESULT
                 GO TO 6000-EXPUNGE-TOKEN-END
              WHEN OTHER
                 DISPLAY "[TOKV] Couldn't read the vault - STATUS "
                    TOKEN-VAULT-STATUS
                 MOVE 'U' TO TOKV-RESULT
                 GO TO 6000-EXPUNGE-TOKEN-END
           END-EVALUATE

           DELETE TOKEN-VAULT
              INVALID KEY
                 DISPLAY "[TOKV] Couldn't expunge token " TOKV-TOKEN
                    " - STATUS " TOKEN-VAULT-STATUS
                 MOVE 'U' TO TOKV-RESULT
                 GO TO 6000-EXPUNGE-TOKEN-END
           END-DELETE

           STRING "EXPUNGE " DELIMITED BY SIZE
              TOKV-TOKEN DELIMITED BY SIZE
              INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING TOKV-PGM-NAME AUDIT-REQUEST
           MOVE 'Y' TO TOKV-RESULT
           .

       6000-EXPUNGE-TOKEN-END.
           EXIT.

       END PROGRAM UNEMTOKV.
