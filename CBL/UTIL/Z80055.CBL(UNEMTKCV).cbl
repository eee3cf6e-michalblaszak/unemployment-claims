      ******************************************************************
      * Claim-detail tokenization conversion utility.
      ******************************************************************
      * UNEMCLDI now stores each claim's token from the UNEMTOKV token
      * vault in CD-CLAIM-ID; the rows loaded before that still carry
      * the agency's claim id. This utility converts them once, in
      * place (UNEMTKCJ):
      *    the store is first copied out (CLMDCPDD, CLMDREC layout),
      *       so the cluster is never browsed while its keys change;
      *    each copied row still carrying a claim id gets the claim's
      *       token through UNEMTOKV (the same token UNEMCLDI hands
      *       out, so later loads continue the claim's rows), is
      *       written back under the token and its claim-id row
      *       deleted - written first, so a run stopped between the
      *       two leaves both rows rather than neither;
      *    a row already carrying a token ('T' and eleven digits) is
      *       skipped, so a rerun after a stop picks up where the
      *       last one ended.
      * The period/state alternate index is UPGRADE and follows the
      * base cluster by itself.
      *-----------------------------------------------------------------
      * Return codes: 0 converted, 4 one or more rows couldn't be
      * moved (listed - rerun once the cause is fixed), 8 a dataset
      * couldn't be opened or the vault failed (rerun).
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMTOKV - the claim token service.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMTKCV.
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
           *> The copy of the claim-detail store, read front to back
           SELECT DETAIL-COPY ASSIGN TO CLMDCPDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DETAIL-COPY-STATUS.

           *> The claim-detail KSDS, converted in place
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
       FD  DETAIL-COPY
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  DETAIL-COPY-REC PIC X(80).

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  DETAIL-COPY-STATUS PIC XX.
           88 DETAIL-COPY-OK VALUE "00".
           88 DETAIL-COPY-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".

      * The copied row, kept while its token row is written.
       01  OLD-DETAIL-REC PIC X(80).

       01  VAULT-FAILED-SW PIC X VALUE 'N'.
           88 VAULT-FAILED VALUE 'Y'.

      * The token service call (UNEMTOKV / TOKVLTDD).
       01  TOKV-FUNCTION PIC X VALUE SPACE.
       01  TOKV-CLAIM-ID PIC X(12) VALUE SPACES.
       01  TOKV-TOKEN    PIC X(12) VALUE SPACES.
       01  TOKV-RESULT   PIC X VALUE SPACE.

       01  ROWS-READ      COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-CONVERTED COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-SKIPPED   COMP-4 PIC 9(7) VALUE ZERO.
       01  ROWS-FAILED    COMP-4 PIC 9(7) VALUE ZERO.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           OPEN INPUT DETAIL-COPY

           IF NOT DETAIL-COPY-OK THEN
              DISPLAY "Couldn't open the claim-detail copy - STATUS "
                 DETAIL-COPY-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           OPEN I-O CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              CLOSE DETAIL-COPY
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-READ-COPY
           PERFORM UNTIL DETAIL-COPY-EOF OR VAULT-FAILED
              ADD 1 TO ROWS-READ
              PERFORM 3000-CONVERT-ROW
                 THRU 3000-CONVERT-ROW-END
              PERFORM 2000-READ-COPY
           END-PERFORM

           CLOSE DETAIL-COPY
           CLOSE CLAIM-DETAIL
           MOVE 'C' TO TOKV-FUNCTION
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMTKCV"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT

           DISPLAY ROWS-READ " row(s) read, " ROWS-CONVERTED
              " converted, " ROWS-SKIPPED " already tokenized, "
              ROWS-FAILED " not moved."

           IF VAULT-FAILED THEN
              DISPLAY "*** Conversion stopped - the token vault "
                 "failed. Rerun once it is back."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           IF ROWS-FAILED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
       2000-READ-COPY.
           READ DETAIL-COPY INTO OLD-DETAIL-REC
              AT END CONTINUE
           END-READ

           IF NOT DETAIL-COPY-OK AND NOT DETAIL-COPY-EOF THEN
              DISPLAY "Error reading the claim-detail copy - STATUS "
                 DETAIL-COPY-STATUS
              SET DETAIL-COPY-EOF TO TRUE
           END-IF
           .

       2000-READ-COPY-END.
           EXIT.
      ******************************************************************
      * Moves one row from its claim id to its token: the token row
      * is written (or found already written by an earlier stopped
      * run), then the claim-id row deleted.
      ******************************************************************
       3000-CONVERT-ROW.
           MOVE OLD-DETAIL-REC TO CLAIM-DETAIL-REC

           IF CD-CLAIM-ID (1:1) = 'T'
              AND CD-CLAIM-ID (2:11) IS NUMERIC THEN
              ADD 1 TO ROWS-SKIPPED
              GO TO 3000-CONVERT-ROW-END
           END-IF

           MOVE 'T' TO TOKV-FUNCTION
           MOVE CD-CLAIM-ID TO TOKV-CLAIM-ID
           CALL "UNEMTOKV" USING TOKV-FUNCTION "UNEMTKCV"
              TOKV-CLAIM-ID TOKV-TOKEN TOKV-RESULT
           IF TOKV-RESULT NOT = 'Y' THEN
              DISPLAY "Couldn't tokenize a claim id - result "
                 TOKV-RESULT
              SET VAULT-FAILED TO TRUE
              GO TO 3000-CONVERT-ROW-END
           END-IF

           MOVE TOKV-TOKEN TO CD-CLAIM-ID
           WRITE CLAIM-DETAIL-REC
              INVALID KEY
                 IF CLAIM-DETAIL-STATUS NOT = "22" THEN
                    DISPLAY "Couldn't write token row " CD-CLAIM-ID
                       " " CD-PERIOD-DATE " " CD-STATE-CODE
                       " - STATUS " CLAIM-DETAIL-STATUS
                    ADD 1 TO ROWS-FAILED
                    GO TO 3000-CONVERT-ROW-END
                 END-IF
           END-WRITE

           MOVE OLD-DETAIL-REC TO CLAIM-DETAIL-REC
           DELETE CLAIM-DETAIL
              INVALID KEY
                 DISPLAY "Couldn't remove the claim-id row of token "
                    TOKV-TOKEN " " CD-PERIOD-DATE " " CD-STATE-CODE
                    " - STATUS " CLAIM-DETAIL-STATUS
                 ADD 1 TO ROWS-FAILED
                 GO TO 3000-CONVERT-ROW-END
           END-DELETE

           ADD 1 TO ROWS-CONVERTED
           .

       3000-CONVERT-ROW-END.
           EXIT.

       END PROGRAM UNEMTKCV.
