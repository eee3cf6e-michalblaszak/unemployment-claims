      *                    UNEMUMAPO redefines UNEMUMAPI, so
      *                    clearing it first wiped the input just
      *                    received.
      *    2021-08-25  MB  The signed-on user must hold a CORRECT
      *                    grant for the record's state (UNEMROLE,
      *                    the USERAUTH table) - the program gate
      *                    alone let any UNUP user change any state.
      *    2021-08-25  MB  Each applied update goes on the ACCAUD
      *                    access trail as well (UNEMACCL) - who,
      *                    which record, which period. The before-
      *                    image feed carries no user, and the
      *                    separation-of-duties review (UNEMSODR)
      *                    has to know who made the change.
      *    2021-08-25  MB  Each applied update publishes a change
      *                    event to the record's state topic
      *                    (UNEMCHEV). The event is put under the
      *                    task's syncpoint, so it is committed or
      *                    rolled back with the rewrite itself.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       01  UPDT-PAYLOAD-REC.
           COPY PAYLOAD.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.

      * The history feed record - HISTREC.cpy's shape, written to
      * the UNEMHIS2 ESDS that UNEMDLYJ's STEP007 folds into
      * UNEMHIST each night.
       01  HIST-FEED-REC.
           05 HF-AS-OF-DATE   PIC 9(8) VALUE ZERO.
           05 HF-BEFORE-IMAGE PIC X(446) VALUE SPACES.

       01  AS-OF-DATE   PIC 9(8) VALUE ZERO.
       01  AS-OF-DATE-X PIC X(8) VALUE SPACES.
           88 AUTH-IS-GRANTED VALUE 'G'.
           88 AUTH-IS-DENIED  VALUE 'D'.

      * The signed-on user, checked by UNEMROLE for the record's
      * state.
       01  SIGNON-USER PIC X(8) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL - the signed-on
      * user travels in the request text, as the online lookups do.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

       01  REQUEST-KEY.
           05 REQUEST-KEY-ID    PIC X(8).
           05 REQUEST-KEY-STATE PIC X(2).

       01  RESP-CODE PIC S9(8) COMP VALUE ZERO.

      * The change-event publisher's parameters (UNEMCHEV).
       01  CHEV-FUNCTION PIC X(8) VALUE SPACES.
       01  CHEV-KIND     PIC X VALUE 'C'.
       01  CHEV-RESULT   PIC X VALUE SPACE.
       01  PUBLISH-RESULT PIC X VALUE SPACE.

      * The cycle the online day is running under - updates are
      * quiesced while the batch window holds it in the loading
      * states (see UNEMCYRD).
              GO TO 4000-APPLY-UPDATE-EXIT
           END-IF

           EXEC CICS
               ASSIGN USERID(SIGNON-USER)
           END-EXEC

           CALL 'UNEMROLE' USING 'UNEMUPDT' SIGNON-USER
              REQUEST-KEY-STATE AUTH-STATUS-SW

           IF AUTH-IS-DENIED THEN
              MOVE "Not authorized to correct this state's records."
                 TO UMSGO
              GO TO 4000-APPLY-UPDATE-EXIT
           END-IF

           EXEC CICS
               READ DATASET('UNEMPLRP')
                    INTO(UPDT-PAYLOAD-REC)
           PERFORM 5000-WRITE-HISTORY-FEED
              THRU 5000-WRITE-HISTORY-FEED-EXIT

           *> Joins the task's unit of work - committed with the
           *> rewrite when the task returns.
           MOVE 'PUBLISH' TO CHEV-FUNCTION
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMUPDT" CHEV-KIND
              QUIESCE-CYCLE-DATE REC-BEFORE-IMAGE UPDT-PAYLOAD-REC
              CHEV-RESULT
           MOVE CHEV-RESULT TO PUBLISH-RESULT
           MOVE 'CLOSE' TO CHEV-FUNCTION
           CALL "UNEMCHEV" USING CHEV-FUNCTION "UNEMUPDT" CHEV-KIND
              QUIESCE-CYCLE-DATE REC-BEFORE-IMAGE UPDT-PAYLOAD-REC
              CHEV-RESULT

           MOVE SPACES TO AUDIT-REQUEST
           STRING "UNUP UPDATE " SIGNON-USER " " REQUEST-KEY " "
              FD-DATE (1:7)
              DELIMITED BY SIZE INTO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMUPDT" AUDIT-REQUEST

           PERFORM 3000-DISPLAY-RECORD
              THRU 3000-DISPLAY-RECORD-EXIT
           IF PUBLISH-RESULT = 'Y' THEN
              MOVE "Record updated." TO UMSGO
           ELSE
              MOVE "Updated, but the change event wasn't published."
                 TO UMSGO
           END-IF
           .

       4000-APPLY-UPDATE-EXIT.
