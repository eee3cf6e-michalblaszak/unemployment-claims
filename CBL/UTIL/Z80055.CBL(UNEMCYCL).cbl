      *    PARM='END'      marks the reports released and the cycle
      *                    closed.
      *    PARM='SHOW'     (or none) displays the cycle unchanged.
      *    PARM='LOCK job' takes the batch-window lock for the job
      *                    (UNEMDLYJ by default) - refused (RC=8)
      *                    unless the cycle is open ('E'). While it
      *                    is held the live-updating utilities are
      *                    refused (UNEMWLCK).
      *    PARM='FREE job' releases it.
      * Each forward move is refused unless the cycle is in the state
      * immediately before it.
      *-----------------------------------------------------------------
      *                    orchestration (UNEMCTCH) replays missed
      *                    days through it; a bare START still
      *                    opens on today's date.
      *    2021-08-25  MB  PARM='LOCK' / 'FREE' take and release the
      *                    batch-window lock on the cycle record.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      * catch-up run supplies on the PARM.
       01  START-DATE PIC 9(8) VALUE ZERO.

      * The job a LOCK or FREE names.
       01  LOCK-JOB PIC X(8) VALUE 'UNEMDLYJ'.
       01  TIME-NOW-FULL PIC 9(8) VALUE ZERO.

      * Built up before each CALL to UNEMOPAL, the operator alert
      * utility, when a state move is refused.
       01  ALERT-MESSAGE PIC X(60) VALUE SPACES.
                 PERFORM 6000-ADVANCE-TO-CHECKED
              WHEN PARM-ACTION = "END"
                 PERFORM 7000-END-CYCLE
              WHEN PARM-ACTION = "LOCK"
              WHEN PARM-TEXT (1:5) = "LOCK "
                 PERFORM 7500-LOCK-WINDOW THRU 7500-LOCK-WINDOW-END
              WHEN PARM-ACTION = "FREE"
              WHEN PARM-TEXT (1:5) = "FREE "
                 PERFORM 7600-FREE-WINDOW THRU 7600-FREE-WINDOW-END
              WHEN OTHER
                 DISPLAY "Unknown action '" PARM-ACTION
                    "' - use START, LOADED, CHECKED, END, LOCK, FREE "
                    "or SHOW."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           .
           IF CYCLE-PRESENT THEN
              DISPLAY "Current cycle: " CY-BUSINESS-DATE
                 " state " CY-STATE "."
              IF CY-WINDOW-LOCKED THEN
                 DISPLAY "Batch window locked by " CY-LOCK-JOB
                    " since " CY-LOCK-DATE " " CY-LOCK-TIME "."
              END-IF
           ELSE
              DISPLAY "No cycle on record."
           END-IF
           MOVE SPACES TO CYCLE-REC
           MOVE START-DATE TO CY-BUSINESS-DATE
           SET CY-STATE-EXPECTED TO TRUE
           PERFORM 8000-REWRITE-CYCLE THRU 8000-REWRITE-CYCLE-END

           DISPLAY "Cycle " CY-BUSINESS-DATE " opened - sources "
              "expected."
           END-IF

           SET CY-STATE-LOADED TO TRUE
           PERFORM 8000-REWRITE-CYCLE THRU 8000-REWRITE-CYCLE-END
           DISPLAY "Cycle " CY-BUSINESS-DATE " marked loaded."
           .

           END-IF

           SET CY-STATE-CHECKED TO TRUE
           PERFORM 8000-REWRITE-CYCLE THRU 8000-REWRITE-CYCLE-END
           DISPLAY "Cycle " CY-BUSINESS-DATE " marked checked."
           .

           END-IF

           SET CY-STATE-RELEASED TO TRUE
           PERFORM 8000-REWRITE-CYCLE THRU 8000-REWRITE-CYCLE-END
           DISPLAY "Cycle " CY-BUSINESS-DATE " released."
           .

       7000-END-CYCLE-END.
           EXIT.
      ******************************************************************
      * Takes the batch-window lock for the job - only on an open
      * cycle. The job's own restart finds it still held and takes
      * it again.
      ******************************************************************
       7500-LOCK-WINDOW.
           PERFORM 7700-PARSE-JOB

           IF NOT CYCLE-PRESENT OR NOT CY-STATE-EXPECTED THEN
              DISPLAY "*** LOCK refused - the cycle is not in the "
                 "expected state."
              MOVE 8 TO RETURN-CODE
              GO TO 7500-LOCK-WINDOW-END
           END-IF

           IF CY-WINDOW-LOCKED AND CY-LOCK-JOB NOT = LOCK-JOB THEN
              DISPLAY "*** LOCK refused - the batch window is held "
                 "by " CY-LOCK-JOB "."
              MOVE 8 TO RETURN-CODE
              GO TO 7500-LOCK-WINDOW-END
           END-IF

           ACCEPT TIME-NOW-FULL FROM TIME
           SET CY-WINDOW-LOCKED TO TRUE
           MOVE LOCK-JOB TO CY-LOCK-JOB
           MOVE RUN-DATE-TODAY TO CY-LOCK-DATE
           MOVE TIME-NOW-FULL (1:6) TO CY-LOCK-TIME
           PERFORM 8000-REWRITE-CYCLE THRU 8000-REWRITE-CYCLE-END
           DISPLAY "Batch window locked by " LOCK-JOB " - the "
              "live-updating utilities are refused until it is freed."
           .

       7500-LOCK-WINDOW-END.
           EXIT.
      ******************************************************************
       7600-FREE-WINDOW.
           PERFORM 7700-PARSE-JOB

           IF NOT CYCLE-PRESENT OR NOT CY-WINDOW-LOCKED THEN
              DISPLAY "The batch window is not locked - nothing to "
                 "free."
              GO TO 7600-FREE-WINDOW-END
           END-IF

           IF CY-LOCK-JOB NOT = LOCK-JOB THEN
              DISPLAY "*** FREE refused - the batch window is held "
                 "by " CY-LOCK-JOB ", not " LOCK-JOB "."
              MOVE 8 TO RETURN-CODE
              GO TO 7600-FREE-WINDOW-END
           END-IF

           MOVE SPACES TO CY-LOCK-SW CY-LOCK-JOB
           MOVE ZERO TO CY-LOCK-DATE CY-LOCK-TIME
           PERFORM 8000-REWRITE-CYCLE THRU 8000-REWRITE-CYCLE-END
           DISPLAY "Batch window freed by " LOCK-JOB "."
           .

       7600-FREE-WINDOW-END.
           EXIT.
      ******************************************************************
      * The job on a LOCK or FREE - 'LOCK job', or column-aligned
      * 'LOCK    job' as the START date is.
      ******************************************************************
       7700-PARSE-JOB.
           EVALUATE TRUE
              WHEN PARM-LEN >= 16 AND PARM-TEXT (9:8) NOT = SPACES
                 MOVE PARM-TEXT (9:8) TO LOCK-JOB
              WHEN PARM-LEN >= 6 AND PARM-TEXT (6:8) NOT = SPACES
                 MOVE PARM-TEXT (6:8) TO LOCK-JOB
           END-EVALUATE
           .

       7700-PARSE-JOB-END.
           EXIT.
      ******************************************************************
      * Writes the single cycle record back - the dataset holds
      * exactly one record, rewritten in place on every state move.
      ******************************************************************
