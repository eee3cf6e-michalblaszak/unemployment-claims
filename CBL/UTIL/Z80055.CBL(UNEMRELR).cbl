      * RELREC.cpy) through a two-person flow in the UNEMPEND style:
      *
      *    PARM='DRAFT    yyyy-mm uuuuuuuu'
      *        opens the period's register entry as a draft - or
      *        reopens one returned (rejected) in the UNAP inbox.
      *    PARM='SIGNOFF  yyyy-mm uuuuuuuu'
      *        records the sign-off - refused unless the period is a
      *        draft.
      * The outward-facing producers (UNEMCSV, the subscription
      * extracts, the web feed builder) ask UNEMRELG and refuse
      * public output for a period that doesn't read released here.
      * Sign-off and release can also be given, or the period
      * returned to its drafter, in the UNAP approvals inbox
      * (UNEMAPPR).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  DRAFT reopens a period returned in the
      *                    UNAP approvals inbox.
      *    2021-08-25  MB  A failed REWRITE of the register entry
      *                    (DRAFT of a returned period, SIGNOFF,
      *                    RELEASE) is reported and ends RC=8 instead
      *                    of being announced as done.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           EVALUATE PARM-ACTION
              WHEN "DRAFT"
                 PERFORM 2000-DRAFT-PERIOD
                    THRU 2000-DRAFT-PERIOD-END
              WHEN "SIGNOFF"
                 PERFORM 3000-SIGN-OFF-PERIOD
                    THRU 3000-SIGN-OFF-PERIOD-END
              WHEN "RELEASE"
                 PERFORM 4000-RELEASE-PERIOD
                    THRU 4000-RELEASE-PERIOD-END
              WHEN "SHOW"
                 PERFORM 5000-SHOW-PERIOD
              WHEN OTHER

           WRITE RELREG-REC
              INVALID KEY
                 PERFORM 2100-REDRAFT-PERIOD
                    THRU 2100-REDRAFT-PERIOD-END
              NOT INVALID KEY
                 DISPLAY PARM-PERIOD " drafted by " PARM-USER "."
           END-WRITE

       2000-DRAFT-PERIOD-END.
           EXIT.
      ******************************************************************
      * The period is on the register already - only a returned one
      * may be drafted again, from scratch.
      ******************************************************************
       2100-REDRAFT-PERIOD.
           READ RELREG-FILE
              INVALID KEY
                 DISPLAY "Period " PARM-PERIOD " couldn't be read - "
                    "STATUS " RELREG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 2100-REDRAFT-PERIOD-END
           END-READ

           IF NOT RL-RETURNED THEN
              DISPLAY "Period " PARM-PERIOD " is already on the "
                 "register."
              MOVE 8 TO RETURN-CODE
              GO TO 2100-REDRAFT-PERIOD-END
           END-IF

           MOVE SPACES TO RELREG-REC
           MOVE PARM-PERIOD TO RL-PERIOD
           SET RL-DRAFT TO TRUE
           MOVE PARM-USER TO RL-DRAFT-USER
           MOVE RUN-DATE-TODAY TO RL-DRAFT-DATE
           MOVE ZERO TO RL-SIGN-DATE
           MOVE ZERO TO RL-REL-DATE
           REWRITE RELREG-REC
              INVALID KEY
                 DISPLAY "Period " PARM-PERIOD " couldn't be "
                    "rewritten - STATUS " RELREG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 2100-REDRAFT-PERIOD-END
           END-REWRITE

           IF NOT RELREG-OK THEN
              DISPLAY "Error rewriting period " PARM-PERIOD
                 " - STATUS " RELREG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2100-REDRAFT-PERIOD-END
           END-IF

           DISPLAY PARM-PERIOD " drafted again by " PARM-USER "."
           .

       2100-REDRAFT-PERIOD-END.
           EXIT.
      ******************************************************************
       3000-SIGN-OFF-PERIOD.
           MOVE PARM-PERIOD TO RL-PERIOD
           MOVE PARM-USER TO RL-SIGN-USER
           MOVE RUN-DATE-TODAY TO RL-SIGN-DATE
           REWRITE RELREG-REC
              INVALID KEY
                 DISPLAY "Period " PARM-PERIOD " couldn't be "
                    "rewritten - STATUS " RELREG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 3000-SIGN-OFF-PERIOD-END
           END-REWRITE

           IF NOT RELREG-OK THEN
              DISPLAY "Error rewriting period " PARM-PERIOD
                 " - STATUS " RELREG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 3000-SIGN-OFF-PERIOD-END
           END-IF

           DISPLAY PARM-PERIOD " signed off by " PARM-USER "."
           .
           MOVE PARM-USER TO RL-REL-USER
           MOVE RUN-DATE-TODAY TO RL-REL-DATE
           REWRITE RELREG-REC
              INVALID KEY
                 DISPLAY "Period " PARM-PERIOD " couldn't be "
                    "rewritten - STATUS " RELREG-STATUS
                 MOVE 8 TO RETURN-CODE
                 GO TO 4000-RELEASE-PERIOD-END
           END-REWRITE

           IF NOT RELREG-OK THEN
              DISPLAY "Error rewriting period " PARM-PERIOD
                 " - STATUS " RELREG-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-RELEASE-PERIOD-END
           END-IF

           DISPLAY PARM-PERIOD " RELEASED by " PARM-USER "."
           .
