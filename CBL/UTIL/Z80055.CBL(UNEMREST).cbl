      *               count and date span, so the operator can pick.
      *    'RESTORE'  loads the generation on BACKUPDD into the
      *               (re-defined, empty) UNEMPLRP cluster through
      *               the UNEMAUTH gate, then verifies. It replaces
      *               every state's records, so the job's user must
      *               hold a RESTORE grant for every state ('**' -
      *               UNEMROLE).
      *    'VERIFY'   (the default) compares BACKUPDD against the
      *               live cluster: record count and a control total
      *               per dimension, with a clear PASS/FAIL and RC=8
      *               on FAIL.
      * This utility restores UNEMPLRP on its own. To put the whole
      * dataset family back as of one cycle - UNEMPLRP with every
      * cluster and control dataset beside it - restore a backup
      * set instead (UNEMBKST, job UNEMRSTJ).
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-25  MB  Pointed to the backup-set restore for the
      *                    whole family.
      *    2021-08-25  MB  A restore needs the job's user to hold a
      *                    RESTORE grant for every state (UNEMROLE).
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       FILE SECTION.
      *------------------------
       FD  BACKUP-IN
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  BACKUP-IN-REC PIC X(446).

       FD  LIST-GEN0
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  LIST-GEN0-REC PIC X(446).

       FD  LIST-GEN1
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  LIST-GEN1-REC PIC X(446).

       FD  LIST-GEN2
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  LIST-GEN2-REC PIC X(446).

       FD  LIST-GEN3
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  LIST-GEN3-REC PIC X(446).

       FD  LIST-GEN4
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  LIST-GEN4-REC PIC X(446).

      * Provides:
      *    FD  REPORT-OUT
           88 AUTH-IS-GRANTED VALUE 'G'.
           88 AUTH-IS-DENIED  VALUE 'D'.

      * The user and role check (UNEMROLE) - every state, the job's
      * user.
       01  ROLE-USER  PIC X(8) VALUE SPACES.
       01  ROLE-STATE PIC X(2) VALUE '**'.

      * Built up before each CALL to UNEMVLOG, the centralized VSAM
      * error logger.
       01  LOG-MESSAGE PIC X(60) VALUE SPACES.
       3000-RESTORE-BACKUP.
           CALL "UNEMAUTH" USING "UNEMREST" AUTH-STATUS-SW

           IF AUTH-IS-GRANTED THEN
              CALL "UNEMROLE" USING "UNEMREST" ROLE-USER ROLE-STATE
                 AUTH-STATUS-SW
           END-IF

           IF AUTH-IS-DENIED THEN
              DISPLAY "Not authorized to update the UNEMP report."
              MOVE 8 TO RETURN-CODE
