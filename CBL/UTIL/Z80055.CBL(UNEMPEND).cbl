      * PARM= selects the action:
      *    'STAGE    bbbbbbbb mmmmmmmm'
      *        stages the CORRINDD transaction file (the same
      *        1+446-byte records UNEMCORR reads) as batch bbbbbbbb,
      *        staged by maker mmmmmmmm.
      *    'STAGEPRG bbbbbbbb mmmmmmmm'
      *        stages a purge authorization for the next UNEMARCH
      *        run as batch bbbbbbbb.
      *    'STAGERET bbbbbbbb mmmmmmmm'
      *        stages a retention authorization for the next
      *        UNEMCLRT claim-detail pseudonymization run or UNEMRETN
      *        history retention run as batch bbbbbbbb - whichever
      *        runs first consumes it.
      *    'PREVIEW  bbbbbbbb'
      *        shows exactly which records the batch would change
      *        and how, against the live file.
      *                    claim-detail pseudonymization pass,
      *                    staged and approved exactly the way a
      *                    purge authorization is.
      *    2021-08-25  MB  A retention authorization also releases
      *                    the UNEMRETN history retention run.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       FILE SECTION.
      *------------------------
       FD  CORR-IN-FILE
              RECORD CONTAINS 447 CHARACTERS
              RECORDING MODE F.
       01  CORR-IN-REC.
           05 CORR-ACTION  PIC X.
           05 CORR-PAYLOAD PIC X(446).

      * Provides:
      *    FD  PEND-FILE
       2500-STAGE-PURGE-END.
           EXIT.
      ******************************************************************
      * Stages a retention authorization for the next UNEMCLRT or
      * UNEMRETN run -
      * the same one-record batch shape a purge authorization takes.
      ******************************************************************
       2600-STAGE-RETENTION.
