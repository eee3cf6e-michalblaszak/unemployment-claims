      ******************************************************************
      * The copybook of the file/record description of the USERAUTH
      * user authorization KSDS - who may update UNEMPLRP, in what
      * capacity and for which states. Two kinds of record, told
      * apart by UA-REC-TYPE at the front of the key:
      *    'R' role  - a role and the update functions it permits
      *                (UA-USERID spaces);
      *    'G' grant - one user holding one role, for the states
      *                listed ('**' every state), from UA-VALID-FROM
      *                through UA-VALID-TO (99999999 open-ended),
      *                under the manager who answers for it.
      * The functions are the update paths UNEMROLE maps every
      * updating program to:
      *    IMPORT   the importers, the promotion, the weekly rollup
      *             and the detail aggregation's APPLY
      *    CORRECT  UNEMCORR, UNEMBNCH and the UNUP online panel
      *    ARCHIVE  UNEMARCH
      *    RESTORE  UNEMREST, UNEMBKOT and the backup-set restore
      *    OVERRIDE the emergency override of the batch-window
      *             interlock (UNEMWLCK) - an update while the daily
      *             job's window is open
      *    *ALL     every function
      * A grant's path: 'A' active until revoked ('X') - by UNEMUSRM
      * or by its manager refusing it at recertification. Each
      * quarter's recertification (UNEMRCRT lists, UNEMUSRM RECERT
      * records) stamps the quarter and the manager on the grant.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  USER-AUTH.
       01  USER-AUTH-REC.
           05 UA-KEY.
              10 UA-REC-TYPE      PIC X.
                 88 UA-ROLE-REC         VALUE 'R'.
                 88 UA-GRANT-REC        VALUE 'G'.
              10 UA-USERID        PIC X(8).
              10 UA-ROLE          PIC X(8).
           05 UA-ROLE-BODY.
              10 UA-FUNCTION      PIC X(8) OCCURS 6 TIMES.
              10 FILLER           PIC X(47).
           05 UA-GRANT-BODY REDEFINES UA-ROLE-BODY.
              10 UA-GRANT-STATUS  PIC X.
                 88 UA-GRANT-ACTIVE     VALUE 'A'.
                 88 UA-GRANT-REVOKED    VALUE 'X'.
              10 UA-STATE         PIC X(2) OCCURS 8 TIMES.
              10 UA-VALID-FROM    PIC 9(8).
              10 UA-VALID-TO      PIC 9(8).
              10 UA-MANAGER       PIC X(8).
              10 UA-GRANT-USER    PIC X(8).
              10 UA-GRANT-DATE    PIC 9(8).
              10 UA-RECERT-QTR    PIC X(6).
              10 UA-RECERT-USER   PIC X(8).
              10 UA-RECERT-DATE   PIC 9(8).
              10 UA-REVOKE-USER   PIC X(8).
              10 UA-REVOKE-DATE   PIC 9(8).
           05 FILLER              PIC X(16).
