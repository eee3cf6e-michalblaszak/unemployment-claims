      *    RL-STATUS  'D' draft     - figures exist, nothing public
      *               'S' signed-off - the commissioner has signed
      *               'R' released  - public output may be produced
      *               'J' returned  - rejected in the UNAP approvals
      *                               inbox; DRAFT reopens it
      * with who moved it and when at every step. Maintained through
      * UNEMRELR's two-person flow (the releaser may not be the
      * signer); the outward-facing producers ask UNEMRELG before
              88 RL-DRAFT      VALUE 'D'.
              88 RL-SIGNED-OFF VALUE 'S'.
              88 RL-RELEASED   VALUE 'R'.
              88 RL-RETURNED   VALUE 'J'.
           05 RL-DRAFT-USER PIC X(8).
           05 RL-DRAFT-DATE PIC 9(8).
           05 RL-SIGN-USER  PIC X(8).
