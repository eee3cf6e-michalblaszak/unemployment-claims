      ******************************************************************
      * The copybook of the file/record description of the KEYRING
      * secret-key dataset (Z80055.VAULT.KEYRING) - the keys the
      * keyed digests (UNEMKDIG) are computed under. One card per
      * purpose:
      *    KR-PURPOSE  'PSEUDONM' the UNEMCLRT claim pseudonyms,
      *                'AUDCHAIN' the UNEMSEAL audit-trail chain.
      *    KR-KEY-TEXT the key - any 16 to 64 characters, kept
      *                nowhere else.
      * The dataset sits under the Z80055.VAULT profile, not the
      * subsystem's: read access for the jobs that pseudonymize or
      * seal, update for the security administrators only. Whoever
      * can read it can recompute the digests, so it is never
      * copied into the backup sets or the test refresh.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  KEY-RING
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  KEY-RING-REC.
           05 KR-PURPOSE  PIC X(8).
           05 FILLER      PIC X.
           05 KR-KEY-TEXT PIC X(64).
           05 FILLER      PIC X(7).
