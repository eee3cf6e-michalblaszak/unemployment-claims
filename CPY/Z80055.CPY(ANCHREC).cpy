      ******************************************************************
      * The copybook of the file/record description of the AUDANCHR
      * audit-chain anchor file (Z80055.VAULT.AUDANCHR) - where each
      * trail's chain head is kept outside the chain itself. Every
      * time UNEMSEAL writes a trail's AUDCHAIN header (a SEAL, a
      * REBASE) it appends one anchor here:
      *    AN-TRAIL        the trail (as CH-TRAIL)
      *    AN-GEN          the trail's current generation
      *    AN-LAST-SEQ     the chain's last sequence used
      *    AN-HEAD-DIGEST  the chain's head digest
      *    AN-SEAL-DATE/-TIME/-USER  when and by whom
      *    AN-ANCHOR-DIGEST the anchor's own keyed digest (UNEMKDIG,
      *                    'AUDCHAIN' key) over the fields above, so
      *                    an anchor can't be keyed in by hand.
      * VERIFY compares each trail's header with the trail's latest
      * anchor: a chain rolled back, or cut short together with its
      * header, no longer meets it.
      * The dataset sits under the Z80055.VAULT profile, not the
      * subsystem's: it is only ever appended to (DISP=MOD) by the
      * sealing jobs and read by VERIFY, and update access is for
      * the security administrators only - nobody who can update
      * AUDCHAIN may update this file.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  AUD-ANCHOR
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  AUD-ANCHOR-REC.
           05 AN-ANCHOR-BODY.
              10 AN-TRAIL         PIC X(8).
              10 AN-GEN           PIC 9(3).
              10 AN-LAST-SEQ      PIC 9(9).
              10 AN-HEAD-DIGEST   PIC 9(18).
              10 AN-SEAL-DATE     PIC 9(8).
              10 AN-SEAL-TIME     PIC 9(6).
              10 AN-SEAL-USER     PIC X(8).
           05 AN-ANCHOR-DIGEST    PIC 9(18).
           05 FILLER              PIC X(2).
