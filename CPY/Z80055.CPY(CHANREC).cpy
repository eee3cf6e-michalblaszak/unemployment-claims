      ******************************************************************
      * The copybook of the file/record description of the AUDCHAIN
      * audit-trail hash chain KSDS - the tamper evidence for the
      * trails the audits rest on:
      *    UNEMHIST  the correction history (sequential)
      *    RUNHIST   the UNEMRUNH import run history (KSDS)
      *    PENDING   the UNEMPEND approvals (KSDS - approved,
      *              applied and rejected batches)
      *    RELREG    the release register (KSDS - released periods)
      *    ACCAUD    the ACCAUDDD access trail (sequential)
      * UNEMSEAL seals each trail entry once, in the order it finds
      * them, as one 'E' record keyed by trail and chain sequence:
      * CH-ENTRY-DIGEST over the entry's own content, CH-CHAIN-DIGEST
      * over that digest and the previous record's chain digest - so
      * no sealed entry, and no chain record, can be altered, removed
      * or slipped in without breaking every link after it.
      * Sequence 0 of each trail is its 'H' header (generation 000
      * in the alternate key): the last sequence used, the current
      * generation and where it starts, how many entries of a
      * sequential trail it has sealed, and the head digest - the
      * last record's chain digest. A generation ends when a
      * retention run trims a trail: the 'B' rebase record links the
      * old chain to the new one, and the trail is sealed again from
      * its first remaining entry.
      * The alternate key (trail, generation, entry key) finds an
      * entry's seal - the keyed trails' own record key, a
      * sequential trail's entry number - through the
      * Z80055.UNEMPL.AUDCHAIN.ENTRY path.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  AUD-CHAIN.
       01  AUD-CHAIN-REC.
           05 CH-KEY.
              10 CH-TRAIL         PIC X(8).
              10 CH-SEQ           PIC 9(9).
           05 CH-ALT-KEY.
              10 CH-ALT-TRAIL     PIC X(8).
              10 CH-GEN           PIC 9(3).
              10 CH-ENTRY-KEY     PIC X(22).
           05 CH-TYPE             PIC X.
              88 CH-HEADER-REC          VALUE 'H'.
              88 CH-ENTRY-REC           VALUE 'E'.
              88 CH-REBASE-REC          VALUE 'B'.
           05 CH-ENTRY-BODY.
              10 CH-ENTRY-DATE    PIC 9(8).
              10 CH-ENTRY-DIGEST  PIC 9(18).
              10 CH-CHAIN-DIGEST  PIC 9(18).
              10 CH-SEAL-DATE     PIC 9(8).
              10 CH-SEAL-USER     PIC X(8).
           05 CH-HEADER-BODY REDEFINES CH-ENTRY-BODY.
              10 CH-LAST-SEQ      PIC 9(9).
              10 CH-GEN-START     PIC 9(9).
              10 CH-GEN-ENTRIES   PIC 9(9).
              10 CH-HEAD-DIGEST   PIC 9(18).
              10 CH-LAST-SEAL     PIC 9(8).
              10 CH-CUR-GEN       PIC 9(3).
              10 FILLER           PIC X(4).
           05 FILLER              PIC X(17).
