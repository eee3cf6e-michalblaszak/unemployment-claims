      ******************************************************************
      * The copybook of the file/record description of the UNEMTOKV
      * claim token vault KSDS - the only place the agency's claim id
      * and the token UNEMCLMD carries in its place are found
      * together. One record per claim id ever loaded, keyed by the
      * claim id; the token is the unique alternate key (the
      * Z80055.UNEMTOKV.TOKEN path), so the vault answers both ways.
      * A token is 'T' and an eleven-digit serial, handed out in
      * load order and never reused or changed - a claim keeps the
      * one token across every period and state it is loaded for.
      * The record with the blank claim id (no claim id is ever
      * blank - UNEMCLDI rejects those rows) is the control record:
      * its token is the all-zero one and TV-LAST-NUMBER the last
      * serial handed out.
      * Read and written only through the UNEMTOKV token service.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  TOKEN-VAULT.
       01  TOKEN-VAULT-REC.
           05 TV-CLAIM-ID     PIC X(12).
           05 TV-TOKEN        PIC X(12).
           05 TV-ENTRY.
              10 TV-CREATE-DATE PIC 9(8).
              10 TV-CREATE-PGM  PIC X(8).
           05 TV-CONTROL REDEFINES TV-ENTRY.
              10 TV-LAST-NUMBER PIC 9(11).
              10 FILLER         PIC X(5).
           05 FILLER          PIC X(8).
