      ******************************************************************
      * The copybook of the file/record description of the UNEMLHLD
      * legal hold register KSDS - one record per hold counsel has
      * instructed, keyed by the hold id. A hold's scope is one of:
      *    LH-SCOPE 'C' claim  - every claim-level row carrying
      *                          LH-CLAIM-ID (UNEMCLMD);
      *             'S' state  - everything of LH-STATE, limited to
      *                          LH-PERIOD-FROM..LH-PERIOD-TO when
      *                          the range is given;
      *             'P' period - everything of every state in
      *                          LH-PERIOD-FROM..LH-PERIOD-TO.
      * Periods are YYYY-MM. A hold's path through the register:
      *    LH-STATUS  'P' placed      - proposed by one person,
      *                                 already protecting;
      *               'A' active      - confirmed by a second;
      *               'Q' release requested - still protecting;
      *               'R' released    - by a second person, no
      *                                 longer protecting.
      * with who moved it and when at every step. Maintained through
      * UNEMLHLD's two-person flow; the destructive runs ask UNEMLHCK
      * before removing or overwriting anything.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  LEGHOLD-FILE.
       01  LEGHOLD-REC.
           05 LH-HOLD-ID      PIC X(8).
           05 LH-STATUS       PIC X.
              88 LH-PLACED         VALUE 'P'.
              88 LH-ACTIVE         VALUE 'A'.
              88 LH-RELEASE-ASKED  VALUE 'Q'.
              88 LH-RELEASED       VALUE 'R'.
              88 LH-PROTECTING     VALUE 'P' 'A' 'Q'.
           05 LH-SCOPE        PIC X.
              88 LH-SCOPE-CLAIM    VALUE 'C'.
              88 LH-SCOPE-STATE    VALUE 'S'.
              88 LH-SCOPE-PERIOD   VALUE 'P'.
           05 LH-CLAIM-ID     PIC X(12).
           05 LH-STATE        PIC X(2).
           05 LH-PERIOD-FROM  PIC X(7).
           05 LH-PERIOD-TO    PIC X(7).
           05 LH-REFERENCE    PIC X(20).
           05 LH-PLACE-USER   PIC X(8).
           05 LH-PLACE-DATE   PIC 9(8).
           05 LH-CONFIRM-USER PIC X(8).
           05 LH-CONFIRM-DATE PIC 9(8).
           05 LH-RELREQ-USER  PIC X(8).
           05 LH-RELREQ-DATE  PIC 9(8).
           05 LH-REL-USER     PIC X(8).
           05 LH-REL-DATE     PIC 9(8).
           05 FILLER          PIC X(6).
