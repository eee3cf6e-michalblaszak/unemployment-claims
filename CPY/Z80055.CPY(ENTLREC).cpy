      ******************************************************************
      * The copybook of the file/record description of the consumer
      * entitlement registry - who outside the unit may receive what,
      * through which outbound channel. One row per grant ('*' in
      * column one is a comment); a consumer may have several rows -
      * more states than one row holds, or grants for different
      * periods - and is entitled when any one of them covers what
      * is being sent:
      *    EN-CONSUMER  the consumer id - the SUBSCRDD subscriber
      *                 name (UNEMSUBX), the DISTLSTDD recipient
      *                 (UNEMDIST), the request message's MQ user
      *                 id (UNEMPMQS), the FEED-CONSUMER runtime
      *                 parameter (UNEMFEED, default PUBLIC-WEB)
      *    EN-CHANNELS  'Y' per channel the grant covers - MQ
      *                 request/reply, subscription extract,
      *                 dashboard feed, distribution packet
      *    EN-CLASSES   'Y' per data class the grant covers -
      *                 aggregate (final figures), preliminary
      *                 (figures not yet final), claim-level (a
      *                 report that lists individual claims)
      *    EN-VALID-FROM / EN-VALID-TO  the grant's days, 99999999
      *                 open-ended
      *    EN-STATES    the states the grant covers, '**' every
      *                 state (a report or document spanning every
      *                 state needs '**')
      * UNEMENTL checks it for the channels; UNEMENTR reports it.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  ENTL-REGISTRY
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  ENTL-REGISTRY-REC.
           05 EN-CONSUMER         PIC X(20).
           05 EN-CHANNELS.
              10 EN-CHAN-MQ       PIC X.
              10 EN-CHAN-SUBX     PIC X.
              10 EN-CHAN-FEED     PIC X.
              10 EN-CHAN-DIST     PIC X.
           05 EN-CHANNEL-FLAGS REDEFINES EN-CHANNELS.
              10 EN-CHANNEL-FLAG  PIC X OCCURS 4 TIMES.
           05 EN-CLASSES.
              10 EN-CLASS-AGGR    PIC X.
              10 EN-CLASS-PRELIM  PIC X.
              10 EN-CLASS-CLAIM   PIC X.
           05 EN-CLASS-FLAGS REDEFINES EN-CLASSES.
              10 EN-CLASS-FLAG    PIC X OCCURS 3 TIMES.
           05 EN-VALID-FROM       PIC 9(8).
           05 EN-VALID-TO         PIC 9(8).
           05 EN-STATE            PIC X(2) OCCURS 15 TIMES.
           05 FILLER              PIC X(7).
