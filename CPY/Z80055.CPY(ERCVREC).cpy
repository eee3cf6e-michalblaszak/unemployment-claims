      ******************************************************************
      * The copybook of the file/record description of the
      * entitlement receipts log - what each consumer was sent, and
      * what was refused it, by channel, state and data class. Written
      * by UNEMENTL at the end of each producer's run (and whenever
      * its tally fills), one row per consumer/channel/state/class
      * the run touched; read by UNEMENTR for the quarter's
      * received-against-granted report:
      *    ER-CHANNEL    'MQ', 'SUBX', 'FEED' or 'DIST'
      *    ER-STATE      the state sent, '**' a report or document
      *                  spanning every state
      *    ER-CLASS      'A' aggregate, 'P' preliminary, 'C'
      *                  claim-level
      *    ER-DELIVERED  the records (MQ, SUBX), states (FEED) or
      *                  reports (DIST) sent
      *    ER-REFUSED    the ones held back as outside the grant
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  ENTL-RECEIPTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  ENTL-RECEIPT-REC.
           05 ER-CONSUMER  PIC X(20).
           05 ER-CHANNEL   PIC X(4).
           05 ER-STATE     PIC X(2).
           05 ER-CLASS     PIC X.
           05 ER-PGM       PIC X(8).
           05 ER-DATE      PIC 9(8).
           05 ER-TIME      PIC 9(6).
           05 ER-DELIVERED PIC 9(7).
           05 ER-REFUSED   PIC 9(7).
           05 FILLER       PIC X(17).
