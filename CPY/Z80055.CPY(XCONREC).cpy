      ******************************************************************
      * The copybook of the file/record description of the extract
      * contract register - the named versions of each outbound
      * extract's layout, and which downstream consumer is pinned to
      * which version. Two kinds of row ('*' in column one is a
      * comment):
      *    'V'  a contract version of an extract:
      *         XC-EXTRACT     'CSV', 'SUBX' or 'DB2R'
      *         XC-VERSION     the version number, 01 upwards
      *         XC-STATUS      'C' current - the layout the producer
      *                        writes as its main output; 'D'
      *                        deprecated - still written, side by
      *                        side with the current one, for the
      *                        consumers pinned to it, until
      *                        XC-RETIRE-DATE has passed; 'R'
      *                        retired - no longer written
      *         XC-INTRODUCED  the day the version was first written
      *         XC-RETIRE-DATE the last day a deprecated version is
      *                        written, 99999999 not yet set
      *    'P'  a consumer's pin to a version:
      *         XP-EXTRACT / XP-VERSION  the version pinned
      *         XP-CONSUMER    the consumer id - the subscriber name
      *                        for SUBX, the receiving office or
      *                        team for CSV and DB2R
      *         XP-PINNED-ON   the day the pin was agreed
      *         XP-CONTACT     who to chase before the version goes
      * UNEMXCON answers the producers from it; UNEMXCNR reports it.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  XCON-REGISTER
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  XCON-REGISTER-REC.
           05 XC-REC-TYPE         PIC X.
              88 XC-VERSION-ROW   VALUE 'V'.
              88 XC-PIN-ROW       VALUE 'P'.
           05 XC-VERSION-DATA.
              10 XC-EXTRACT       PIC X(8).
              10 XC-VERSION       PIC 9(2).
              10 XC-STATUS        PIC X.
                 88 XC-CURRENT    VALUE 'C'.
                 88 XC-DEPRECATED VALUE 'D'.
                 88 XC-RETIRED    VALUE 'R'.
              10 XC-INTRODUCED    PIC 9(8).
              10 XC-RETIRE-DATE   PIC 9(8).
              10 XC-DESCRIPTION   PIC X(40).
              10 FILLER           PIC X(12).
           05 XC-PIN-DATA REDEFINES XC-VERSION-DATA.
              10 XP-EXTRACT       PIC X(8).
              10 XP-VERSION       PIC 9(2).
              10 XP-CONSUMER      PIC X(20).
              10 XP-PINNED-ON     PIC 9(8).
              10 XP-CONTACT       PIC X(30).
              10 FILLER           PIC X(11).
