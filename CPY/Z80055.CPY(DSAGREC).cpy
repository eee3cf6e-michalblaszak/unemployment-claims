      ******************************************************************
      * The copybook of the file/record description of the UNEMDSAG
      * data-sharing agreements register - one record per signed
      * agreement under which claim-level data may leave the agency:
      * the partner, the expiry date, the states and the span of
      * periods the partner may receive, and which UNEMCLMD fields.
      * Loaded by UNEMDSAI, enforced by the research extract
      * (UNEMDSEX).
      *-----------------------------------------------------------------
      *    DA-STATE          up to ten state codes; all spaces = every
      *                      state
      *    DA-PERIOD-FROM    the first and last CD-PERIOD-DATE the
      *    DA-PERIOD-TO      partner may receive
      *    DA-ALLOW-xxx      Y = the field goes on the partner's file,
      *                      anything else = it is left blank; the
      *                      surrogate claim id always goes, and the
      *                      age only ever goes banded
      *    DA-SURROGATE-KEY  the agreement's own secret the claim id
      *                      is folded with - the same claim gets a
      *                      different surrogate under each agreement,
      *                      so two partners' files can't be joined
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  DSA-FILE.
       01  DSA-REC.
           05 DA-AGREEMENT-ID      PIC X(10).
           05 DA-PARTNER-NAME      PIC X(30).
           05 DA-EXPIRY-DATE       PIC X(10).
           05 DA-PERIOD-FROM       PIC X(10).
           05 DA-PERIOD-TO         PIC X(10).
           05 DA-STATE-LIST.
              10 DA-STATE          OCCURS 10 TIMES PIC X(2).
           05 DA-ALLOW-FLAGS.
              10 DA-ALLOW-PERIOD       PIC X.
              10 DA-ALLOW-STATE        PIC X.
              10 DA-ALLOW-AGE-BAND     PIC X.
              10 DA-ALLOW-GENDER       PIC X.
              10 DA-ALLOW-INDUSTRY     PIC X.
              10 DA-ALLOW-RACE         PIC X.
              10 DA-ALLOW-ETHNIC       PIC X.
              10 DA-ALLOW-CLAIM-TYPE   PIC X.
              10 DA-ALLOW-FILING-DATE  PIC X.
              10 DA-ALLOW-FIRST-PAY    PIC X.
              10 DA-ALLOW-PROGRAM      PIC X.
           05 DA-ALLOW-TABLE REDEFINES DA-ALLOW-FLAGS.
              10 DA-ALLOW          OCCURS 11 TIMES PIC X.
           05 DA-SURROGATE-KEY     PIC X(16).
           05 FILLER               PIC X(33).
