      ******************************************************************
      * This copybook provides the layout of the UNEMPLRP change event
      * - the message UNEMCHEV publishes to the record's state topic
      * (see TOPCREC.cpy) for every record added, changed or removed
      * by the promotion (UNEMPROM), the online correction (UNEMUPDT)
      * or the backout (UNEMBKOT). Fixed-format character data
      * (MQFMT-STRING), 80 bytes; consumers map it with this copybook.
      *    CE-CHANGE-KIND     'A' added, 'C' changed, 'D' removed
      *    CE-DIMENSION-MAP   'Y' per dimension whose figures differ
      *                       from the record's prior image (all 'Y'
      *                       on an add or a removal), 'N' otherwise
      *    CE-RECORD-STATUS   the record's FD-RECORD-STATUS after the
      *                       change (the removed record's on 'D'),
      *                       CE-PRIOR-STATUS the one before it
      *    CE-CYCLE-DATE      the business cycle the change was made
      *                       under
      *    CE-EVENT-VERSION   bumped when this layout changes
      *-----------------------------------------------------------------
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
           05 CE-RECORD-KEY.
              10 CE-RECORD-ID   PIC X(8).
              10 CE-STATE-CODE  PIC X(2).
           05 CE-CHANGE-KIND    PIC X.
              88 CE-ADDED       VALUE 'A'.
              88 CE-CHANGED     VALUE 'C'.
              88 CE-REMOVED     VALUE 'D'.
           05 CE-DIMENSION-MAP.
              10 CE-DIM-AGE        PIC X.
              10 CE-DIM-GENDER     PIC X.
              10 CE-DIM-INDUSTRY   PIC X.
              10 CE-DIM-RACE       PIC X.
              10 CE-DIM-ETHNIC     PIC X.
              10 CE-DIM-LABOR      PIC X.
              10 CE-DIM-CLAIMS     PIC X.
              10 CE-DIM-OCCUPATION PIC X.
           05 CE-DIMENSION-FLAGS REDEFINES CE-DIMENSION-MAP.
              10 CE-DIM-FLAG OCCURS 8 TIMES PIC X.
           05 CE-RECORD-STATUS  PIC X.
           05 CE-PRIOR-STATUS   PIC X.
           05 CE-CYCLE-DATE     PIC 9(8).
           05 CE-PERIOD-DATE    PIC X(10).
           05 CE-PERIOD-FREQ    PIC X.
           05 CE-SOURCE-PGM     PIC X(8).
           05 CE-EVENT-DATE     PIC 9(8).
           05 CE-EVENT-TIME     PIC 9(6).
           05 CE-EVENT-VERSION  PIC 9(2).
           05 FILLER            PIC X(16).
