      ******************************************************************
      * The copybook of the file/record description of the alert
      * workbench KSDS - one record per alert UNEMALRT recorded on
      * the ALRTHSTDD history, carrying what the operations desk did
      * about it. Loaded from the history by the UNEMALSW sweep,
      * worked online in the UNAL workbench (UNEMALWB), reported on
      * by UNEMALRP.
      *-----------------------------------------------------------------
      * Keyed by the alert's own history stamp - date, time, raising
      * program, event code - plus AW-OCCUR, the alert's position
      * among identical stamps in the history (01 for the first), so
      * every history record maps to exactly one workbench record
      * and the sweep can reload the history without duplicating:
      *    AW-STATUS   'O' open - nobody has acknowledged it
      *                'A' acknowledged - seen, being worked
      *                'C' closed
      *    AW-TIER     the ALRTRTDD routing tier it is sitting at -
      *                1 as raised, raised by one at each UNEMALSW
      *                escalation of an unacknowledged critical
      *                alert
      *    AW-ASSIGNEE who it is assigned to (keyed on the
      *                workbench, or the escalation tier's contact)
      *    AW-NOTE     the latest annotation and who keyed it - the
      *                earlier ones are on the access trail
      * The acknowledge, close and escalation stamps are what
      * UNEMALRP's time-to-acknowledge and time-to-close come from.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  ALWK-FILE.
       01  ALWK-REC.
           05 AW-KEY.
              10 AW-DATE      PIC 9(8).
              10 AW-TIME      PIC 9(6).
              10 AW-PGM       PIC X(8).
              10 AW-EVENT     PIC X(8).
              10 AW-OCCUR     PIC 9(2).
           05 AW-SEVERITY     PIC X.
              88 AW-CRITICAL  VALUE 'E'.
           05 AW-MESSAGE      PIC X(60).
           05 AW-STATUS       PIC X.
              88 AW-OPEN         VALUE 'O'.
              88 AW-ACKNOWLEDGED VALUE 'A'.
              88 AW-CLOSED       VALUE 'C'.
           05 AW-TIER         PIC 9.
           05 AW-ASSIGNEE     PIC X(8).
           05 AW-ACK-USER     PIC X(8).
           05 AW-ACK-DATE     PIC 9(8).
           05 AW-ACK-TIME     PIC 9(6).
           05 AW-CLOSE-USER   PIC X(8).
           05 AW-CLOSE-DATE   PIC 9(8).
           05 AW-CLOSE-TIME   PIC 9(6).
           05 AW-ESC-DATE     PIC 9(8).
           05 AW-ESC-TIME     PIC 9(6).
           05 AW-NOTE         PIC X(40).
           05 AW-NOTE-USER    PIC X(8).
           05 FILLER          PIC X(11).
