      *       instead of buried in a purged job log.
      * UNEMOPAL remains the compatibility front door for the
      * existing file-open callers - it forwards here.
      * An event may carry more than one routing row: the tier-1 row
      * (tier blank or '1') routes it as raised, the tier-2 and
      * higher rows name who an unacknowledged critical alert
      * escalates to (see UNEMALSW) - only the tier-1 row is used
      * here.
      *-----------------------------------------------------------------
      * Input parameters:
      *    ALRT-PGM-NAME - the calling program's PROGRAM-ID.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-25  MB  Routing rows carry an escalation tier and
      *                    contact; only tier-1 rows route here.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       01  ALERT-ROUTE-REC.
           05 RT-EVENT PIC X(8).
           05 RT-ROUTE PIC X.
           05 RT-TIER  PIC X.
              88 RT-FIRST-TIER VALUE ' ' '1'.
           05 RT-CONTACT PIC X(8).
           05 FILLER   PIC X(2).

       FD  ALERT-HIST
           RECORD CONTAINS 100 CHARACTERS
                 READ ALERT-ROUTE
                    AT END CONTINUE
                    NOT AT END
                       IF RT-EVENT = ALRT-EVENT AND RT-FIRST-TIER
                       THEN
                          MOVE RT-ROUTE TO RESOLVED-ROUTE
                       END-IF
                 END-READ
