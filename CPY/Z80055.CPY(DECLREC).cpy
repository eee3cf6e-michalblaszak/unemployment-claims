      ******************************************************************
      * The copybook of the file/record description of the UNEMDECL
      * disaster declaration register KSDS - one record per major
      * disaster declaration under which disaster unemployment
      * assistance is paid, keyed by the declaration number (the
      * number the agency carries on each 'D' claim as
      * CD-DECLARATION-NO). Each declaration names the state, the
      * incident period, the last day a claim may be filed under it
      * and up to thirty declared counties, every one of them a
      * county of the UNEMAREA hierarchy in the declaration's state.
      * Loaded by UNEMDCLI, read by the disaster assistance report
      * (UNEMDSTR).
      *-----------------------------------------------------------------
      *    DC-INCIDENT-END    spaces while the incident is continuing
      *    DC-FILING-DEADLINE claims filed after this date are not
      *                       payable under the declaration
      *    DC-COUNTY-COUNT    how many DC-COUNTY entries are in use;
      *                       an amended declaration is re-sent whole
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  DECL-FILE.
       01  DECL-REC.
           05 DC-DECL-NUMBER       PIC X(10).
           05 DC-STATE-CODE        PIC X(2).
           05 DC-TITLE             PIC X(30).
           05 DC-DECLARED-DATE     PIC X(10).
           05 DC-INCIDENT-BEGIN    PIC X(10).
           05 DC-INCIDENT-END      PIC X(10).
           05 DC-FILING-DEADLINE   PIC X(10).
           05 DC-COUNTY-COUNT      PIC 9(2).
           05 DC-COUNTY            PIC X(5) OCCURS 30.
           05 FILLER               PIC X(16).
