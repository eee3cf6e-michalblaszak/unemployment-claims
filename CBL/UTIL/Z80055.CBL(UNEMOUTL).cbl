       01  LIVE-IN-REC.
           05 LIVE-RECORD-KEY PIC X(10).
           05 LIVE-DATE       PIC X(10).
           05 FILLER          PIC X(426).

      *------------------------
       WORKING-STORAGE SECTION.
