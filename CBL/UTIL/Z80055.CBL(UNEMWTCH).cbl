       FILE SECTION.
      *------------------------
       FD  DELTA-IN
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  DELTA-IN-REC PIC X(446).

       FD  THRESH-IN
           RECORD CONTAINS 40 CHARACTERS
