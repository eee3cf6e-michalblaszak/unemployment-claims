       COPY REPREC.

       FD  UNLOAD-FILE
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  UNLOAD-FILE-REC PIC X(446).

      *------------------------
       WORKING-STORAGE SECTION.
