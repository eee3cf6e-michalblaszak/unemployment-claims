       COPY HISTREC.

       FD  BACKUP-IN
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  BACKUP-IN-REC PIC X(446).

       FD  CAP-HIST
           RECORD CONTAINS 40 CHARACTERS
