       01  JSON-OUT-REC PIC X(80).

       FD  ARCH-IN
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  ARCH-IN-REC PIC X(446).

       FD  BATCH-REQ
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F.
       01  BATCH-RES-REC.
           05 BRS-REQ-SEQ PIC 9(3).
           05 BRS-PAYLOAD PIC X(446).

      * Provides:
      *    FD  CYCLE-FILE
      *    Laid out exactly like HISTREC.cpy's HIST-OUT-REC - the
      *    writing side of the same dataset.
       FD  HIST-IN
           RECORD CONTAINS 454 CHARACTERS
           RECORDING MODE F.
       01  HIST-IN-REC.
           05 HIST-IN-AS-OF PIC 9(8).
           05 HIST-IN-IMAGE PIC X(446).

      *------------------------
       WORKING-STORAGE SECTION.
       01  HIST-CANDIDATE-SW PIC X VALUE 'N'.
           88 HIST-CANDIDATE-FOUND VALUE 'Y'.
       01  HIST-CANDIDATE-AS-OF PIC 9(8) VALUE ZERO.
       01  HIST-CANDIDATE-IMAGE PIC X(446) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
      * Used as temporaty variabled to build a linked list
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER VALUE NULL.
           05 PAYLOAD PIC X(446).

       01  NEW-REPORT-LIST-OUT.
           05 RET-REC-NEXT-PTR POINTER VALUE NULL.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION
