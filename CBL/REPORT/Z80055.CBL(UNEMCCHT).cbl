      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      *========================
       PROCEDURE DIVISION.
