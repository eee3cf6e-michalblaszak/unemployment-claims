      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      * The optional PARM= "<period-A-date><period-B-date>" text from
      * the EXEC statement - see the description above.
