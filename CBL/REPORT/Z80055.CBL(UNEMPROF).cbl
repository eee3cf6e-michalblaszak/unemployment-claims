
      * The record most recently walked past, promoted to PRIOR when
      * the profiled date is reached.
       01  LAST-SEEN-IMAGE PIC X(446) VALUE SPACES.
       01  LAST-SEEN-SW PIC X VALUE 'N'.
           88 LAST-SEEN VALUE 'Y'.

      * (CURRENT-NODE pointer mapped to CURRENT-REC structure)
       01  CURRENT-REC.
           05 RET-REC-NEXT-PTR POINTER.
           05 PAYLOAD PIC X(446).

      * The optional PARM= text from the EXEC statement carrying the
      * date to profile (YYYY-MM-DD).
