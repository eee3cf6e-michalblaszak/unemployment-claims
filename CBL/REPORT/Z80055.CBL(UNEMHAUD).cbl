           05 PEND-ENTRY OCCURS 1000 TIMES.
              10 PEND-RECORD-ID PIC X(10).
              10 PEND-AS-OF     PIC 9(8).
              10 PEND-IMAGE     PIC X(446).

       01  PEND-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  PEND-IDX  PIC 9(4) COMP-4.
