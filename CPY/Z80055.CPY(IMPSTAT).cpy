      * Date:   2021.07.09
      ******************************************************************
       01  IMPORT-STATUS-TABLE.
           05 IMPORT-STATUS-ENTRY OCCURS 8 TIMES.
              10 IMPORT-STATUS-PGM  PIC X(8).
              10 IMPORT-STATUS-FLAG PIC X VALUE 'P'.
                 88 IMPORT-STATUS-PENDING VALUE 'P'.
