      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  SUMM-BEFORE PIC X(446).
       01  SUMM-AFTER  PIC X(446).

      *========================
       PROCEDURE DIVISION USING SUMM-BEFORE SUMM-AFTER.
