       01  PROV-DIMENSION  PIC X(9) VALUE 'AGE'.
       01  PROV-SOURCE     PIC X(16) VALUE 'BYAGE.XML'.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.

      * The date this run reprocessed a historical record,
      * stamped onto each UNEMHIST entry written.
