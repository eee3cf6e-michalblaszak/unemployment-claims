           05 GRP-OPEN-SW    PIC X VALUE 'N'.
              88 GROUP-OPEN VALUE 'Y'.
           05 GRP-VINTAGES   COMP-4 PIC 9(3) VALUE ZERO.
           05 GRP-FIRST-IMAGE PIC X(446) VALUE SPACES.
           05 GRP-LAST-IMAGE  PIC X(446) VALUE SPACES.

      * An image mapped positionally, the way UNEMSUMM maps its own.
       01  IMAGE-MAP.
           END-IF

           IF CURR-FOUND THEN
              MOVE REPORT-OUT-REC (1:446) TO IMAGE-MAP
              PERFORM 3100-TOTAL-IMAGE
              MOVE IT-BY-AGE      TO CT-DIM (1)
              MOVE IT-BY-GENDER   TO CT-DIM (2)
