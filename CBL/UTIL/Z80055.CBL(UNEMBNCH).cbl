       01  OLD-VALUE  PIC 9(9) COMP-4 VALUE ZERO.
       01  NEW-VALUE  PIC 9(11) COMP-4 VALUE ZERO.

       01  REC-BEFORE-IMAGE PIC X(446) VALUE SPACES.
       01  REC-AFTER-IMAGE  PIC X(446) VALUE SPACES.
       01  REC-CHANGED-SW PIC X VALUE 'N'.
           88 REC-CHANGED VALUE 'Y'.

