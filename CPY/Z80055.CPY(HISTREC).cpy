       FD  HIST-OUT.
       01  HIST-OUT-REC.
           05 HIST-AS-OF-DATE                PIC 9(8) VALUE ZERO.
           05 HIST-BEFORE-IMAGE              PIC X(446) VALUE SPACES.
