              10 VN-MONTH      PIC X(7).
              10 VN-RECORD-KEY PIC X(10).
              10 VN-SNAP-DATE  PIC 9(8).
           05 VN-PAYLOAD       PIC X(446).
           05 FILLER           PIC X(4).
