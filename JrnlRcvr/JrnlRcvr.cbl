       FD OWNER-FILE.
       01 OWNER-REC.
          05 OWNER-ID-MST        PIC X(6).
          05 FILLER              PIC X(73).

       FD RATE-FILE.
       01 RATE-REC.
