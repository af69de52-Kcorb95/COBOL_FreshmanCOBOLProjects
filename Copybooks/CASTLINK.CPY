       01 CASTFIT-PARM.
          05 CAST-FUNC-LK           PIC X(1).
          05 CAST-SEX-LK            PIC X(1).
          05 CAST-HGT-LO-LK         PIC 9(2).
          05 CAST-HGT-HI-LK         PIC 9(2).
          05 CAST-WGT-LO-LK         PIC 9(3).
          05 CAST-WGT-HI-LK         PIC 9(3).
          05 CAST-EYES-LK           PIC X(3).
          05 CAST-HAIR-LK           PIC X(3).
          05 CAST-MODEL-ID-LK       PIC 9(6).
          05 CAST-NAME-LK           PIC X(20).
          05 CAST-WEIGHT-LK         PIC 9(3).
          05 CAST-HEIGHT-LK         PIC 9(2).
          05 CAST-MEYES-LK          PIC 9(1).
          05 CAST-MHAIR-LK          PIC 9(1).
          05 CAST-MSEX-LK           PIC X(1).
          05 CAST-MATCH-CNT-LK      PIC 9(4).
          05 CAST-NEAR-CNT-LK       PIC 9(4).
          05 CAST-LIST-CNT-LK       PIC 9(2).
          05 CAST-LIST-LK OCCURS 25 TIMES.
             10 CAST-L-ID-LK        PIC 9(6).
             10 CAST-L-NAME-LK      PIC X(20).
             10 CAST-L-SEX-LK       PIC X(1).
             10 CAST-L-HEIGHT-LK    PIC 9(2).
             10 CAST-L-WEIGHT-LK    PIC 9(3).
             10 CAST-L-EYES-LK      PIC 9(1).
             10 CAST-L-HAIR-LK      PIC 9(1).
             10 CAST-L-BMI-LK       PIC 999V99.
             10 CAST-L-SCORE-LK     PIC 9(3)V9.
