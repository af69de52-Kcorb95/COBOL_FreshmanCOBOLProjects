
       01 COUNT-FTR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "SEVERE: ".
          05 SEV-CNT-OUT         PIC ZZZZ9.
          05 FILLER              PIC X(10) VALUE "  ERRORS: ".
          05 ERR-CNT-OUT         PIC ZZZZ9.
          05 FILLER              PIC X(12) VALUE "  WARNINGS: ".
          05 WARN-CNT-OUT        PIC ZZZZ9.
          05 LOG-ATMR            PIC XXX VALUE "YES".
          05 PASS-SEV-WK         PIC X.
          05 PASS-CNT-WK         PIC 9(5).
          05 SEV-CNT-WK          PIC 9(5) VALUE 0.
          05 ERR-CNT-WK          PIC 9(5) VALUE 0.
          05 WARN-CNT-WK         PIC 9(5) VALUE 0.

           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           MOVE "S" TO PASS-SEV-WK.
           MOVE "-- SEVERE --" TO SEV-HDR-OUT.
           PERFORM 200-SEVERITY-PASS-JOB.
           MOVE PASS-CNT-WK TO SEV-CNT-WK.
           MOVE "E" TO PASS-SEV-WK.
           MOVE "-- ERRORS --" TO SEV-HDR-OUT.
           PERFORM 200-SEVERITY-PASS-JOB.
           MOVE "-- WARNINGS --" TO SEV-HDR-OUT.
           PERFORM 200-SEVERITY-PASS-JOB.
           MOVE PASS-CNT-WK TO WARN-CNT-WK.
           MOVE SEV-CNT-WK TO SEV-CNT-OUT.
           MOVE ERR-CNT-WK TO ERR-CNT-OUT.
           MOVE WARN-CNT-WK TO WARN-CNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 3 LINES.
