       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTFIT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 FIT-WK.
          05 MISS-CNT-WK         PIC 9(1).
          05 MISS-FAR-SW         PIC X.
          05 OFF-WK              PIC S9(4).
          05 SCORE-WK            PIC 9(3)V9.
          05 BMI-WK              PIC 999V99.
          05 CODE-X-WK           PIC X.
          05 HIT-CNT-WK          PIC 9(2).
          05 POS-WK              PIC 9(2).
          05 LX                  PIC 9(2).
          05 HGT-TOL-WK          PIC 9(2) VALUE 2.
          05 WGT-TOL-WK          PIC 9(3) VALUE 10.

       LINKAGE SECTION.

       COPY CASTLINK.

       PROCEDURE DIVISION USING CASTFIT-PARM.

       100-MAIN-MODULE.
           EVALUATE CAST-FUNC-LK
               WHEN "I" PERFORM 200-INIT-JOB
               WHEN "M" PERFORM 300-MODEL-JOB
           END-EVALUATE.
           GOBACK.

       200-INIT-JOB.
           MOVE 0 TO CAST-MATCH-CNT-LK, CAST-NEAR-CNT-LK,
               CAST-LIST-CNT-LK.

       300-MODEL-JOB.
           IF CAST-SEX-LK = SPACE OR CAST-MSEX-LK = CAST-SEX-LK
               MOVE 0 TO MISS-CNT-WK, SCORE-WK
               MOVE "N" TO MISS-FAR-SW
               PERFORM 310-HEIGHT-FIT-JOB
               PERFORM 320-WEIGHT-FIT-JOB
               PERFORM 330-EYES-FIT-JOB
               PERFORM 340-HAIR-FIT-JOB
               IF MISS-CNT-WK = 0
                   ADD 1 TO CAST-MATCH-CNT-LK
                   PERFORM 400-SHORTLIST-JOB
               ELSE
                   IF MISS-CNT-WK = 1 AND MISS-FAR-SW = "N"
                       ADD 1 TO CAST-NEAR-CNT-LK
                   END-IF
               END-IF
           END-IF.

       310-HEIGHT-FIT-JOB.
           IF CAST-HGT-HI-LK > 0
               IF CAST-HEIGHT-LK < CAST-HGT-LO-LK
                       OR CAST-HEIGHT-LK > CAST-HGT-HI-LK
                   ADD 1 TO MISS-CNT-WK
                   IF CAST-HEIGHT-LK < CAST-HGT-LO-LK
                       COMPUTE OFF-WK = CAST-HGT-LO-LK - CAST-HEIGHT-LK
                   ELSE
                       COMPUTE OFF-WK = CAST-HEIGHT-LK - CAST-HGT-HI-LK
                   END-IF
                   IF OFF-WK > HGT-TOL-WK
                       MOVE "Y" TO MISS-FAR-SW
                   END-IF
               ELSE
                   COMPUTE OFF-WK = CAST-HEIGHT-LK * 2
                       - CAST-HGT-LO-LK - CAST-HGT-HI-LK
                   IF OFF-WK < 0
                       COMPUTE OFF-WK = OFF-WK * -1
                   END-IF
                   COMPUTE SCORE-WK = SCORE-WK + OFF-WK / 2
               END-IF
           END-IF.

       320-WEIGHT-FIT-JOB.
           IF CAST-WGT-HI-LK > 0
               IF CAST-WEIGHT-LK < CAST-WGT-LO-LK
                       OR CAST-WEIGHT-LK > CAST-WGT-HI-LK
                   ADD 1 TO MISS-CNT-WK
                   IF CAST-WEIGHT-LK < CAST-WGT-LO-LK
                       COMPUTE OFF-WK = CAST-WGT-LO-LK - CAST-WEIGHT-LK
                   ELSE
                       COMPUTE OFF-WK = CAST-WEIGHT-LK - CAST-WGT-HI-LK
                   END-IF
                   IF OFF-WK > WGT-TOL-WK
                       MOVE "Y" TO MISS-FAR-SW
                   END-IF
               ELSE
                   COMPUTE OFF-WK = CAST-WEIGHT-LK * 2
                       - CAST-WGT-LO-LK - CAST-WGT-HI-LK
                   IF OFF-WK < 0
                       COMPUTE OFF-WK = OFF-WK * -1
                   END-IF
                   COMPUTE SCORE-WK = SCORE-WK + OFF-WK / 10
               END-IF
           END-IF.

       330-EYES-FIT-JOB.
           IF CAST-EYES-LK NOT = SPACES
               MOVE CAST-MEYES-LK TO CODE-X-WK
               MOVE 0 TO HIT-CNT-WK
               INSPECT CAST-EYES-LK TALLYING HIT-CNT-WK
                   FOR ALL CODE-X-WK
               IF HIT-CNT-WK = 0
                   ADD 1 TO MISS-CNT-WK
               END-IF
           END-IF.

       340-HAIR-FIT-JOB.
           IF CAST-HAIR-LK NOT = SPACES
               MOVE CAST-MHAIR-LK TO CODE-X-WK
               MOVE 0 TO HIT-CNT-WK
               INSPECT CAST-HAIR-LK TALLYING HIT-CNT-WK
                   FOR ALL CODE-X-WK
               IF HIT-CNT-WK = 0
                   ADD 1 TO MISS-CNT-WK
               END-IF
           END-IF.

       400-SHORTLIST-JOB.
           MOVE 0 TO POS-WK.
           PERFORM 410-POSITION-JOB VARYING LX FROM 1 BY 1
               UNTIL LX > CAST-LIST-CNT-LK.
           IF POS-WK = 0 AND CAST-LIST-CNT-LK < 25
               COMPUTE POS-WK = CAST-LIST-CNT-LK + 1
           END-IF.
           IF POS-WK > 0
               IF CAST-LIST-CNT-LK < 25
                   ADD 1 TO CAST-LIST-CNT-LK
               END-IF
               PERFORM 420-SHIFT-JOB VARYING LX
                   FROM CAST-LIST-CNT-LK BY -1 UNTIL LX NOT > POS-WK
               PERFORM 430-ENTRY-JOB
           END-IF.

       410-POSITION-JOB.
           IF POS-WK = 0 AND SCORE-WK < CAST-L-SCORE-LK (LX)
               MOVE LX TO POS-WK
           END-IF.

       420-SHIFT-JOB.
           MOVE CAST-LIST-LK (LX - 1) TO CAST-LIST-LK (LX).

       430-ENTRY-JOB.
           IF CAST-HEIGHT-LK > 0
               COMPUTE BMI-WK ROUNDED =
                   (CAST-WEIGHT-LK / (CAST-HEIGHT-LK * CAST-HEIGHT-LK))
                   * 703
           ELSE
               MOVE 0 TO BMI-WK
           END-IF.
           MOVE CAST-MODEL-ID-LK TO CAST-L-ID-LK (POS-WK).
           MOVE CAST-NAME-LK TO CAST-L-NAME-LK (POS-WK).
           MOVE CAST-MSEX-LK TO CAST-L-SEX-LK (POS-WK).
           MOVE CAST-HEIGHT-LK TO CAST-L-HEIGHT-LK (POS-WK).
           MOVE CAST-WEIGHT-LK TO CAST-L-WEIGHT-LK (POS-WK).
           MOVE CAST-MEYES-LK TO CAST-L-EYES-LK (POS-WK).
           MOVE CAST-MHAIR-LK TO CAST-L-HAIR-LK (POS-WK).
           MOVE BMI-WK TO CAST-L-BMI-LK (POS-WK).
           MOVE SCORE-WK TO CAST-L-SCORE-LK (POS-WK).
