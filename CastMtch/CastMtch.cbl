       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASTMTCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MODEL-FILE
               ASSIGN     TO   "MODLIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-ID-MST.
           SELECT OPTIONAL REQ-FILE
               ASSIGN     TO   "CASTREQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "CASTRPT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD MODEL-FILE.
       01 MODEL-REC.
          05 MODEL-ID-MST        PIC 9(6).
          05 NAME-MST            PIC X(20).
          05 WEIGHT-MST          PIC 9(3).
          05 HEIGHT-MST          PIC 9(2).
          05 EYES-MST            PIC 9(1).
          05 HAIR-MST            PIC 9(1).
          05 SEX-MST             PIC X(1).

       FD REQ-FILE.
       01 REQ-REC.
          05 REQ-CLIENT-IN       PIC X(6).
          05 REQ-JOB-IN          PIC X(6).
          05 REQ-SEX-IN          PIC X(1).
          05 REQ-HGT-LO-IN       PIC 9(2).
          05 REQ-HGT-HI-IN       PIC 9(2).
          05 REQ-WGT-LO-IN       PIC 9(3).
          05 REQ-WGT-HI-IN       PIC 9(3).
          05 REQ-EYES-IN         PIC X(3).
          05 REQ-HAIR-IN         PIC X(3).

       FD OUT-FILE.
       01 OUT-REC.
          05 FILLER              PIC X(80).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).
          05 RUNDATE-MONTH       PIC X(2).
          05 RUNDATE-DAY         PIC X(2).

       FD AUDIT-FILE.
       01 AUDIT-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       COPY MODEDTLK.

       COPY CASTLINK.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(26)
                    VALUE "-CASTING CALL SHORTLIST-".

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.

       01 DATE-HDR.
          05 FILLER              PIC X(6)   VALUE "DATE: ".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC 9(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC 9(4).

       01 REQ-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)   VALUE "CLIENT: ".
          05 CLIENT-HDR          PIC X(6).
          05 FILLER              PIC X(7)   VALUE "  JOB: ".
          05 JOB-HDR             PIC X(6).

       01 CRIT-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(5)   VALUE "SEX: ".
          05 SEX-CRIT-HDR        PIC X(6).
          05 FILLER              PIC X(7)   VALUE "  HGT: ".
          05 HGT-LO-HDR          PIC Z9.
          05 FILLER              PIC X      VALUE "-".
          05 HGT-HI-HDR          PIC Z9.
          05 FILLER              PIC X(7)   VALUE "  WGT: ".
          05 WGT-LO-HDR          PIC ZZ9.
          05 FILLER              PIC X      VALUE "-".
          05 WGT-HI-HDR          PIC ZZ9.
          05 FILLER              PIC X(8)   VALUE "  EYES: ".
          05 EYES-CRIT-HDR       PIC X(3).
          05 FILLER              PIC X(8)   VALUE "  HAIR: ".
          05 HAIR-CRIT-HDR       PIC X(3).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(5)  VALUE "RANK".
          05 FILLER              PIC X(8)  VALUE "MODEL".
          05 FILLER              PIC X(21) VALUE "NAME".
          05 FILLER              PIC X(4)  VALUE "SEX".
          05 FILLER              PIC X(4)  VALUE "HGT".
          05 FILLER              PIC X(4)  VALUE "WGT".
          05 FILLER              PIC X(7)  VALUE "EYES".
          05 FILLER              PIC X(8)  VALUE "HAIR".
          05 FILLER              PIC X(7)  VALUE "BMI".
          05 FILLER              PIC X(5)  VALUE "FIT".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 RANK-OUT            PIC Z9.
          05 FILLER              PIC X(3).
          05 MODEL-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(2).
          05 NAME-OUT            PIC X(20).
          05 FILLER              PIC X(2).
          05 SEX-OUT             PIC X(1).
          05 FILLER              PIC X(2).
          05 HEIGHT-OUT          PIC Z9.
          05 FILLER              PIC X(2).
          05 WEIGHT-OUT          PIC ZZ9.
          05 FILLER              PIC X(1).
          05 EYES-OUT            PIC X(6).
          05 FILLER              PIC X(1).
          05 HAIR-OUT            PIC X(6).
          05 FILLER              PIC X(1).
          05 BMI-OUT             PIC ZZ9.99.
          05 FILLER              PIC X(2).
          05 SCORE-OUT           PIC ZZ9.9.

       01 MATCH-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(16)  VALUE "MODELS MATCHED: ".
          05 MATCH-CNT-OUT       PIC ZZZ9.
          05 FILLER              PIC X(11)  VALUE "   LISTED: ".
          05 LIST-CNT-OUT        PIC Z9.
          05 FILLER              PIC X(16)  VALUE "   NEAR MISSES: ".
          05 NEAR-CNT-OUT        PIC ZZZ9.

       01 NONE-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(37)
                    VALUE "** NO MODELS MEET THE REQUIREMENTS **".

       01 REJECT-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(26)
                    VALUE "** REQUEST REJECTED ** -- ".
          05 REJECT-REASON-OUT   PIC X(15).

       01 CAST-WK.
          05 REQ-ATMR            PIC XXX VALUE "YES".
          05 MODEL-ATMR          PIC XXX.
          05 REQ-OK-SW           PIC X.
          05 REQ-REASON-WK       PIC X(15).
          05 CX                  PIC 9(1).
          05 LX                  PIC 9(2).
          05 REQ-CNT-WK          PIC 9(5) VALUE 0.
          05 REQ-DONE-CNT-WK     PIC 9(5) VALUE 0.
          05 REQ-REJ-CNT-WK      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           OPEN INPUT MODEL-FILE
                INPUT REQ-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 200-REQUEST-JOB
               UNTIL REQ-ATMR = "NO".
           PERFORM 400-AUDIT-JOB.
           CLOSE MODEL-FILE, REQ-FILE, OUT-FILE.
           GOBACK.

       101-RUNDATE-JOB.
           MOVE FUNCTION CURRENT-DATE TO DATE-WK.
           OPEN INPUT RUNDATE-FILE.
           READ RUNDATE-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE RUNDATE-YEAR TO YEAR-WK
                   MOVE RUNDATE-MONTH TO MONTH-WK
                   MOVE RUNDATE-DAY TO DAY-WK
           END-READ.
           CLOSE RUNDATE-FILE.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           MOVE REQ-CLIENT-IN TO CLIENT-HDR.
           MOVE REQ-JOB-IN TO JOB-HDR.
           WRITE OUT-REC FROM REQ-HDR AFTER ADVANCING 2 LINES.
           MOVE "ANY" TO SEX-CRIT-HDR.
           IF REQ-SEX-IN NOT = SPACE
               MOVE "SEX" TO EDIT-FIELD-ID
               MOVE REQ-SEX-IN TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               MOVE EDIT-WORD-OUT TO SEX-CRIT-HDR
           END-IF.
           MOVE REQ-HGT-LO-IN TO HGT-LO-HDR.
           MOVE REQ-HGT-HI-IN TO HGT-HI-HDR.
           MOVE REQ-WGT-LO-IN TO WGT-LO-HDR.
           MOVE REQ-WGT-HI-IN TO WGT-HI-HDR.
           MOVE REQ-EYES-IN TO EYES-CRIT-HDR.
           MOVE REQ-HAIR-IN TO HAIR-CRIT-HDR.
           WRITE OUT-REC FROM CRIT-HDR AFTER ADVANCING 1 LINES.

       200-REQUEST-JOB.
           READ REQ-FILE
               AT END MOVE "NO" TO REQ-ATMR
               NOT AT END
                   ADD 1 TO REQ-CNT-WK
                   PERFORM 210-EDIT-REQUEST-JOB
                   PERFORM 105-MAKE-HEAD
                   IF REQ-OK-SW = "Y"
                       PERFORM 250-MATCH-JOB
                   ELSE
                       MOVE REQ-REASON-WK TO REJECT-REASON-OUT
                       WRITE OUT-REC FROM REJECT-LINE
                           AFTER ADVANCING 2 LINES
                       ADD 1 TO REQ-REJ-CNT-WK
                   END-IF
           END-READ.

       210-EDIT-REQUEST-JOB.
           MOVE "Y" TO REQ-OK-SW.
           MOVE SPACES TO REQ-REASON-WK.
           IF REQ-SEX-IN NOT = SPACE
               MOVE "SEX" TO EDIT-FIELD-ID
               MOVE REQ-SEX-IN TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               IF EDIT-VALID-SW = "N"
                   MOVE "N" TO REQ-OK-SW
                   MOVE "BAD SEX CODE" TO REQ-REASON-WK
               END-IF
           END-IF.
           IF REQ-OK-SW = "Y"
               IF REQ-HGT-LO-IN IS NOT NUMERIC
                       OR REQ-HGT-HI-IN IS NOT NUMERIC
                       OR REQ-HGT-LO-IN > REQ-HGT-HI-IN
                   MOVE "N" TO REQ-OK-SW
                   MOVE "BAD HEIGHT RANGE" TO REQ-REASON-WK
               END-IF
           END-IF.
           IF REQ-OK-SW = "Y"
               IF REQ-WGT-LO-IN IS NOT NUMERIC
                       OR REQ-WGT-HI-IN IS NOT NUMERIC
                       OR REQ-WGT-LO-IN > REQ-WGT-HI-IN
                   MOVE "N" TO REQ-OK-SW
                   MOVE "BAD WEIGHT RANGE" TO REQ-REASON-WK
               END-IF
           END-IF.
           PERFORM 215-EYES-CODE-JOB VARYING CX FROM 1 BY 1
               UNTIL CX > 3.
           PERFORM 216-HAIR-CODE-JOB VARYING CX FROM 1 BY 1
               UNTIL CX > 3.

       215-EYES-CODE-JOB.
           IF REQ-EYES-IN (CX:1) NOT = SPACE AND REQ-OK-SW = "Y"
               MOVE "EYES" TO EDIT-FIELD-ID
               MOVE REQ-EYES-IN (CX:1) TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               IF EDIT-VALID-SW = "N"
                   MOVE "N" TO REQ-OK-SW
                   MOVE "BAD EYES CODE" TO REQ-REASON-WK
               END-IF
           END-IF.

       216-HAIR-CODE-JOB.
           IF REQ-HAIR-IN (CX:1) NOT = SPACE AND REQ-OK-SW = "Y"
               MOVE "HAIR" TO EDIT-FIELD-ID
               MOVE REQ-HAIR-IN (CX:1) TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               IF EDIT-VALID-SW = "N"
                   MOVE "N" TO REQ-OK-SW
                   MOVE "BAD HAIR CODE" TO REQ-REASON-WK
               END-IF
           END-IF.

       250-MATCH-JOB.
           ADD 1 TO REQ-DONE-CNT-WK.
           MOVE "I" TO CAST-FUNC-LK.
           MOVE REQ-SEX-IN TO CAST-SEX-LK.
           MOVE REQ-HGT-LO-IN TO CAST-HGT-LO-LK.
           MOVE REQ-HGT-HI-IN TO CAST-HGT-HI-LK.
           MOVE REQ-WGT-LO-IN TO CAST-WGT-LO-LK.
           MOVE REQ-WGT-HI-IN TO CAST-WGT-HI-LK.
           MOVE REQ-EYES-IN TO CAST-EYES-LK.
           MOVE REQ-HAIR-IN TO CAST-HAIR-LK.
           CALL "CASTFIT" USING CASTFIT-PARM.
           MOVE "M" TO CAST-FUNC-LK.
           MOVE "YES" TO MODEL-ATMR.
           MOVE LOW-VALUES TO MODEL-REC.
           START MODEL-FILE KEY IS NOT LESS THAN MODEL-ID-MST
               INVALID KEY MOVE "NO" TO MODEL-ATMR
           END-START.
           PERFORM 260-MODEL-SCAN-JOB
               UNTIL MODEL-ATMR = "NO".
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           IF CAST-LIST-CNT-LK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 270-SHORTLIST-LINE-JOB VARYING LX FROM 1 BY 1
                   UNTIL LX > CAST-LIST-CNT-LK
           END-IF.
           MOVE CAST-MATCH-CNT-LK TO MATCH-CNT-OUT.
           MOVE CAST-LIST-CNT-LK TO LIST-CNT-OUT.
           MOVE CAST-NEAR-CNT-LK TO NEAR-CNT-OUT.
           WRITE OUT-REC FROM MATCH-FTR AFTER ADVANCING 2 LINES.

       260-MODEL-SCAN-JOB.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE "NO" TO MODEL-ATMR
               NOT AT END
                   IF MODEL-ID-MST > 0 AND MODEL-ID-MST < 999999
                       MOVE MODEL-ID-MST TO CAST-MODEL-ID-LK
                       MOVE NAME-MST TO CAST-NAME-LK
                       MOVE WEIGHT-MST TO CAST-WEIGHT-LK
                       MOVE HEIGHT-MST TO CAST-HEIGHT-LK
                       MOVE EYES-MST TO CAST-MEYES-LK
                       MOVE HAIR-MST TO CAST-MHAIR-LK
                       MOVE SEX-MST TO CAST-MSEX-LK
                       CALL "CASTFIT" USING CASTFIT-PARM
                   END-IF
           END-READ.

       270-SHORTLIST-LINE-JOB.
           MOVE LX TO RANK-OUT.
           MOVE CAST-L-ID-LK (LX) TO MODEL-ID-OUT.
           MOVE CAST-L-NAME-LK (LX) TO NAME-OUT.
           MOVE CAST-L-SEX-LK (LX) TO SEX-OUT.
           MOVE CAST-L-HEIGHT-LK (LX) TO HEIGHT-OUT.
           MOVE CAST-L-WEIGHT-LK (LX) TO WEIGHT-OUT.
           MOVE "EYES" TO EDIT-FIELD-ID.
           MOVE CAST-L-EYES-LK (LX) TO EDIT-CODE-IN.
           CALL "MODEDIT" USING MODEDIT-PARM.
           MOVE EDIT-WORD-OUT TO EYES-OUT.
           MOVE "HAIR" TO EDIT-FIELD-ID.
           MOVE CAST-L-HAIR-LK (LX) TO EDIT-CODE-IN.
           CALL "MODEDIT" USING MODEDIT-PARM.
           MOVE EDIT-WORD-OUT TO HAIR-OUT.
           MOVE CAST-L-BMI-LK (LX) TO BMI-OUT.
           MOVE CAST-L-SCORE-LK (LX) TO SCORE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.

       400-AUDIT-JOB.
           MOVE "CASTMTCH" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE REQ-CNT-WK TO AUDIT-IN-OUT.
           MOVE REQ-DONE-CNT-WK TO AUDIT-OUT-OUT.
           MOVE REQ-REJ-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
