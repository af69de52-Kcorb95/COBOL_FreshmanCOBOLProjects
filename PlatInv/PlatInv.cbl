       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATINV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLATE-FILE
               ASSIGN     TO   "PLATMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLATE-NO-MST
               ALTERNATE RECORD KEY IS PLATE-AVAIL-KEY-MST
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PLATE-VIN-MST
                   WITH DUPLICATES.
           SELECT OPTIONAL PLTTYPE-FILE
               ASSIGN     TO   "PLATTYPE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "PLATRPT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PLATE-FILE.
       01 PLATE-REC.
          05 PLATE-NO-MST        PIC X(8).
          05 PLATE-AVAIL-KEY-MST.
             10 PLATE-TYPE-MST   PIC XX.
             10 PLATE-STATUS-MST PIC X.
          05 PLATE-VIN-MST       PIC X(17).
          05 PLATE-ISSUE-DATE-MST PIC 9(8).
          05 PLATE-STAT-DATE-MST PIC 9(8).

       FD PLTTYPE-FILE.
       01 PLTTYPE-REC.
          05 PTYPE-VCLASS-IN     PIC XX.
          05 PTYPE-TYPE-IN       PIC XX.
          05 PTYPE-REORDER-IN    PIC 9(5).

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

       COPY EVLOGLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(26)
                    VALUE "-PLATE INVENTORY REPORT-".

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 DATE-HDR.
          05 FILLER              PIC X(6)   VALUE "DATE: ".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC 9(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC 9(4).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(7)  VALUE "TYPE".
          05 FILLER              PIC X(10) VALUE "IN STOCK".
          05 FILLER              PIC X(9)  VALUE "ISSUED".
          05 FILLER              PIC X(9)  VALUE "SURREND".
          05 FILLER              PIC X(9)  VALUE "LOST".
          05 FILLER              PIC X(9)  VALUE "REORDER".

       01 TYPE-LINE.
          05 FILLER              PIC X(2).
          05 TYPE-OUT            PIC XX.
          05 FILLER              PIC X(5).
          05 STOCK-OUT           PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 ISSUED-OUT          PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 SURR-OUT            PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 LOST-OUT            PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 REORDER-OUT         PIC ZZZZ9.
          05 FILLER              PIC X(3).
          05 WARN-OUT            PIC X(13).

       01 TOTAL-LINE.
          05 FILLER              PIC X(2).
          05 FILLER              PIC X(5)  VALUE "TOTAL".
          05 FILLER              PIC X(2).
          05 STOCK-TOT-OUT       PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 ISSUED-TOT-OUT      PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 SURR-TOT-OUT        PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 LOST-TOT-OUT        PIC ZZZZ9.

       01 REORDER-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(26)
                    VALUE "TYPES BELOW REORDER POINT:".
          05 REORDER-CNT-OUT     PIC ZZZZ9.

       01 NONE-LINE.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(22)
                    VALUE "NO PLATES ON INVENTORY".

       01 INVENTORY-WK.
          05 PLATE-ATMR          PIC XXX VALUE "YES".
          05 PTYPE-ATMR          PIC XXX VALUE "YES".
          05 IN-CNT-WK           PIC 9(5) VALUE 0.
          05 REORDER-CNT-WK      PIC 9(5) VALUE 0.
          05 TYPE-CNT-WK         PIC 9(2) VALUE 0.
          05 TX                  PIC 9(2).
          05 TYPE-HIT-WK         PIC 9(2).
          05 STOCK-TOT-WK        PIC 9(5) VALUE 0.
          05 ISSUED-TOT-WK       PIC 9(5) VALUE 0.
          05 SURR-TOT-WK         PIC 9(5) VALUE 0.
          05 LOST-TOT-WK         PIC 9(5) VALUE 0.
          05 TYPE-FIND-WK        PIC XX.

       01 TYPE-TABLE.
          05 TYPE-ENTRY OCCURS 50 TIMES.
             10 TYPE-TBL         PIC XX.
             10 REORDER-TBL      PIC 9(5).
             10 STOCK-TBL        PIC 9(5).
             10 ISSUED-TBL       PIC 9(5).
             10 SURR-TBL         PIC 9(5).
             10 LOST-TBL         PIC 9(5).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           OPEN INPUT PLATE-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PLTTYPE-LOAD-JOB.
           PERFORM 105-MAKE-HEAD.
           MOVE LOW-VALUES TO PLATE-NO-MST.
           START PLATE-FILE KEY IS NOT LESS THAN PLATE-NO-MST
               INVALID KEY MOVE "NO" TO PLATE-ATMR
           END-START.
           PERFORM 200-COUNT-JOB
               UNTIL PLATE-ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE PLATE-FILE, OUT-FILE.
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

       102-PLTTYPE-LOAD-JOB.
           OPEN INPUT PLTTYPE-FILE.
           PERFORM 102A-PLTTYPE-ENTRY-JOB
               UNTIL PTYPE-ATMR = "NO".
           CLOSE PLTTYPE-FILE.

       102A-PLTTYPE-ENTRY-JOB.
           READ PLTTYPE-FILE
               AT END MOVE "NO" TO PTYPE-ATMR
               NOT AT END
                   MOVE PTYPE-TYPE-IN TO TYPE-FIND-WK
                   PERFORM 110-TYPE-FIND-JOB
                   IF TYPE-HIT-WK > 0
                       IF PTYPE-REORDER-IN > REORDER-TBL (TYPE-HIT-WK)
                           MOVE PTYPE-REORDER-IN
                               TO REORDER-TBL (TYPE-HIT-WK)
                       END-IF
                   END-IF
           END-READ.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.

       110-TYPE-FIND-JOB.
           MOVE 0 TO TYPE-HIT-WK.
           PERFORM 111-TYPE-SCAN-JOB VARYING TX FROM 1 BY 1
               UNTIL TX > TYPE-CNT-WK.
           IF TYPE-HIT-WK = 0 AND TYPE-CNT-WK < 50
               ADD 1 TO TYPE-CNT-WK
               MOVE TYPE-CNT-WK TO TYPE-HIT-WK
               MOVE TYPE-FIND-WK TO TYPE-TBL (TYPE-HIT-WK)
               MOVE 0 TO REORDER-TBL (TYPE-HIT-WK),
                   STOCK-TBL (TYPE-HIT-WK), ISSUED-TBL (TYPE-HIT-WK),
                   SURR-TBL (TYPE-HIT-WK), LOST-TBL (TYPE-HIT-WK)
           END-IF.

       111-TYPE-SCAN-JOB.
           IF TYPE-TBL (TX) = TYPE-FIND-WK
               MOVE TX TO TYPE-HIT-WK
           END-IF.

       200-COUNT-JOB.
           READ PLATE-FILE NEXT RECORD
               AT END MOVE "NO" TO PLATE-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   MOVE PLATE-TYPE-MST TO TYPE-FIND-WK
                   PERFORM 110-TYPE-FIND-JOB
                   IF TYPE-HIT-WK > 0
                       PERFORM 210-TALLY-JOB
                   END-IF
           END-READ.

       210-TALLY-JOB.
           EVALUATE PLATE-STATUS-MST
               WHEN "S" ADD 1 TO STOCK-TBL (TYPE-HIT-WK)
               WHEN "I" ADD 1 TO ISSUED-TBL (TYPE-HIT-WK)
               WHEN "U" ADD 1 TO SURR-TBL (TYPE-HIT-WK)
               WHEN "L" ADD 1 TO LOST-TBL (TYPE-HIT-WK)
           END-EVALUATE.

       300-DONE-JOB.
           IF TYPE-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 310-TYPE-PRINT-JOB VARYING TX FROM 1 BY 1
                   UNTIL TX > TYPE-CNT-WK
               MOVE STOCK-TOT-WK TO STOCK-TOT-OUT
               MOVE ISSUED-TOT-WK TO ISSUED-TOT-OUT
               MOVE SURR-TOT-WK TO SURR-TOT-OUT
               MOVE LOST-TOT-WK TO LOST-TOT-OUT
               WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES
           END-IF.
           MOVE REORDER-CNT-WK TO REORDER-CNT-OUT.
           WRITE OUT-REC FROM REORDER-FTR AFTER ADVANCING 3 LINES.

       310-TYPE-PRINT-JOB.
           MOVE TYPE-TBL (TX) TO TYPE-OUT.
           MOVE STOCK-TBL (TX) TO STOCK-OUT.
           MOVE ISSUED-TBL (TX) TO ISSUED-OUT.
           MOVE SURR-TBL (TX) TO SURR-OUT.
           MOVE LOST-TBL (TX) TO LOST-OUT.
           MOVE REORDER-TBL (TX) TO REORDER-OUT.
           MOVE SPACES TO WARN-OUT.
           IF REORDER-TBL (TX) > 0
                   AND STOCK-TBL (TX) NOT > REORDER-TBL (TX)
               MOVE "** REORDER **" TO WARN-OUT
               ADD 1 TO REORDER-CNT-WK
               MOVE "PLATINV" TO EVLOG-PROGRAM-LK
               MOVE "W" TO EVLOG-SEVERITY-LK
               MOVE "PLATE STOCK AT OR BELOW REORDER POINT"
                   TO EVLOG-MESSAGE-LK
               MOVE TYPE-TBL (TX) TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
           END-IF.
           WRITE OUT-REC FROM TYPE-LINE AFTER ADVANCING 1 LINES.
           ADD STOCK-TBL (TX) TO STOCK-TOT-WK.
           ADD ISSUED-TBL (TX) TO ISSUED-TOT-WK.
           ADD SURR-TBL (TX) TO SURR-TOT-WK.
           ADD LOST-TBL (TX) TO LOST-TOT-WK.

       400-AUDIT-JOB.
           MOVE "PLATINV" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE TYPE-CNT-WK TO AUDIT-OUT-OUT.
           MOVE REORDER-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
