       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURCHREM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SURCHLOG-FILE
               ASSIGN     TO   "SURCHLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SURCHG-FILE
               ASSIGN     TO   "SURCHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN     TO   "SURCHPRM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "SURCHREM.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SURCHLOG-FILE.
       01 SURCHLOG-REC.
          05 SLOG-DATE.
             10 SLOG-PERIOD      PIC 9(6).
             10 FILLER           PIC 9(2).
          05 SLOG-TRANS-ID       PIC 9(6).
          05 SLOG-JURIS          PIC X(6).
          05 SLOG-ACCT           PIC X(6).
          05 SLOG-AMT            PIC 9(5)V99.
          05 SLOG-OWNER-ID       PIC X(6).
          05 SLOG-STATE          PIC X(2).
          05 SLOG-ZIP            PIC X(5).

       FD SURCHG-FILE.
       01 SURCHG-REC.
          05 SURCH-JURIS-IN      PIC X(6).
          05 SURCH-NAME-IN       PIC X(20).
          05 SURCH-STATE-IN      PIC X(2).
          05 SURCH-ZIP-LO-IN     PIC X(5).
          05 SURCH-ZIP-HI-IN     PIC X(5).
          05 SURCH-EFF-IN        PIC 9(8).
          05 SURCH-TYPE-IN       PIC X.
          05 SURCH-VALUE-IN      PIC 9(3)V99.
          05 SURCH-ACCT-IN       PIC X(6).

       FD PARM-FILE.
       01 PARM-REC.
          05 PERIOD-PARM         PIC 9(6).

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

       01 TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(32)
                    VALUE "-SURCHARGE REMITTANCE REPORT-".

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
          05 FILLER              PIC X(12)  VALUE "   PERIOD: ".
          05 PERIOD-OUT          PIC 9(6).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "JURIS".
          05 FILLER              PIC X(22) VALUE "NAME".
          05 FILLER              PIC X(9)  VALUE "ACCOUNT".
          05 FILLER              PIC X(9)  VALUE "ITEMS".
          05 FILLER              PIC X(14) VALUE "AMOUNT DUE".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 JURIS-OUT           PIC X(6).
          05 FILLER              PIC X(2).
          05 JURIS-NAME-OUT      PIC X(20).
          05 FILLER              PIC X(2).
          05 ACCT-OUT            PIC X(6).
          05 FILLER              PIC X(3).
          05 ITEM-CNT-OUT        PIC ZZZZ9.
          05 FILLER              PIC X(3).
          05 JURIS-AMT-OUT       PIC $$,$$$,$$9.99.

       01 TOTAL-LINE.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(36)
                    VALUE "TOTAL DUE ALL JURISDICTIONS".
          05 FILLER              PIC X(3).
          05 ITEM-TOT-OUT        PIC ZZZZ9.
          05 FILLER              PIC X(3).
          05 AMT-TOT-OUT         PIC $$,$$$,$$9.99.

       01 NONE-LINE.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(33)
                    VALUE "NO SURCHARGES BILLED FOR PERIOD".

       01 REMIT-WK.
          05 LOG-ATMR            PIC XXX VALUE "YES".
          05 SURCH-ATMR          PIC XXX VALUE "YES".
          05 PERIOD-WK           PIC 9(6).
          05 IN-CNT-WK           PIC 9(7) VALUE 0.
          05 ITEM-TOT-WK         PIC 9(5) VALUE 0.
          05 AMT-TOT-WK          PIC 9(7)V99 VALUE 0.
          05 JURIS-CNT-WK        PIC 9(3) VALUE 0.
          05 JX                  PIC 9(3).
          05 JURIS-HIT-WK        PIC 9(3).
          05 JURIS-FIND-WK       PIC X(6).

       01 JURIS-TABLE.
          05 JURIS-ENTRY OCCURS 100 TIMES.
             10 JURIS-TBL        PIC X(6).
             10 JURIS-NAME-TBL   PIC X(20).
             10 JURIS-ACCT-TBL   PIC X(6).
             10 JURIS-CNT-TBL    PIC 9(5).
             10 JURIS-AMT-TBL    PIC 9(7)V99.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           OPEN INPUT SURCHLOG-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PARM-JOB.
           PERFORM 103-SURCHG-LOAD-JOB.
           PERFORM 105-MAKE-HEAD.
           PERFORM 200-TALLY-JOB
               UNTIL LOG-ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE SURCHLOG-FILE, OUT-FILE.
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

       102-PARM-JOB.
           DIVIDE DATE-NUM-WK BY 100 GIVING PERIOD-WK.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PERIOD-PARM IS NUMERIC AND PERIOD-PARM > 0
                       MOVE PERIOD-PARM TO PERIOD-WK
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

       103-SURCHG-LOAD-JOB.
           OPEN INPUT SURCHG-FILE.
           PERFORM 103A-SURCHG-ENTRY-JOB
               UNTIL SURCH-ATMR = "NO".
           CLOSE SURCHG-FILE.

       103A-SURCHG-ENTRY-JOB.
           READ SURCHG-FILE
               AT END MOVE "NO" TO SURCH-ATMR
               NOT AT END
                   MOVE SURCH-JURIS-IN TO JURIS-FIND-WK
                   PERFORM 110-JURIS-FIND-JOB
                   IF JURIS-HIT-WK > 0
                       MOVE SURCH-NAME-IN
                           TO JURIS-NAME-TBL (JURIS-HIT-WK)
                   END-IF
           END-READ.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE PERIOD-WK TO PERIOD-OUT.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.

       110-JURIS-FIND-JOB.
           MOVE 0 TO JURIS-HIT-WK.
           PERFORM 111-JURIS-SCAN-JOB VARYING JX FROM 1 BY 1
               UNTIL JX > JURIS-CNT-WK.
           IF JURIS-HIT-WK = 0 AND JURIS-CNT-WK < 100
               ADD 1 TO JURIS-CNT-WK
               MOVE JURIS-CNT-WK TO JURIS-HIT-WK
               MOVE JURIS-FIND-WK TO JURIS-TBL (JURIS-HIT-WK)
               MOVE SPACES TO JURIS-NAME-TBL (JURIS-HIT-WK),
                   JURIS-ACCT-TBL (JURIS-HIT-WK)
               MOVE 0 TO JURIS-CNT-TBL (JURIS-HIT-WK),
                   JURIS-AMT-TBL (JURIS-HIT-WK)
           END-IF.

       111-JURIS-SCAN-JOB.
           IF JURIS-TBL (JX) = JURIS-FIND-WK
               MOVE JX TO JURIS-HIT-WK
           END-IF.

       200-TALLY-JOB.
           READ SURCHLOG-FILE
               AT END MOVE "NO" TO LOG-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   IF SLOG-PERIOD = PERIOD-WK
                       MOVE SLOG-JURIS TO JURIS-FIND-WK
                       PERFORM 110-JURIS-FIND-JOB
                       IF JURIS-HIT-WK > 0
                           PERFORM 210-ACCUM-JOB
                       END-IF
                   END-IF
           END-READ.

       210-ACCUM-JOB.
           MOVE SLOG-ACCT TO JURIS-ACCT-TBL (JURIS-HIT-WK).
           ADD 1 TO JURIS-CNT-TBL (JURIS-HIT-WK), ITEM-TOT-WK.
           ADD SLOG-AMT TO JURIS-AMT-TBL (JURIS-HIT-WK), AMT-TOT-WK.

       300-DONE-JOB.
           IF ITEM-TOT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 310-JURIS-PRINT-JOB VARYING JX FROM 1 BY 1
                   UNTIL JX > JURIS-CNT-WK
               MOVE ITEM-TOT-WK TO ITEM-TOT-OUT
               MOVE AMT-TOT-WK TO AMT-TOT-OUT
               WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES
           END-IF.

       310-JURIS-PRINT-JOB.
           IF JURIS-CNT-TBL (JX) > 0
               MOVE JURIS-TBL (JX) TO JURIS-OUT
               MOVE JURIS-NAME-TBL (JX) TO JURIS-NAME-OUT
               MOVE JURIS-ACCT-TBL (JX) TO ACCT-OUT
               MOVE JURIS-CNT-TBL (JX) TO ITEM-CNT-OUT
               MOVE JURIS-AMT-TBL (JX) TO JURIS-AMT-OUT
               WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES
           END-IF.

       400-AUDIT-JOB.
           MOVE "SURCHREM" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE ITEM-TOT-WK TO AUDIT-OUT-OUT.
           MOVE 0 TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
