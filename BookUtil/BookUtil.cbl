       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKING-FILE
               ASSIGN     TO   "BOOKMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-KEY-MST.
           SELECT OPTIONAL MODEL-FILE
               ASSIGN     TO   "MODLIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-ID-MST.
           SELECT OPTIONAL PARM-FILE
               ASSIGN     TO   "BOOKPRM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "BOOKUTIL.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN     TO   "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
       01 BOOKING-REC.
          05 BOOK-KEY-MST.
             10 BOOK-MODEL-ID-MST  PIC 9(6).
             10 BOOK-DATE-MST      PIC 9(8).
             10 BOOK-CLIENT-MST    PIC X(6).
             10 BOOK-JOB-MST       PIC X(6).
          05 BOOK-RATE-MST         PIC 9(5)V99.
          05 BOOK-STATUS-MST       PIC X.
          05 BOOK-ENTRY-DATE-MST   PIC 9(8).
          05 BOOK-STAT-DATE-MST    PIC 9(8).

       FD MODEL-FILE.
       01 MODEL-REC.
          05 MODEL-ID-MST        PIC 9(6).
          05 NAME-MST            PIC X(20).
          05 WEIGHT-MST          PIC 9(3).
          05 HEIGHT-MST          PIC 9(2).
          05 EYES-MST            PIC 9(1).
          05 HAIR-MST            PIC 9(1).
          05 SEX-MST             PIC X(1).

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

       SD SORT-FILE.
       01 SORT-REC.
          05 SEX-SRT             PIC X(1).
          05 MODEL-ID-SRT        PIC 9(6).
          05 NAME-SRT            PIC X(20).
          05 BOOKED-SRT          PIC 9(2).
          05 HELD-SRT            PIC 9(2).
          05 REVENUE-SRT         PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(28)
                    VALUE "-MODEL UTILIZATION REPORT-".

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
          05 FILLER              PIC X(25).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 PAGE-HDR            PIC 9(2).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "MODEL".
          05 FILLER              PIC X(22) VALUE "NAME".
          05 FILLER              PIC X(4)  VALUE "SEX".
          05 FILLER              PIC X(8)  VALUE "BOOKED".
          05 FILLER              PIC X(8)  VALUE "HELD".
          05 FILLER              PIC X(12) VALUE "UTIL".
          05 FILLER              PIC X(10) VALUE "REVENUE".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 MODEL-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(2).
          05 NAME-OUT            PIC X(20).
          05 FILLER              PIC X(2).
          05 SEX-OUT             PIC X(1).
          05 FILLER              PIC X(4).
          05 BOOKED-OUT          PIC ZZ9.
          05 FILLER              PIC X(5).
          05 HELD-OUT            PIC ZZ9.
          05 FILLER              PIC X(4).
          05 UTIL-OUT            PIC ZZ9.9.
          05 FILLER              PIC X(1)  VALUE "%".
          05 FILLER              PIC X(3).
          05 REVENUE-OUT         PIC $$$,$$$,$$9.99.

       01 SUBTOT-FTR.
          05 FILLER              PIC X(1).
          05 SUBTOT-LBL          PIC X(11)  VALUE "SUBTOTAL - ".
          05 SUBTOT-GRP          PIC X(6).
          05 FILLER              PIC X(9)   VALUE " MODELS: ".
          05 SUBTOT-CNT          PIC ZZZ9.
          05 FILLER              PIC X(3).
          05 SUBTOT-BOOKED       PIC ZZZZ9.
          05 FILLER              PIC X(3).
          05 SUBTOT-HELD         PIC ZZZZ9.
          05 FILLER              PIC X(4).
          05 SUBTOT-UTIL         PIC ZZ9.9.
          05 FILLER              PIC X(1)   VALUE "%".
          05 FILLER              PIC X(3).
          05 SUBTOT-REVENUE      PIC $$$,$$$,$$9.99.

       01 FORMATING-WK.
          05 PAGENUM-WK          PIC 9(2).
          05 LINE-CNT            PIC 9(2).
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.

       01 PERIOD-WK.
          05 PERIOD-NUM-WK       PIC 9(6).
          05 PERIOD-PARTS REDEFINES PERIOD-NUM-WK.
             10 PERIOD-YEAR-WK   PIC 9(4).
             10 PERIOD-MONTH-WK  PIC 9(2).
          05 MONTH-START-WK      PIC 9(8).
          05 NEXT-START-WK       PIC 9(8).
          05 MONTH-DAYS-WK       PIC 9(2).

       01 MODEL-TOTAL-WK.
          05 BOOKED-WK           PIC 9(2).
          05 HELD-WK             PIC 9(2).
          05 REVENUE-WK          PIC 9(7)V99.
          05 CUR-DATE-WK         PIC 9(8).
          05 DATE-CONF-SW        PIC X.
          05 DATE-HELD-SW        PIC X.
          05 BOOK-ATMR           PIC XXX.

       01 SORT-GROUP-WK.
          05 MODEL-CNT-WK        PIC 9(5) VALUE 0.
          05 GROUP-SEX-WK        PIC X.
          05 GRP-CNT             PIC 9(4) VALUE 0.
          05 GRP-BOOKED-WK       PIC 9(5) VALUE 0.
          05 GRP-HELD-WK         PIC 9(5) VALUE 0.
          05 GRP-REVENUE-WK      PIC 9(9)V99 VALUE 0.
          05 TOT-CNT             PIC 9(4) VALUE 0.
          05 TOT-BOOKED-WK       PIC 9(5) VALUE 0.
          05 TOT-HELD-WK         PIC 9(5) VALUE 0.
          05 TOT-REVENUE-WK      PIC 9(9)V99 VALUE 0.
          05 UTIL-WK             PIC 999V9.
          05 SORT-ATMR           PIC XXX VALUE "YES".

       01 ATMR          PIC XXX VALUE "YES".

       PROCEDURE DIVISION.

       MOVE 0 TO PAGENUM-WK.
       MOVE 59 TO LINE-CNT.

       100-MAIN-MODULE.
           OPEN INPUT BOOKING-FILE
                INPUT MODEL-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PARM-JOB.
           PERFORM 105-MAKE-HEAD.
           SORT SORT-FILE ON DESCENDING KEY SEX-SRT
                          ASCENDING KEY MODEL-ID-SRT
               INPUT PROCEDURE IS 150-LOAD-JOB
               OUTPUT PROCEDURE IS 200-GROUP-JOB.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE BOOKING-FILE, MODEL-FILE, OUT-FILE.
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
           DIVIDE DATE-NUM-WK BY 100 GIVING PERIOD-NUM-WK.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PERIOD-PARM IS NUMERIC AND PERIOD-PARM > 0
                       MOVE PERIOD-PARM TO PERIOD-NUM-WK
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           COMPUTE MONTH-START-WK = PERIOD-NUM-WK * 100 + 1.
           IF PERIOD-MONTH-WK = 12
               COMPUTE NEXT-START-WK = (PERIOD-YEAR-WK + 1) * 10000
                   + 101
           ELSE
               COMPUTE NEXT-START-WK = MONTH-START-WK + 100
           END-IF.
           COMPUTE MONTH-DAYS-WK =
               FUNCTION INTEGER-OF-DATE (NEXT-START-WK)
               - FUNCTION INTEGER-OF-DATE (MONTH-START-WK).

       105-MAKE-HEAD.
           PERFORM 110-DAY-JOB.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 3 LINES.
           MOVE 4 TO LINE-CNT.

       110-DAY-JOB.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE PERIOD-NUM-WK TO PERIOD-OUT.
           ADD 1 TO PAGENUM-WK.
           MOVE PAGENUM-WK TO PAGE-HDR.

       150-LOAD-JOB.
           MOVE 0 TO MODEL-ID-MST.
           START MODEL-FILE KEY IS GREATER THAN MODEL-ID-MST
               INVALID KEY MOVE "NO" TO ATMR
           END-START.
           PERFORM 160-RELEASE-JOB
               UNTIL ATMR = "NO".

       160-RELEASE-JOB.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE "NO" TO ATMR
               NOT AT END
                   IF MODEL-ID-MST = 999999
                       MOVE "NO" TO ATMR
                   ELSE
                       ADD 1 TO MODEL-CNT-WK
                       PERFORM 170-BOOKING-TOTAL-JOB
                       MOVE SEX-MST TO SEX-SRT
                       MOVE MODEL-ID-MST TO MODEL-ID-SRT
                       MOVE NAME-MST TO NAME-SRT
                       MOVE BOOKED-WK TO BOOKED-SRT
                       MOVE HELD-WK TO HELD-SRT
                       MOVE REVENUE-WK TO REVENUE-SRT
                       RELEASE SORT-REC
                   END-IF
           END-READ.

       170-BOOKING-TOTAL-JOB.
           MOVE 0 TO BOOKED-WK, HELD-WK, REVENUE-WK, CUR-DATE-WK.
           MOVE "N" TO DATE-CONF-SW, DATE-HELD-SW.
           MOVE "YES" TO BOOK-ATMR.
           MOVE MODEL-ID-MST TO BOOK-MODEL-ID-MST.
           MOVE MONTH-START-WK TO BOOK-DATE-MST.
           MOVE LOW-VALUES TO BOOK-CLIENT-MST, BOOK-JOB-MST.
           START BOOKING-FILE KEY IS NOT LESS THAN BOOK-KEY-MST
               INVALID KEY MOVE "NO" TO BOOK-ATMR
           END-START.
           PERFORM 175-BOOKING-SCAN-JOB
               UNTIL BOOK-ATMR = "NO".
           PERFORM 180-DATE-CLOSE-JOB.

       175-BOOKING-SCAN-JOB.
           READ BOOKING-FILE NEXT RECORD
               AT END MOVE "NO" TO BOOK-ATMR
               NOT AT END
                   IF BOOK-MODEL-ID-MST NOT = MODEL-ID-MST
                           OR BOOK-DATE-MST NOT < NEXT-START-WK
                       MOVE "NO" TO BOOK-ATMR
                   ELSE
                       IF BOOK-DATE-MST NOT = CUR-DATE-WK
                           PERFORM 180-DATE-CLOSE-JOB
                           MOVE BOOK-DATE-MST TO CUR-DATE-WK
                       END-IF
                       EVALUATE BOOK-STATUS-MST
                           WHEN "C"
                               MOVE "Y" TO DATE-CONF-SW
                               ADD BOOK-RATE-MST TO REVENUE-WK
                           WHEN "H"
                               MOVE "Y" TO DATE-HELD-SW
                       END-EVALUATE
                   END-IF
           END-READ.

       180-DATE-CLOSE-JOB.
           IF DATE-CONF-SW = "Y"
               ADD 1 TO BOOKED-WK
           ELSE
               IF DATE-HELD-SW = "Y"
                   ADD 1 TO HELD-WK
               END-IF
           END-IF.
           MOVE "N" TO DATE-CONF-SW, DATE-HELD-SW.

       200-GROUP-JOB.
           MOVE "M" TO GROUP-SEX-WK.
           PERFORM 205-GROUP-RESET-JOB.
           MOVE "YES" TO SORT-ATMR.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
           PERFORM 220-DETAIL-JOB
               UNTIL SORT-ATMR = "NO".
           PERFORM 250-SUBTOTAL-JOB.
           IF GROUP-SEX-WK = "M"
               MOVE "F" TO GROUP-SEX-WK
               PERFORM 205-GROUP-RESET-JOB
               PERFORM 250-SUBTOTAL-JOB
           END-IF.

       205-GROUP-RESET-JOB.
           MOVE 0 TO GRP-CNT, GRP-BOOKED-WK, GRP-HELD-WK,
               GRP-REVENUE-WK.

       220-DETAIL-JOB.
           IF SEX-SRT = "M" OR SEX-SRT = "F"
               IF SEX-SRT NOT = GROUP-SEX-WK
                   PERFORM 250-SUBTOTAL-JOB
                   MOVE SEX-SRT TO GROUP-SEX-WK
                   PERFORM 205-GROUP-RESET-JOB
               END-IF
               PERFORM 225-DETAIL-LINE-JOB
           END-IF.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.

       225-DETAIL-LINE-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE MODEL-ID-SRT TO MODEL-ID-OUT.
           MOVE NAME-SRT TO NAME-OUT.
           MOVE SEX-SRT TO SEX-OUT.
           MOVE BOOKED-SRT TO BOOKED-OUT.
           MOVE HELD-SRT TO HELD-OUT.
           COMPUTE UTIL-WK ROUNDED =
               BOOKED-SRT * 100 / MONTH-DAYS-WK.
           MOVE UTIL-WK TO UTIL-OUT.
           MOVE REVENUE-SRT TO REVENUE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.
           ADD 1 TO GRP-CNT, TOT-CNT.
           ADD BOOKED-SRT TO GRP-BOOKED-WK, TOT-BOOKED-WK.
           ADD HELD-SRT TO GRP-HELD-WK, TOT-HELD-WK.
           ADD REVENUE-SRT TO GRP-REVENUE-WK, TOT-REVENUE-WK.

       250-SUBTOTAL-JOB.
           IF GROUP-SEX-WK = "M" MOVE "MALE  " TO SUBTOT-GRP
                           ELSE MOVE "FEMALE" TO SUBTOT-GRP.
           MOVE GRP-CNT TO SUBTOT-CNT.
           MOVE GRP-BOOKED-WK TO SUBTOT-BOOKED.
           MOVE GRP-HELD-WK TO SUBTOT-HELD.
           IF GRP-CNT > 0
               COMPUTE UTIL-WK ROUNDED =
                   GRP-BOOKED-WK * 100 / (GRP-CNT * MONTH-DAYS-WK)
           ELSE
               MOVE 0 TO UTIL-WK
           END-IF.
           MOVE UTIL-WK TO SUBTOT-UTIL.
           MOVE GRP-REVENUE-WK TO SUBTOT-REVENUE.
           WRITE OUT-REC FROM SUBTOT-FTR AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.

       300-DONE-JOB.
           MOVE "TOTALS -   " TO SUBTOT-LBL.
           MOVE "ALL   " TO SUBTOT-GRP.
           MOVE TOT-CNT TO SUBTOT-CNT.
           MOVE TOT-BOOKED-WK TO SUBTOT-BOOKED.
           MOVE TOT-HELD-WK TO SUBTOT-HELD.
           IF TOT-CNT > 0
               COMPUTE UTIL-WK ROUNDED =
                   TOT-BOOKED-WK * 100 / (TOT-CNT * MONTH-DAYS-WK)
           ELSE
               MOVE 0 TO UTIL-WK
           END-IF.
           MOVE UTIL-WK TO SUBTOT-UTIL.
           MOVE TOT-REVENUE-WK TO SUBTOT-REVENUE.
           WRITE OUT-REC FROM SUBTOT-FTR AFTER ADVANCING 3 LINES.

       400-AUDIT-JOB.
           MOVE "BOOKUTIL" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE MODEL-CNT-WK TO AUDIT-IN-OUT.
           MOVE TOT-CNT TO AUDIT-OUT-OUT.
           COMPUTE AUDIT-REJ-OUT = MODEL-CNT-WK - TOT-CNT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
