       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILPREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAILIN-FILE
               ASSIGN     TO   DYNAMIC MAILIN-NAME-WK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNER-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL BADADDR-FILE
               ASSIGN     TO   "ADDRBAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "MAILPCS.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUM-FILE
               ASSIGN     TO   "MAILSUM.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RVW-FILE
               ASSIGN     TO   "MAILRVW.TXT"
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
       FD MAILIN-FILE.
       01 MAIL-REC.
          05 MAIL-OWNER-ID       PIC X(6).
          05 MAIL-TYPE           PIC X.
          05 MAIL-TRANS-ID       PIC 9(6).
          05 MAIL-VCLASS         PIC XX.
          05 MAIL-DATE           PIC 9(8).
          05 MAIL-STAGE          PIC X(12).
          05 MAIL-AMT            PIC S9(7)V99.

       FD OWNER-FILE.
       01 OWNER-REC.
          05 OWNER-ID-MST        PIC X(6).
          05 OWNER-NAME-MST      PIC X(20).
          05 OWNER-STREET-MST    PIC X(20).
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

       FD BADADDR-FILE.
       01 BADADDR-REC.
          05 BADADDR-OWNER-ID    PIC X(6).
          05 BADADDR-REASON      PIC X(15).

       FD OUT-FILE.
       01 OUT-REC.
          05 FILLER              PIC X(80).

       FD SUM-FILE.
       01 SUM-REC.
          05 FILLER              PIC X(80).

       FD RVW-FILE.
       01 RVW-REC.
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
          05 ZIP-SRT             PIC X(5).
          05 OWNER-ID-SRT        PIC X(6).
          05 TYPE-SRT            PIC X.
          05 TRANS-ID-SRT        PIC 9(6).
          05 VCLASS-SRT          PIC XX.
          05 DATE-SRT            PIC 9(8).
          05 STAGE-SRT           PIC X(12).
          05 AMT-SRT             PIC S9(7)V99.

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 PIECE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(27)
                    VALUE "-OWNER NOTICE PACKAGE-".
          05 FILLER              PIC X(2).
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 PIECE-ID-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(7)   VALUE "PIECE: ".
          05 PIECE-NUM-OUT       PIC 9(5).
          05 FILLER              PIC X(8)   VALUE "   ZIP: ".
          05 PIECE-ZIP-OUT       PIC X(5).
          05 FILLER              PIC X(10)  VALUE "   OWNER: ".
          05 PIECE-OWNER-OUT     PIC X(6).

       01 ADDR-NAME-LINE.
          05 FILLER              PIC X(5).
          05 ADDR-NAME-OUT       PIC X(20).

       01 ADDR-STREET-LINE.
          05 FILLER              PIC X(5).
          05 ADDR-STREET-OUT     PIC X(20).

       01 ADDR-CITY-LINE.
          05 FILLER              PIC X(5).
          05 ADDR-CITY-OUT       PIC X(15).
          05 FILLER              PIC X(1).
          05 ADDR-STATE-OUT      PIC X(2).
          05 FILLER              PIC X(1).
          05 ADDR-ZIP-OUT        PIC X(5).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(14) VALUE "NOTICE".
          05 FILLER              PIC X(9)  VALUE "TRANS-ID".
          05 FILLER              PIC X(4)  VALUE "CL".
          05 FILLER              PIC X(10) VALUE "DATE".
          05 FILLER              PIC X(14) VALUE "STATUS".
          05 FILLER              PIC X(12) VALUE "AMOUNT".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 NOTICE-OUT          PIC X(13).
          05 FILLER              PIC X(1).
          05 TRANS-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(3).
          05 VCLASS-OUT          PIC XX.
          05 FILLER              PIC X(2).
          05 DATE-OUT            PIC 9(8).
          05 FILLER              PIC X(2).
          05 STAGE-OUT           PIC X(12).
          05 FILLER              PIC X(2).
          05 AMT-OUT             PIC $$$,$$$,$$9.99-.

       01 AMOUNT-DUE-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(18)
                    VALUE "AMOUNT DUE: ".
          05 AMOUNT-DUE-OUT      PIC $$$,$$$,$$9.99-.

       01 ENCLOSED-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(18)
                    VALUE "NOTICES ENCLOSED: ".
          05 ENCLOSED-OUT        PIC ZZZ9.

       01 NONE-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(30)
                    VALUE "NO NOTICES FOR THIS DATE".

       01 SUM-TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(30)
                    VALUE "-PRESORT POSTAGE SUMMARY-".

       01 DATE-HDR.
          05 FILLER              PIC X(6)   VALUE "DATE: ".
          05 DATE-MONTH-HDR      PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DATE-DAY-HDR        PIC 9(2).
          05 FILLER              PIC X      VALUE "/".
          05 DATE-YEAR-HDR       PIC 9(4).
          05 FILLER              PIC X(55).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 PAGE-HDR            PIC 9(2).

       01 SUM-COLUMN-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(10) VALUE "ZIP".
          05 FILLER              PIC X(10) VALUE "PIECES".
          05 FILLER              PIC X(10) VALUE "NOTICES".

       01 ZIP-LINE.
          05 FILLER              PIC X(10).
          05 ZIP-OUT             PIC X(5).
          05 FILLER              PIC X(4).
          05 ZIP-PIECE-OUT       PIC ZZZZ9.
          05 FILLER              PIC X(5).
          05 ZIP-NOTICE-OUT      PIC ZZZZ9.

       01 SUM-TOTAL-FTR.
          05 FILLER              PIC X(10).
          05 SUM-LBL-OUT         PIC X(32).
          05 SUM-CNT-OUT         PIC ZZZZ9.

       01 RVW-TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(30)
                    VALUE "-RETURNED MAIL REVIEW LIST-".

       01 RVW-COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)  VALUE "OWNER-ID".
          05 FILLER              PIC X(21) VALUE "OWNER".
          05 FILLER              PIC X(7)  VALUE "ZIP".
          05 FILLER              PIC X(9)  VALUE "NOTICES".
          05 FILLER              PIC X(15) VALUE "REASON".

       01 RVW-LINE.
          05 FILLER              PIC X(1).
          05 RVW-OWNER-OUT       PIC X(6).
          05 FILLER              PIC X(3).
          05 RVW-NAME-OUT        PIC X(20).
          05 FILLER              PIC X(1).
          05 RVW-ZIP-OUT         PIC X(5).
          05 FILLER              PIC X(3).
          05 RVW-NOTICE-OUT      PIC ZZZ9.
          05 FILLER              PIC X(4).
          05 RVW-REASON-OUT      PIC X(15).

       01 FORMATING-WK.
          05 SUM-PAGENUM-WK      PIC 9(2) VALUE 0.
          05 SUM-LINE-CNT        PIC 9(2) VALUE 59.
          05 RVW-PAGENUM-WK      PIC 9(2) VALUE 0.
          05 RVW-LINE-CNT        PIC 9(2) VALUE 59.
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.

       01 BADADDR-TABLE-WK.
          05 BAD-CNT             PIC 9(3) VALUE 0.
          05 BX                  PIC 9(3).
          05 BAD-ATMR            PIC XXX VALUE "YES".
          05 BAD-FOUND-SW        PIC X.
          05 BAD-DROP-CNT-WK     PIC 9(5) VALUE 0.

       01 BADADDR-TABLE.
          05 BAD-ENTRY OCCURS 500 TIMES.
             10 BAD-OWNER-TBL    PIC X(6).
             10 BAD-REASON-TBL   PIC X(15).

       01 MAIL-WK.
          05 MAILIN-NAME-WK      PIC X(40).
          05 MAILIN-ATMR         PIC XXX.
          05 SORT-ATMR           PIC XXX VALUE "YES".
          05 PREV-ZIP-WK         PIC X(5).
          05 PREV-OWNER-WK       PIC X(6).
          05 MAILABLE-SW         PIC X.
          05 REASON-WK           PIC X(15).
          05 OWNER-NAME-WK       PIC X(20).
          05 STMT-SW             PIC X.
          05 OWNER-DUE-WK        PIC S9(7)V99.
          05 PIECE-NOTICE-WK     PIC 9(4).
          05 ZIP-PIECE-CNT-WK    PIC 9(5).
          05 ZIP-NOTICE-CNT-WK   PIC 9(5).
          05 IN-CNT-WK           PIC 9(5) VALUE 0.
          05 PIECE-CNT-WK        PIC 9(5) VALUE 0.
          05 MAILED-NTC-CNT-WK   PIC 9(5) VALUE 0.
          05 RVW-CNT-WK          PIC 9(5) VALUE 0.
          05 RVW-NTC-CNT-WK      PIC 9(5) VALUE 0.
          05 SAVED-CNT-WK        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 110-BADADDR-LOAD-JOB.
           OPEN INPUT OWNER-FILE
                OUTPUT OUT-FILE
                OUTPUT SUM-FILE
                OUTPUT RVW-FILE.
           SORT SORT-FILE ON ASCENDING KEY ZIP-SRT, OWNER-ID-SRT,
                   TYPE-SRT, TRANS-ID-SRT
               INPUT PROCEDURE IS 150-LOAD-JOB
               OUTPUT PROCEDURE IS 200-MAIL-JOB.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE OWNER-FILE, OUT-FILE, SUM-FILE, RVW-FILE.
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

       105-SUM-HEAD.
           ADD 1 TO SUM-PAGENUM-WK.
           PERFORM 107-DATE-HDR-JOB.
           MOVE SUM-PAGENUM-WK TO PAGE-HDR.
           WRITE SUM-REC FROM SUM-TITLE-HDR AFTER ADVANCING PAGE.
           WRITE SUM-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE SUM-REC FROM SUM-COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 4 TO SUM-LINE-CNT.

       106-RVW-HEAD.
           ADD 1 TO RVW-PAGENUM-WK.
           PERFORM 107-DATE-HDR-JOB.
           MOVE RVW-PAGENUM-WK TO PAGE-HDR.
           WRITE RVW-REC FROM RVW-TITLE-HDR AFTER ADVANCING PAGE.
           WRITE RVW-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE RVW-REC FROM RVW-COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 4 TO RVW-LINE-CNT.

       107-DATE-HDR-JOB.
           MOVE YEAR-WK TO DATE-YEAR-HDR.
           MOVE MONTH-WK TO DATE-MONTH-HDR.
           MOVE DAY-WK TO DATE-DAY-HDR.

       110-BADADDR-LOAD-JOB.
           OPEN INPUT BADADDR-FILE.
           PERFORM 111-BADADDR-ENTRY-JOB
               UNTIL BAD-ATMR = "NO".
           CLOSE BADADDR-FILE.

       111-BADADDR-ENTRY-JOB.
           READ BADADDR-FILE
               AT END MOVE "NO" TO BAD-ATMR
               NOT AT END
                   MOVE BADADDR-OWNER-ID TO PREV-OWNER-WK
                   PERFORM 120-BADADDR-FIND-JOB
                   IF BAD-FOUND-SW = "N"
                       IF BAD-CNT < 500
                           ADD 1 TO BAD-CNT
                           MOVE BADADDR-OWNER-ID
                               TO BAD-OWNER-TBL (BAD-CNT)
                           MOVE BADADDR-REASON
                               TO BAD-REASON-TBL (BAD-CNT)
                       ELSE
                           ADD 1 TO BAD-DROP-CNT-WK
                       END-IF
                   END-IF
           END-READ.

       120-BADADDR-FIND-JOB.
           MOVE "N" TO BAD-FOUND-SW.
           MOVE SPACES TO REASON-WK.
           PERFORM 121-BADADDR-SCAN-JOB VARYING BX FROM 1 BY 1
               UNTIL BX > BAD-CNT.

       121-BADADDR-SCAN-JOB.
           IF BAD-OWNER-TBL (BX) = PREV-OWNER-WK
               MOVE "Y" TO BAD-FOUND-SW
               MOVE BAD-REASON-TBL (BX) TO REASON-WK
           END-IF.

       150-LOAD-JOB.
           MOVE "MAILREN.TXT" TO MAILIN-NAME-WK.
           PERFORM 160-EXTRACT-JOB.
           MOVE "MAILDLQ.TXT" TO MAILIN-NAME-WK.
           PERFORM 160-EXTRACT-JOB.
           MOVE "MAILSTM.TXT" TO MAILIN-NAME-WK.
           PERFORM 160-EXTRACT-JOB.

       160-EXTRACT-JOB.
           MOVE "YES" TO MAILIN-ATMR.
           OPEN INPUT MAILIN-FILE.
           PERFORM 170-RELEASE-JOB
               UNTIL MAILIN-ATMR = "NO".
           CLOSE MAILIN-FILE.

       170-RELEASE-JOB.
           READ MAILIN-FILE
               AT END MOVE "NO" TO MAILIN-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   MOVE MAIL-OWNER-ID TO OWNER-ID-MST
                   READ OWNER-FILE
                       INVALID KEY MOVE HIGH-VALUES TO ZIP-SRT
                       NOT INVALID KEY MOVE OWNER-ZIP-MST TO ZIP-SRT
                   END-READ
                   MOVE MAIL-OWNER-ID TO OWNER-ID-SRT
                   MOVE MAIL-TYPE TO TYPE-SRT
                   MOVE MAIL-TRANS-ID TO TRANS-ID-SRT
                   MOVE MAIL-VCLASS TO VCLASS-SRT
                   MOVE MAIL-DATE TO DATE-SRT
                   MOVE MAIL-STAGE TO STAGE-SRT
                   MOVE MAIL-AMT TO AMT-SRT
                   RELEASE SORT-REC
           END-READ.

       200-MAIL-JOB.
           PERFORM 105-SUM-HEAD.
           PERFORM 106-RVW-HEAD.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
           IF SORT-ATMR = "NO"
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           ELSE
               MOVE ZIP-SRT TO PREV-ZIP-WK
               MOVE OWNER-ID-SRT TO PREV-OWNER-WK
               MOVE 0 TO ZIP-PIECE-CNT-WK, ZIP-NOTICE-CNT-WK
               PERFORM 210-PIECE-START-JOB
               PERFORM 220-DETAIL-JOB
                   UNTIL SORT-ATMR = "NO"
               PERFORM 260-PIECE-END-JOB
               PERFORM 270-ZIP-END-JOB
           END-IF.

       210-PIECE-START-JOB.
           MOVE "Y" TO MAILABLE-SW.
           MOVE "N" TO STMT-SW.
           MOVE 0 TO OWNER-DUE-WK, PIECE-NOTICE-WK.
           MOVE PREV-OWNER-WK TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY
                   MOVE "N" TO MAILABLE-SW
                   MOVE "NO OWNER MASTER" TO REASON-WK
                   MOVE SPACES TO OWNER-NAME-WK
               NOT INVALID KEY
                   MOVE OWNER-NAME-MST TO OWNER-NAME-WK
                   PERFORM 120-BADADDR-FIND-JOB
                   EVALUATE TRUE
                       WHEN BAD-FOUND-SW = "Y"
                           MOVE "N" TO MAILABLE-SW
                       WHEN OWNER-ZIP-MST IS NOT NUMERIC
                           MOVE "N" TO MAILABLE-SW
                           MOVE "BAD ZIP FORMAT" TO REASON-WK
                       WHEN OWNER-STREET-MST = SPACES
                           MOVE "N" TO MAILABLE-SW
                           MOVE "NO STREET" TO REASON-WK
                   END-EVALUATE
           END-READ.
           IF MAILABLE-SW = "Y"
               PERFORM 215-PIECE-HEAD-JOB
           END-IF.

       215-PIECE-HEAD-JOB.
           ADD 1 TO PIECE-CNT-WK.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           WRITE OUT-REC FROM PIECE-HDR AFTER ADVANCING PAGE.
           MOVE PIECE-CNT-WK TO PIECE-NUM-OUT.
           MOVE OWNER-ZIP-MST TO PIECE-ZIP-OUT.
           MOVE OWNER-ID-MST TO PIECE-OWNER-OUT.
           WRITE OUT-REC FROM PIECE-ID-LINE AFTER ADVANCING 1 LINES.
           MOVE OWNER-NAME-MST TO ADDR-NAME-OUT.
           MOVE OWNER-STREET-MST TO ADDR-STREET-OUT.
           MOVE OWNER-CITY-MST TO ADDR-CITY-OUT.
           MOVE OWNER-STATE-MST TO ADDR-STATE-OUT.
           MOVE OWNER-ZIP-MST TO ADDR-ZIP-OUT.
           WRITE OUT-REC FROM ADDR-NAME-LINE AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM ADDR-STREET-LINE AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM ADDR-CITY-LINE AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.

       220-DETAIL-JOB.
           IF ZIP-SRT NOT = PREV-ZIP-WK
               PERFORM 260-PIECE-END-JOB
               PERFORM 270-ZIP-END-JOB
               MOVE ZIP-SRT TO PREV-ZIP-WK
               MOVE OWNER-ID-SRT TO PREV-OWNER-WK
               MOVE 0 TO ZIP-PIECE-CNT-WK, ZIP-NOTICE-CNT-WK
               PERFORM 210-PIECE-START-JOB
           END-IF.
           IF OWNER-ID-SRT NOT = PREV-OWNER-WK
               PERFORM 260-PIECE-END-JOB
               MOVE OWNER-ID-SRT TO PREV-OWNER-WK
               PERFORM 210-PIECE-START-JOB
           END-IF.
           IF TYPE-SRT NOT = "S" OR STMT-SW = "N"
               ADD 1 TO PIECE-NOTICE-WK
           END-IF.
           IF TYPE-SRT = "S"
               MOVE "Y" TO STMT-SW
           END-IF.
           IF MAILABLE-SW = "Y"
               PERFORM 230-NOTICE-LINE-JOB
           END-IF.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.

       230-NOTICE-LINE-JOB.
           MOVE SPACES TO DETAIL-LINE.
           EVALUATE TYPE-SRT
               WHEN "R" MOVE "RENEWAL" TO NOTICE-OUT
               WHEN "D" MOVE "DELINQUENCY" TO NOTICE-OUT
               WHEN "S" MOVE "STATEMENT" TO NOTICE-OUT
                        MOVE AMT-SRT TO AMT-OUT
                        ADD AMT-SRT TO OWNER-DUE-WK
           END-EVALUATE.
           MOVE TRANS-ID-SRT TO TRANS-ID-OUT.
           MOVE VCLASS-SRT TO VCLASS-OUT.
           MOVE DATE-SRT TO DATE-OUT.
           MOVE STAGE-SRT TO STAGE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.

       260-PIECE-END-JOB.
           IF MAILABLE-SW = "Y"
               IF STMT-SW = "Y"
                   MOVE OWNER-DUE-WK TO AMOUNT-DUE-OUT
                   WRITE OUT-REC FROM AMOUNT-DUE-FTR
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE PIECE-NOTICE-WK TO ENCLOSED-OUT
               WRITE OUT-REC FROM ENCLOSED-FTR AFTER ADVANCING 2 LINES
               ADD 1 TO ZIP-PIECE-CNT-WK
               ADD PIECE-NOTICE-WK TO ZIP-NOTICE-CNT-WK,
                   MAILED-NTC-CNT-WK
           ELSE
               PERFORM 265-REVIEW-LINE-JOB
           END-IF.

       265-REVIEW-LINE-JOB.
           IF RVW-LINE-CNT > PAGE-BREAK-WK PERFORM 106-RVW-HEAD END-IF.
           MOVE SPACES TO RVW-LINE.
           MOVE PREV-OWNER-WK TO RVW-OWNER-OUT.
           MOVE OWNER-NAME-WK TO RVW-NAME-OUT.
           IF PREV-ZIP-WK NOT = HIGH-VALUES
               MOVE PREV-ZIP-WK TO RVW-ZIP-OUT
           END-IF.
           MOVE PIECE-NOTICE-WK TO RVW-NOTICE-OUT.
           MOVE REASON-WK TO RVW-REASON-OUT.
           WRITE RVW-REC FROM RVW-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO RVW-LINE-CNT, RVW-CNT-WK.
           ADD PIECE-NOTICE-WK TO RVW-NTC-CNT-WK.

       270-ZIP-END-JOB.
           IF ZIP-PIECE-CNT-WK > 0
               IF SUM-LINE-CNT > PAGE-BREAK-WK
                   PERFORM 105-SUM-HEAD
               END-IF
               MOVE PREV-ZIP-WK TO ZIP-OUT
               MOVE ZIP-PIECE-CNT-WK TO ZIP-PIECE-OUT
               MOVE ZIP-NOTICE-CNT-WK TO ZIP-NOTICE-OUT
               WRITE SUM-REC FROM ZIP-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO SUM-LINE-CNT
           END-IF.

       300-DONE-JOB.
           COMPUTE SAVED-CNT-WK = MAILED-NTC-CNT-WK - PIECE-CNT-WK.
           MOVE "MAIL PIECES:" TO SUM-LBL-OUT.
           MOVE PIECE-CNT-WK TO SUM-CNT-OUT.
           WRITE SUM-REC FROM SUM-TOTAL-FTR AFTER ADVANCING 3 LINES.
           MOVE "NOTICES CONSOLIDATED:" TO SUM-LBL-OUT.
           MOVE MAILED-NTC-CNT-WK TO SUM-CNT-OUT.
           WRITE SUM-REC FROM SUM-TOTAL-FTR AFTER ADVANCING 1 LINES.
           MOVE "ENVELOPES SAVED:" TO SUM-LBL-OUT.
           MOVE SAVED-CNT-WK TO SUM-CNT-OUT.
           WRITE SUM-REC FROM SUM-TOTAL-FTR AFTER ADVANCING 1 LINES.
           MOVE "OWNERS HELD FOR ADDRESS REVIEW:" TO SUM-LBL-OUT.
           MOVE RVW-CNT-WK TO SUM-CNT-OUT.
           WRITE SUM-REC FROM SUM-TOTAL-FTR AFTER ADVANCING 1 LINES.
           MOVE "NOTICES HELD FOR REVIEW:" TO SUM-LBL-OUT.
           MOVE RVW-NTC-CNT-WK TO SUM-CNT-OUT.
           WRITE SUM-REC FROM SUM-TOTAL-FTR AFTER ADVANCING 1 LINES.
           IF BAD-DROP-CNT-WK > 0
               MOVE "BAD ADDRESSES OVER TABLE LIMIT:" TO SUM-LBL-OUT
               MOVE BAD-DROP-CNT-WK TO SUM-CNT-OUT
               WRITE SUM-REC FROM SUM-TOTAL-FTR
                   AFTER ADVANCING 1 LINES
           END-IF.
           MOVE "OWNERS FOR REVIEW:" TO SUM-LBL-OUT.
           MOVE RVW-CNT-WK TO SUM-CNT-OUT.
           WRITE RVW-REC FROM SUM-TOTAL-FTR AFTER ADVANCING 3 LINES.

       400-AUDIT-JOB.
           MOVE "MAILPREP" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE PIECE-CNT-WK TO AUDIT-OUT-OUT.
           MOVE RVW-NTC-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
