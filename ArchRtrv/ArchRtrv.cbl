       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHRTRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAT-FILE
               ASSIGN     TO   "ARCHCAT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY-MST
               ALTERNATE RECORD KEY IS CAT-ORIG-NAME-MST
                   WITH DUPLICATES.
           SELECT OPTIONAL RQST-FILE
               ASSIGN     TO   "ARCHRQST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COPYIN-FILE
               ASSIGN     TO   DYNAMIC COPYIN-NAME-WK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COPYOUT-FILE
               ASSIGN     TO   DYNAMIC COPYOUT-NAME-WK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "ARCHRTRV.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAT-FILE.
       01 CAT-REC.
          05 CAT-KEY-MST.
             10 CAT-PERIOD-MST      PIC X(6).
             10 CAT-ORIG-NAME-MST   PIC X(12).
          05 CAT-ARCH-NAME-MST      PIC X(26).
          05 CAT-TYPE-MST           PIC X(1).
          05 CAT-REC-CNT-MST        PIC 9(7).
          05 CAT-ARCH-DATE-MST      PIC 9(8).
          05 CAT-STATUS-MST         PIC X(1).
          05 CAT-PURGE-DATE-MST     PIC 9(8).

       FD RQST-FILE.
       01 RQST-REC.
          05 RQST-FUNC-IN        PIC X(1).
          05 RQST-PERIOD-IN      PIC X(6).
          05 RQST-FILE-IN        PIC X(12).
          05 RQST-TARGET-IN      PIC X(40).

       FD COPYIN-FILE.
       01 COPYIN-REC             PIC X(133).

       FD COPYOUT-FILE.
       01 COPYOUT-REC            PIC X(133).

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
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(30)
                    VALUE "-ARCHIVE CATALOG RETRIEVAL-".

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
          05 FILLER              PIC X(55).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 PAGE-HDR            PIC 9(2).

       01 RQST-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)   VALUE "REQUEST: ".
          05 RQST-FUNC-HDR       PIC X(8).
          05 FILLER              PIC X(9)   VALUE " PERIOD: ".
          05 RQST-PERIOD-HDR     PIC X(6).
          05 FILLER              PIC X(8)   VALUE "  FILE: ".
          05 RQST-FILE-HDR       PIC X(12).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "PERIOD".
          05 FILLER              PIC X(13) VALUE "ORIGINAL".
          05 FILLER              PIC X(25) VALUE "ARCHIVE NAME".
          05 FILLER              PIC X(8)  VALUE "RECORDS".
          05 FILLER              PIC X(9)  VALUE "ARCHIVED".
          05 FILLER              PIC X(8)  VALUE "STATUS".

       01 ENTRY-LINE.
          05 FILLER              PIC X(1).
          05 PERIOD-OUT          PIC X(6).
          05 FILLER              PIC X(2).
          05 ORIG-NAME-OUT       PIC X(12).
          05 FILLER              PIC X(1).
          05 ARCH-NAME-OUT       PIC X(24).
          05 FILLER              PIC X(1).
          05 REC-CNT-OUT         PIC ZZZZZZ9.
          05 FILLER              PIC X(1).
          05 ARCH-DATE-OUT       PIC 9(8).
          05 FILLER              PIC X(1).
          05 STATUS-OUT          PIC X(8).

       01 VERIFY-LINE.
          05 FILLER              PIC X(5).
          05 VERIFY-ACTION-OUT   PIC X(12).
          05 VERIFY-NAME-OUT     PIC X(26).
          05 FILLER              PIC X(6)   VALUE " READ ".
          05 VERIFY-READ-OUT     PIC ZZZZZZ9.
          05 FILLER              PIC X(9)   VALUE " CATALOG ".
          05 VERIFY-CAT-OUT      PIC ZZZZZZ9.
          05 FILLER              PIC X(1).
          05 VERIFY-RESULT-OUT   PIC X(7).

       01 PRINT-LINE.
          05 FILLER              PIC X(1).
          05 PRINT-TEXT-OUT      PIC X(79).

       01 REJECT-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(10)  VALUE "REJECTED: ".
          05 REASON-OUT          PIC X(25).

       01 COUNT-FTR.
          05 FILLER              PIC X(15).
          05 COUNT-LBL           PIC X(25).
          05 COUNT-OUT           PIC ZZZZ9.

       01 FORMATING-WK.
          05 PAGENUM-WK          PIC 9(2).
          05 LINE-CNT            PIC 9(2).
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.

       01 RETRIEVE-WK.
          05 COPYIN-NAME-WK      PIC X(40).
          05 COPYOUT-NAME-WK     PIC X(40).
          05 COPY-ATMR           PIC XXX.
          05 COPY-CNT-WK         PIC 9(7).
          05 CAT-ATMR            PIC XXX.
          05 FOUND-SW            PIC X.
          05 TARGET-OK-SW        PIC X.
          05 CAT-SAVE-WK         PIC X(69).
          05 EXIST-STAT-WK       PIC S9(9) COMP.
          05 EXIST-DETAIL-WK     PIC X(16).
          05 ENTRY-STATUS-WK     PIC X(8).
          05 RQST-CNT-WK         PIC 9(5) VALUE 0.
          05 LISTED-CNT-WK       PIC 9(5) VALUE 0.
          05 MISSING-CNT-WK      PIC 9(5) VALUE 0.
          05 RESTORED-CNT-WK     PIC 9(5) VALUE 0.
          05 PRINTED-CNT-WK      PIC 9(5) VALUE 0.
          05 MISMATCH-CNT-WK     PIC 9(5) VALUE 0.
          05 REJECTED-CNT-WK     PIC 9(5) VALUE 0.

       01 ATMR          PIC XXX VALUE "YES".

       PROCEDURE DIVISION.

       MOVE 0 TO PAGENUM-WK.
       MOVE 59 TO LINE-CNT.

       100-MAIN-MODULE.
           OPEN INPUT CAT-FILE
                INPUT RQST-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 150-READ-RQST-JOB.
           IF ATMR = "NO"
               MOVE SPACES TO RQST-REC
               MOVE "L" TO RQST-FUNC-IN
               PERFORM 200-RQST-JOB
           ELSE
               PERFORM 200-RQST-JOB
                   UNTIL ATMR = "NO"
           END-IF.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE CAT-FILE, RQST-FILE, OUT-FILE.
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
           PERFORM 110-DAY-JOB.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM RQST-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 6 TO LINE-CNT.

       110-DAY-JOB.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           ADD 1 TO PAGENUM-WK.
           MOVE PAGENUM-WK TO PAGE-HDR.

       150-READ-RQST-JOB.
           READ RQST-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.

       200-RQST-JOB.
           ADD 1 TO RQST-CNT-WK.
           MOVE FUNCTION UPPER-CASE (RQST-FUNC-IN) TO RQST-FUNC-IN.
           EVALUATE RQST-FUNC-IN
               WHEN "L" MOVE "LIST" TO RQST-FUNC-HDR
               WHEN "M" MOVE "MISSING" TO RQST-FUNC-HDR
               WHEN "R" MOVE "RESTORE" TO RQST-FUNC-HDR
               WHEN "P" MOVE "PRINT" TO RQST-FUNC-HDR
               WHEN OTHER MOVE RQST-FUNC-IN TO RQST-FUNC-HDR
           END-EVALUATE.
           MOVE RQST-PERIOD-IN TO RQST-PERIOD-HDR.
           MOVE RQST-FILE-IN TO RQST-FILE-HDR.
           PERFORM 105-MAKE-HEAD.
           EVALUATE RQST-FUNC-IN
               WHEN "L"
               WHEN "M"
                   PERFORM 210-SCAN-JOB
               WHEN "R"
               WHEN "P"
                   PERFORM 250-RETRIEVE-JOB
               WHEN OTHER
                   MOVE "INVALID FUNCTION" TO REASON-OUT
                   PERFORM 290-REJECT-JOB
           END-EVALUATE.
           IF ATMR = "YES"
               PERFORM 150-READ-RQST-JOB
           END-IF.

       210-SCAN-JOB.
           MOVE "YES" TO CAT-ATMR.
           EVALUATE TRUE
               WHEN RQST-FILE-IN NOT = SPACES
                   MOVE RQST-FILE-IN TO CAT-ORIG-NAME-MST
                   START CAT-FILE KEY IS EQUAL TO CAT-ORIG-NAME-MST
                       INVALID KEY MOVE "NO" TO CAT-ATMR
                   END-START
               WHEN RQST-PERIOD-IN NOT = SPACES
                   MOVE LOW-VALUES TO CAT-KEY-MST
                   MOVE RQST-PERIOD-IN TO CAT-PERIOD-MST
                   START CAT-FILE KEY IS NOT LESS THAN CAT-KEY-MST
                       INVALID KEY MOVE "NO" TO CAT-ATMR
                   END-START
               WHEN OTHER
                   MOVE LOW-VALUES TO CAT-KEY-MST
                   START CAT-FILE KEY IS NOT LESS THAN CAT-KEY-MST
                       INVALID KEY MOVE "NO" TO CAT-ATMR
                   END-START
           END-EVALUATE.
           PERFORM 220-SCAN-NEXT-JOB
               UNTIL CAT-ATMR = "NO".

       220-SCAN-NEXT-JOB.
           READ CAT-FILE NEXT RECORD
               AT END MOVE "NO" TO CAT-ATMR
           END-READ.
           IF CAT-ATMR = "YES"
               EVALUATE TRUE
                   WHEN RQST-FILE-IN NOT = SPACES
                           AND CAT-ORIG-NAME-MST NOT = RQST-FILE-IN
                       MOVE "NO" TO CAT-ATMR
                   WHEN RQST-FILE-IN = SPACES
                           AND RQST-PERIOD-IN NOT = SPACES
                           AND CAT-PERIOD-MST NOT = RQST-PERIOD-IN
                       MOVE "NO" TO CAT-ATMR
                   WHEN RQST-PERIOD-IN NOT = SPACES
                           AND CAT-PERIOD-MST NOT = RQST-PERIOD-IN
                       CONTINUE
                   WHEN OTHER
                       PERFORM 230-ENTRY-JOB
               END-EVALUATE
           END-IF.

       230-ENTRY-JOB.
           PERFORM 240-EXIST-JOB.
           IF RQST-FUNC-IN = "L" OR ENTRY-STATUS-WK = "MISSING"
               PERFORM 235-ENTRY-LINE-JOB
           END-IF.

       235-ENTRY-LINE-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           MOVE SPACES TO ENTRY-LINE.
           MOVE CAT-PERIOD-MST TO PERIOD-OUT.
           MOVE CAT-ORIG-NAME-MST TO ORIG-NAME-OUT.
           MOVE CAT-ARCH-NAME-MST TO ARCH-NAME-OUT.
           MOVE CAT-REC-CNT-MST TO REC-CNT-OUT.
           MOVE CAT-ARCH-DATE-MST TO ARCH-DATE-OUT.
           MOVE ENTRY-STATUS-WK TO STATUS-OUT.
           WRITE OUT-REC FROM ENTRY-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT, LISTED-CNT-WK.
           IF ENTRY-STATUS-WK = "MISSING"
               ADD 1 TO MISSING-CNT-WK
           END-IF.

       240-EXIST-JOB.
           IF CAT-STATUS-MST = "P"
               MOVE "PURGED" TO ENTRY-STATUS-WK
           ELSE
               MOVE SPACES TO COPYIN-NAME-WK
               MOVE CAT-ARCH-NAME-MST TO COPYIN-NAME-WK
               CALL "CBL_CHECK_FILE_EXIST" USING COPYIN-NAME-WK,
                   EXIST-DETAIL-WK
                   RETURNING EXIST-STAT-WK
               IF EXIST-STAT-WK = 0
                   MOVE "ON FILE" TO ENTRY-STATUS-WK
               ELSE
                   MOVE "MISSING" TO ENTRY-STATUS-WK
               END-IF
           END-IF.

       250-RETRIEVE-JOB.
           IF RQST-PERIOD-IN = SPACES OR RQST-FILE-IN = SPACES
               MOVE "PERIOD AND FILE REQUIRED" TO REASON-OUT
               PERFORM 290-REJECT-JOB
           ELSE
               MOVE RQST-PERIOD-IN TO CAT-PERIOD-MST
               MOVE RQST-FILE-IN TO CAT-ORIG-NAME-MST
               MOVE "Y" TO FOUND-SW
               READ CAT-FILE
                   INVALID KEY MOVE "N" TO FOUND-SW
               END-READ
               IF FOUND-SW = "N"
                   MOVE "NOT IN CATALOG" TO REASON-OUT
                   PERFORM 290-REJECT-JOB
               ELSE
                   PERFORM 240-EXIST-JOB
                   PERFORM 235-ENTRY-LINE-JOB
                   EVALUATE TRUE
                       WHEN ENTRY-STATUS-WK = "PURGED"
                           MOVE "ARCHIVE PURGED" TO REASON-OUT
                           PERFORM 290-REJECT-JOB
                       WHEN ENTRY-STATUS-WK = "MISSING"
                           MOVE "ARCHIVE MISSING" TO REASON-OUT
                           PERFORM 290-REJECT-JOB
                       WHEN RQST-FUNC-IN = "R"
                           PERFORM 260-RESTORE-JOB
                       WHEN OTHER
                           PERFORM 270-PRINT-JOB
                   END-EVALUATE
               END-IF
           END-IF.

       260-RESTORE-JOB.
           MOVE SPACES TO COPYOUT-NAME-WK.
           IF RQST-TARGET-IN = SPACES
               STRING "RSTR-" DELIMITED BY SIZE
                      CAT-ORIG-NAME-MST DELIMITED BY SPACE
                   INTO COPYOUT-NAME-WK
           ELSE
               MOVE RQST-TARGET-IN TO COPYOUT-NAME-WK
           END-IF.
           MOVE "Y" TO TARGET-OK-SW.
           IF COPYOUT-NAME-WK (1:5) = "ARCH-"
                   OR COPYOUT-NAME-WK = CAT-ORIG-NAME-MST
                   OR COPYOUT-NAME-WK = "ARCHCAT.TXT"
               MOVE "N" TO TARGET-OK-SW
           END-IF.
           IF TARGET-OK-SW = "Y" AND COPYOUT-NAME-WK (13:28) = SPACES
               PERFORM 262-TARGET-CHECK-JOB
           END-IF.
           IF TARGET-OK-SW = "N"
               MOVE "TARGET NOT ALLOWED" TO REASON-OUT
               PERFORM 290-REJECT-JOB
           ELSE
               MOVE 0 TO COPY-CNT-WK
               MOVE "YES" TO COPY-ATMR
               OPEN INPUT COPYIN-FILE
                    OUTPUT COPYOUT-FILE
               PERFORM 265-RESTORE-REC-JOB
                   UNTIL COPY-ATMR = "NO"
               CLOSE COPYIN-FILE, COPYOUT-FILE
               ADD 1 TO RESTORED-CNT-WK
               MOVE "RESTORED TO" TO VERIFY-ACTION-OUT
               MOVE COPYOUT-NAME-WK TO VERIFY-NAME-OUT
               PERFORM 280-VERIFY-JOB
           END-IF.

       262-TARGET-CHECK-JOB.
           MOVE CAT-REC TO CAT-SAVE-WK.
           MOVE COPYOUT-NAME-WK TO CAT-ORIG-NAME-MST.
           READ CAT-FILE KEY IS CAT-ORIG-NAME-MST
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "N" TO TARGET-OK-SW
           END-READ.
           MOVE CAT-SAVE-WK TO CAT-REC.

       265-RESTORE-REC-JOB.
           READ COPYIN-FILE
               AT END MOVE "NO" TO COPY-ATMR
               NOT AT END
                   WRITE COPYOUT-REC FROM COPYIN-REC
                   ADD 1 TO COPY-CNT-WK
           END-READ.

       270-PRINT-JOB.
           MOVE 0 TO COPY-CNT-WK.
           MOVE "YES" TO COPY-ATMR.
           OPEN INPUT COPYIN-FILE.
           PERFORM 275-PRINT-REC-JOB
               UNTIL COPY-ATMR = "NO".
           CLOSE COPYIN-FILE.
           ADD 1 TO PRINTED-CNT-WK.
           MOVE "PRINTED" TO VERIFY-ACTION-OUT.
           MOVE CAT-ARCH-NAME-MST TO VERIFY-NAME-OUT.
           PERFORM 280-VERIFY-JOB.

       275-PRINT-REC-JOB.
           READ COPYIN-FILE
               AT END MOVE "NO" TO COPY-ATMR
               NOT AT END
                   ADD 1 TO COPY-CNT-WK
                   IF LINE-CNT > PAGE-BREAK-WK
                       PERFORM 105-MAKE-HEAD
                   END-IF
                   MOVE SPACES TO PRINT-LINE
                   MOVE COPYIN-REC (1:79) TO PRINT-TEXT-OUT
                   WRITE OUT-REC FROM PRINT-LINE
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO LINE-CNT
                   IF COPYIN-REC (80:54) NOT = SPACES
                       MOVE COPYIN-REC (80:54) TO PRINT-TEXT-OUT
                       WRITE OUT-REC FROM PRINT-LINE
                           AFTER ADVANCING 1 LINES
                       ADD 1 TO LINE-CNT
                   END-IF
           END-READ.

       280-VERIFY-JOB.
           MOVE COPY-CNT-WK TO VERIFY-READ-OUT.
           MOVE CAT-REC-CNT-MST TO VERIFY-CAT-OUT.
           IF COPY-CNT-WK = CAT-REC-CNT-MST
               MOVE "OK" TO VERIFY-RESULT-OUT
           ELSE
               MOVE "BAD CNT" TO VERIFY-RESULT-OUT
               ADD 1 TO MISMATCH-CNT-WK
           END-IF.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           WRITE OUT-REC FROM VERIFY-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.

       290-REJECT-JOB.
           ADD 1 TO REJECTED-CNT-WK.
           WRITE OUT-REC FROM REJECT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.

       300-DONE-JOB.
           MOVE "REQUESTS PROCESSED:" TO COUNT-LBL.
           MOVE RQST-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 3 LINES.
           MOVE "CATALOG ENTRIES LISTED:" TO COUNT-LBL.
           MOVE LISTED-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "ARCHIVES MISSING:" TO COUNT-LBL.
           MOVE MISSING-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "ARCHIVES RESTORED:" TO COUNT-LBL.
           MOVE RESTORED-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "ARCHIVES PRINTED:" TO COUNT-LBL.
           MOVE PRINTED-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "RECORD COUNT MISMATCHES:" TO COUNT-LBL.
           MOVE MISMATCH-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "REQUESTS REJECTED:" TO COUNT-LBL.
           MOVE REJECTED-CNT-WK TO COUNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.

       400-AUDIT-JOB.
           MOVE "ARCHRTRV" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE RQST-CNT-WK TO AUDIT-IN-OUT.
           MOVE LISTED-CNT-WK TO AUDIT-OUT-OUT.
           MOVE REJECTED-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
