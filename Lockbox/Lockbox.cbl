       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LBX-FILE
               ASSIGN     TO   "LOCKBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT PAY-FILE
               ASSIGN     TO   "PAYIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "LBXEXC.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LBX-FILE.
       01 LBX-REC.
          05 LBX-TYPE-IN         PIC X.
          05 FILLER              PIC X(39).
       01 LBX-FILE-HDR-REC.
          05 FILLER              PIC X.
          05 FHDR-BANK-IN        PIC X(10).
          05 FHDR-DATE-IN        PIC 9(8).
          05 FILLER              PIC X(21).
       01 LBX-BATCH-HDR-REC.
          05 FILLER              PIC X.
          05 BHDR-BATCH-IN       PIC 9(4).
          05 BHDR-DEP-DATE-IN    PIC 9(8).
          05 FILLER              PIC X(27).
       01 LBX-DETAIL-REC.
          05 FILLER              PIC X.
          05 DET-BATCH-IN        PIC 9(4).
          05 DET-CHECK-IN        PIC X(10).
          05 DET-TRANS-ID-IN     PIC 9(6).
          05 DET-AMT-IN          PIC 9(5)V99.
          05 FILLER              PIC X(12).
       01 LBX-BATCH-TRL-REC.
          05 FILLER              PIC X.
          05 BTRL-BATCH-IN       PIC 9(4).
          05 BTRL-COUNT-IN       PIC 9(5).
          05 BTRL-AMT-IN         PIC 9(7)V99.
          05 FILLER              PIC X(21).
       01 LBX-FILE-TRL-REC.
          05 FILLER              PIC X.
          05 FTRL-BATCH-CNT-IN   PIC 9(4).
          05 FTRL-COUNT-IN       PIC 9(6).
          05 FTRL-AMT-IN         PIC 9(9)V99.
          05 FILLER              PIC X(18).

       FD PROCREG-FILE.
       01 PROC-REC.
          05 PROC-TRANS-ID       PIC 9(6).
          05 PROC-DATE           PIC 9(8).
          05 PROC-OWNER-ID       PIC X(6).
          05 PROC-VCLASS         PIC XX.
          05 PROC-WOV            PIC 9(5).
          05 PROC-FEE            PIC 9(5)V99.
          05 PROC-LATE-FEE       PIC 9(5)V99.
          05 PROC-PAID-AMT       PIC 9(5)V99.
          05 PROC-PAY-DATE       PIC 9(8).
          05 PROC-NSF-FEE        PIC 9(5)V99.
          05 PROC-NSF-DATE       PIC 9(8).
          05 PROC-PRIOR-PAY-DATE PIC 9(8).
          05 PROC-STATUS         PIC X.
          05 PROC-WO-DATE        PIC 9(8).
          05 PROC-EFF-DATE       PIC 9(8).
          05 PROC-EXP-DATE       PIC 9(8).
          05 PROC-CAN-DATE       PIC 9(8).
          05 PROC-SURCH-AMT      PIC 9(5)V99.

       FD PAY-FILE.
       01 PAY-REC.
          05 PAY-TRANS-ID        PIC 9(6).
          05 PAY-DATE-IN         PIC 9(8).
          05 PAY-AMT-IN          PIC 9(5)V99.
          05 PAY-TYPE-IN         PIC X.

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
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(29)
                    VALUE "-LOCKBOX DEPOSIT EXCEPTIONS-".
          05 FILLER              PIC X(2).
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 BANK-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(6)  VALUE "BANK: ".
          05 BANK-ID-HDR         PIC X(10).
          05 FILLER              PIC X(13) VALUE "  FILE DATE: ".
          05 BANK-DATE-HDR       PIC 9(8).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(7)  VALUE "DEPOSIT".
          05 FILLER              PIC X(10) VALUE "  DATE".
          05 FILLER              PIC X(19) VALUE "    BANK COUNT/AMT".
          05 FILLER              PIC X(21)
                    VALUE "      LISTED CNT/AMT".
          05 FILLER              PIC X(14) VALUE "   STATUS".

       01 ITEM-COL-HDR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(12) VALUE "CHECK NO".
          05 FILLER              PIC X(8)  VALUE "TRANS-ID".
          05 FILLER              PIC X(12) VALUE "    AMOUNT".
          05 FILLER              PIC X(15) VALUE "REASON".

       01 DEPOSIT-LINE.
          05 FILLER              PIC X(1).
          05 DEP-BATCH-OUT       PIC 9(4).
          05 FILLER              PIC X(3).
          05 DEP-DATE-OUT        PIC 9(8).
          05 FILLER              PIC X(2).
          05 DEP-BANK-CNT-OUT    PIC ZZZZ9.
          05 FILLER              PIC X(1).
          05 DEP-BANK-AMT-OUT    PIC $$,$$$,$$9.99.
          05 FILLER              PIC X(2).
          05 DEP-LIST-CNT-OUT    PIC ZZZZ9.
          05 FILLER              PIC X(1).
          05 DEP-LIST-AMT-OUT    PIC $$,$$$,$$9.99.
          05 FILLER              PIC X(2).
          05 DEP-STATUS-OUT      PIC X(14).

       01 EXCEPTION-LINE.
          05 FILLER              PIC X(5).
          05 EXC-CHECK-OUT       PIC X(10).
          05 FILLER              PIC X(2).
          05 EXC-TRANS-ID-OUT    PIC 9(6).
          05 FILLER              PIC X(2).
          05 EXC-AMT-OUT         PIC $$$,$$9.99.
          05 FILLER              PIC X(2).
          05 EXC-REASON-OUT      PIC X(15).

       01 FILE-FAIL-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(6)  VALUE "** -- ".
          05 FILE-FAIL-REASON-OUT PIC X(25).
          05 FILLER              PIC X(6)  VALUE " -- **".

       01 SUMMARY-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(22)
                    VALUE "-- LOCKBOX SUMMARY --".

       01 SUMMARY-LINE.
          05 FILLER              PIC X(10).
          05 SUM-LBL-OUT         PIC X(28).
          05 SUM-CNT-OUT         PIC ZZZZ9.
          05 FILLER              PIC X(2).
          05 SUM-AMT-OUT         PIC $$$,$$$,$$9.99.

       01 ITEM-TABLE-WK.
          05 ITEM-CNT            PIC 9(5) VALUE 0.
          05 IX                  PIC 9(5).
          05 ITEM-DROP-CNT-WK    PIC 9(5) VALUE 0.

       01 ITEM-TABLE.
          05 ITEM-ENTRY OCCURS 500 TIMES.
             10 ITEM-CHECK-TBL   PIC X(10).
             10 ITEM-TRANS-TBL   PIC 9(6).
             10 ITEM-AMT-TBL     PIC 9(5)V99.
             10 ITEM-REASON-TBL  PIC X(15).

       01 BATCH-WK.
          05 BATCH-OPEN-SW       PIC X VALUE "N".
          05 BATCH-BAL-SW        PIC X.
          05 BATCH-NUM-WK        PIC 9(4).
          05 BATCH-DATE-WK       PIC 9(8).
          05 BATCH-CNT-WK        PIC 9(5).
          05 BATCH-AMT-WK        PIC 9(7)V99.
          05 BANK-CNT-WK         PIC 9(5).
          05 BANK-AMT-WK         PIC 9(7)V99.
          05 ITEM-AMT-WK         PIC 9(5)V99.

       01 LOCKBOX-WK.
          05 HDR-OK-SW           PIC X VALUE "N".
          05 FTRL-SEEN-SW        PIC X VALUE "N".
          05 FILE-FAIL-SW        PIC X VALUE "N".
          05 FILE-FAIL-REASON    PIC X(25).
          05 FTRL-BATCH-CNT-WK   PIC 9(4) VALUE 0.
          05 FTRL-COUNT-WK       PIC 9(6) VALUE 0.
          05 FTRL-AMT-WK         PIC 9(9)V99 VALUE 0.
          05 DEP-CNT-WK          PIC 9(5) VALUE 0.
          05 DEP-BAL-CNT-WK      PIC 9(5) VALUE 0.
          05 DEP-OOB-CNT-WK      PIC 9(5) VALUE 0.
          05 DET-CNT-WK          PIC 9(6) VALUE 0.
          05 DET-AMT-WK          PIC 9(9)V99 VALUE 0.
          05 PAYIN-CNT-WK        PIC 9(5) VALUE 0.
          05 PAYIN-AMT-WK        PIC 9(9)V99 VALUE 0.
          05 EXC-CNT-WK          PIC 9(5) VALUE 0.
          05 EXC-AMT-WK          PIC 9(9)V99 VALUE 0.
          05 BAD-REC-CNT-WK      PIC 9(5) VALUE 0.

       01 ATMR          PIC XXX VALUE "YES".

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           OPEN INPUT LBX-FILE
                INPUT PROCREG-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           PERFORM 110-FILE-HEADER-JOB.
           IF HDR-OK-SW = "Y"
               OPEN OUTPUT PAY-FILE
               PERFORM 200-RECORD-JOB
                   UNTIL ATMR = "NO"
               IF BATCH-OPEN-SW = "Y"
                   MOVE 0 TO BANK-CNT-WK, BANK-AMT-WK
                   MOVE "N" TO BATCH-BAL-SW
                   MOVE "NO TRAILER" TO DEP-STATUS-OUT
                   PERFORM 240-BATCH-CLOSE-JOB
               END-IF
               CLOSE PAY-FILE
               PERFORM 290-FILE-TRAILER-JOB
               IF FILE-FAIL-SW = "Y"
                   OPEN OUTPUT PAY-FILE
                   CLOSE PAY-FILE
               END-IF
           END-IF.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE LBX-FILE, PROCREG-FILE, OUT-FILE.
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
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.

       110-FILE-HEADER-JOB.
           READ LBX-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.
           IF ATMR = "YES" AND LBX-TYPE-IN = "1"
               MOVE "Y" TO HDR-OK-SW
               MOVE FHDR-BANK-IN TO BANK-ID-HDR
               MOVE FHDR-DATE-IN TO BANK-DATE-HDR
               WRITE OUT-REC FROM BANK-HDR AFTER ADVANCING 1 LINES
               WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES
               WRITE OUT-REC FROM ITEM-COL-HDR AFTER ADVANCING 1 LINES
               READ LBX-FILE
                   AT END MOVE "NO" TO ATMR
               END-READ
           ELSE
               MOVE "Y" TO FILE-FAIL-SW
               MOVE "MISSING FILE HEADER" TO FILE-FAIL-REASON
               MOVE "NO" TO ATMR
           END-IF.

       200-RECORD-JOB.
           EVALUATE LBX-TYPE-IN
               WHEN "5"
                   PERFORM 210-BATCH-START-JOB
               WHEN "6"
                   PERFORM 220-ITEM-JOB
               WHEN "8"
                   PERFORM 230-BATCH-END-JOB
               WHEN "9"
                   MOVE "Y" TO FTRL-SEEN-SW
                   MOVE FTRL-BATCH-CNT-IN TO FTRL-BATCH-CNT-WK
                   MOVE FTRL-COUNT-IN TO FTRL-COUNT-WK
                   MOVE FTRL-AMT-IN TO FTRL-AMT-WK
               WHEN OTHER
                   ADD 1 TO BAD-REC-CNT-WK
           END-EVALUATE.
           READ LBX-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.

       210-BATCH-START-JOB.
           IF BATCH-OPEN-SW = "Y"
               MOVE 0 TO BANK-CNT-WK, BANK-AMT-WK
               MOVE "N" TO BATCH-BAL-SW
               MOVE "NO TRAILER" TO DEP-STATUS-OUT
               PERFORM 240-BATCH-CLOSE-JOB
           END-IF.
           MOVE "Y" TO BATCH-OPEN-SW.
           MOVE BHDR-BATCH-IN TO BATCH-NUM-WK.
           IF BHDR-DEP-DATE-IN IS NUMERIC AND BHDR-DEP-DATE-IN > 0
               MOVE BHDR-DEP-DATE-IN TO BATCH-DATE-WK
           ELSE
               MOVE DATE-NUM-WK TO BATCH-DATE-WK
           END-IF.
           MOVE 0 TO ITEM-CNT, ITEM-DROP-CNT-WK.
           MOVE 0 TO BATCH-CNT-WK, BATCH-AMT-WK.

       220-ITEM-JOB.
           ADD 1 TO DET-CNT-WK.
           IF BATCH-OPEN-SW = "N"
               MOVE SPACES TO EXCEPTION-LINE
               MOVE DET-CHECK-IN TO EXC-CHECK-OUT
               MOVE DET-TRANS-ID-IN TO EXC-TRANS-ID-OUT
               MOVE 0 TO EXC-AMT-OUT
               IF DET-AMT-IN IS NUMERIC
                   MOVE DET-AMT-IN TO EXC-AMT-OUT
                   ADD DET-AMT-IN TO DET-AMT-WK, EXC-AMT-WK
               END-IF
               MOVE "NO DEPOSIT HDR" TO EXC-REASON-OUT
               WRITE OUT-REC FROM EXCEPTION-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO EXC-CNT-WK
           ELSE
               MOVE 0 TO ITEM-AMT-WK
               IF DET-AMT-IN IS NUMERIC
                   MOVE DET-AMT-IN TO ITEM-AMT-WK
               END-IF
               ADD 1 TO BATCH-CNT-WK
               ADD ITEM-AMT-WK TO BATCH-AMT-WK, DET-AMT-WK
               IF ITEM-CNT < 500
                   ADD 1 TO ITEM-CNT
                   MOVE DET-CHECK-IN TO ITEM-CHECK-TBL (ITEM-CNT)
                   MOVE DET-TRANS-ID-IN TO ITEM-TRANS-TBL (ITEM-CNT)
                   MOVE ITEM-AMT-WK TO ITEM-AMT-TBL (ITEM-CNT)
                   MOVE SPACES TO ITEM-REASON-TBL (ITEM-CNT)
                   PERFORM 225-ITEM-MATCH-JOB
               ELSE
                   ADD 1 TO ITEM-DROP-CNT-WK
               END-IF
           END-IF.

       225-ITEM-MATCH-JOB.
           IF DET-AMT-IN IS NOT NUMERIC OR DET-AMT-IN = 0
               MOVE "BAD AMOUNT" TO ITEM-REASON-TBL (ITEM-CNT)
           ELSE
               IF DET-TRANS-ID-IN IS NOT NUMERIC
                   MOVE "NO TRANS-ID" TO ITEM-REASON-TBL (ITEM-CNT)
               ELSE
                   MOVE DET-TRANS-ID-IN TO PROC-TRANS-ID
                   READ PROCREG-FILE
                       INVALID KEY
                           MOVE "NOT ON PROCREG"
                               TO ITEM-REASON-TBL (ITEM-CNT)
                   END-READ
               END-IF
           END-IF.

       230-BATCH-END-JOB.
           IF BATCH-OPEN-SW = "N"
               ADD 1 TO BAD-REC-CNT-WK
           ELSE
               MOVE 0 TO BANK-CNT-WK, BANK-AMT-WK
               IF BTRL-COUNT-IN IS NUMERIC
                   MOVE BTRL-COUNT-IN TO BANK-CNT-WK
               END-IF
               IF BTRL-AMT-IN IS NUMERIC
                   MOVE BTRL-AMT-IN TO BANK-AMT-WK
               END-IF
               EVALUATE TRUE
                   WHEN ITEM-DROP-CNT-WK > 0
                       MOVE "N" TO BATCH-BAL-SW
                       MOVE "TOO MANY ITEMS" TO DEP-STATUS-OUT
                   WHEN BTRL-BATCH-IN NOT = BATCH-NUM-WK
                       MOVE "N" TO BATCH-BAL-SW
                       MOVE "WRONG TRAILER" TO DEP-STATUS-OUT
                   WHEN BANK-CNT-WK NOT = BATCH-CNT-WK
                       MOVE "N" TO BATCH-BAL-SW
                       MOVE "COUNT OFF" TO DEP-STATUS-OUT
                   WHEN BANK-AMT-WK NOT = BATCH-AMT-WK
                       MOVE "N" TO BATCH-BAL-SW
                       MOVE "AMOUNT OFF" TO DEP-STATUS-OUT
                   WHEN OTHER
                       MOVE "Y" TO BATCH-BAL-SW
                       MOVE "BALANCED" TO DEP-STATUS-OUT
               END-EVALUATE
               PERFORM 240-BATCH-CLOSE-JOB
           END-IF.

       240-BATCH-CLOSE-JOB.
           ADD 1 TO DEP-CNT-WK.
           MOVE BATCH-NUM-WK TO DEP-BATCH-OUT.
           MOVE BATCH-DATE-WK TO DEP-DATE-OUT.
           MOVE BANK-CNT-WK TO DEP-BANK-CNT-OUT.
           MOVE BANK-AMT-WK TO DEP-BANK-AMT-OUT.
           MOVE BATCH-CNT-WK TO DEP-LIST-CNT-OUT.
           MOVE BATCH-AMT-WK TO DEP-LIST-AMT-OUT.
           WRITE OUT-REC FROM DEPOSIT-LINE AFTER ADVANCING 2 LINES.
           IF BATCH-BAL-SW = "Y"
               ADD 1 TO DEP-BAL-CNT-WK
           ELSE
               ADD 1 TO DEP-OOB-CNT-WK
               MOVE "LOCKBOX" TO EVLOG-PROGRAM-LK
               MOVE "W" TO EVLOG-SEVERITY-LK
               MOVE "DEPOSIT OUT OF BALANCE - NOT POSTED"
                   TO EVLOG-MESSAGE-LK
               MOVE BATCH-NUM-WK TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
           END-IF.
           MOVE "N" TO BATCH-OPEN-SW.
           PERFORM 250-ITEM-RELEASE-JOB VARYING IX FROM 1 BY 1
               UNTIL IX > ITEM-CNT.

       250-ITEM-RELEASE-JOB.
           IF BATCH-BAL-SW = "N"
                   AND ITEM-REASON-TBL (IX) = SPACES
               MOVE "OUT OF BALANCE" TO ITEM-REASON-TBL (IX)
           END-IF.
           IF ITEM-REASON-TBL (IX) = SPACES
               MOVE ITEM-TRANS-TBL (IX) TO PAY-TRANS-ID
               MOVE BATCH-DATE-WK TO PAY-DATE-IN
               MOVE ITEM-AMT-TBL (IX) TO PAY-AMT-IN
               MOVE "P" TO PAY-TYPE-IN
               WRITE PAY-REC
               ADD 1 TO PAYIN-CNT-WK
               ADD ITEM-AMT-TBL (IX) TO PAYIN-AMT-WK
           ELSE
               MOVE SPACES TO EXCEPTION-LINE
               MOVE ITEM-CHECK-TBL (IX) TO EXC-CHECK-OUT
               MOVE ITEM-TRANS-TBL (IX) TO EXC-TRANS-ID-OUT
               MOVE ITEM-AMT-TBL (IX) TO EXC-AMT-OUT
               MOVE ITEM-REASON-TBL (IX) TO EXC-REASON-OUT
               WRITE OUT-REC FROM EXCEPTION-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO EXC-CNT-WK
               ADD ITEM-AMT-TBL (IX) TO EXC-AMT-WK
           END-IF.

       290-FILE-TRAILER-JOB.
           EVALUATE TRUE
               WHEN FTRL-SEEN-SW = "N"
                   MOVE "Y" TO FILE-FAIL-SW
                   MOVE "MISSING FILE TRAILER" TO FILE-FAIL-REASON
               WHEN FTRL-BATCH-CNT-WK NOT = DEP-CNT-WK
                   MOVE "Y" TO FILE-FAIL-SW
                   MOVE "FILE DEPOSIT COUNT OFF" TO FILE-FAIL-REASON
               WHEN FTRL-COUNT-WK NOT = DET-CNT-WK
                   MOVE "Y" TO FILE-FAIL-SW
                   MOVE "FILE ITEM COUNT OFF" TO FILE-FAIL-REASON
               WHEN FTRL-AMT-WK NOT = DET-AMT-WK
                   MOVE "Y" TO FILE-FAIL-SW
                   MOVE "FILE AMOUNT OFF" TO FILE-FAIL-REASON
           END-EVALUATE.

       300-DONE-JOB.
           IF FILE-FAIL-SW = "Y"
               MOVE FILE-FAIL-REASON TO FILE-FAIL-REASON-OUT
               WRITE OUT-REC FROM FILE-FAIL-LINE
                   AFTER ADVANCING 3 LINES
               MOVE "PAYIN.TXT EMPTIED" TO FILE-FAIL-REASON-OUT
               WRITE OUT-REC FROM FILE-FAIL-LINE
                   AFTER ADVANCING 1 LINES
               DISPLAY "LOCKBOX: " FILE-FAIL-REASON
               MOVE "LOCKBOX" TO EVLOG-PROGRAM-LK
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE "LOCKBOX FILE CONTROL ERROR"
                   TO EVLOG-MESSAGE-LK
               MOVE FILE-FAIL-REASON TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE OUT-REC FROM SUMMARY-HDR AFTER ADVANCING 3 LINES.
           MOVE "DEPOSITS RECEIVED:" TO SUM-LBL-OUT.
           MOVE DEP-CNT-WK TO SUM-CNT-OUT.
           MOVE DET-AMT-WK TO SUM-AMT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.
           MOVE "DEPOSITS BALANCED:" TO SUM-LBL-OUT.
           MOVE DEP-BAL-CNT-WK TO SUM-CNT-OUT.
           MOVE 0 TO SUM-AMT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "DEPOSITS OUT OF BALANCE:" TO SUM-LBL-OUT.
           MOVE DEP-OOB-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           IF FILE-FAIL-SW = "Y"
               MOVE "ITEMS WITHHELD FROM PAYIN:" TO SUM-LBL-OUT
           ELSE
               MOVE "ITEMS WRITTEN TO PAYIN:" TO SUM-LBL-OUT
           END-IF.
           MOVE PAYIN-CNT-WK TO SUM-CNT-OUT.
           MOVE PAYIN-AMT-WK TO SUM-AMT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "EXCEPTION ITEMS:" TO SUM-LBL-OUT.
           MOVE EXC-CNT-WK TO SUM-CNT-OUT.
           MOVE EXC-AMT-WK TO SUM-AMT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           IF BAD-REC-CNT-WK > 0
               MOVE "UNRECOGNIZED RECORDS:" TO SUM-LBL-OUT
               MOVE BAD-REC-CNT-WK TO SUM-CNT-OUT
               MOVE 0 TO SUM-AMT-OUT
               WRITE OUT-REC FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           IF FILE-FAIL-SW = "Y"
               DISPLAY "LOCKBOX: " PAYIN-CNT-WK " ITEMS WITHHELD - "
                   "PAYIN.TXT EMPTIED"
           ELSE
               DISPLAY "LOCKBOX: " PAYIN-CNT-WK " ITEMS WRITTEN TO "
                   "PAYIN.TXT - " EXC-CNT-WK " EXCEPTIONS ON LBXEXC.TXT"
           END-IF.

       400-AUDIT-JOB.
           MOVE "LOCKBOX" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE DET-CNT-WK TO AUDIT-IN-OUT.
           IF FILE-FAIL-SW = "Y"
               MOVE 0 TO AUDIT-OUT-OUT
           ELSE
               MOVE PAYIN-CNT-WK TO AUDIT-OUT-OUT
           END-IF.
           MOVE EXC-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
