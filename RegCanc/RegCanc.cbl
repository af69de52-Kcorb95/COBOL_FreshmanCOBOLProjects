       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGCANC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CANCIN-FILE
               ASSIGN     TO   "CANCIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL OWNER-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL ACCTMAP-FILE
               ASSIGN     TO   "ACCTMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-FILE
               ASSIGN     TO   "REFUND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLCANC-FILE
               ASSIGN     TO   "GLCANC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "CANCREG.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CANCIN-FILE.
       01 CANCIN-REC.
          05 CANC-TRANS-ID-IN    PIC 9(6).
          05 CANC-DATE-IN        PIC 9(8).
          05 CANC-REASON-IN      PIC X.
          05 CANC-BATCH-DATE-IN  PIC 9(8).

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

       FD ACCTMAP-FILE.
       01 ACCT-REC.
          05 ACCT-TYPE-IN        PIC X(4).
          05 ACCT-CODE-IN        PIC X(6).

       FD REFUND-FILE.
       01 REFUND-REC.
          05 REFD-TRANS-ID       PIC 9(6).
          05 REFD-OWNER-ID       PIC X(6).
          05 REFD-NAME           PIC X(20).
          05 REFD-STREET         PIC X(20).
          05 REFD-CITY           PIC X(15).
          05 REFD-STATE          PIC X(2).
          05 REFD-ZIP            PIC X(5).
          05 REFD-CANC-DATE      PIC 9(8).
          05 REFD-AMT            PIC 9(5)V99.
       01 REFUND-CTL-REC.
          05 REFD-CTL-ID         PIC X(6).
          05 REFD-CTL-TYPE       PIC X(3).
          05 REFD-CTL-DATE       PIC 9(8).
          05 REFD-CTL-COUNT      PIC 9(6).
          05 REFD-CTL-AMT        PIC 9(9)V99.
          05 FILLER              PIC X(55).

       FD GLCANC-FILE.
       01 GLCANC-REC             PIC X(48).

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

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 TITLE-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(38)
                    VALUE "-REGISTRATION CANCELLATION REGISTER-".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 DONE-SECTION-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(40)
                    VALUE "-- CANCELLATIONS PROCESSED --".

       01 REJ-SECTION-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(40)
                    VALUE "-- CANCELLATIONS REJECTED --".

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(7)  VALUE "TRANS".
          05 FILLER              PIC X(7)  VALUE "OWNER".
          05 FILLER              PIC X(17) VALUE "NAME".
          05 FILLER              PIC X(9)  VALUE "CANCELLED".
          05 FILLER              PIC X(2)  VALUE "R".
          05 FILLER              PIC X(6)  VALUE "MOS".
          05 FILLER              PIC X(10) VALUE "REFUND".
          05 FILLER              PIC X(10) VALUE "APPLIED".
          05 FILLER              PIC X(10) VALUE "CHECK".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 TRANS-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(1).
          05 OWNER-ID-OUT        PIC X(6).
          05 FILLER              PIC X(1).
          05 OWNER-NAME-OUT      PIC X(16).
          05 FILLER              PIC X(1).
          05 CANC-DATE-OUT       PIC 9(8).
          05 FILLER              PIC X(1).
          05 REASON-OUT          PIC X.
          05 FILLER              PIC X(1).
          05 UNUSED-MOS-OUT      PIC Z9.
          05 FILLER              PIC X      VALUE "/".
          05 TERM-MOS-OUT        PIC 99.
          05 FILLER              PIC X(1).
          05 GROSS-OUT           PIC $$,$$9.99.
          05 FILLER              PIC X(1).
          05 APPLIED-OUT         PIC $$,$$9.99.
          05 FILLER              PIC X(1).
          05 CHECK-OUT           PIC $$,$$9.99.

       01 REJ-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)  VALUE "TRANS".
          05 FILLER              PIC X(11) VALUE "CANCELLED".
          05 FILLER              PIC X(20) VALUE "REASON".

       01 REJ-LINE.
          05 FILLER              PIC X(1).
          05 REJ-TRANS-OUT       PIC 9(6).
          05 FILLER              PIC X(3).
          05 REJ-DATE-OUT        PIC 9(8).
          05 FILLER              PIC X(3).
          05 REJ-REASON-OUT      PIC X(20).

       01 TOTAL-LINE.
          05 FILLER              PIC X(1).
          05 TOT-LBL-OUT         PIC X(30).
          05 TOT-CNT-OUT         PIC ZZZZ9.
          05 FILLER              PIC X(3).
          05 TOT-AMT-OUT         PIC $$,$$$,$$9.99.

       01 NONE-LINE.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(20) VALUE "NONE".

       01 GL-DETAIL-OUT.
          05 GL-REC-TYPE         PIC X     VALUE "D".
          05 GL-TRANS-ID-OUT     PIC 9(6).
          05 GL-VCLASS-OUT       PIC XX.
          05 GL-FEE-OUT          PIC 9(5)V99.
          05 GL-DATE-OUT         PIC 9(8).
          05 GL-ACCT-OUT         PIC X(6).
          05 GL-DRCR-OUT         PIC X.

       01 GL-TRAILER-OUT.
          05 GL-TRL-TYPE         PIC X     VALUE "T".
          05 GL-TRL-CNT          PIC 9(6).
          05 GL-TRL-HASH         PIC 9(9)V99.
          05 GL-TRL-DATE         PIC 9(8).
          05 GL-TRL-DR           PIC 9(9)V99.
          05 GL-TRL-CR           PIC 9(9)V99.

       01 GL-BALANCE-LINE.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(34)
                    VALUE "** GL EXTRACT OUT OF BALANCE **  ".
          05 GL-BAL-HASH-OUT     PIC $$$,$$$,$$9.99.

       01 GL-EXTRACT-WK.
          05 GL-CNT-WK           PIC 9(6) VALUE 0.
          05 GL-HASH-WK          PIC 9(9)V99 VALUE 0.
          05 GL-DR-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 GL-CR-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 BASE-ACCT-WK        PIC X(6) VALUE "401000".
          05 RECV-ACCT-WK        PIC X(6) VALUE "120000".
          05 RFND-ACCT-WK        PIC X(6) VALUE "215000".
          05 ACCT-ATMR           PIC XXX VALUE "YES".
          05 GL-AMT-WK           PIC 9(5)V99.
          05 GL-CR-ACCT-WK       PIC X(6).

       01 PRORATE-WK.
          05 EFF-DATE-PR.
             10 EFF-YEAR-PR      PIC 9(4).
             10 EFF-MONTH-PR     PIC 9(2).
             10 FILLER           PIC 9(2).
          05 EXP-DATE-PR.
             10 EXP-YEAR-PR      PIC 9(4).
             10 EXP-MONTH-PR     PIC 9(2).
             10 FILLER           PIC 9(2).
          05 CAN-DATE-PR.
             10 CAN-YEAR-PR      PIC 9(4).
             10 CAN-MONTH-PR     PIC 9(2).
             10 FILLER           PIC 9(2).
          05 TERM-MOS-WK         PIC S9(3).
          05 UNUSED-MOS-WK       PIC S9(3).

       01 CANCEL-WK.
          05 CANC-ATMR           PIC XXX VALUE "YES".
          05 CANC-RESULT-WK      PIC X(20).
          05 OPEN-AMT-WK         PIC S9(6)V99.
          05 GROSS-WK            PIC 9(5)V99.
          05 CHECK-WK            PIC 9(5)V99.
          05 APPLIED-WK          PIC 9(5)V99.
          05 READ-CNT-WK         PIC 9(5) VALUE 0.
          05 CANC-CNT-WK         PIC 9(5) VALUE 0.
          05 REJ-CNT-WK          PIC 9(5) VALUE 0.
          05 GROSS-TOT-WK        PIC 9(7)V99 VALUE 0.
          05 APPLIED-TOT-WK      PIC 9(7)V99 VALUE 0.
          05 CHECK-CNT-WK        PIC 9(5) VALUE 0.
          05 CHECK-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 NO-ADDR-CNT-WK      PIC 9(5) VALUE 0.
          05 RJX                 PIC 9(3).

       01 REJECT-TABLE.
          05 REJECT-ENTRY OCCURS 100 TIMES.
             10 REJ-TRANS-TBL    PIC 9(6).
             10 REJ-DATE-TBL     PIC 9(8).
             10 REJ-REASON-TBL   PIC X(20).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 104-ACCTMAP-LOAD-JOB.
           OPEN INPUT CANCIN-FILE
                I-O PROCREG-FILE
                INPUT OWNER-FILE
                OUTPUT REFUND-FILE
                OUTPUT GLCANC-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           MOVE "000000" TO REFD-CTL-ID.
           MOVE "HDR" TO REFD-CTL-TYPE.
           MOVE DATE-NUM-WK TO REFD-CTL-DATE.
           MOVE 0 TO REFD-CTL-COUNT, REFD-CTL-AMT.
           WRITE REFUND-CTL-REC.
           PERFORM 200-CANCEL-READ-JOB
               UNTIL CANC-ATMR = "NO".
           IF CANC-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF.
           MOVE "999999" TO REFD-CTL-ID.
           MOVE "TRL" TO REFD-CTL-TYPE.
           MOVE DATE-NUM-WK TO REFD-CTL-DATE.
           MOVE CHECK-CNT-WK TO REFD-CTL-COUNT.
           MOVE CHECK-TOT-WK TO REFD-CTL-AMT.
           WRITE REFUND-CTL-REC.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE CANCIN-FILE, PROCREG-FILE, OWNER-FILE, REFUND-FILE,
                 GLCANC-FILE, OUT-FILE.
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

       104-ACCTMAP-LOAD-JOB.
           OPEN INPUT ACCTMAP-FILE.
           PERFORM 104A-ACCTMAP-ENTRY-JOB
               UNTIL ACCT-ATMR = "NO".
           CLOSE ACCTMAP-FILE.

       104A-ACCTMAP-ENTRY-JOB.
           READ ACCTMAP-FILE
               AT END MOVE "NO" TO ACCT-ATMR
               NOT AT END
                   EVALUATE ACCT-TYPE-IN
                       WHEN "BASE" MOVE ACCT-CODE-IN TO BASE-ACCT-WK
                       WHEN "RECV" MOVE ACCT-CODE-IN TO RECV-ACCT-WK
                       WHEN "RFND" MOVE ACCT-CODE-IN TO RFND-ACCT-WK
                   END-EVALUATE
           END-READ.

       105-MAKE-HEAD.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM DONE-SECTION-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.

       200-CANCEL-READ-JOB.
           READ CANCIN-FILE
               AT END MOVE "NO" TO CANC-ATMR
               NOT AT END
                   IF CANC-BATCH-DATE-IN = DATE-NUM-WK
                       ADD 1 TO READ-CNT-WK
                       PERFORM 210-CANCEL-EDIT-JOB
                   END-IF
           END-READ.

       210-CANCEL-EDIT-JOB.
           MOVE SPACES TO CANC-RESULT-WK.
           MOVE CANC-TRANS-ID-IN TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY
                   MOVE "NOT ON PROCREG" TO CANC-RESULT-WK
           END-READ.
           IF CANC-RESULT-WK = SPACES
               EVALUATE TRUE
                   WHEN PROC-EXP-DATE = 0
                       MOVE "NOT A REGISTRATION" TO CANC-RESULT-WK
                   WHEN PROC-CAN-DATE > 0
                       MOVE "ALREADY CANCELLED" TO CANC-RESULT-WK
                   WHEN PROC-STATUS NOT = SPACE
                           AND PROC-STATUS NOT = "K"
                       MOVE "IN WRITE-OFF CYCLE" TO CANC-RESULT-WK
               END-EVALUATE
           END-IF.
           IF CANC-RESULT-WK = SPACES
               PERFORM 220-PRORATE-JOB
               PERFORM 230-CANCEL-APPLY-JOB
           ELSE
               PERFORM 260-REJECT-NOTE-JOB
           END-IF.

       220-PRORATE-JOB.
           MOVE PROC-EFF-DATE TO EFF-DATE-PR.
           MOVE PROC-EXP-DATE TO EXP-DATE-PR.
           MOVE CANC-DATE-IN TO CAN-DATE-PR.
           MOVE 12 TO TERM-MOS-WK.
           IF PROC-EFF-DATE > 0 AND PROC-EXP-DATE > PROC-EFF-DATE
               COMPUTE TERM-MOS-WK =
                   (EXP-YEAR-PR * 12 + EXP-MONTH-PR)
                   - (EFF-YEAR-PR * 12 + EFF-MONTH-PR) + 1
               IF TERM-MOS-WK > 12
                   MOVE 12 TO TERM-MOS-WK
               END-IF
               IF TERM-MOS-WK < 1
                   MOVE 1 TO TERM-MOS-WK
               END-IF
           END-IF.
           COMPUTE UNUSED-MOS-WK =
               (EXP-YEAR-PR * 12 + EXP-MONTH-PR)
               - (CAN-YEAR-PR * 12 + CAN-MONTH-PR).
           IF UNUSED-MOS-WK > TERM-MOS-WK
               MOVE TERM-MOS-WK TO UNUSED-MOS-WK
           END-IF.
           IF UNUSED-MOS-WK < 0
               MOVE 0 TO UNUSED-MOS-WK
           END-IF.
           IF UNUSED-MOS-WK = TERM-MOS-WK
               MOVE PROC-FEE TO GROSS-WK
           ELSE
               COMPUTE GROSS-WK ROUNDED =
                   PROC-FEE * UNUSED-MOS-WK / TERM-MOS-WK
           END-IF.

       230-CANCEL-APPLY-JOB.
           COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
               + PROC-NSF-FEE + PROC-SURCH-AMT
               - PROC-PAID-AMT - GROSS-WK.
           IF OPEN-AMT-WK < 0
               COMPUTE CHECK-WK = 0 - OPEN-AMT-WK
           ELSE
               MOVE 0 TO CHECK-WK
           END-IF.
           COMPUTE APPLIED-WK = GROSS-WK - CHECK-WK.
           SUBTRACT GROSS-WK FROM PROC-FEE.
           SUBTRACT CHECK-WK FROM PROC-PAID-AMT.
           MOVE CANC-DATE-IN TO PROC-CAN-DATE.
           REWRITE PROC-REC
               INVALID KEY
                   MOVE "NOT UPDATED" TO CANC-RESULT-WK
                   PERFORM 260-REJECT-NOTE-JOB
               NOT INVALID KEY
                   PERFORM 240-CANCEL-PRINT-JOB
                   PERFORM 250-GL-JOB
                   IF CHECK-WK > 0
                       PERFORM 255-REFUND-WRITE-JOB
                   END-IF
           END-REWRITE.

       240-CANCEL-PRINT-JOB.
           MOVE PROC-TRANS-ID TO TRANS-ID-OUT.
           MOVE PROC-OWNER-ID TO OWNER-ID-OUT.
           MOVE PROC-OWNER-ID TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO OWNER-NAME-OUT
                   MOVE SPACES TO OWNER-NAME-MST, OWNER-STREET-MST,
                       OWNER-CITY-MST, OWNER-STATE-MST, OWNER-ZIP-MST
               NOT INVALID KEY
                   MOVE OWNER-NAME-MST TO OWNER-NAME-OUT
           END-READ.
           MOVE CANC-DATE-IN TO CANC-DATE-OUT.
           MOVE CANC-REASON-IN TO REASON-OUT.
           MOVE UNUSED-MOS-WK TO UNUSED-MOS-OUT.
           MOVE TERM-MOS-WK TO TERM-MOS-OUT.
           MOVE GROSS-WK TO GROSS-OUT.
           MOVE APPLIED-WK TO APPLIED-OUT.
           MOVE CHECK-WK TO CHECK-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO CANC-CNT-WK.
           ADD GROSS-WK TO GROSS-TOT-WK.
           ADD APPLIED-WK TO APPLIED-TOT-WK.

       250-GL-JOB.
           MOVE PROC-TRANS-ID TO GL-TRANS-ID-OUT.
           MOVE PROC-VCLASS TO GL-VCLASS-OUT.
           MOVE DATE-NUM-WK TO GL-DATE-OUT.
           IF GROSS-WK > 0
               MOVE GROSS-WK TO GL-AMT-WK
               MOVE BASE-ACCT-WK TO GL-ACCT-OUT
               MOVE RECV-ACCT-WK TO GL-CR-ACCT-WK
               PERFORM 251-GL-PAIR-JOB
           END-IF.
           IF CHECK-WK > 0
               MOVE CHECK-WK TO GL-AMT-WK
               MOVE RECV-ACCT-WK TO GL-ACCT-OUT
               MOVE RFND-ACCT-WK TO GL-CR-ACCT-WK
               PERFORM 251-GL-PAIR-JOB
           END-IF.

       251-GL-PAIR-JOB.
           MOVE GL-AMT-WK TO GL-FEE-OUT.
           MOVE "D" TO GL-DRCR-OUT.
           WRITE GLCANC-REC FROM GL-DETAIL-OUT.
           ADD GL-AMT-WK TO GL-DR-TOT-WK.
           MOVE GL-CR-ACCT-WK TO GL-ACCT-OUT.
           MOVE "C" TO GL-DRCR-OUT.
           WRITE GLCANC-REC FROM GL-DETAIL-OUT.
           ADD GL-AMT-WK TO GL-CR-TOT-WK.
           ADD 2 TO GL-CNT-WK.
           COMPUTE GL-HASH-WK = GL-HASH-WK + GL-AMT-WK + GL-AMT-WK.

       255-REFUND-WRITE-JOB.
           MOVE PROC-TRANS-ID TO REFD-TRANS-ID.
           MOVE PROC-OWNER-ID TO REFD-OWNER-ID.
           MOVE OWNER-NAME-MST TO REFD-NAME.
           MOVE OWNER-STREET-MST TO REFD-STREET.
           MOVE OWNER-CITY-MST TO REFD-CITY.
           MOVE OWNER-STATE-MST TO REFD-STATE.
           MOVE OWNER-ZIP-MST TO REFD-ZIP.
           MOVE CANC-DATE-IN TO REFD-CANC-DATE.
           MOVE CHECK-WK TO REFD-AMT.
           WRITE REFUND-REC.
           ADD 1 TO CHECK-CNT-WK.
           ADD CHECK-WK TO CHECK-TOT-WK.
           IF OWNER-STREET-MST = SPACES
               ADD 1 TO NO-ADDR-CNT-WK
           END-IF.

       260-REJECT-NOTE-JOB.
           ADD 1 TO REJ-CNT-WK.
           IF REJ-CNT-WK NOT > 100
               MOVE CANC-TRANS-ID-IN TO REJ-TRANS-TBL (REJ-CNT-WK)
               MOVE CANC-DATE-IN TO REJ-DATE-TBL (REJ-CNT-WK)
               MOVE CANC-RESULT-WK TO REJ-REASON-TBL (REJ-CNT-WK)
           END-IF.

       300-DONE-JOB.
           MOVE "CANCELLATIONS PROCESSED:" TO TOT-LBL-OUT.
           MOVE CANC-CNT-WK TO TOT-CNT-OUT.
           MOVE GROSS-TOT-WK TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
           MOVE "APPLIED TO UNPAID BALANCES:" TO TOT-LBL-OUT.
           MOVE 0 TO TOT-CNT-OUT.
           MOVE APPLIED-TOT-WK TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES.
           MOVE "REFUND CHECKS ON REFUND.TXT:" TO TOT-LBL-OUT.
           MOVE CHECK-CNT-WK TO TOT-CNT-OUT.
           MOVE CHECK-TOT-WK TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES.
           MOVE "REFUNDS WITH NO ADDRESS:" TO TOT-LBL-OUT.
           MOVE NO-ADDR-CNT-WK TO TOT-CNT-OUT.
           MOVE 0 TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM REJ-SECTION-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REJ-COL-HDR AFTER ADVANCING 2 LINES.
           IF REJ-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 310-REJECT-PRINT-JOB VARYING RJX FROM 1 BY 1
                   UNTIL RJX > REJ-CNT-WK OR RJX > 100
           END-IF.
           MOVE "CANCELLATIONS REJECTED:" TO TOT-LBL-OUT.
           MOVE REJ-CNT-WK TO TOT-CNT-OUT.
           MOVE 0 TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
           PERFORM 340-GL-BALANCE-JOB.
           DISPLAY "REGCANC: " CANC-CNT-WK " CANCELLED - "
               CHECK-CNT-WK " REFUND CHECKS ON REFUND.TXT".

       310-REJECT-PRINT-JOB.
           MOVE SPACES TO REJ-LINE.
           MOVE REJ-TRANS-TBL (RJX) TO REJ-TRANS-OUT.
           MOVE REJ-DATE-TBL (RJX) TO REJ-DATE-OUT.
           MOVE REJ-REASON-TBL (RJX) TO REJ-REASON-OUT.
           WRITE OUT-REC FROM REJ-LINE AFTER ADVANCING 1 LINES.

       340-GL-BALANCE-JOB.
           MOVE GL-CNT-WK TO GL-TRL-CNT.
           MOVE GL-HASH-WK TO GL-TRL-HASH.
           MOVE DATE-NUM-WK TO GL-TRL-DATE.
           MOVE GL-DR-TOT-WK TO GL-TRL-DR.
           MOVE GL-CR-TOT-WK TO GL-TRL-CR.
           WRITE GLCANC-REC FROM GL-TRAILER-OUT.
           IF GL-DR-TOT-WK NOT = GL-CR-TOT-WK
                   OR GL-DR-TOT-WK NOT = GROSS-TOT-WK + CHECK-TOT-WK
               MOVE GL-HASH-WK TO GL-BAL-HASH-OUT
               WRITE OUT-REC FROM GL-BALANCE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "REGCANC: GL EXTRACT OUT OF BALANCE - "
                   "DEBITS " GL-DR-TOT-WK " CREDITS " GL-CR-TOT-WK
               MOVE "REGCANC" TO EVLOG-PROGRAM-LK
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE "GL CANCELLATION EXTRACT OUT OF BALANCE"
                   TO EVLOG-MESSAGE-LK
               MOVE SPACES TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
               MOVE 8 TO RETURN-CODE
           END-IF.

       400-AUDIT-JOB.
           MOVE "REGCANC" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE READ-CNT-WK TO AUDIT-IN-OUT.
           MOVE CANC-CNT-WK TO AUDIT-OUT-OUT.
           MOVE REJ-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
