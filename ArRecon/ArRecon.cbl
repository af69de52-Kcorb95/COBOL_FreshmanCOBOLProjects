       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL GLPOST-FILE
               ASSIGN     TO   "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLCASH-FILE
               ASSIGN     TO   "GLCASH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLWOFF-FILE
               ASSIGN     TO   "GLWOFF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLCANC-FILE
               ASSIGN     TO   "GLCANC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTMAP-FILE
               ASSIGN     TO   "ACCTMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCTL-FILE
               ASSIGN     TO   "ARCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "ARRECON.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD GLPOST-FILE.
       01 GLPOST-REC.
          05 GL-TYPE-IN          PIC X.
          05 GL-TRANS-ID-IN      PIC 9(6).
          05 GL-VCLASS-IN        PIC XX.
          05 GL-AMT-IN           PIC 9(5)V99.
          05 GL-DATE-IN          PIC 9(8).
          05 GL-ACCT-IN          PIC X(6).
       01 GLPOST-TRL-REC.
          05 FILLER              PIC X.
          05 GL-TRL-CNT-IN       PIC 9(6).
          05 GL-TRL-HASH-IN      PIC 9(9)V99.
          05 GL-TRL-DATE-IN      PIC 9(8).

       FD GLCASH-FILE.
       01 GLCASH-REC.
          05 CASH-TYPE-IN        PIC X.
          05 CASH-TRANS-ID-IN    PIC 9(6).
          05 CASH-VCLASS-IN      PIC XX.
          05 CASH-AMT-IN         PIC 9(5)V99.
          05 CASH-DATE-IN        PIC 9(8).
          05 CASH-ACCT-IN        PIC X(6).
          05 CASH-DRCR-IN        PIC X.
       01 GLCASH-TRL-REC.
          05 FILLER              PIC X.
          05 CASH-TRL-CNT-IN     PIC 9(6).
          05 CASH-TRL-HASH-IN    PIC 9(9)V99.
          05 CASH-TRL-DATE-IN    PIC 9(8).
          05 CASH-TRL-DR-IN      PIC 9(9)V99.
          05 CASH-TRL-CR-IN      PIC 9(9)V99.

       FD GLWOFF-FILE.
       01 GLWOFF-REC.
          05 WOFF-TYPE-IN        PIC X.
          05 WOFF-TRANS-ID-IN    PIC 9(6).
          05 WOFF-VCLASS-IN      PIC XX.
          05 WOFF-AMT-IN         PIC 9(5)V99.
          05 WOFF-DATE-IN        PIC 9(8).
          05 WOFF-ACCT-IN        PIC X(6).
          05 WOFF-DRCR-IN        PIC X.
       01 GLWOFF-TRL-REC.
          05 FILLER              PIC X.
          05 WOFF-TRL-CNT-IN     PIC 9(6).
          05 WOFF-TRL-HASH-IN    PIC 9(9)V99.
          05 WOFF-TRL-DATE-IN    PIC 9(8).
          05 WOFF-TRL-DR-IN      PIC 9(9)V99.
          05 WOFF-TRL-CR-IN      PIC 9(9)V99.

       FD GLCANC-FILE.
       01 GLCANC-REC.
          05 CANC-TYPE-IN        PIC X.
          05 CANC-TRANS-ID-IN    PIC 9(6).
          05 CANC-VCLASS-IN      PIC XX.
          05 CANC-AMT-IN         PIC 9(5)V99.
          05 CANC-DATE-IN        PIC 9(8).
          05 CANC-ACCT-IN        PIC X(6).
          05 CANC-DRCR-IN        PIC X.
       01 GLCANC-TRL-REC.
          05 FILLER              PIC X.
          05 CANC-TRL-CNT-IN     PIC 9(6).
          05 CANC-TRL-HASH-IN    PIC 9(9)V99.
          05 CANC-TRL-DATE-IN    PIC 9(8).
          05 CANC-TRL-DR-IN      PIC 9(9)V99.
          05 CANC-TRL-CR-IN      PIC 9(9)V99.

       FD ACCTMAP-FILE.
       01 ACCT-REC.
          05 ACCT-TYPE-IN        PIC X(4).
          05 ACCT-CODE-IN        PIC X(6).

       FD ARCTL-FILE.
       01 ARCTL-REC.
          05 ARCTL-DATE          PIC 9(8).
          05 ARCTL-PRIOR-BAL     PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ARCTL-BILLED        PIC 9(9)V99.
          05 ARCTL-RECEIVED      PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ARCTL-BAL           PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ARCTL-WRITTEN-OFF   PIC S9(9)V99 SIGN LEADING SEPARATE.
          05 ARCTL-CANCELLED     PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD OUT-FILE.
       01 OUT-REC.
          05 FILLER              PIC X(80).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).
          05 RUNDATE-MONTH       PIC X(2).
          05 RUNDATE-DAY         PIC X(2).

       WORKING-STORAGE SECTION.

       COPY EVLOGLIN.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 TITLE-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(38)
                    VALUE "-AR CONTROL ACCOUNT RECONCILIATION-".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 ACCT-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(28)
                    VALUE "RECEIVABLES CONTROL ACCOUNT ".
          05 ACCT-HDR-OUT        PIC X(6).

       01 AMOUNT-LINE.
          05 FILLER              PIC X(1).
          05 AMT-LABEL-OUT       PIC X(36).
          05 AMT-VALUE-OUT       PIC $$$,$$$,$$9.99-.
          05 FILLER              PIC X(2).
          05 AMT-CNT-OUT         PIC ZZZZZ9 BLANK WHEN ZERO.
          05 FILLER              PIC X(1).
          05 AMT-CNT-LBL-OUT     PIC X(8).

       01 NOTE-LINE.
          05 FILLER              PIC X(1).
          05 NOTE-OUT            PIC X(60).

       01 EXCEPTION-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(40)
                    VALUE "GL ENTRIES WITH NO PROCREG TRANSACTION".

       01 EXCEPTION-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(12) VALUE "EXTRACT".
          05 FILLER              PIC X(10) VALUE "TRANS-ID".
          05 FILLER              PIC X(9)  VALUE "ACCOUNT".
          05 FILLER              PIC X(5)  VALUE "D/C".
          05 FILLER              PIC X(10) VALUE "AMOUNT".

       01 EXCEPTION-LINE.
          05 FILLER              PIC X(1).
          05 EXC-FILE-OUT        PIC X(12).
          05 EXC-TRANS-ID-OUT    PIC 9(6).
          05 FILLER              PIC X(4).
          05 EXC-ACCT-OUT        PIC X(6).
          05 FILLER              PIC X(4).
          05 EXC-DRCR-OUT        PIC X.
          05 FILLER              PIC X(2).
          05 EXC-AMT-OUT         PIC $$$,$$9.99.

       01 EXC-CNT-FTR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(28)
                    VALUE "GL ENTRIES NOT ON PROCREG: ".
          05 EXC-CNT-OUT         PIC ZZZZ9.

       01 SUMMARY-LINE.
          05 FILLER              PIC X(1).
          05 SUMMARY-OUT         PIC X(40).

       01 RECON-WK.
          05 SCAN-ATMR           PIC XXX VALUE "YES".
          05 GL-ATMR             PIC XXX VALUE "YES".
          05 ACCT-ATMR           PIC XXX VALUE "YES".
          05 RECV-ACCT-WK        PIC X(6) VALUE "120000".
          05 CTL-FOUND-SW        PIC X VALUE "N".
          05 GLPOST-OK-SW        PIC X VALUE "N".
          05 GLCASH-OK-SW        PIC X VALUE "N".
          05 GLWOFF-OK-SW        PIC X VALUE "N".
          05 GLCANC-OK-SW        PIC X VALUE "N".
          05 EXC-HDR-SW          PIC X VALUE "N".
          05 OPEN-AMT-WK         PIC S9(6)V99.
          05 OPEN-TOT-WK         PIC S9(9)V99 VALUE 0.
          05 OPEN-CNT-WK         PIC 9(6) VALUE 0.
          05 PRIOR-BAL-WK        PIC S9(9)V99 VALUE 0.
          05 BILLED-WK           PIC 9(9)V99 VALUE 0.
          05 BILLED-CNT-WK       PIC 9(6) VALUE 0.
          05 RECEIVED-WK         PIC S9(9)V99 VALUE 0.
          05 RECEIVED-CNT-WK     PIC 9(6) VALUE 0.
          05 WRITTEN-OFF-WK      PIC S9(9)V99 VALUE 0.
          05 WRITTEN-OFF-CNT-WK  PIC 9(6) VALUE 0.
          05 CANCELLED-WK        PIC S9(9)V99 VALUE 0.
          05 CANCELLED-CNT-WK    PIC 9(6) VALUE 0.
          05 CONTROL-BAL-WK      PIC S9(9)V99 VALUE 0.
          05 DIFFERENCE-WK       PIC S9(9)V99 VALUE 0.
          05 EXC-CNT-WK          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 104-ACCTMAP-LOAD-JOB.
           PERFORM 110-CONTROL-READ-JOB.
           OPEN INPUT PROCREG-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           PERFORM 150-PROCREG-SUM-JOB.
           PERFORM 200-GLPOST-JOB.
           PERFORM 250-GLCASH-JOB.
           PERFORM 280-GLWOFF-JOB.
           PERFORM 282-GLCANC-JOB.
           PERFORM 300-DONE-JOB.
           PERFORM 350-CONTROL-WRITE-JOB.
           CLOSE PROCREG-FILE, OUT-FILE.
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
                   IF ACCT-TYPE-IN = "RECV"
                       MOVE ACCT-CODE-IN TO RECV-ACCT-WK
                   END-IF
           END-READ.

       105-MAKE-HEAD.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE RECV-ACCT-WK TO ACCT-HDR-OUT.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM ACCT-HDR AFTER ADVANCING 2 LINES.

       110-CONTROL-READ-JOB.
           OPEN INPUT ARCTL-FILE.
           READ ARCTL-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO CTL-FOUND-SW
                   IF ARCTL-DATE = DATE-NUM-WK
                       MOVE ARCTL-PRIOR-BAL TO PRIOR-BAL-WK
                   ELSE
                       MOVE ARCTL-BAL TO PRIOR-BAL-WK
                   END-IF
           END-READ.
           CLOSE ARCTL-FILE.

       150-PROCREG-SUM-JOB.
           MOVE LOW-VALUES TO PROC-TRANS-ID.
           START PROCREG-FILE KEY IS NOT LESS THAN PROC-TRANS-ID
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 160-SCAN-JOB
               UNTIL SCAN-ATMR = "NO".

       160-SCAN-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
                       + PROC-NSF-FEE + PROC-SURCH-AMT
                       - PROC-PAID-AMT
                   IF OPEN-AMT-WK NOT = 0 AND PROC-STATUS NOT = "W"
                       ADD OPEN-AMT-WK TO OPEN-TOT-WK
                       ADD 1 TO OPEN-CNT-WK
                   END-IF
           END-READ.

       200-GLPOST-JOB.
           MOVE "YES" TO GL-ATMR.
           OPEN INPUT GLPOST-FILE.
           PERFORM 210-GLPOST-LINE-JOB
               UNTIL GL-ATMR = "NO".
           CLOSE GLPOST-FILE.
           IF GLPOST-OK-SW = "N"
               MOVE 0 TO BILLED-WK, BILLED-CNT-WK
               MOVE "GLPOST.TXT NOT FOR RUN DATE - NO BILLINGS TAKEN"
                   TO NOTE-OUT
               WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
           END-IF.

       210-GLPOST-LINE-JOB.
           READ GLPOST-FILE
               AT END MOVE "NO" TO GL-ATMR
               NOT AT END
                   EVALUATE GL-TYPE-IN
                       WHEN "D"
                           ADD GL-AMT-IN TO BILLED-WK
                           ADD 1 TO BILLED-CNT-WK
                           MOVE GL-TRANS-ID-IN TO PROC-TRANS-ID
                           MOVE GL-ACCT-IN TO EXC-ACCT-OUT
                           MOVE SPACE TO EXC-DRCR-OUT
                           MOVE GL-AMT-IN TO EXC-AMT-OUT
                           MOVE "GLPOST.TXT" TO EXC-FILE-OUT
                           PERFORM 270-TRANS-CHECK-JOB
                       WHEN "T"
                           IF GL-TRL-DATE-IN = DATE-NUM-WK
                               MOVE "Y" TO GLPOST-OK-SW
                           END-IF
                   END-EVALUATE
           END-READ.

       250-GLCASH-JOB.
           MOVE "YES" TO GL-ATMR.
           OPEN INPUT GLCASH-FILE.
           PERFORM 260-GLCASH-LINE-JOB
               UNTIL GL-ATMR = "NO".
           CLOSE GLCASH-FILE.
           IF GLCASH-OK-SW = "N"
               MOVE 0 TO RECEIVED-WK, RECEIVED-CNT-WK
               MOVE "GLCASH.TXT NOT FOR RUN DATE - NO RECEIPTS TAKEN"
                   TO NOTE-OUT
               WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
           END-IF.

       260-GLCASH-LINE-JOB.
           READ GLCASH-FILE
               AT END MOVE "NO" TO GL-ATMR
               NOT AT END
                   EVALUATE CASH-TYPE-IN
                       WHEN "D"
                           IF CASH-ACCT-IN = RECV-ACCT-WK
                               PERFORM 265-GLCASH-RECV-JOB
                           END-IF
                       WHEN "T"
                           IF CASH-TRL-DATE-IN = DATE-NUM-WK
                               MOVE "Y" TO GLCASH-OK-SW
                           END-IF
                   END-EVALUATE
           END-READ.

       265-GLCASH-RECV-JOB.
           IF CASH-DRCR-IN = "C"
               ADD CASH-AMT-IN TO RECEIVED-WK
           ELSE
               SUBTRACT CASH-AMT-IN FROM RECEIVED-WK
           END-IF.
           ADD 1 TO RECEIVED-CNT-WK.
           MOVE CASH-TRANS-ID-IN TO PROC-TRANS-ID.
           MOVE CASH-ACCT-IN TO EXC-ACCT-OUT.
           MOVE CASH-DRCR-IN TO EXC-DRCR-OUT.
           MOVE CASH-AMT-IN TO EXC-AMT-OUT.
           MOVE "GLCASH.TXT" TO EXC-FILE-OUT.
           PERFORM 270-TRANS-CHECK-JOB.

       270-TRANS-CHECK-JOB.
           READ PROCREG-FILE
               INVALID KEY
                   IF EXC-HDR-SW = "N"
                       MOVE "Y" TO EXC-HDR-SW
                       WRITE OUT-REC FROM EXCEPTION-HDR
                           AFTER ADVANCING 2 LINES
                       WRITE OUT-REC FROM EXCEPTION-COL-HDR
                           AFTER ADVANCING 2 LINES
                   END-IF
                   MOVE PROC-TRANS-ID TO EXC-TRANS-ID-OUT
                   WRITE OUT-REC FROM EXCEPTION-LINE
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO EXC-CNT-WK
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       280-GLWOFF-JOB.
           MOVE "YES" TO GL-ATMR.
           OPEN INPUT GLWOFF-FILE.
           PERFORM 290-GLWOFF-LINE-JOB
               UNTIL GL-ATMR = "NO".
           CLOSE GLWOFF-FILE.
           IF GLWOFF-OK-SW = "N"
               MOVE 0 TO WRITTEN-OFF-WK, WRITTEN-OFF-CNT-WK
           END-IF.

       290-GLWOFF-LINE-JOB.
           READ GLWOFF-FILE
               AT END MOVE "NO" TO GL-ATMR
               NOT AT END
                   EVALUATE WOFF-TYPE-IN
                       WHEN "D"
                           IF WOFF-ACCT-IN = RECV-ACCT-WK
                               PERFORM 295-GLWOFF-RECV-JOB
                           END-IF
                       WHEN "T"
                           IF WOFF-TRL-DATE-IN = DATE-NUM-WK
                               MOVE "Y" TO GLWOFF-OK-SW
                           END-IF
                   END-EVALUATE
           END-READ.

       295-GLWOFF-RECV-JOB.
           IF WOFF-DRCR-IN = "C"
               ADD WOFF-AMT-IN TO WRITTEN-OFF-WK
           ELSE
               SUBTRACT WOFF-AMT-IN FROM WRITTEN-OFF-WK
           END-IF.
           ADD 1 TO WRITTEN-OFF-CNT-WK.
           MOVE WOFF-TRANS-ID-IN TO PROC-TRANS-ID.
           MOVE WOFF-ACCT-IN TO EXC-ACCT-OUT.
           MOVE WOFF-DRCR-IN TO EXC-DRCR-OUT.
           MOVE WOFF-AMT-IN TO EXC-AMT-OUT.
           MOVE "GLWOFF.TXT" TO EXC-FILE-OUT.
           PERFORM 270-TRANS-CHECK-JOB.

       282-GLCANC-JOB.
           MOVE "YES" TO GL-ATMR.
           OPEN INPUT GLCANC-FILE.
           PERFORM 292-GLCANC-LINE-JOB
               UNTIL GL-ATMR = "NO".
           CLOSE GLCANC-FILE.
           IF GLCANC-OK-SW = "N"
               MOVE 0 TO CANCELLED-WK, CANCELLED-CNT-WK
           END-IF.

       292-GLCANC-LINE-JOB.
           READ GLCANC-FILE
               AT END MOVE "NO" TO GL-ATMR
               NOT AT END
                   EVALUATE CANC-TYPE-IN
                       WHEN "D"
                           IF CANC-ACCT-IN = RECV-ACCT-WK
                               PERFORM 297-GLCANC-RECV-JOB
                           END-IF
                       WHEN "T"
                           IF CANC-TRL-DATE-IN = DATE-NUM-WK
                               MOVE "Y" TO GLCANC-OK-SW
                           END-IF
                   END-EVALUATE
           END-READ.

       297-GLCANC-RECV-JOB.
           IF CANC-DRCR-IN = "C"
               ADD CANC-AMT-IN TO CANCELLED-WK
           ELSE
               SUBTRACT CANC-AMT-IN FROM CANCELLED-WK
           END-IF.
           ADD 1 TO CANCELLED-CNT-WK.
           MOVE CANC-TRANS-ID-IN TO PROC-TRANS-ID.
           MOVE CANC-ACCT-IN TO EXC-ACCT-OUT.
           MOVE CANC-DRCR-IN TO EXC-DRCR-OUT.
           MOVE CANC-AMT-IN TO EXC-AMT-OUT.
           MOVE "GLCANC.TXT" TO EXC-FILE-OUT.
           PERFORM 270-TRANS-CHECK-JOB.

       300-DONE-JOB.
           IF CTL-FOUND-SW = "N"
               COMPUTE PRIOR-BAL-WK = OPEN-TOT-WK - BILLED-WK
                   + RECEIVED-WK + WRITTEN-OFF-WK + CANCELLED-WK
               MOVE "NO ARCTL.TXT ON FILE - CONTROL OPENED FROM PROCREG"
                   TO NOTE-OUT
               WRITE OUT-REC FROM NOTE-LINE AFTER ADVANCING 2 LINES
           END-IF.
           COMPUTE CONTROL-BAL-WK = PRIOR-BAL-WK + BILLED-WK
               - RECEIVED-WK - WRITTEN-OFF-WK - CANCELLED-WK.
           COMPUTE DIFFERENCE-WK = OPEN-TOT-WK - CONTROL-BAL-WK.
           MOVE SPACES TO AMOUNT-LINE.
           MOVE "CONTROL BALANCE BROUGHT FORWARD" TO AMT-LABEL-OUT.
           MOVE PRIOR-BAL-WK TO AMT-VALUE-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 3 LINES.
           MOVE "PLUS GL BILLINGS" TO AMT-LABEL-OUT.
           MOVE BILLED-WK TO AMT-VALUE-OUT.
           MOVE BILLED-CNT-WK TO AMT-CNT-OUT.
           MOVE "ENTRIES" TO AMT-CNT-LBL-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "LESS NET GL RECEIPTS" TO AMT-LABEL-OUT.
           MOVE RECEIVED-WK TO AMT-VALUE-OUT.
           MOVE RECEIVED-CNT-WK TO AMT-CNT-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "LESS GL BAD DEBT WRITE-OFFS" TO AMT-LABEL-OUT.
           MOVE WRITTEN-OFF-WK TO AMT-VALUE-OUT.
           MOVE WRITTEN-OFF-CNT-WK TO AMT-CNT-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "LESS NET GL CANCELLATION CREDITS" TO AMT-LABEL-OUT.
           MOVE CANCELLED-WK TO AMT-VALUE-OUT.
           MOVE CANCELLED-CNT-WK TO AMT-CNT-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO AMOUNT-LINE.
           MOVE "AR CONTROL BALANCE" TO AMT-LABEL-OUT.
           MOVE CONTROL-BAL-WK TO AMT-VALUE-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 2 LINES.
           MOVE "PROCREG OPEN BALANCE" TO AMT-LABEL-OUT.
           MOVE OPEN-TOT-WK TO AMT-VALUE-OUT.
           MOVE OPEN-CNT-WK TO AMT-CNT-OUT.
           MOVE "ITEMS" TO AMT-CNT-LBL-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO AMOUNT-LINE.
           MOVE "DIFFERENCE" TO AMT-LABEL-OUT.
           MOVE DIFFERENCE-WK TO AMT-VALUE-OUT.
           WRITE OUT-REC FROM AMOUNT-LINE AFTER ADVANCING 2 LINES.
           IF EXC-CNT-WK > 0
               MOVE EXC-CNT-WK TO EXC-CNT-OUT
               WRITE OUT-REC FROM EXC-CNT-FTR AFTER ADVANCING 1 LINES
           END-IF.
           IF DIFFERENCE-WK = 0
               MOVE "AR CONTROL IN BALANCE" TO SUMMARY-OUT
           ELSE
               MOVE "** AR CONTROL OUT OF BALANCE **" TO SUMMARY-OUT
               DISPLAY "ARRECON: AR CONTROL OUT OF BALANCE - "
                   "SEE ARRECON.TXT"
               MOVE "ARRECON" TO EVLOG-PROGRAM-LK
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE "AR CONTROL OUT OF BALANCE" TO EVLOG-MESSAGE-LK
               MOVE RECV-ACCT-WK TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

       350-CONTROL-WRITE-JOB.
           MOVE DATE-NUM-WK TO ARCTL-DATE.
           MOVE PRIOR-BAL-WK TO ARCTL-PRIOR-BAL.
           MOVE BILLED-WK TO ARCTL-BILLED.
           MOVE RECEIVED-WK TO ARCTL-RECEIVED.
           MOVE CONTROL-BAL-WK TO ARCTL-BAL.
           MOVE WRITTEN-OFF-WK TO ARCTL-WRITTEN-OFF.
           MOVE CANCELLED-WK TO ARCTL-CANCELLED.
           OPEN OUTPUT ARCTL-FILE.
           WRITE ARCTL-REC.
           CLOSE ARCTL-FILE.
