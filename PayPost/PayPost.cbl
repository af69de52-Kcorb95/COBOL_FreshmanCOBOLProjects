               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL OWNER-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OUT-FILE
               ASSIGN     TO   "PAYREG.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLCASH-FILE
               ASSIGN     TO   "GLCASH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTMAP-FILE
               ASSIGN     TO   "ACCTMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PAY-FILE.
          05 PAY-TRANS-ID        PIC 9(6).
          05 PAY-DATE-IN         PIC 9(8).
          05 PAY-AMT-IN          PIC 9(5)V99.
          05 PAY-TYPE-IN         PIC X.

       FD PROCREG-FILE.
       01 PROC-REC.
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

       FD OUT-FILE.
       01 OUT-REC.
       FD AUDIT-FILE.
       01 AUDIT-REC              PIC X(80).

       FD GLCASH-FILE.
       01 GLCASH-REC             PIC X(48).

       FD ACCTMAP-FILE.
       01 ACCT-REC.
          05 ACCT-TYPE-IN        PIC X(4).
          05 ACCT-CODE-IN        PIC X(6).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       COPY JRNLLINK.

       COPY EVLOGLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(26)
          05 FILLER              PIC X(2).
          05 DISP-OUT            PIC X(10).
          05 REASON-OUT          PIC X(15).
          05 FILLER              PIC X(1).
          05 RET-FEE-OUT         PIC $$9.99 BLANK WHEN ZERO.

       01 REVERSAL-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(30)
                    VALUE "-- RETURNED ITEM REVERSALS --".

       01 REVERSAL-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)  VALUE "TRANS-ID".
          05 FILLER              PIC X(10) VALUE "RET DATE".
          05 FILLER              PIC X(12) VALUE "AMOUNT".
          05 FILLER              PIC X(10) VALUE "DISPOSITN".
          05 FILLER              PIC X(16) VALUE "REASON".
          05 FILLER              PIC X(7)  VALUE "RET FEE".

       01 APPLIED-FTR.
          05 FILLER              PIC X(10).
                    VALUE "PAYMENTS REJECTED: ".
          05 REJECTED-CNT-OUT    PIC ZZZZ9.

       01 REV-APPLIED-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(19)
                    VALUE "REVERSALS APPLIED: ".
          05 REV-APPLIED-CNT-OUT PIC ZZZZ9.

       01 REV-REJECTED-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(20)
                    VALUE "REVERSALS REJECTED: ".
          05 REV-REJECTED-CNT-OUT PIC ZZZZ9.

       01 GROSS-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(21)
                    VALUE "PAYMENTS RECEIVED:   ".
          05 GROSS-AMT-OUT       PIC $$,$$$,$$9.99.

       01 REVERSED-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(21)
                    VALUE "LESS RETURNED ITEMS: ".
          05 REVERSED-AMT-OUT    PIC $$,$$$,$$9.99.

       01 AMOUNT-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(21)
                    VALUE "TOTAL CASH APPLIED: ".
          05 APPLIED-AMT-OUT     PIC $$,$$$,$$9.99-.

       01 RECOV-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(21)
                    VALUE "BAD DEBT RECOVERIES: ".
          05 RECOV-AMT-OUT       PIC $$,$$$,$$9.99-.

       01 RET-FEE-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(21)
                    VALUE "RETURNED ITEM FEES:  ".
          05 RET-FEE-AMT-OUT     PIC $$,$$$,$$9.99.

       01 POSTING-WK.
          05 PAY-CNT-WK          PIC 9(5) VALUE 0.
          05 APPLIED-CNT-WK      PIC 9(5) VALUE 0.
          05 REJECTED-CNT-WK     PIC 9(5) VALUE 0.
          05 APPLIED-AMT-WK      PIC S9(7)V99 VALUE 0.
          05 BILLED-AMT-WK       PIC 9(6)V99.
          05 GROSS-AMT-WK        PIC 9(7)V99 VALUE 0.
          05 REV-APPLIED-CNT-WK  PIC 9(5) VALUE 0.
          05 REV-REJECTED-CNT-WK PIC 9(5) VALUE 0.
          05 REVERSED-AMT-WK     PIC 9(7)V99 VALUE 0.
          05 RET-FEE-WK          PIC 99V99 VALUE 25.00.
          05 RET-FEE-TOT-WK      PIC 9(7)V99 VALUE 0.
          05 RET-FEE-CNT-WK      PIC 9(5) VALUE 0.
          05 RECOV-AMT-WK        PIC S9(7)V99 VALUE 0.

       01 GL-EXTRACT-WK.
          05 GL-CNT-WK           PIC 9(6) VALUE 0.
          05 GL-HASH-WK          PIC 9(9)V99 VALUE 0.
          05 GL-DR-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 GL-CR-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 GL-CHK-CNT-WK       PIC 9(6).
          05 GL-CHK-AMT-WK       PIC 9(9)V99.
          05 GL-AMT-WK           PIC 9(5)V99.
          05 GL-DR-ACCT-WK       PIC X(6).
          05 GL-CR-ACCT-WK       PIC X(6).
          05 CASH-ACCT-WK        PIC X(6) VALUE "101000".
          05 RECV-ACCT-WK        PIC X(6) VALUE "120000".
          05 RETF-ACCT-WK        PIC X(6) VALUE "406000".
          05 RCOV-ACCT-WK        PIC X(6) VALUE "407000".
          05 ACCT-ATMR           PIC XXX VALUE "YES".

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
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(34)
                    VALUE "** GL EXTRACT OUT OF BALANCE **  ".
          05 GL-BAL-HASH-OUT     PIC $$$,$$$,$$9.99.

       01 GL-TOTAL-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(21)
                    VALUE "GL ENTRIES WRITTEN:  ".
          05 GL-CNT-OUT          PIC ZZZZZ9.
          05 FILLER              PIC X(10) VALUE "   DEBITS ".
          05 GL-DR-OUT           PIC $$$,$$$,$$9.99.

       01 ATMR          PIC XXX VALUE "YES".

       100-MAIN-MODULE.
           OPEN INPUT PAY-FILE
                I-O PROCREG-FILE
                I-O OWNER-FILE
                OUTPUT OUT-FILE
                OUTPUT GLCASH-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 104-ACCTMAP-LOAD-JOB.
           PERFORM 105-MAKE-HEAD.
           READ PAY-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.
           PERFORM 200-POST-JOB
               UNTIL ATMR = "NO".
           CLOSE PAY-FILE.
           OPEN INPUT PAY-FILE.
           MOVE "YES" TO ATMR.
           WRITE OUT-REC FROM REVERSAL-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REVERSAL-COL-HDR AFTER ADVANCING 2 LINES.
           READ PAY-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.
           PERFORM 250-REVERSAL-JOB
               UNTIL ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE PAY-FILE, PROCREG-FILE, OWNER-FILE, OUT-FILE,
                 GLCASH-FILE.
           GOBACK.

       101-RUNDATE-JOB.
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
                       WHEN "CASH" MOVE ACCT-CODE-IN TO CASH-ACCT-WK
                       WHEN "RECV" MOVE ACCT-CODE-IN TO RECV-ACCT-WK
                       WHEN "RETF" MOVE ACCT-CODE-IN TO RETF-ACCT-WK
                       WHEN "RCOV" MOVE ACCT-CODE-IN TO RCOV-ACCT-WK
                   END-EVALUATE
           END-READ.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.

       200-POST-JOB.
           IF PAY-TYPE-IN NOT = "R"
               ADD 1 TO PAY-CNT-WK
               MOVE SPACES TO REGISTER-LINE
               MOVE PAY-TRANS-ID TO TRANS-ID-OUT
               MOVE PAY-DATE-IN TO PAY-DATE-OUT
               MOVE PAY-AMT-IN TO PAY-AMT-OUT
               EVALUATE TRUE
                   WHEN PAY-TYPE-IN NOT = "P"
                        AND PAY-TYPE-IN NOT = SPACE
                       MOVE "REJECTED" TO DISP-OUT
                       MOVE "BAD TRANS TYPE" TO REASON-OUT
                       ADD 1 TO REJECTED-CNT-WK
                   WHEN PAY-AMT-IN IS NOT NUMERIC OR PAY-AMT-IN = 0
                       MOVE "REJECTED" TO DISP-OUT
                       MOVE "BAD AMOUNT" TO REASON-OUT
                       ADD 1 TO REJECTED-CNT-WK
                   WHEN OTHER
                       PERFORM 210-APPLY-JOB
               END-EVALUATE
               WRITE OUT-REC FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           READ PAY-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.
           END-READ.

       220-UPDATE-JOB.
           COMPUTE BILLED-AMT-WK = PROC-FEE + PROC-LATE-FEE
               + PROC-NSF-FEE + PROC-SURCH-AMT.
           IF PROC-PAID-AMT NOT < BILLED-AMT-WK
               MOVE "REJECTED" TO DISP-OUT
               MOVE "ALREADY PAID" TO REASON-OUT
               ADD 1 TO REJECTED-CNT-WK
           ELSE
               ADD PAY-AMT-IN TO PROC-PAID-AMT
               MOVE PROC-PAY-DATE TO PROC-PRIOR-PAY-DATE
               MOVE PAY-DATE-IN TO PROC-PAY-DATE
               REWRITE PROC-REC
                   INVALID KEY
                       MOVE "APPLIED" TO DISP-OUT
                       ADD 1 TO APPLIED-CNT-WK
                       ADD PAY-AMT-IN TO APPLIED-AMT-WK
                       ADD PAY-AMT-IN TO GROSS-AMT-WK
                       MOVE CASH-ACCT-WK TO GL-DR-ACCT-WK
                       MOVE RECV-ACCT-WK TO GL-CR-ACCT-WK
                       IF PROC-STATUS = "W"
                           MOVE "BAD DEBT RECOV" TO REASON-OUT
                           MOVE RCOV-ACCT-WK TO GL-CR-ACCT-WK
                           ADD PAY-AMT-IN TO RECOV-AMT-WK
                       END-IF
                       MOVE PAY-AMT-IN TO GL-AMT-WK
                       PERFORM 290-GL-PAIR-JOB
               END-REWRITE
           END-IF.

       250-REVERSAL-JOB.
           IF PAY-TYPE-IN = "R"
               ADD 1 TO PAY-CNT-WK
               MOVE SPACES TO REGISTER-LINE
               MOVE PAY-TRANS-ID TO TRANS-ID-OUT
               MOVE PAY-DATE-IN TO PAY-DATE-OUT
               MOVE PAY-AMT-IN TO PAY-AMT-OUT
               IF PAY-AMT-IN IS NOT NUMERIC OR PAY-AMT-IN = 0
                   MOVE "REJECTED" TO DISP-OUT
                   MOVE "BAD AMOUNT" TO REASON-OUT
                   ADD 1 TO REV-REJECTED-CNT-WK
               ELSE
                   PERFORM 260-REVERSE-JOB
               END-IF
               WRITE OUT-REC FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.
           READ PAY-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.

       260-REVERSE-JOB.
           MOVE PAY-TRANS-ID TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY
                   MOVE "REJECTED" TO DISP-OUT
                   MOVE "NOT BILLED" TO REASON-OUT
                   ADD 1 TO REV-REJECTED-CNT-WK
               NOT INVALID KEY
                   PERFORM 270-REVERSE-APPLY-JOB
           END-READ.

       270-REVERSE-APPLY-JOB.
           IF PAY-AMT-IN > PROC-PAID-AMT
               MOVE "REJECTED" TO DISP-OUT
               MOVE "EXCEEDS PAID" TO REASON-OUT
               ADD 1 TO REV-REJECTED-CNT-WK
           ELSE
               SUBTRACT PAY-AMT-IN FROM PROC-PAID-AMT
               MOVE PROC-PRIOR-PAY-DATE TO PROC-PAY-DATE
               MOVE 0 TO PROC-PRIOR-PAY-DATE
               IF PROC-STATUS NOT = "W"
                   ADD RET-FEE-WK TO PROC-NSF-FEE
                   MOVE DATE-NUM-WK TO PROC-NSF-DATE
               END-IF
               REWRITE PROC-REC
                   INVALID KEY
                       MOVE "REJECTED" TO DISP-OUT
                       MOVE "REWRITE FAILED" TO REASON-OUT
                       ADD 1 TO REV-REJECTED-CNT-WK
                   NOT INVALID KEY
                       MOVE "REVERSED" TO DISP-OUT
                       ADD 1 TO REV-APPLIED-CNT-WK
                       SUBTRACT PAY-AMT-IN FROM APPLIED-AMT-WK
                       ADD PAY-AMT-IN TO REVERSED-AMT-WK
                       MOVE RECV-ACCT-WK TO GL-DR-ACCT-WK
                       MOVE CASH-ACCT-WK TO GL-CR-ACCT-WK
                       MOVE PAY-AMT-IN TO GL-AMT-WK
                       IF PROC-STATUS = "W"
                           MOVE "BAD DEBT RECOV" TO REASON-OUT
                           MOVE RCOV-ACCT-WK TO GL-DR-ACCT-WK
                           SUBTRACT PAY-AMT-IN FROM RECOV-AMT-WK
                           PERFORM 290-GL-PAIR-JOB
                       ELSE
                           MOVE RET-FEE-WK TO RET-FEE-OUT
                           ADD 1 TO RET-FEE-CNT-WK
                           ADD RET-FEE-WK TO RET-FEE-TOT-WK
                           PERFORM 290-GL-PAIR-JOB
                           MOVE RECV-ACCT-WK TO GL-DR-ACCT-WK
                           MOVE RETF-ACCT-WK TO GL-CR-ACCT-WK
                           MOVE RET-FEE-WK TO GL-AMT-WK
                           PERFORM 290-GL-PAIR-JOB
                       END-IF
                       PERFORM 280-OWNER-FLAG-JOB
               END-REWRITE
           END-IF.

       280-OWNER-FLAG-JOB.
           MOVE PROC-OWNER-ID TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY
                   MOVE "OWNER NOT FLAGD" TO REASON-OUT
               NOT INVALID KEY
                   MOVE OWNER-REC TO JRNL-BEFORE-LK
                   MOVE "Y" TO OWNER-NSF-SW-MST
                   MOVE DATE-NUM-WK TO OWNER-NSF-DATE-MST
                   REWRITE OWNER-REC
                       INVALID KEY
                           MOVE "OWNER NOT FLAGD" TO REASON-OUT
                       NOT INVALID KEY
                           MOVE OWNER-REC TO JRNL-AFTER-LK
                           MOVE "C" TO JRNL-ACTION-LK
                           PERFORM 360-JOURNAL-JOB
                   END-REWRITE
           END-READ.

       290-GL-PAIR-JOB.
           MOVE PROC-TRANS-ID TO GL-TRANS-ID-OUT.
           MOVE PROC-VCLASS TO GL-VCLASS-OUT.
           MOVE GL-AMT-WK TO GL-FEE-OUT.
           MOVE DATE-NUM-WK TO GL-DATE-OUT.
           MOVE GL-DR-ACCT-WK TO GL-ACCT-OUT.
           MOVE "D" TO GL-DRCR-OUT.
           WRITE GLCASH-REC FROM GL-DETAIL-OUT.
           ADD GL-AMT-WK TO GL-DR-TOT-WK.
           MOVE GL-CR-ACCT-WK TO GL-ACCT-OUT.
           MOVE "C" TO GL-DRCR-OUT.
           WRITE GLCASH-REC FROM GL-DETAIL-OUT.
           ADD GL-AMT-WK TO GL-CR-TOT-WK.
           ADD 2 TO GL-CNT-WK.
           COMPUTE GL-HASH-WK = GL-HASH-WK + GL-AMT-WK + GL-AMT-WK.

       300-DONE-JOB.
           MOVE APPLIED-CNT-WK TO APPLIED-CNT-OUT.
           MOVE REJECTED-CNT-WK TO REJECTED-CNT-OUT.
           MOVE APPLIED-AMT-WK TO APPLIED-AMT-OUT.
           MOVE REV-APPLIED-CNT-WK TO REV-APPLIED-CNT-OUT.
           MOVE REV-REJECTED-CNT-WK TO REV-REJECTED-CNT-OUT.
           MOVE GROSS-AMT-WK TO GROSS-AMT-OUT.
           MOVE REVERSED-AMT-WK TO REVERSED-AMT-OUT.
           MOVE RET-FEE-TOT-WK TO RET-FEE-AMT-OUT.
           WRITE OUT-REC FROM APPLIED-FTR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REJECTED-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM REV-APPLIED-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM REV-REJECTED-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM GROSS-FTR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM REVERSED-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM AMOUNT-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM RET-FEE-FTR AFTER ADVANCING 1 LINES.
           MOVE RECOV-AMT-WK TO RECOV-AMT-OUT.
           WRITE OUT-REC FROM RECOV-FTR AFTER ADVANCING 1 LINES.
           PERFORM 340-GL-BALANCE-JOB.

       340-GL-BALANCE-JOB.
           MOVE GL-CNT-WK TO GL-TRL-CNT.
           MOVE GL-HASH-WK TO GL-TRL-HASH.
           MOVE DATE-NUM-WK TO GL-TRL-DATE.
           MOVE GL-DR-TOT-WK TO GL-TRL-DR.
           MOVE GL-CR-TOT-WK TO GL-TRL-CR.
           WRITE GLCASH-REC FROM GL-TRAILER-OUT.
           MOVE GL-CNT-WK TO GL-CNT-OUT.
           MOVE GL-DR-TOT-WK TO GL-DR-OUT.
           WRITE OUT-REC FROM GL-TOTAL-FTR AFTER ADVANCING 2 LINES.
           COMPUTE GL-CHK-AMT-WK = GROSS-AMT-WK + REVERSED-AMT-WK
               + RET-FEE-TOT-WK.
           COMPUTE GL-CHK-CNT-WK = (APPLIED-CNT-WK
               + REV-APPLIED-CNT-WK + RET-FEE-CNT-WK) * 2.
           IF GL-DR-TOT-WK NOT = GL-CR-TOT-WK
                   OR GL-DR-TOT-WK NOT = GL-CHK-AMT-WK
                   OR GL-CNT-WK NOT = GL-CHK-CNT-WK
               MOVE GL-HASH-WK TO GL-BAL-HASH-OUT
               WRITE OUT-REC FROM GL-BALANCE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "PAYPOST: GL EXTRACT OUT OF BALANCE - "
                   "DEBITS " GL-DR-TOT-WK " CREDITS " GL-CR-TOT-WK
               MOVE "PAYPOST" TO EVLOG-PROGRAM-LK
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE "GL CASH EXTRACT OUT OF BALANCE" TO EVLOG-MESSAGE-LK
               MOVE SPACES TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
               MOVE 8 TO RETURN-CODE
           END-IF.

       360-JOURNAL-JOB.
           MOVE "OWNMAST.TXT" TO JRNL-FILE-LK.
           MOVE OWNER-ID-MST TO JRNL-KEY-LK.
           MOVE "PAYPOST" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       400-AUDIT-JOB.
           MOVE "PAYPOST" TO AUDIT-PROGRAM-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE PAY-CNT-WK TO AUDIT-IN-OUT.
           COMPUTE AUDIT-OUT-OUT = APPLIED-CNT-WK + REV-APPLIED-CNT-WK.
           COMPUTE AUDIT-REJ-OUT = REJECTED-CNT-WK
               + REV-REJECTED-CNT-WK.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
