               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OUT-FILE
               ASSIGN     TO   "DELINQ.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSP-FILE
               ASSIGN     TO   "SUSPEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAIL-FILE
               ASSIGN     TO   "MAILDLQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

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

       FD OUT-FILE.
       01 OUT-REC.
          05 SUSP-OWNER-ID       PIC X(6).
          05 SUSP-EXP-DATE       PIC 9(8).

       FD MAIL-FILE.
       01 MAIL-REC.
          05 MAIL-OWNER-ID       PIC X(6).
          05 MAIL-TYPE           PIC X.
          05 MAIL-TRANS-ID       PIC 9(6).
          05 MAIL-VCLASS         PIC XX.
          05 MAIL-DATE           PIC 9(8).
          05 MAIL-STAGE          PIC X(12).
          05 MAIL-AMT            PIC S9(7)V99.

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).
                    VALUE "IN GRACE (UNDER 30 DAYS): ".
          05 GRACE-CNT-OUT       PIC ZZZZ9.

       01 CANCEL-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(26)
                    VALUE "CANCELLED - NOT PURSUED: ".
          05 CANCEL-CNT-OUT      PIC ZZZZ9.

       01 VIN-TABLE-WK.
          05 VIN-CNT             PIC 9(4) VALUE 0.
          05 VX                  PIC 9(4).
          05 GRACE-CNT-WK        PIC 9(5) VALUE 0.
          05 RUN-INT-WK          PIC 9(8).
          05 PAST-DAYS-WK        PIC S9(5).
          05 CANCEL-SW           PIC X.
          05 CANCEL-CNT-WK       PIC 9(5) VALUE 0.

       01 ATMR          PIC XXX VALUE "YES".

           PERFORM 110-VIN-LOAD-JOB.
           OPEN INPUT IN-FILE
                INPUT OWNER-FILE
                INPUT PROCREG-FILE
                OUTPUT OUT-FILE
                OUTPUT SUSP-FILE
                OUTPUT MAIL-FILE.
           PERFORM 105-MAKE-HEAD.
           READ IN-FILE
               AT END MOVE "NO" TO ATMR
               UNTIL ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE IN-FILE, OWNER-FILE, PROCREG-FILE, OUT-FILE,
                 SUSP-FILE, MAIL-FILE.
           GOBACK.

       101-RUNDATE-JOB.
                       AND REG-EXP-DATE-IN < DATE-NUM-WK
                   PERFORM 210-RENEWAL-CHECK-JOB
                   IF VIN-FOUND-SW = "N"
                       PERFORM 205-CANCEL-CHECK-JOB
                       IF CANCEL-SW = "N"
                           PERFORM 220-STAGE-JOB
                       END-IF
                   END-IF
               END-IF
           END-IF.
               AT END MOVE "NO" TO ATMR
           END-READ.

       205-CANCEL-CHECK-JOB.
           MOVE "N" TO CANCEL-SW.
           MOVE TRANS-ID-IN TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PROC-CAN-DATE > 0
                       MOVE "Y" TO CANCEL-SW
                       ADD 1 TO CANCEL-CNT-WK
                   END-IF
           END-READ.

       210-RENEWAL-CHECK-JOB.
           MOVE 0 TO BEST-EXP-WK.
           PERFORM 215-RENEWAL-SCAN-JOB VARYING VX FROM 1 BY 1
           MOVE PAST-DAYS-WK TO DAYS-OUT.
           WRITE OUT-REC FROM NOTICE-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO NOTICE-CNT-WK.
           MOVE OWNER-ID-IN TO MAIL-OWNER-ID.
           MOVE "D" TO MAIL-TYPE.
           MOVE TRANS-ID-IN TO MAIL-TRANS-ID.
           MOVE VCLASS-IN TO MAIL-VCLASS.
           MOVE REG-EXP-DATE-IN TO MAIL-DATE.
           MOVE STAGE-OUT TO MAIL-STAGE.
           MOVE 0 TO MAIL-AMT.
           WRITE MAIL-REC.

       240-SUSPEND-JOB.
           MOVE TRANS-ID-IN TO SUSP-TRANS-ID.
           WRITE OUT-REC FROM STAGE1-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM STAGE2-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM STAGE3-FTR AFTER ADVANCING 1 LINES.
           MOVE CANCEL-CNT-WK TO CANCEL-CNT-OUT.
           WRITE OUT-REC FROM CANCEL-FTR AFTER ADVANCING 1 LINES.

       400-AUDIT-JOB.
           MOVE "DELINQ" TO AUDIT-PROGRAM-OUT.
