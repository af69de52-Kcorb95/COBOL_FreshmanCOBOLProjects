           SELECT OUT-FILE
               ASSIGN     TO   "OWNSTMT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAIL-FILE
               ASSIGN     TO   "MAILSTM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

       FD OUT-FILE.
       01 OUT-REC.
          05 FILLER              PIC X(80).

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
          05 WOV-SRT             PIC 9(5).
          05 FEE-SRT             PIC 9(5)V99.
          05 LATE-FEE-SRT        PIC 9(5)V99.
          05 NSF-FEE-SRT         PIC 9(5)V99.
          05 SURCH-SRT           PIC 9(5)V99.
          05 PAID-SRT            PIC 9(5)V99.

       WORKING-STORAGE SECTION.

          05 FILLER              PIC X(22)
                    VALUE " - NO MASTER ADDRESS".

       01 ADDR-NSF-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(31)
                    VALUE "** RETURNED CHECK ON ACCOUNT - ".
          05 ADDR-NSF-DATE-OUT   PIC 9(8).
          05 FILLER              PIC X(3)  VALUE " **".

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "TRANS-ID".
          05 FILLER              PIC X(4)  VALUE "CL".
          05 FILLER              PIC X(6)  VALUE "WEIGHT".
          05 FILLER              PIC X(11) VALUE "FEE".
          05 FILLER              PIC X(11) VALUE "LATE FEE".
          05 FILLER              PIC X(10) VALUE "SURCHG".
          05 FILLER              PIC X(10) VALUE "RET ITEM".
          05 FILLER              PIC X(4)  VALUE "PAID".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 TRANS-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(2).
          05 VCLASS-OUT          PIC XX.
          05 FILLER              PIC X(2).
          05 WOV-OUT             PIC ZZZZ9.
          05 FILLER              PIC X(1).
          05 FEE-OUT             PIC $$$,$$9.99.
          05 FILLER              PIC X(1).
          05 LATE-FEE-OUT        PIC $$$,$$9.99.
          05 FILLER              PIC X(1).
          05 SURCH-OUT           PIC $$,$$9.99.
          05 FILLER              PIC X(1).
          05 NSF-FEE-OUT         PIC $$,$$9.99.
          05 FILLER              PIC X(1).
          05 PAID-OUT            PIC $$$,$$9.99.

       01 OWNER-TOT-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(18)
                    VALUE "AMOUNT DUE: ".
          05 OWNER-TOT-OUT       PIC $$$,$$$,$$9.99-.

       01 STMT-CNT-FTR.
          05 FILLER              PIC X(5).
          05 SCAN-ATMR           PIC XXX VALUE "YES".
          05 SORT-ATMR           PIC XXX VALUE "YES".
          05 PREV-OWNER-WK       PIC X(6).
          05 OWNER-TOT-WK        PIC S9(7)V99 VALUE 0.
          05 STMT-CNT-WK         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 101-RUNDATE-JOB.
           OPEN INPUT PROCREG-FILE
                INPUT OWNER-FILE
                OUTPUT OUT-FILE
                OUTPUT MAIL-FILE.
           SORT SORT-FILE ON ASCENDING KEY OWNER-ID-SRT, TRANS-ID-SRT
               INPUT PROCEDURE IS 150-LOAD-JOB
               OUTPUT PROCEDURE IS 200-STATEMENT-JOB.
           MOVE STMT-CNT-WK TO STMT-CNT-OUT.
           WRITE OUT-REC FROM STMT-CNT-FTR AFTER ADVANCING 3 LINES.
           CLOSE PROCREG-FILE, OWNER-FILE, OUT-FILE, MAIL-FILE.
           GOBACK.

       101-RUNDATE-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF (PROC-DATE = DATE-NUM-WK
                      OR PROC-NSF-DATE = DATE-NUM-WK)
                      AND PROC-STATUS NOT = "W"
                       MOVE PROC-OWNER-ID TO OWNER-ID-SRT
                       MOVE PROC-TRANS-ID TO TRANS-ID-SRT
                       MOVE PROC-VCLASS TO VCLASS-SRT
                       MOVE PROC-WOV TO WOV-SRT
                       MOVE PROC-FEE TO FEE-SRT
                       MOVE PROC-LATE-FEE TO LATE-FEE-SRT
                       MOVE PROC-NSF-FEE TO NSF-FEE-SRT
                       MOVE PROC-SURCH-AMT TO SURCH-SRT
                       MOVE PROC-PAID-AMT TO PAID-SRT
                       RELEASE SORT-REC
                   END-IF
           END-READ.
                       AFTER ADVANCING 1 LINES
                   WRITE OUT-REC FROM ADDR-CITY-LINE
                       AFTER ADVANCING 1 LINES
                   IF OWNER-NSF-SW-MST = "Y"
                       MOVE OWNER-NSF-DATE-MST TO ADDR-NSF-DATE-OUT
                       WRITE OUT-REC FROM ADDR-NSF-LINE
                           AFTER ADVANCING 2 LINES
                   END-IF
           END-READ.

       220-DETAIL-JOB.
           MOVE FEE-SRT TO FEE-OUT.
           MOVE LATE-FEE-SRT TO LATE-FEE-OUT.
           ADD FEE-SRT TO OWNER-TOT-WK.
           MOVE SURCH-SRT TO SURCH-OUT.
           MOVE NSF-FEE-SRT TO NSF-FEE-OUT.
           MOVE PAID-SRT TO PAID-OUT.
           ADD LATE-FEE-SRT TO OWNER-TOT-WK.
           ADD SURCH-SRT TO OWNER-TOT-WK.
           ADD NSF-FEE-SRT TO OWNER-TOT-WK.
           SUBTRACT PAID-SRT FROM OWNER-TOT-WK.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           MOVE OWNER-ID-SRT TO MAIL-OWNER-ID.
           MOVE "S" TO MAIL-TYPE.
           MOVE TRANS-ID-SRT TO MAIL-TRANS-ID.
           MOVE VCLASS-SRT TO MAIL-VCLASS.
           MOVE DATE-NUM-WK TO MAIL-DATE.
           MOVE "STATEMENT" TO MAIL-STAGE.
           COMPUTE MAIL-AMT = FEE-SRT + LATE-FEE-SRT + SURCH-SRT
               + NSF-FEE-SRT - PAID-SRT.
           WRITE MAIL-REC.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
