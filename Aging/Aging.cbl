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
          05 TRANS-ID-SRT        PIC 9(6).
          05 PROC-DATE-SRT       PIC 9(8).
          05 OPEN-AMT-SRT        PIC 9(6)V99.
          05 STATUS-SRT          PIC X.

       WORKING-STORAGE SECTION.

          05 FILLER              PIC X(13) VALUE "31-60".
          05 FILLER              PIC X(13) VALUE "61-90".
          05 FILLER              PIC X(13) VALUE "OVER 90".
          05 FILLER              PIC X(9)  VALUE "STATUS".

       01 OWNER-HDR.
          05 FILLER              PIC X(1).
          05 BILL-DATE-OUT       PIC 9(8).
          05 FILLER              PIC X(2).
          05 BUCKET-OUT OCCURS 4 TIMES PIC $$$,$$9.99BB.
          05 STATUS-OUT          PIC X(9).

       01 OWNER-FTR.
          05 FILLER              PIC X(3).
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
                       + PROC-NSF-FEE + PROC-SURCH-AMT
                       - PROC-PAID-AMT
                   IF OPEN-AMT-WK > 0 AND PROC-STATUS NOT = "W"
                       MOVE PROC-OWNER-ID TO OWNER-ID-SRT
                       MOVE PROC-TRANS-ID TO TRANS-ID-SRT
                       MOVE PROC-DATE TO PROC-DATE-SRT
                       MOVE OPEN-AMT-WK TO OPEN-AMT-SRT
                       MOVE PROC-STATUS TO STATUS-SRT
                       RELEASE SORT-REC
                   END-IF
           END-READ.
           MOVE TRANS-ID-SRT TO TRANS-ID-OUT.
           MOVE PROC-DATE-SRT TO BILL-DATE-OUT.
           MOVE OPEN-AMT-SRT TO BUCKET-OUT (BX).
           EVALUATE STATUS-SRT
               WHEN "R" MOVE "REFERRED" TO STATUS-OUT
               WHEN "A" MOVE "APPROVED" TO STATUS-OUT
               WHEN "K" MOVE "RETAINED" TO STATUS-OUT
           END-EVALUATE.
           ADD OPEN-AMT-SRT TO OWNER-TOT-WK (BX),
               GRAND-TOT-WK (BX).
           ADD 1 TO UNPAID-CNT-WK.
