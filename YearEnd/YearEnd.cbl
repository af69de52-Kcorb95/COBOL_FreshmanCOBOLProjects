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

       FD REJFILE.
       01 REJF-REC.
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
                       + PROC-NSF-FEE + PROC-SURCH-AMT
                       - PROC-PAID-AMT
                   IF PROC-STATUS = "W"
                       MOVE 0 TO OPEN-AMT-WK
                   END-IF
                   IF PROC-YEAR NOT > FUNCTION
                           NUMVAL (CLOSE-YEAR-WK)
                           AND OPEN-AMT-WK NOT > 0
