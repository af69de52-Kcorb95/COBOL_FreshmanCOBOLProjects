               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL SUSPMAST-FILE
               ASSIGN     TO   "SUSPMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-VIN-MST.
           SELECT OPTIONAL SUSPHIST-FILE
               ASSIGN     TO   "SUSPHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REINST-FILE
               ASSIGN     TO   "REINST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFERIN-FILE
               ASSIGN     TO   "XFERIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFERHIST-FILE
               ASSIGN     TO   "XFERHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLATE-FILE
               ASSIGN     TO   "PLATMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLATE-NO-MST
               ALTERNATE RECORD KEY IS PLATE-AVAIL-KEY-MST
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PLATE-VIN-MST
                   WITH DUPLICATES.
           SELECT OPTIONAL PLTTYPE-FILE
               ASSIGN     TO   "PLATTYPE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INSPCERT-FILE
               ASSIGN     TO   "INSPCERT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSP-VIN-MST.
           SELECT OPTIONAL INSPAGE-FILE
               ASSIGN     TO   "INSPAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SURCHG-FILE
               ASSIGN     TO   "SURCHG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATE-FILE
               ASSIGN     TO   "STATETBL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SURCHLOG-FILE
               ASSIGN     TO   "SURCHLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VEHREG-FILE
               ASSIGN     TO   "VEHREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VREG-VIN-MST.
           SELECT REGACT-FILE
               ASSIGN     TO   "REGACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN     TO   "SORTWK".
       DATA DIVISION.
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

       FD VEHICLE-FILE.
       01 VEHICLE-REC.
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

       FD SUSPMAST-FILE.
       01 SUSPMAST-REC.
          05 SUSP-VIN-MST        PIC X(17).
          05 SUSP-OWNER-ID-MST   PIC X(6).
          05 SUSP-TRANS-ID-MST   PIC 9(6).
          05 SUSP-EXP-DATE-MST   PIC 9(8).
          05 SUSP-STATUS-MST     PIC X.
          05 SUSP-DATE-MST       PIC 9(8).
          05 SUSP-REIN-DATE-MST  PIC 9(8).
          05 SUSP-REIN-TRANS-MST PIC 9(6).

       FD SUSPHIST-FILE.
       01 SUSPHIST-REC.
          05 SHIST-VIN           PIC X(17).
          05 SHIST-DATE          PIC 9(8).
          05 SHIST-ACTION        PIC X.
          05 SHIST-TRANS-ID      PIC 9(6).
          05 SHIST-OWNER-ID      PIC X(6).
          05 SHIST-EXP-DATE      PIC 9(8).
          05 SHIST-FEE           PIC 9(5)V99.
          05 SHIST-PROGRAM       PIC X(8).

       FD REINST-FILE.
       01 REINST-REC.
          05 REIN-TRANS-ID-IN    PIC 9(6).
          05 REIN-VIN-IN         PIC X(17).
          05 REIN-OWNER-ID-IN    PIC X(6).
          05 REIN-DATE-IN        PIC 9(8).

       FD XFERIN-FILE.
       01 XFERIN-REC.
          05 XFER-TRANS-ID-IN    PIC 9(6).
          05 XFER-VIN-IN         PIC X(17).
          05 XFER-SELLER-IN      PIC X(6).
          05 XFER-BUYER-IN       PIC X(6).
          05 XFER-SALE-DATE-IN   PIC 9(8).
          05 XFER-EXP-DATE-IN    PIC 9(8).
          05 XFER-DATE-IN        PIC 9(8).

       FD XFERHIST-FILE.
       01 XFERHIST-REC.
          05 XHIST-VIN           PIC X(17).
          05 XHIST-SALE-DATE     PIC 9(8).
          05 XHIST-SELLER        PIC X(6).
          05 XHIST-BUYER         PIC X(6).
          05 XHIST-TRANS-ID      PIC 9(6).
          05 XHIST-EXP-DATE      PIC 9(8).
          05 XHIST-POST-DATE     PIC 9(8).
          05 XHIST-FEE           PIC 9(5)V99.

       FD PLATE-FILE.
       01 PLATE-REC.
          05 PLATE-NO-MST        PIC X(8).
          05 PLATE-AVAIL-KEY-MST.
             10 PLATE-TYPE-MST   PIC XX.
             10 PLATE-STATUS-MST PIC X.
          05 PLATE-VIN-MST       PIC X(17).
          05 PLATE-ISSUE-DATE-MST PIC 9(8).
          05 PLATE-STAT-DATE-MST PIC 9(8).

       FD PLTTYPE-FILE.
       01 PLTTYPE-REC.
          05 PTYPE-VCLASS-IN     PIC XX.
          05 PTYPE-TYPE-IN       PIC XX.
          05 PTYPE-REORDER-IN    PIC 9(5).

       FD INSPCERT-FILE.
       01 INSPCERT-REC.
          05 INSP-VIN-MST        PIC X(17).
          05 INSP-CERT-NO-MST    PIC X(10).
          05 INSP-DATE-MST       PIC 9(8).
          05 INSP-RESULT-MST     PIC X.
          05 INSP-STATION-MST    PIC X(6).
          05 INSP-EXP-DATE-MST   PIC 9(8).

       FD INSPAGE-FILE.
       01 INSPAGE-REC.
          05 INSPAGE-VCLASS-IN   PIC XX.
          05 INSPAGE-AGE-IN      PIC 9(2).

       FD SURCHG-FILE.
       01 SURCHG-REC.
          05 SURCH-JURIS-IN      PIC X(6).
          05 SURCH-NAME-IN       PIC X(20).
          05 SURCH-STATE-IN      PIC X(2).
          05 SURCH-ZIP-LO-IN     PIC X(5).
          05 SURCH-ZIP-HI-IN     PIC X(5).
          05 SURCH-EFF-IN        PIC 9(8).
          05 SURCH-TYPE-IN       PIC X.
          05 SURCH-VALUE-IN      PIC 9(3)V99.
          05 SURCH-ACCT-IN       PIC X(6).

       FD STATE-FILE.
       01 STATE-REC.
          05 STATE-CODE-IN       PIC X(2).

       FD SURCHLOG-FILE.
       01 SURCHLOG-REC.
          05 SLOG-DATE           PIC 9(8).
          05 SLOG-TRANS-ID       PIC 9(6).
          05 SLOG-JURIS          PIC X(6).
          05 SLOG-ACCT           PIC X(6).
          05 SLOG-AMT            PIC 9(5)V99.
          05 SLOG-OWNER-ID       PIC X(6).
          05 SLOG-STATE          PIC X(2).
          05 SLOG-ZIP            PIC X(5).

       FD VEHREG-FILE.
       01 VEHREG-REC.
          05 VREG-VIN-MST        PIC X(17).
          05 VREG-TRANS-ID-MST   PIC 9(6).
          05 VREG-OWNER-ID-MST   PIC X(6).
          05 VREG-VCLASS-MST     PIC XX.
          05 VREG-EFF-DATE-MST   PIC 9(8).
          05 VREG-EXP-DATE-MST   PIC 9(8).
          05 VREG-BILL-DATE-MST  PIC 9(8).

       FD REGACT-FILE.
       01 REGACT-REC.
          05 RACT-TYPE           PIC X.
          05 RACT-TRANS-ID       PIC 9(6).
          05 RACT-VIN            PIC X(17).
          05 RACT-OWNER-ID       PIC X(6).
          05 RACT-VCLASS         PIC XX.
          05 RACT-EFF-DATE       PIC 9(8).
          05 RACT-EXP-DATE       PIC 9(8).
          05 RACT-PLATE          PIC X(8).
          05 RACT-DATE           PIC 9(8).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 PAGE-HDR       PIC 9(2).

       01 COLLUMN-HDR.
          05 VCLASS-HDR     PIC X(5)  VALUE "CLASS".
          05 FILLER         PIC X(1).
          05 NAME-HDR       PIC X(4)  VALUE "NAME".
          05 FILLER         PIC X(17).
          05 WEIGHT-HDR     PIC X(6)  VALUE "WEIGHT".
          05 FILLER         PIC X(5).
          05 FEE            PIC X(3)  VALUE "FEE".
          05 FILLER         PIC X(5).
          05 LATE-HDR       PIC X(4)  VALUE "LATE".
          05 FILLER         PIC X(2).
          05 SURCH-HDR      PIC X(6)  VALUE "SURCHG".
          05 FILLER         PIC X(2).
          05 MOS-HDR        PIC X(3)  VALUE "MOS".
          05 FILLER         PIC X(4).
          05 PLATE-HDR      PIC X(5)  VALUE "PLATE".

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 REJ-REASON-WK       PIC X(15).
          05 VEH-OK-SW           PIC X VALUE "Y".
          05 VEH-REJ-REASON-WK   PIC X(15).
          05 REIN-FEE-WK         PIC 9(3)V99 VALUE 50.00.
          05 XFER-FEE-WK         PIC 9(3)V99 VALUE 15.00.

       01 REJECT-TABLE-WK.
          05 REJ-CNT             PIC 9(2) VALUE 0.
          05 FILLER              PIC X(20) VALUE "TOTAL REJECTED: ".
          05 REJ-CNT-OUT         PIC ZZ9.

       01 REINSTATE-WK.
          05 REIN-ATMR           PIC XXX VALUE "YES".
          05 REIN-CNT-WK         PIC 9(5) VALUE 0.
          05 REIN-TOT-WK         PIC 9(7)V99 VALUE 0.
          05 REIN-LIST-CNT       PIC 9(2) VALUE 0.
          05 REIN-SUB            PIC 9(2).
          05 REIN-RESULT-WK      PIC X(15).

       01 REINSTATE-TABLE.
          05 REINSTATE-ENTRY OCCURS 50 TIMES.
             10 REIN-TRANS-TBL   PIC 9(6).
             10 REIN-VIN-TBL     PIC X(17).
             10 REIN-OWNER-TBL   PIC X(6).
             10 REIN-FEE-TBL     PIC 9(3)V99.
             10 REIN-RESULT-TBL  PIC X(15).

       01 REINSTATE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(20)
                    VALUE "-- REINSTATEMENTS --".

       01 REINSTATE-COL-HDR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(9)  VALUE "TRANS-ID".
          05 FILLER              PIC X(19) VALUE "VIN".
          05 FILLER              PIC X(8)  VALUE "OWNER".
          05 FILLER              PIC X(10) VALUE "FEE".
          05 FILLER              PIC X(15) VALUE "RESULT".

       01 REINSTATE-LINE.
          05 FILLER              PIC X(5).
          05 REIN-TRANS-OUT      PIC 9(6).
          05 FILLER              PIC X(3).
          05 REIN-VIN-OUT        PIC X(17).
          05 FILLER              PIC X(2).
          05 REIN-OWNER-OUT      PIC X(6).
          05 FILLER              PIC X(2).
          05 REIN-FEE-OUT        PIC $$$9.99 BLANK WHEN ZERO.
          05 FILLER              PIC X(3).
          05 REIN-RESULT-OUT     PIC X(15).

       01 REINSTATE-NONE-LINE.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(17)
                    VALUE "NO REINSTATEMENTS".

       01 REINSTATE-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(16) VALUE "REINSTATEMENTS: ".
          05 REIN-CNT-OUT        PIC ZZZZ9.
          05 FILLER              PIC X(9)  VALUE "   FEES: ".
          05 REIN-TOT-OUT        PIC $$,$$$,$$9.99.

       01 PLATE-WK.
          05 PLATE-ATMR          PIC XXX.
          05 PLATE-FOUND-SW      PIC X.
          05 PLATE-TYPE-WK       PIC XX.
          05 PLATE-ISSUE-CNT-WK  PIC 9(5) VALUE 0.
          05 PLATE-KEPT-CNT-WK   PIC 9(5) VALUE 0.
          05 PLATE-NONE-CNT-WK   PIC 9(5) VALUE 0.
          05 PTYPE-CNT-WK        PIC 9(2) VALUE 0.
          05 PTX                 PIC 9(2).

       01 PLATE-TYPE-TABLE.
          05 PTYPE-ENTRY OCCURS 50 TIMES.
             10 PTYPE-VCLASS-TBL PIC XX.
             10 PTYPE-TYPE-TBL   PIC XX.

       01 PLATE-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(16) VALUE "PLATES ISSUED: ".
          05 PLATE-ISSUE-OUT     PIC ZZZZ9.
          05 FILLER              PIC X(10) VALUE "   KEPT: ".
          05 PLATE-KEPT-OUT      PIC ZZZZ9.
          05 FILLER              PIC X(14) VALUE "   NO STOCK: ".
          05 PLATE-NONE-OUT      PIC ZZZZ9.

       01 INSPECT-WK.
          05 INSP-ATMR           PIC XXX VALUE "YES".
          05 INSP-AGE-CNT-WK     PIC 9(2) VALUE 0.
          05 IX                  PIC 9(2).
          05 INSP-REQ-SW         PIC X.
          05 RUN-YEAR-WK         PIC 9(4).
          05 VEH-AGE-WK          PIC S9(4).

       01 INSP-AGE-TABLE.
          05 INSP-AGE-ENTRY OCCURS 50 TIMES.
             10 INSP-VCLASS-TBL  PIC XX.
             10 INSP-AGE-TBL     PIC 9(2).

       01 SURCHARGE-WK.
          05 SURCH-ATMR          PIC XXX VALUE "YES".
          05 SURCH-CNT-WK        PIC 9(3) VALUE 0.
          05 SX                  PIC 9(3).
          05 SX2                 PIC 9(3).
          05 STX                 PIC 9(3).
          05 SURCH-MATCH-SW      PIC X.
          05 SURCH-BEST-SW       PIC X.
          05 SURCH-AMT-WS        PIC 9(5)V99 VALUE 0.
          05 SURCH-ONE-WS        PIC 9(5)V99.
          05 SURCH-HOLD-CNT      PIC 9(2) VALUE 0.
          05 SHX                 PIC 9(2).
          05 PROC-ADDED-SW       PIC X.
          05 SURCH-ACCT-WK       PIC X(6) VALUE "220000".
          05 TOTAL-SURCH-WK      PIC 9(7)V99 VALUE 0.
          05 GL-SURCH-CNT-WK     PIC 9(6) VALUE 0.
          05 STATE-ATMR          PIC XXX VALUE "YES".
          05 STATE-CNT           PIC 9(2) VALUE 0.
          05 STATE-FOUND-SW      PIC X.
          05 STATE-SX            PIC 9(2).

       01 SURCHARGE-TABLE.
          05 SURCH-ENTRY OCCURS 100 TIMES.
             10 SURCH-JURIS-TBL  PIC X(6).
             10 SURCH-STATE-TBL  PIC X(2).
             10 SURCH-ZIP-LO-TBL PIC X(5).
             10 SURCH-ZIP-HI-TBL PIC X(5).
             10 SURCH-EFF-TBL    PIC 9(8).
             10 SURCH-TYPE-TBL   PIC X.
             10 SURCH-VALUE-TBL  PIC 9(3)V99.
             10 SURCH-ACCT-TBL   PIC X(6).

       01 SURCHARGE-HOLD.
          05 SURCH-HOLD-ENTRY OCCURS 10 TIMES.
             10 SURCH-HOLD-SX    PIC 9(3).
             10 SURCH-HOLD-AMT   PIC 9(5)V99.

       01 STATE-TABLE.
          05 STATE-ENTRY OCCURS 60 TIMES.
             10 STATE-CODE-TBL   PIC X(2).

       01 TRANSFER-WK.
          05 XFER-ATMR           PIC XXX VALUE "YES".
          05 XFER-CNT-WK         PIC 9(5) VALUE 0.
          05 XFER-TOT-WK         PIC 9(7)V99 VALUE 0.
          05 XFER-LIST-CNT       PIC 9(2) VALUE 0.
          05 XFER-SUB            PIC 9(2).
          05 XFER-RESULT-WK      PIC X(16).

       01 TRANSFER-TABLE.
          05 TRANSFER-ENTRY OCCURS 50 TIMES.
             10 XFER-TRANS-TBL   PIC 9(6).
             10 XFER-VIN-TBL     PIC X(17).
             10 XFER-SELLER-TBL  PIC X(6).
             10 XFER-BUYER-TBL   PIC X(6).
             10 XFER-FEE-TBL     PIC 9(3)V99.
             10 XFER-RESULT-TBL  PIC X(16).

       01 TRANSFER-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(21)
                    VALUE "-- TITLE TRANSFERS --".

       01 TRANSFER-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "TRANS".
          05 FILLER              PIC X(18) VALUE "VIN".
          05 FILLER              PIC X(8)  VALUE "SELLER".
          05 FILLER              PIC X(8)  VALUE "BUYER".
          05 FILLER              PIC X(9)  VALUE "FEE".
          05 FILLER              PIC X(15) VALUE "RESULT".

       01 TRANSFER-LINE.
          05 FILLER              PIC X(1).
          05 XFER-TRANS-OUT      PIC 9(6).
          05 FILLER              PIC X(2).
          05 XFER-VIN-OUT        PIC X(17).
          05 FILLER              PIC X(1).
          05 XFER-SELLER-OUT     PIC X(6).
          05 FILLER              PIC X(2).
          05 XFER-BUYER-OUT      PIC X(6).
          05 FILLER              PIC X(2).
          05 XFER-FEE-OUT        PIC $$$9.99 BLANK WHEN ZERO.
          05 FILLER              PIC X(2).
          05 XFER-RESULT-OUT     PIC X(16).

       01 TRANSFER-NONE-LINE.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(18)
                    VALUE "NO TITLE TRANSFERS".

       01 TRANSFER-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(16) VALUE "TRANSFERS: ".
          05 XFER-CNT-OUT        PIC ZZZZ9.
          05 FILLER              PIC X(9)  VALUE "   FEES: ".
          05 XFER-TOT-OUT        PIC $$,$$$,$$9.99.

       01 REGISTRATION-FTR-WK.
          05 TOTAL-TRANS-CNT     PIC 9(5) VALUE 0.
          05 TOTAL-REGFEE-WK     PIC 9(7)V99 VALUE 0.
          05 FILLER              PIC X(17) VALUE "TOTAL LATE FEES: ".
          05 LATE-FTR-OUT        PIC $$,$$$,$$9.99.

       01 SURCH-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(18) VALUE "TOTAL SURCHARGES: ".
          05 SURCH-FTR-OUT       PIC $$,$$$,$$9.99.

       01 CUMTOT-WK.
          05 MTD-TRANS-CNT-WK    PIC 9(6) VALUE 0.
          05 MTD-REGFEE-WK       PIC 9(8)V99 VALUE 0.
               10 WOV               PIC 9(5).

       01 TRANSACTION-OUT.
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 VCLASS-OUT             PIC XX.
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 NAME-OUT               PIC X(20).
          05 FILLER                 PIC X(1) VALUE SPACES.
          05 WEIGHT-OUT             PIC 9(5).
          05 FILLER                 PIC X(1) VALUE SPACES.
          05 REGFEE                 PIC $$$$99.99.
          05 FILLER                 PIC X(1) VALUE SPACES.
          05 LATE-OUT               PIC $$$99.99.
          05 FILLER                 PIC X(1) VALUE SPACES.
          05 SURCH-OUT              PIC $$$9.99.
          05 FILLER                 PIC X(1) VALUE SPACES.
          05 MOS-OUT                PIC Z9.
          05 MOS-DEN-OUT            PIC X(3).
          05 FILLER                 PIC X(2) VALUE SPACES.
          05 PLATE-OUT              PIC X(8).

       01 PRORATE-WK.
          05 EFF-DATE-PR.
          05 GL-CHK-AMT-WK       PIC 9(9)V99.
          05 BASE-ACCT-WK        PIC X(6) VALUE "401000".
          05 LATE-ACCT-WK        PIC X(6) VALUE "404000".
          05 REIN-ACCT-WK        PIC X(6) VALUE "405000".
          05 XFER-ACCT-WK        PIC X(6) VALUE "402000".
          05 ACCT-ATMR           PIC XXX VALUE "YES".

       01 GL-DETAIL-OUT.
       100-MAIN-MODULE.
           OPEN INPUT IN-FILE
                INPUT OWNER-FILE
                I-O VEHICLE-FILE
                I-O REJFILE
                I-O PROCREG-FILE
                I-O SUSPMAST-FILE
                I-O PLATE-FILE
                INPUT INSPCERT-FILE
                I-O VEHREG-FILE
                EXTEND SURCHLOG-FILE
                OUTPUT REGACT-FILE
                OUTPUT GLPOST-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-CUMTOT-LOAD-JOB.
           PERFORM 103-TABLE-LOAD-JOB.
           PERFORM 104-ACCTMAP-LOAD-JOB.
           PERFORM 106-PLTTYPE-LOAD-JOB.
           PERFORM 107-INSPAGE-LOAD-JOB.
           PERFORM 108-STATE-LOAD-JOB.
           PERFORM 109-SURCHG-LOAD-JOB.
           PERFORM 105-MAKE-HEAD.
           SORT SORT-FILE ON ASCENDING KEY VCLASS-SRT, TRANS-ID-SRT
               INPUT PROCEDURE IS 150-LOAD-JOB
               PERFORM 400-AUDIT-JOB
           END-IF.
           CLOSE IN-FILE, OWNER-FILE, VEHICLE-FILE, REJFILE,
                 PROCREG-FILE, SUSPMAST-FILE, PLATE-FILE,
                 INSPCERT-FILE, VEHREG-FILE, SURCHLOG-FILE,
                 REGACT-FILE, GLPOST-FILE, OUT-FILE.
           GOBACK.

       101-RUNDATE-JOB.
                   EVALUATE ACCT-TYPE-IN
                       WHEN "BASE" MOVE ACCT-CODE-IN TO BASE-ACCT-WK
                       WHEN "LATE" MOVE ACCT-CODE-IN TO LATE-ACCT-WK
                       WHEN "REIN" MOVE ACCT-CODE-IN TO REIN-ACCT-WK
                       WHEN "XFER" MOVE ACCT-CODE-IN TO XFER-ACCT-WK
                       WHEN "SRCH" MOVE ACCT-CODE-IN TO SURCH-ACCT-WK
                   END-EVALUATE
           END-READ.

       106-PLTTYPE-LOAD-JOB.
           MOVE "YES" TO PLATE-ATMR.
           OPEN INPUT PLTTYPE-FILE.
           PERFORM 106A-PLTTYPE-ENTRY-JOB
               UNTIL PLATE-ATMR = "NO".
           CLOSE PLTTYPE-FILE.

       106A-PLTTYPE-ENTRY-JOB.
           READ PLTTYPE-FILE
               AT END MOVE "NO" TO PLATE-ATMR
               NOT AT END
                   IF PTYPE-CNT-WK < 50
                       ADD 1 TO PTYPE-CNT-WK
                       MOVE PTYPE-VCLASS-IN
                           TO PTYPE-VCLASS-TBL (PTYPE-CNT-WK)
                       MOVE PTYPE-TYPE-IN
                           TO PTYPE-TYPE-TBL (PTYPE-CNT-WK)
                   END-IF
           END-READ.

       107-INSPAGE-LOAD-JOB.
           DIVIDE DATE-NUM-WK BY 10000 GIVING RUN-YEAR-WK.
           OPEN INPUT INSPAGE-FILE.
           PERFORM 107A-INSPAGE-ENTRY-JOB VARYING SUB FROM 1 BY 1
               UNTIL SUB > 50.
           CLOSE INSPAGE-FILE.

       107A-INSPAGE-ENTRY-JOB.
           IF INSP-ATMR = "YES"
               READ INSPAGE-FILE INTO INSP-AGE-ENTRY (SUB)
                   AT END MOVE "NO" TO INSP-ATMR
                   NOT AT END ADD 1 TO INSP-AGE-CNT-WK
               END-READ
           END-IF.

       108-STATE-LOAD-JOB.
           OPEN INPUT STATE-FILE.
           PERFORM 108A-STATE-ENTRY-JOB
               UNTIL STATE-ATMR = "NO".
           CLOSE STATE-FILE.

       108A-STATE-ENTRY-JOB.
           READ STATE-FILE
               AT END MOVE "NO" TO STATE-ATMR
               NOT AT END
                   IF STATE-CNT < 60
                       ADD 1 TO STATE-CNT
                       MOVE STATE-CODE-IN
                           TO STATE-CODE-TBL (STATE-CNT)
                   END-IF
           END-READ.

       109-SURCHG-LOAD-JOB.
           OPEN INPUT SURCHG-FILE.
           PERFORM 109A-SURCHG-ENTRY-JOB
               UNTIL SURCH-ATMR = "NO".
           CLOSE SURCHG-FILE.

       109A-SURCHG-ENTRY-JOB.
           READ SURCHG-FILE
               AT END MOVE "NO" TO SURCH-ATMR
               NOT AT END
                   MOVE "Y" TO STATE-FOUND-SW
                   IF STATE-CNT > 0
                       MOVE "N" TO STATE-FOUND-SW
                       PERFORM 109B-STATE-SCAN-JOB
                           VARYING STATE-SX FROM 1 BY 1
                           UNTIL STATE-SX > STATE-CNT
                   END-IF
                   IF STATE-FOUND-SW = "N"
                       MOVE "W" TO EVLOG-SEVERITY-LK
                       MOVE "SURCHARGE STATE NOT ON STATETBL"
                           TO EVLOG-MESSAGE-LK
                       MOVE SURCH-JURIS-IN TO EVLOG-KEY-LK
                       PERFORM 410-EVENT-JOB
                   ELSE
                       PERFORM 109C-SURCHG-STORE-JOB
                   END-IF
           END-READ.

       109B-STATE-SCAN-JOB.
           IF STATE-CODE-TBL (STATE-SX) = SURCH-STATE-IN
               MOVE "Y" TO STATE-FOUND-SW
           END-IF.

       109C-SURCHG-STORE-JOB.
           IF SURCH-CNT-WK < 100
               ADD 1 TO SURCH-CNT-WK
               MOVE SURCH-JURIS-IN TO SURCH-JURIS-TBL (SURCH-CNT-WK)
               MOVE SURCH-STATE-IN TO SURCH-STATE-TBL (SURCH-CNT-WK)
               MOVE SURCH-ZIP-LO-IN
                   TO SURCH-ZIP-LO-TBL (SURCH-CNT-WK)
               MOVE SURCH-ZIP-HI-IN
                   TO SURCH-ZIP-HI-TBL (SURCH-CNT-WK)
               MOVE SURCH-EFF-IN TO SURCH-EFF-TBL (SURCH-CNT-WK)
               MOVE SURCH-TYPE-IN TO SURCH-TYPE-TBL (SURCH-CNT-WK)
               MOVE SURCH-VALUE-IN TO SURCH-VALUE-TBL (SURCH-CNT-WK)
               IF SURCH-ACCT-IN = SPACES
                   MOVE SURCH-ACCT-WK
                       TO SURCH-ACCT-TBL (SURCH-CNT-WK)
               ELSE
                   MOVE SURCH-ACCT-IN
                       TO SURCH-ACCT-TBL (SURCH-CNT-WK)
               END-IF
           END-IF.

       103-TABLE-LOAD-JOB.
           OPEN INPUT RATE-FILE.
           PERFORM 103A-TABLE-ENTRY-JOB VARYING SUB FROM 1 BY 1
           PERFORM 170-TRAILER-CHECK-JOB.
           IF CTL-FAIL-SW = "N"
               PERFORM 155-RECYCLE-JOB
               PERFORM 180-REINSTATE-JOB
               PERFORM 190-TRANSFER-JOB
           END-IF.

       170-TRAILER-CHECK-JOB.
               NOT AT END
                   IF REJF-STATUS = "C"
                       PERFORM 157-RECYCLE-RELEASE-JOB
                   ELSE
                       IF REJF-STATUS = "O"
                               AND REJF-REASON = "INSPECTION REQ"
                           PERFORM 156A-INSP-RECYCLE-JOB
                       END-IF
                   END-IF
           END-READ.

       156A-INSP-RECYCLE-JOB.
           MOVE REJF-VIN TO INSP-VIN-MST.
           READ INSPCERT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF INSP-RESULT-MST = "P"
                           AND INSP-EXP-DATE-MST NOT < DATE-NUM-WK
                       PERFORM 157-RECYCLE-RELEASE-JOB
                   END-IF
           END-READ.

           MOVE REJF-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       180-REINSTATE-JOB.
           OPEN INPUT REINST-FILE
                EXTEND SUSPHIST-FILE.
           PERFORM 181-REINSTATE-READ-JOB
               UNTIL REIN-ATMR = "NO".
           CLOSE REINST-FILE, SUSPHIST-FILE.

       181-REINSTATE-READ-JOB.
           READ REINST-FILE
               AT END MOVE "NO" TO REIN-ATMR
               NOT AT END
                   IF REIN-DATE-IN = DATE-NUM-WK
                       PERFORM 182-REINSTATE-EDIT-JOB
                       PERFORM 187-REINSTATE-NOTE-JOB
                   END-IF
           END-READ.

       182-REINSTATE-EDIT-JOB.
           MOVE SPACES TO REIN-RESULT-WK.
           MOVE REIN-TRANS-ID-IN TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE TRANS" TO REIN-RESULT-WK
           END-READ.
           IF REIN-RESULT-WK = SPACES
               MOVE REIN-VIN-IN TO SUSP-VIN-MST
               READ SUSPMAST-FILE
                   INVALID KEY
                       MOVE "NOT SUSPENDED" TO REIN-RESULT-WK
                   NOT INVALID KEY
                       IF SUSP-STATUS-MST NOT = "S"
                           MOVE "NOT SUSPENDED" TO REIN-RESULT-WK
                       END-IF
               END-READ
           END-IF.
           IF REIN-RESULT-WK = SPACES
               PERFORM 183-REINSTATE-POST-JOB
           END-IF.

       183-REINSTATE-POST-JOB.
           MOVE REIN-VIN-IN TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY
                   MOVE SPACES TO VEH-CLASS-MST
                   MOVE 0 TO VEH-WEIGHT-MST
           END-READ.
           MOVE REIN-TRANS-ID-IN TO PROC-TRANS-ID.
           MOVE DATE-NUM-WK TO PROC-DATE.
           MOVE SUSP-OWNER-ID-MST TO PROC-OWNER-ID.
           MOVE VEH-CLASS-MST TO PROC-VCLASS.
           MOVE VEH-WEIGHT-MST TO PROC-WOV.
           MOVE REIN-FEE-WK TO PROC-FEE.
           MOVE 0 TO PROC-LATE-FEE, PROC-PAID-AMT, PROC-PAY-DATE.
           MOVE 0 TO PROC-NSF-FEE, PROC-NSF-DATE, PROC-PRIOR-PAY-DATE.
           MOVE SPACE TO PROC-STATUS.
           MOVE 0 TO PROC-WO-DATE, PROC-EFF-DATE, PROC-EXP-DATE.
           MOVE 0 TO PROC-CAN-DATE, PROC-SURCH-AMT.
           WRITE PROC-REC
               INVALID KEY
                   MOVE "DUPLICATE TRANS" TO REIN-RESULT-WK
               NOT INVALID KEY
                   MOVE "REINSTATED" TO REIN-RESULT-WK
                   PERFORM 184-REINSTATE-GL-JOB
                   PERFORM 185-REINSTATE-SUSP-JOB
           END-WRITE.

       184-REINSTATE-GL-JOB.
           MOVE REIN-TRANS-ID-IN TO GL-TRANS-ID-OUT.
           MOVE VEH-CLASS-MST TO GL-VCLASS-OUT.
           MOVE REIN-FEE-WK TO GL-FEE-OUT.
           MOVE DATE-NUM-WK TO GL-DATE-OUT.
           MOVE REIN-ACCT-WK TO GL-ACCT-OUT.
           WRITE GLPOST-REC FROM GL-DETAIL-OUT.
           ADD 1 TO GL-CNT-WK, REIN-CNT-WK.
           ADD REIN-FEE-WK TO GL-HASH-WK, REIN-TOT-WK.

       185-REINSTATE-SUSP-JOB.
           MOVE SUSPMAST-REC TO JRNL-BEFORE-LK.
           MOVE "R" TO SUSP-STATUS-MST.
           MOVE DATE-NUM-WK TO SUSP-REIN-DATE-MST.
           MOVE REIN-TRANS-ID-IN TO SUSP-REIN-TRANS-MST.
           REWRITE SUSPMAST-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 186-REINSTATE-JOURNAL-JOB
           END-REWRITE.
           MOVE SUSP-VIN-MST TO SHIST-VIN.
           MOVE DATE-NUM-WK TO SHIST-DATE.
           MOVE "R" TO SHIST-ACTION.
           MOVE REIN-TRANS-ID-IN TO SHIST-TRANS-ID.
           MOVE SUSP-OWNER-ID-MST TO SHIST-OWNER-ID.
           MOVE SUSP-EXP-DATE-MST TO SHIST-EXP-DATE.
           MOVE REIN-FEE-WK TO SHIST-FEE.
           MOVE "ASSIGN5" TO SHIST-PROGRAM.
           WRITE SUSPHIST-REC.

       186-REINSTATE-JOURNAL-JOB.
           MOVE "SUSPMAST.TXT" TO JRNL-FILE-LK.
           MOVE SUSP-VIN-MST TO JRNL-KEY-LK.
           MOVE "C" TO JRNL-ACTION-LK.
           MOVE "ASSIGN5" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           MOVE SUSPMAST-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       187-REINSTATE-NOTE-JOB.
           IF REIN-LIST-CNT < 50
               ADD 1 TO REIN-LIST-CNT
               MOVE REIN-TRANS-ID-IN TO REIN-TRANS-TBL (REIN-LIST-CNT)
               MOVE REIN-VIN-IN TO REIN-VIN-TBL (REIN-LIST-CNT)
               MOVE REIN-OWNER-ID-IN TO REIN-OWNER-TBL (REIN-LIST-CNT)
               MOVE REIN-RESULT-WK TO REIN-RESULT-TBL (REIN-LIST-CNT)
               IF REIN-RESULT-WK = "REINSTATED"
                   MOVE REIN-FEE-WK TO REIN-FEE-TBL (REIN-LIST-CNT)
               ELSE
                   MOVE 0 TO REIN-FEE-TBL (REIN-LIST-CNT)
               END-IF
           END-IF.

       190-TRANSFER-JOB.
           OPEN INPUT XFERIN-FILE
                EXTEND XFERHIST-FILE.
           PERFORM 191-TRANSFER-READ-JOB
               UNTIL XFER-ATMR = "NO".
           CLOSE XFERIN-FILE, XFERHIST-FILE.

       191-TRANSFER-READ-JOB.
           READ XFERIN-FILE
               AT END MOVE "NO" TO XFER-ATMR
               NOT AT END
                   IF XFER-DATE-IN = DATE-NUM-WK
                       PERFORM 192-TRANSFER-EDIT-JOB
                       PERFORM 197-TRANSFER-NOTE-JOB
                   END-IF
           END-READ.

       192-TRANSFER-EDIT-JOB.
           MOVE SPACES TO XFER-RESULT-WK.
           MOVE XFER-TRANS-ID-IN TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE TRANS" TO XFER-RESULT-WK
           END-READ.
           IF XFER-RESULT-WK = SPACES
               MOVE XFER-BUYER-IN TO OWNER-ID-MST
               READ OWNER-FILE
                   INVALID KEY
                       MOVE "BUYER NOT FOUND" TO XFER-RESULT-WK
               END-READ
           END-IF.
           IF XFER-RESULT-WK = SPACES
               MOVE XFER-VIN-IN TO VREG-VIN-MST
               READ VEHREG-FILE
                   INVALID KEY
                       MOVE "NOT REGISTERED" TO XFER-RESULT-WK
                   NOT INVALID KEY
                       IF VREG-EXP-DATE-MST NOT > XFER-SALE-DATE-IN
                           MOVE "TERM EXPIRED" TO XFER-RESULT-WK
                       END-IF
               END-READ
           END-IF.
           IF XFER-RESULT-WK = SPACES
               MOVE VREG-TRANS-ID-MST TO PROC-TRANS-ID
               READ PROCREG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PROC-CAN-DATE > 0
                           MOVE "REG CANCELLED" TO XFER-RESULT-WK
                       END-IF
               END-READ
           END-IF.
           IF XFER-RESULT-WK = SPACES
               MOVE XFER-VIN-IN TO SUSP-VIN-MST
               READ SUSPMAST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SUSP-STATUS-MST = "S"
                           MOVE "SUSPENDED" TO XFER-RESULT-WK
                       END-IF
               END-READ
           END-IF.
           IF XFER-RESULT-WK = SPACES
               MOVE XFER-VIN-IN TO VIN-MST
               READ VEHICLE-FILE
                   INVALID KEY
                       MOVE "VIN NOT ON FILE" TO XFER-RESULT-WK
                   NOT INVALID KEY
                       IF VEH-OWNER-ID-MST NOT = XFER-SELLER-IN
                           MOVE "SELLER NOT OWNER" TO XFER-RESULT-WK
                       END-IF
               END-READ
           END-IF.
           IF XFER-RESULT-WK = SPACES
               PERFORM 193-TRANSFER-POST-JOB
           END-IF.

       193-TRANSFER-POST-JOB.
           MOVE XFER-TRANS-ID-IN TO PROC-TRANS-ID.
           MOVE DATE-NUM-WK TO PROC-DATE.
           MOVE XFER-BUYER-IN TO PROC-OWNER-ID.
           MOVE VEH-CLASS-MST TO PROC-VCLASS.
           MOVE VEH-WEIGHT-MST TO PROC-WOV.
           MOVE XFER-FEE-WK TO PROC-FEE.
           MOVE 0 TO PROC-LATE-FEE, PROC-PAID-AMT, PROC-PAY-DATE.
           MOVE 0 TO PROC-NSF-FEE, PROC-NSF-DATE, PROC-PRIOR-PAY-DATE.
           MOVE SPACE TO PROC-STATUS.
           MOVE 0 TO PROC-WO-DATE, PROC-EFF-DATE, PROC-EXP-DATE.
           MOVE 0 TO PROC-CAN-DATE, PROC-SURCH-AMT.
           WRITE PROC-REC
               INVALID KEY
                   MOVE "DUPLICATE TRANS" TO XFER-RESULT-WK
               NOT INVALID KEY
                   MOVE "TRANSFERRED" TO XFER-RESULT-WK
                   PERFORM 194-TRANSFER-GL-JOB
                   PERFORM 195-TRANSFER-VEHICLE-JOB
           END-WRITE.

       194-TRANSFER-GL-JOB.
           MOVE XFER-TRANS-ID-IN TO GL-TRANS-ID-OUT.
           MOVE VEH-CLASS-MST TO GL-VCLASS-OUT.
           MOVE XFER-FEE-WK TO GL-FEE-OUT.
           MOVE DATE-NUM-WK TO GL-DATE-OUT.
           MOVE XFER-ACCT-WK TO GL-ACCT-OUT.
           WRITE GLPOST-REC FROM GL-DETAIL-OUT.
           ADD 1 TO GL-CNT-WK, XFER-CNT-WK.
           ADD XFER-FEE-WK TO GL-HASH-WK, XFER-TOT-WK.

       195-TRANSFER-VEHICLE-JOB.
           MOVE VEHICLE-REC TO JRNL-BEFORE-LK.
           MOVE XFER-BUYER-IN TO VEH-OWNER-ID-MST.
           REWRITE VEHICLE-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 196-TRANSFER-JOURNAL-JOB
           END-REWRITE.
           MOVE XFER-VIN-IN TO XHIST-VIN.
           MOVE XFER-SALE-DATE-IN TO XHIST-SALE-DATE.
           MOVE XFER-SELLER-IN TO XHIST-SELLER.
           MOVE XFER-BUYER-IN TO XHIST-BUYER.
           MOVE XFER-TRANS-ID-IN TO XHIST-TRANS-ID.
           MOVE VREG-EXP-DATE-MST TO XHIST-EXP-DATE.
           MOVE DATE-NUM-WK TO XHIST-POST-DATE.
           MOVE XFER-FEE-WK TO XHIST-FEE.
           WRITE XFERHIST-REC.
           MOVE XFER-BUYER-IN TO VREG-OWNER-ID-MST.
           MOVE XFER-TRANS-ID-IN TO VREG-TRANS-ID-MST.
           REWRITE VEHREG-REC
               INVALID KEY CONTINUE
           END-REWRITE.

       196-TRANSFER-JOURNAL-JOB.
           MOVE "VEHMAST.TXT" TO JRNL-FILE-LK.
           MOVE VIN-MST TO JRNL-KEY-LK.
           MOVE "C" TO JRNL-ACTION-LK.
           MOVE "ASSIGN5" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           MOVE VEHICLE-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       197-TRANSFER-NOTE-JOB.
           IF XFER-LIST-CNT < 50
               ADD 1 TO XFER-LIST-CNT
               MOVE XFER-TRANS-ID-IN TO XFER-TRANS-TBL (XFER-LIST-CNT)
               MOVE XFER-VIN-IN TO XFER-VIN-TBL (XFER-LIST-CNT)
               MOVE XFER-SELLER-IN TO XFER-SELLER-TBL (XFER-LIST-CNT)
               MOVE XFER-BUYER-IN TO XFER-BUYER-TBL (XFER-LIST-CNT)
               MOVE XFER-RESULT-WK TO XFER-RESULT-TBL (XFER-LIST-CNT)
               IF XFER-RESULT-WK = "TRANSFERRED"
                   MOVE XFER-FEE-WK TO XFER-FEE-TBL (XFER-LIST-CNT)
               ELSE
                   MOVE 0 TO XFER-FEE-TBL (XFER-LIST-CNT)
               END-IF
           END-IF.

       160-RELEASE-JOB.
           IF CTL-ID = "999999" AND CTL-TYPE = "TRL"
               MOVE "Y" TO TRL-SEEN-SW
                       MOVE VEH-WEIGHT-MST TO WOV
                   END-IF
           END-READ.
           IF VEH-OK-SW = "Y"
               PERFORM 135B-SUSPENSION-CHECK-JOB
           END-IF.
           IF VEH-OK-SW = "Y"
               PERFORM 135C-INSPECTION-CHECK-JOB
           END-IF.

       135B-SUSPENSION-CHECK-JOB.
           MOVE VIN-SRT TO SUSP-VIN-MST.
           READ SUSPMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SUSP-STATUS-MST = "S"
                       MOVE "N" TO VEH-OK-SW
                       MOVE "SUSPENDED" TO VEH-REJ-REASON-WK
                   END-IF
           END-READ.

       135C-INSPECTION-CHECK-JOB.
           MOVE "N" TO INSP-REQ-SW.
           COMPUTE VEH-AGE-WK = RUN-YEAR-WK - VEH-YEAR-MST.
           PERFORM 135D-INSP-AGE-SCAN-JOB VARYING IX FROM 1 BY 1
               UNTIL IX > INSP-AGE-CNT-WK.
           IF INSP-REQ-SW = "Y"
               MOVE VIN-SRT TO INSP-VIN-MST
               READ INSPCERT-FILE
                   INVALID KEY
                       MOVE "N" TO VEH-OK-SW
                   NOT INVALID KEY
                       IF INSP-RESULT-MST NOT = "P"
                               OR INSP-EXP-DATE-MST < DATE-NUM-WK
                           MOVE "N" TO VEH-OK-SW
                       END-IF
               END-READ
               IF VEH-OK-SW = "N"
                   MOVE "INSPECTION REQ" TO VEH-REJ-REASON-WK
               END-IF
           END-IF.

       135D-INSP-AGE-SCAN-JOB.
           IF INSP-VCLASS-TBL (IX) = VEH-CLASS-MST
                   AND INSP-AGE-TBL (IX) > 0
                   AND VEH-AGE-WK NOT < INSP-AGE-TBL (IX)
               MOVE "Y" TO INSP-REQ-SW
           END-IF.

       136A-BILL-JOB.
           PERFORM REGFEE-JOB.
               PERFORM 138-OWNER-REJECT-JOB
           END-IF.
           IF BAD-CNT = 0 AND CLASS-FOUND-SW = "Y"
               PERFORM 148-SURCHARGE-JOB
               PERFORM 147-PLATE-JOB
               IF LINE-CNT > 48 PERFORM 105-MAKE-HEAD END-IF
               WRITE OUT-REC FROM TRANSACTION-OUT
                   AFTER ADVANCING 1 LINES
               ADD 1 TO TOTAL-TRANS-CNT
               ADD REGFEE-WS TO TOTAL-REGFEE-WK
               ADD LATE-FEE-WS TO TOTAL-LATE-WK
               ADD SURCH-AMT-WS TO TOTAL-SURCH-WK
               ADD 1 TO CLS-CNT-WK
               ADD WOV TO CLS-WT-WK
               ADD REGFEE-WS TO CLS-FEE-WK
               ADD LATE-FEE-WS TO CLS-LATE-WK
               PERFORM 145-PROCREG-WRITE-JOB
               PERFORM 146-GLPOST-WRITE-JOB
               PERFORM 149-REGACT-WRITE-JOB
           END-IF.

       139A-VEHICLE-REJECT-JOB.
               INVALID KEY REWRITE REJF-REC END-REWRITE
           END-WRITE.

       147-PLATE-JOB.
           MOVE SPACES TO PLATE-OUT.
           MOVE "N" TO PLATE-FOUND-SW.
           MOVE "YES" TO PLATE-ATMR.
           MOVE VIN-SRT TO PLATE-VIN-MST.
           START PLATE-FILE KEY IS = PLATE-VIN-MST
               INVALID KEY MOVE "NO" TO PLATE-ATMR
           END-START.
           PERFORM 147A-PLATE-VIN-SCAN-JOB
               UNTIL PLATE-ATMR = "NO".
           IF PLATE-FOUND-SW = "Y"
               ADD 1 TO PLATE-KEPT-CNT-WK
           ELSE
               PERFORM 147B-PLATE-TYPE-JOB
               PERFORM 147C-PLATE-ISSUE-JOB
           END-IF.

       147A-PLATE-VIN-SCAN-JOB.
           READ PLATE-FILE NEXT RECORD
               AT END MOVE "NO" TO PLATE-ATMR
               NOT AT END
                   IF PLATE-VIN-MST NOT = VIN-SRT
                       MOVE "NO" TO PLATE-ATMR
                   ELSE
                       IF PLATE-STATUS-MST = "I"
                           MOVE "Y" TO PLATE-FOUND-SW
                           MOVE PLATE-NO-MST TO PLATE-OUT
                           MOVE "NO" TO PLATE-ATMR
                       END-IF
                   END-IF
           END-READ.

       147B-PLATE-TYPE-JOB.
           MOVE VCLASS TO PLATE-TYPE-WK.
           PERFORM 147D-PLATE-TYPE-SCAN-JOB VARYING PTX FROM 1 BY 1
               UNTIL PTX > PTYPE-CNT-WK.

       147D-PLATE-TYPE-SCAN-JOB.
           IF PTYPE-VCLASS-TBL (PTX) = VCLASS
               MOVE PTYPE-TYPE-TBL (PTX) TO PLATE-TYPE-WK
           END-IF.

       147C-PLATE-ISSUE-JOB.
           MOVE PLATE-TYPE-WK TO PLATE-TYPE-MST.
           MOVE "S" TO PLATE-STATUS-MST.
           START PLATE-FILE KEY IS = PLATE-AVAIL-KEY-MST
               INVALID KEY
                   MOVE "NO STOCK" TO PLATE-OUT
               NOT INVALID KEY
                   READ PLATE-FILE NEXT RECORD
                       AT END MOVE "NO STOCK" TO PLATE-OUT
                   END-READ
           END-START.
           IF PLATE-OUT = "NO STOCK"
               ADD 1 TO PLATE-NONE-CNT-WK
               MOVE "W" TO EVLOG-SEVERITY-LK
               MOVE "NO PLATE STOCK FOR TYPE" TO EVLOG-MESSAGE-LK
               MOVE PLATE-TYPE-WK TO EVLOG-KEY-LK
               PERFORM 410-EVENT-JOB
           ELSE
               MOVE PLATE-REC TO JRNL-BEFORE-LK
               MOVE "I" TO PLATE-STATUS-MST
               MOVE VIN-SRT TO PLATE-VIN-MST
               MOVE DATE-NUM-WK TO PLATE-ISSUE-DATE-MST
               MOVE DATE-NUM-WK TO PLATE-STAT-DATE-MST
               REWRITE PLATE-REC
                   INVALID KEY
                       MOVE "NO STOCK" TO PLATE-OUT
                       ADD 1 TO PLATE-NONE-CNT-WK
                   NOT INVALID KEY
                       MOVE PLATE-NO-MST TO PLATE-OUT
                       ADD 1 TO PLATE-ISSUE-CNT-WK
                       PERFORM 147E-PLATE-JOURNAL-JOB
               END-REWRITE
           END-IF.

       147E-PLATE-JOURNAL-JOB.
           MOVE "PLATMAST.TXT" TO JRNL-FILE-LK.
           MOVE PLATE-NO-MST TO JRNL-KEY-LK.
           MOVE "C" TO JRNL-ACTION-LK.
           MOVE "ASSIGN5" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           MOVE PLATE-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       148-SURCHARGE-JOB.
           MOVE 0 TO SURCH-AMT-WS, SURCH-HOLD-CNT.
           PERFORM 148A-SURCH-ENTRY-JOB VARYING SX FROM 1 BY 1
               UNTIL SX > SURCH-CNT-WK.
           MOVE SURCH-AMT-WS TO SURCH-OUT.

       148A-SURCH-ENTRY-JOB.
           MOVE SX TO STX.
           PERFORM 148C-SURCH-MATCH-JOB.
           IF SURCH-MATCH-SW = "Y"
               MOVE "Y" TO SURCH-BEST-SW
               PERFORM 148B-SURCH-LATER-JOB VARYING SX2 FROM 1 BY 1
                   UNTIL SX2 > SURCH-CNT-WK
               IF SURCH-BEST-SW = "Y"
                   PERFORM 148D-SURCH-APPLY-JOB
               END-IF
           END-IF.

       148B-SURCH-LATER-JOB.
           IF SX2 NOT = SX
                   AND SURCH-JURIS-TBL (SX2) = SURCH-JURIS-TBL (SX)
               MOVE SX2 TO STX
               PERFORM 148C-SURCH-MATCH-JOB
               IF SURCH-MATCH-SW = "Y"
                   IF SURCH-EFF-TBL (SX2) > SURCH-EFF-TBL (SX)
                       MOVE "N" TO SURCH-BEST-SW
                   END-IF
                   IF SURCH-EFF-TBL (SX2) = SURCH-EFF-TBL (SX)
                           AND SX2 > SX
                       MOVE "N" TO SURCH-BEST-SW
                   END-IF
               END-IF
           END-IF.

       148C-SURCH-MATCH-JOB.
           MOVE "N" TO SURCH-MATCH-SW.
           IF SURCH-STATE-TBL (STX) = OWNER-STATE-MST
                   AND SURCH-EFF-TBL (STX) NOT > DATE-NUM-WK
               IF SURCH-ZIP-LO-TBL (STX) = SPACES
                   MOVE "Y" TO SURCH-MATCH-SW
               ELSE
                   IF OWNER-ZIP-MST NOT < SURCH-ZIP-LO-TBL (STX)
                           AND OWNER-ZIP-MST
                               NOT > SURCH-ZIP-HI-TBL (STX)
                       MOVE "Y" TO SURCH-MATCH-SW
                   END-IF
               END-IF
           END-IF.

       148D-SURCH-APPLY-JOB.
           IF SURCH-TYPE-TBL (SX) = "P"
               COMPUTE SURCH-ONE-WS ROUNDED =
                   REGFEE-WS * SURCH-VALUE-TBL (SX) / 100
           ELSE
               MOVE SURCH-VALUE-TBL (SX) TO SURCH-ONE-WS
           END-IF.
           IF SURCH-ONE-WS > 0 AND SURCH-HOLD-CNT < 10
               ADD 1 TO SURCH-HOLD-CNT
               MOVE SX TO SURCH-HOLD-SX (SURCH-HOLD-CNT)
               MOVE SURCH-ONE-WS TO SURCH-HOLD-AMT (SURCH-HOLD-CNT)
               ADD SURCH-ONE-WS TO SURCH-AMT-WS
           END-IF.

       146-GLPOST-WRITE-JOB.
           MOVE TRANS-ID-SRT TO GL-TRANS-ID-OUT.
           MOVE VCLASS-SRT TO GL-VCLASS-OUT.
               ADD 1 TO GL-CNT-WK, GL-LATE-CNT-WK
               ADD LATE-FEE-WS TO GL-HASH-WK
           END-IF.
           PERFORM 146A-SURCH-POST-JOB VARYING SHX FROM 1 BY 1
               UNTIL SHX > SURCH-HOLD-CNT.

       146A-SURCH-POST-JOB.
           MOVE SURCH-HOLD-SX (SHX) TO SX.
           MOVE SURCH-HOLD-AMT (SHX) TO GL-FEE-OUT.
           MOVE SURCH-ACCT-TBL (SX) TO GL-ACCT-OUT.
           WRITE GLPOST-REC FROM GL-DETAIL-OUT.
           ADD 1 TO GL-CNT-WK, GL-SURCH-CNT-WK.
           ADD SURCH-HOLD-AMT (SHX) TO GL-HASH-WK.
           IF PROC-ADDED-SW = "Y"
               PERFORM 146B-SURCH-LOG-JOB
           END-IF.

       146B-SURCH-LOG-JOB.
           MOVE DATE-NUM-WK TO SLOG-DATE.
           MOVE TRANS-ID-SRT TO SLOG-TRANS-ID.
           MOVE SURCH-JURIS-TBL (SX) TO SLOG-JURIS.
           MOVE SURCH-ACCT-TBL (SX) TO SLOG-ACCT.
           MOVE SURCH-HOLD-AMT (SHX) TO SLOG-AMT.
           MOVE OWNER-ID-SRT TO SLOG-OWNER-ID.
           MOVE OWNER-STATE-MST TO SLOG-STATE.
           MOVE OWNER-ZIP-MST TO SLOG-ZIP.
           WRITE SURCHLOG-REC.

       149-REGACT-WRITE-JOB.
           IF PLATE-FOUND-SW = "Y"
               MOVE "R" TO RACT-TYPE
           ELSE
               MOVE "N" TO RACT-TYPE
           END-IF.
           MOVE TRANS-ID-SRT TO RACT-TRANS-ID.
           MOVE VIN-SRT TO RACT-VIN.
           MOVE OWNER-ID-SRT TO RACT-OWNER-ID.
           MOVE VCLASS TO RACT-VCLASS.
           MOVE REG-EFF-DATE-SRT TO RACT-EFF-DATE.
           MOVE REG-EXP-DATE-SRT TO RACT-EXP-DATE.
           IF PLATE-OUT = "NO STOCK"
               MOVE SPACES TO RACT-PLATE
           ELSE
               MOVE PLATE-OUT TO RACT-PLATE
           END-IF.
           MOVE DATE-NUM-WK TO RACT-DATE.
           WRITE REGACT-REC.
           PERFORM 149A-VEHREG-WRITE-JOB.

       149A-VEHREG-WRITE-JOB.
           MOVE VIN-SRT TO VREG-VIN-MST.
           MOVE TRANS-ID-SRT TO VREG-TRANS-ID-MST.
           MOVE OWNER-ID-SRT TO VREG-OWNER-ID-MST.
           MOVE VCLASS TO VREG-VCLASS-MST.
           MOVE REG-EFF-DATE-SRT TO VREG-EFF-DATE-MST.
           MOVE REG-EXP-DATE-SRT TO VREG-EXP-DATE-MST.
           MOVE DATE-NUM-WK TO VREG-BILL-DATE-MST.
           WRITE VEHREG-REC
               INVALID KEY REWRITE VEHREG-REC END-REWRITE
           END-WRITE.

       145-PROCREG-WRITE-JOB.
           MOVE TRANS-ID-SRT TO PROC-TRANS-ID.
           MOVE LATE-FEE-WS TO PROC-LATE-FEE.
           MOVE 0 TO PROC-PAID-AMT.
           MOVE 0 TO PROC-PAY-DATE.
           MOVE 0 TO PROC-NSF-FEE, PROC-NSF-DATE, PROC-PRIOR-PAY-DATE.
           MOVE SPACE TO PROC-STATUS.
           MOVE 0 TO PROC-WO-DATE, PROC-CAN-DATE.
           MOVE SURCH-AMT-WS TO PROC-SURCH-AMT.
           MOVE REG-EFF-DATE-SRT TO PROC-EFF-DATE.
           MOVE REG-EXP-DATE-SRT TO PROC-EXP-DATE.
           MOVE "N" TO PROC-ADDED-SW.
           WRITE PROC-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO PROC-ADDED-SW
           END-WRITE.

       135-OWNER-LOOKUP-JOB.
           PERFORM 340-GL-BALANCE-JOB.
           PERFORM 330-CUMTOT-JOB.
           PERFORM 310-REJECT-PRINT-JOB.
           PERFORM 315-REINSTATE-PRINT-JOB.
           PERFORM 317-TRANSFER-PRINT-JOB.

       320-GRAND-TOTAL-JOB.
           MOVE TOTAL-TRANS-CNT TO TRANS-CNT-OUT.
           WRITE OUT-REC FROM TRANS-CNT-FTR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REGFEE-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM LATE-FTR AFTER ADVANCING 1 LINES.
           MOVE TOTAL-SURCH-WK TO SURCH-FTR-OUT.
           WRITE OUT-REC FROM SURCH-FTR AFTER ADVANCING 1 LINES.
           MOVE PLATE-ISSUE-CNT-WK TO PLATE-ISSUE-OUT.
           MOVE PLATE-KEPT-CNT-WK TO PLATE-KEPT-OUT.
           MOVE PLATE-NONE-CNT-WK TO PLATE-NONE-OUT.
           WRITE OUT-REC FROM PLATE-FTR AFTER ADVANCING 1 LINES.

       340-GL-BALANCE-JOB.
           MOVE GL-CNT-WK TO GL-TRL-CNT.
           MOVE GL-HASH-WK TO GL-TRL-HASH.
           MOVE DATE-NUM-WK TO GL-TRL-DATE.
           WRITE GLPOST-REC FROM GL-TRAILER-OUT.
           COMPUTE GL-CHK-AMT-WK = TOTAL-REGFEE-WK + TOTAL-LATE-WK
               + REIN-TOT-WK + XFER-TOT-WK + TOTAL-SURCH-WK.
           COMPUTE GL-CHK-CNT-WK = TOTAL-TRANS-CNT + GL-LATE-CNT-WK
               + REIN-CNT-WK + XFER-CNT-WK + GL-SURCH-CNT-WK.
           IF GL-HASH-WK NOT = GL-CHK-AMT-WK
                   OR GL-CNT-WK NOT = GL-CHK-CNT-WK
               MOVE GL-HASH-WK TO GL-BAL-HASH-OUT
           MOVE REJ-CNT TO REJ-CNT-OUT.
           WRITE OUT-REC FROM REJECT-CNT-FTR AFTER ADVANCING 2 LINES.

       315-REINSTATE-PRINT-JOB.
           WRITE OUT-REC FROM REINSTATE-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REINSTATE-COL-HDR AFTER ADVANCING 2 LINES.
           IF REIN-LIST-CNT = 0
               WRITE OUT-REC FROM REINSTATE-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 316-REINSTATE-LINE-JOB VARYING REIN-SUB
                   FROM 1 BY 1 UNTIL REIN-SUB > REIN-LIST-CNT
           END-IF.
           MOVE REIN-CNT-WK TO REIN-CNT-OUT.
           MOVE REIN-TOT-WK TO REIN-TOT-OUT.
           WRITE OUT-REC FROM REINSTATE-FTR AFTER ADVANCING 2 LINES.

       316-REINSTATE-LINE-JOB.
           MOVE REIN-TRANS-TBL (REIN-SUB) TO REIN-TRANS-OUT.
           MOVE REIN-VIN-TBL (REIN-SUB) TO REIN-VIN-OUT.
           MOVE REIN-OWNER-TBL (REIN-SUB) TO REIN-OWNER-OUT.
           MOVE REIN-FEE-TBL (REIN-SUB) TO REIN-FEE-OUT.
           MOVE REIN-RESULT-TBL (REIN-SUB) TO REIN-RESULT-OUT.
           WRITE OUT-REC FROM REINSTATE-LINE AFTER ADVANCING 1 LINES.

       317-TRANSFER-PRINT-JOB.
           WRITE OUT-REC FROM TRANSFER-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM TRANSFER-COL-HDR AFTER ADVANCING 2 LINES.
           IF XFER-LIST-CNT = 0
               WRITE OUT-REC FROM TRANSFER-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 318-TRANSFER-LINE-JOB VARYING XFER-SUB
                   FROM 1 BY 1 UNTIL XFER-SUB > XFER-LIST-CNT
           END-IF.
           MOVE XFER-CNT-WK TO XFER-CNT-OUT.
           MOVE XFER-TOT-WK TO XFER-TOT-OUT.
           WRITE OUT-REC FROM TRANSFER-FTR AFTER ADVANCING 2 LINES.

       318-TRANSFER-LINE-JOB.
           MOVE XFER-TRANS-TBL (XFER-SUB) TO XFER-TRANS-OUT.
           MOVE XFER-VIN-TBL (XFER-SUB) TO XFER-VIN-OUT.
           MOVE XFER-SELLER-TBL (XFER-SUB) TO XFER-SELLER-OUT.
           MOVE XFER-BUYER-TBL (XFER-SUB) TO XFER-BUYER-OUT.
           MOVE XFER-FEE-TBL (XFER-SUB) TO XFER-FEE-OUT.
           MOVE XFER-RESULT-TBL (XFER-SUB) TO XFER-RESULT-OUT.
           WRITE OUT-REC FROM TRANSFER-LINE AFTER ADVANCING 1 LINES.

       410-EVENT-JOB.
           MOVE "ASSIGN5" TO EVLOG-PROGRAM-LK.
           CALL "EVLOG" USING EVLOG-PARM.
