       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REG-FILE
               ASSIGN     TO   "REGIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-MST.
           SELECT OPTIONAL VEHREG-FILE
               ASSIGN     TO   "VEHREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VREG-VIN-MST.
           SELECT OPTIONAL SUSPMAST-FILE
               ASSIGN     TO   "SUSPMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-VIN-MST.
           SELECT OPTIONAL REINST-FILE
               ASSIGN     TO   "REINST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFERIN-FILE
               ASSIGN     TO   "XFERIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL REJFILE
               ASSIGN     TO   "REGREJ.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJF-TRANS-ID.
           SELECT OPTIONAL CANCIN-FILE
               ASSIGN     TO   "CANCIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE
               ASSIGN     TO   "RATETBL.TXT"
               ORGANIZATION IS INDEXED
           SELECT OPTIONAL HOLCAL-FILE
               ASSIGN     TO   "HOLCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNSTAT-FILE
               ASSIGN     TO   "RUNSTAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE.
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

       FD VEHICLE-FILE.
       01 VEHICLE-REC.
          05 VEH-MAKE-MST        PIC X(10).
          05 VEH-YEAR-MST        PIC 9(4).

       FD VEHREG-FILE.
       01 VEHREG-REC.
          05 VREG-VIN-MST        PIC X(17).
          05 VREG-TRANS-ID-MST   PIC 9(6).
          05 VREG-OWNER-ID-MST   PIC X(6).
          05 VREG-VCLASS-MST     PIC XX.
          05 VREG-EFF-DATE-MST   PIC 9(8).
          05 VREG-EXP-DATE-MST   PIC 9(8).
          05 VREG-BILL-DATE-MST  PIC 9(8).

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

       FD REINST-FILE.
       01 REINST-REC.
          05 REIN-TRANS-ID-OUT   PIC 9(6).
          05 REIN-VIN-OUT        PIC X(17).
          05 REIN-OWNER-ID-OUT   PIC X(6).
          05 REIN-DATE-OUT       PIC 9(8).

       FD XFERIN-FILE.
       01 XFERIN-REC.
          05 XFER-TRANS-ID-OUT   PIC 9(6).
          05 XFER-VIN-OUT        PIC X(17).
          05 XFER-SELLER-OUT     PIC X(6).
          05 XFER-BUYER-OUT      PIC X(6).
          05 XFER-SALE-DATE-OUT  PIC 9(8).
          05 XFER-EXP-DATE-OUT   PIC 9(8).
          05 XFER-DATE-OUT       PIC 9(8).

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

       FD REJFILE.
       01 REJF-REC.
          05 REJF-TRANS-ID       PIC 9(6).
          05 REJF-VCLASS         PIC XX.
          05 REJF-OWNER          PIC X(20).
          05 REJF-WOV            PIC 9(5).
          05 REJF-OWNER-ID       PIC X(6).
          05 REJF-EXP-DATE       PIC 9(8).
          05 REJF-REASON         PIC X(15).
          05 REJF-DATE           PIC 9(8).
          05 REJF-STATUS         PIC X.
          05 REJF-VIN            PIC X(17).
          05 REJF-EFF-DATE       PIC 9(8).

       FD CANCIN-FILE.
       01 CANCIN-REC.
          05 CANC-TRANS-ID-OUT   PIC 9(6).
          05 CANC-DATE-OUT       PIC 9(8).
          05 CANC-REASON-OUT     PIC X.
          05 CANC-BATCH-DATE-OUT PIC 9(8).

       FD RATE-FILE.
       01 RATE-REC.
          05 RATE-KEY-IN.
       01 HOLCAL-REC.
          05 HOL-DATE-IN         PIC 9(8).

       FD RUNSTAT-FILE.
       01 RUNSTAT-REC.
          05 STAT-DATE-IN        PIC 9(8).
          05 STAT-STEP-IN        PIC X(10).
          05 STAT-START-IN       PIC X(6).
          05 STAT-END-IN         PIC X(6).
          05 STAT-RC-IN          PIC 9(4).
          05 STAT-STATUS-IN      PIC X(4).

       WORKING-STORAGE SECTION.

       COPY BCHKLINK.
          05 EFF-DATE-WK         PIC X(8).
          05 EXP-DATE-WK         PIC X(8).
          05 VIN-WK              PIC X(17).
          05 SELLER-ID-WK        PIC X(6).
          05 SALE-DATE-WK        PIC X(8).
          05 CANC-DATE-WK        PIC X(8).
          05 CANC-REASON-WK      PIC X.
          05 EDIT-FAIL-SW        PIC X.

       01 BATCH-WK.
          05 BATCH-CNT-WK        PIC 9(6) VALUE 0.
          05 BATCH-HASH-WK       PIC 9(8) VALUE 0.
          05 BATCH-DATE-WK       PIC 9(8).
          05 MERGE-SW            PIC X VALUE "N".
          05 BATCH-FAIL-SW       PIC X VALUE "N".
          05 OLD-BATCH-DATE-WK   PIC 9(8) VALUE 0.
          05 BATCH-FAIL-MSG-WK   PIC X(40).
          05 BATCH-FAIL-KEY-WK   PIC 9(8).
          05 REIN-CNT-WK         PIC 9(6) VALUE 0.
          05 REIN-TBL-CNT        PIC 9(6) VALUE 0.
          05 REIN-ATMR           PIC XXX VALUE "YES".
          05 RX3                 PIC 9(3).
          05 REIN-FOUND-SW       PIC X.
          05 XFER-CNT-WK         PIC 9(6) VALUE 0.
          05 CANC-CNT-WK         PIC 9(6) VALUE 0.
          05 CHK-ATMR            PIC XXX VALUE "YES".
          05 STAT-ATMR           PIC XXX VALUE "YES".
          05 A5-GOOD-SW          PIC X VALUE "N".
          05 CANC-GOOD-SW        PIC X VALUE "N".

       01 REINSTATE-TABLE.
          05 REIN-VIN-TBL        PIC X(17) OCCURS 100 TIMES.

       01 CALENDAR-WK.
          05 HOL-ATMR            PIC XXX VALUE "YES".
           PERFORM 103-TABLE-LOAD-JOB.
           OPEN INPUT OWNER-FILE
                INPUT VEHICLE-FILE
                INPUT SUSPMAST-FILE
                INPUT VEHREG-FILE
                INPUT PROCREG-FILE
                INPUT REJFILE.
           PERFORM 110-BATCH-OPEN-JOB.
           IF BATCH-FAIL-SW = "Y"
               DISPLAY BATCH-FAIL-MSG-WK " " BATCH-FAIL-KEY-WK
               DISPLAY "SESSION ENDED"
               CLOSE OWNER-FILE, VEHICLE-FILE, SUSPMAST-FILE, REG-FILE,
                     VEHREG-FILE, PROCREG-FILE, REJFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 117-ENTRY-FILES-OPEN-JOB.
           PERFORM 200-MENU-JOB UNTIL DONE-SW = "Y".
           PERFORM 130-TRAILER-WRITE-JOB.
           CLOSE OWNER-FILE, VEHICLE-FILE, SUSPMAST-FILE, REG-FILE,
                 VEHREG-FILE, REJFILE,
                 REINST-FILE, XFERIN-FILE, PROCREG-FILE, CANCIN-FILE.
           DISPLAY "BATCH CLOSED - " BATCH-CNT-WK
               " TRANSACTIONS IN REGIN.TXT".
           DISPLAY "             " REIN-CNT-WK
               " REINSTATEMENTS WRITTEN TO REINST.TXT".
           DISPLAY "             " XFER-CNT-WK
               " TITLE TRANSFERS WRITTEN TO XFERIN.TXT".
           DISPLAY "             " CANC-CNT-WK
               " CANCELLATIONS WRITTEN TO CANCIN.TXT".
           GOBACK.

       101-RUNDATE-JOB.
               END-READ
           END-IF.

       110-BATCH-OPEN-JOB.
           OPEN I-O REG-FILE.
           MOVE 0 TO TRANS-ID-OUT.
           READ REG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTL-TYPE = "HDR"
                       IF CTL-DATE = BATCH-DATE-WK
                           MOVE "Y" TO MERGE-SW
                       ELSE
                           MOVE CTL-DATE TO OLD-BATCH-DATE-WK
                       END-IF
                   END-IF
           END-READ.
           IF MERGE-SW = "Y"
               PERFORM 115-BATCH-MERGE-JOB
           ELSE
               IF OLD-BATCH-DATE-WK > 0
                   PERFORM 112-BILLED-CHECK-JOB
               END-IF
               IF OLD-BATCH-DATE-WK > 0 AND BATCH-FAIL-SW = "N"
                   PERFORM 114-ENTRY-FILES-CHECK-JOB
               END-IF
               IF BATCH-FAIL-SW = "N"
                   CLOSE REG-FILE
                   OPEN OUTPUT REG-FILE
                   PERFORM 120-HEADER-WRITE-JOB
                   CLOSE REG-FILE
                   OPEN I-O REG-FILE
               END-IF
           END-IF.

       112-BILLED-CHECK-JOB.
           MOVE "YES" TO CHK-ATMR.
           MOVE 1 TO TRANS-ID-OUT.
           START REG-FILE KEY IS NOT LESS THAN TRANS-ID-OUT
               INVALID KEY MOVE "NO" TO CHK-ATMR
           END-START.
           PERFORM 112A-BILLED-READ-JOB
               UNTIL CHK-ATMR = "NO" OR BATCH-FAIL-SW = "Y".

       112A-BILLED-READ-JOB.
           READ REG-FILE NEXT RECORD
               AT END MOVE "NO" TO CHK-ATMR
               NOT AT END
                   IF TRANS-ID-OUT < 999999
                       PERFORM 113-BILLED-LOOKUP-JOB
                   ELSE
                       MOVE "NO" TO CHK-ATMR
                   END-IF
           END-READ.

       113-BILLED-LOOKUP-JOB.
           MOVE TRANS-ID-OUT TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY
                   MOVE TRANS-ID-OUT TO REJF-TRANS-ID
                   READ REJFILE
                       INVALID KEY
                           MOVE "Y" TO BATCH-FAIL-SW
                           MOVE "UNBILLED REGIN.TXT BATCH ON FILE FOR"
                               TO BATCH-FAIL-MSG-WK
                           MOVE OLD-BATCH-DATE-WK TO BATCH-FAIL-KEY-WK
                   END-READ
           END-READ.

       114-ENTRY-FILES-CHECK-JOB.
           OPEN INPUT RUNSTAT-FILE.
           MOVE "YES" TO STAT-ATMR.
           PERFORM 114A-RUNSTAT-READ-JOB
               UNTIL STAT-ATMR = "NO".
           CLOSE RUNSTAT-FILE.
           IF A5-GOOD-SW = "N"
               OPEN INPUT REINST-FILE
               MOVE "YES" TO CHK-ATMR
               PERFORM 114B-REINST-CHECK-JOB
                   UNTIL CHK-ATMR = "NO" OR BATCH-FAIL-SW = "Y"
               CLOSE REINST-FILE
           END-IF.
           IF A5-GOOD-SW = "N" AND BATCH-FAIL-SW = "N"
               OPEN INPUT XFERIN-FILE
               MOVE "YES" TO CHK-ATMR
               PERFORM 114C-XFERIN-CHECK-JOB
                   UNTIL CHK-ATMR = "NO" OR BATCH-FAIL-SW = "Y"
               CLOSE XFERIN-FILE
           END-IF.
           IF CANC-GOOD-SW = "N" AND BATCH-FAIL-SW = "N"
               OPEN INPUT CANCIN-FILE
               MOVE "YES" TO CHK-ATMR
               PERFORM 114D-CANCIN-CHECK-JOB
                   UNTIL CHK-ATMR = "NO" OR BATCH-FAIL-SW = "Y"
               CLOSE CANCIN-FILE
           END-IF.
           MOVE OLD-BATCH-DATE-WK TO BATCH-FAIL-KEY-WK.

       114A-RUNSTAT-READ-JOB.
           READ RUNSTAT-FILE
               AT END MOVE "NO" TO STAT-ATMR
               NOT AT END
                   IF STAT-DATE-IN = OLD-BATCH-DATE-WK
                           AND STAT-STATUS-IN = "GOOD"
                       IF STAT-STEP-IN = "ASSIGN5"
                           MOVE "Y" TO A5-GOOD-SW
                       END-IF
                       IF STAT-STEP-IN = "REGCANC"
                           MOVE "Y" TO CANC-GOOD-SW
                       END-IF
                   END-IF
           END-READ.

       114B-REINST-CHECK-JOB.
           READ REINST-FILE
               AT END MOVE "NO" TO CHK-ATMR
               NOT AT END
                   IF REIN-DATE-OUT = OLD-BATCH-DATE-WK
                       MOVE REIN-TRANS-ID-OUT TO PROC-TRANS-ID
                       READ PROCREG-FILE
                           INVALID KEY
                               MOVE "Y" TO BATCH-FAIL-SW
                               MOVE "UNPOSTED REINST.TXT ENTRIES FOR"
                                   TO BATCH-FAIL-MSG-WK
                       END-READ
                   END-IF
           END-READ.

       114C-XFERIN-CHECK-JOB.
           READ XFERIN-FILE
               AT END MOVE "NO" TO CHK-ATMR
               NOT AT END
                   IF XFER-DATE-OUT = OLD-BATCH-DATE-WK
                       MOVE XFER-TRANS-ID-OUT TO PROC-TRANS-ID
                       READ PROCREG-FILE
                           INVALID KEY
                               MOVE "Y" TO BATCH-FAIL-SW
                               MOVE "UNPOSTED XFERIN.TXT ENTRIES FOR"
                                   TO BATCH-FAIL-MSG-WK
                       END-READ
                   END-IF
           END-READ.

       114D-CANCIN-CHECK-JOB.
           READ CANCIN-FILE
               AT END MOVE "NO" TO CHK-ATMR
               NOT AT END
                   IF CANC-BATCH-DATE-OUT = OLD-BATCH-DATE-WK
                       MOVE CANC-TRANS-ID-OUT TO PROC-TRANS-ID
                       READ PROCREG-FILE
                           INVALID KEY
                               MOVE 0 TO PROC-CAN-DATE
                       END-READ
                       IF PROC-CAN-DATE = 0
                           MOVE "Y" TO BATCH-FAIL-SW
                           MOVE "UNPOSTED CANCIN.TXT ENTRIES FOR"
                               TO BATCH-FAIL-MSG-WK
                       END-IF
                   END-IF
           END-READ.

       115-BATCH-MERGE-JOB.
           MOVE 999999 TO TRANS-ID-OUT.
           READ REG-FILE
               INVALID KEY MOVE "Y" TO BATCH-FAIL-SW
               NOT INVALID KEY
                   IF CTL-TYPE = "TRL"
                       MOVE CTL-COUNT TO BATCH-CNT-WK
                       MOVE CTL-HASH TO BATCH-HASH-WK
                       DISPLAY "ADDING TO REGIN.TXT BATCH - "
                           BATCH-CNT-WK " TRANSACTIONS ON FILE"
                   ELSE
                       MOVE "Y" TO BATCH-FAIL-SW
                   END-IF
           END-READ.
           MOVE "REGIN.TXT BATCH HAS NO TRAILER FOR"
               TO BATCH-FAIL-MSG-WK.
           MOVE BATCH-DATE-WK TO BATCH-FAIL-KEY-WK.

       117-ENTRY-FILES-OPEN-JOB.
           IF MERGE-SW = "Y"
               PERFORM 118-REINST-LOAD-JOB
               OPEN EXTEND REINST-FILE
                    EXTEND XFERIN-FILE
                    EXTEND CANCIN-FILE
           ELSE
               OPEN OUTPUT REINST-FILE
                    OUTPUT XFERIN-FILE
                    OUTPUT CANCIN-FILE
           END-IF.

       118-REINST-LOAD-JOB.
           OPEN INPUT REINST-FILE.
           PERFORM 119-REINST-READ-JOB
               UNTIL REIN-ATMR = "NO".
           CLOSE REINST-FILE.

       119-REINST-READ-JOB.
           READ REINST-FILE
               AT END MOVE "NO" TO REIN-ATMR
               NOT AT END
                   IF REIN-DATE-OUT = BATCH-DATE-WK
                       ADD 1 TO REIN-TBL-CNT
                       IF REIN-TBL-CNT NOT > 100
                           MOVE REIN-VIN-OUT
                               TO REIN-VIN-TBL (REIN-TBL-CNT)
                       END-IF
                   END-IF
           END-READ.

       120-HEADER-WRITE-JOB.
           MOVE SPACES TO CTL-REC.
           MOVE "000000" TO CTL-ID.
           MOVE BATCH-DATE-WK TO CTL-DATE.
           MOVE BATCH-CNT-WK TO CTL-COUNT.
           MOVE BATCH-HASH-WK TO CTL-HASH.
           IF MERGE-SW = "Y"
               REWRITE CTL-REC
                   INVALID KEY
                       DISPLAY "TRAILER REWRITE FAILED"
               END-REWRITE
           ELSE
               WRITE CTL-REC
                   INVALID KEY
                       DISPLAY "TRAILER WRITE FAILED"
               END-WRITE
           END-IF.

       200-MENU-JOB.
           DISPLAY " ".
           DISPLAY "E) ENTER A REGISTRATION TRANSACTION".
           DISPLAY "R) ENTER A SUSPENSION REINSTATEMENT".
           DISPLAY "T) ENTER A TITLE TRANSFER".
           DISPLAY "C) ENTER A REGISTRATION CANCELLATION".
           DISPLAY "X) CLOSE BATCH AND EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           MOVE FUNCTION UPPER-CASE (MENU-CHOICE) TO MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "E" PERFORM 300-ENTRY-JOB
               WHEN "R" PERFORM 400-REINSTATE-JOB
               WHEN "T" PERFORM 500-TRANSFER-JOB
               WHEN "C" PERFORM 600-CANCEL-JOB
               WHEN "X" MOVE "Y" TO DONE-SW
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
                           " WEIGHT " VEH-WEIGHT-MST
                       MOVE "Y" TO EDIT-FAIL-SW
                   END-IF
                   PERFORM 324-SUSPENSION-EDIT-JOB
           END-READ.

       324-SUSPENSION-EDIT-JOB.
           MOVE VIN-WK TO SUSP-VIN-MST.
           READ SUSPMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SUSP-STATUS-MST = "S"
                       PERFORM 326-REINSTATE-FIND-JOB
                       IF REIN-FOUND-SW = "N"
                           DISPLAY "VIN " VIN-WK " SUSPENDED SINCE "
                               SUSP-DATE-MST
                               " - REINSTATEMENT REQUIRED"
                           MOVE "Y" TO EDIT-FAIL-SW
                       END-IF
                   END-IF
           END-READ.

       326-REINSTATE-FIND-JOB.
           MOVE "N" TO REIN-FOUND-SW.
           PERFORM 327-REINSTATE-SCAN-JOB VARYING RX3 FROM 1 BY 1
               UNTIL RX3 > REIN-TBL-CNT OR RX3 > 100.

       327-REINSTATE-SCAN-JOB.
           IF REIN-VIN-TBL (RX3) = VIN-WK
               MOVE "Y" TO REIN-FOUND-SW
           END-IF.

       330-WRITE-TRANS-JOB.
           MOVE TRANS-ID-WK TO TRANS-ID-OUT.
           MOVE VCLASS-WK TO VCLASS-OUT.
                   ADD WOV-OUT TO BATCH-HASH-WK
                   DISPLAY "TRANS " TRANS-ID-WK " ACCEPTED"
           END-WRITE.

       400-REINSTATE-JOB.
           DISPLAY "ENTER TRANS ID (6 DIGITS): " WITH NO ADVANCING.
           ACCEPT TRANS-ID-WK.
           DISPLAY "ENTER VIN (17 CHARS): " WITH NO ADVANCING.
           ACCEPT VIN-WK.
           MOVE FUNCTION UPPER-CASE (VIN-WK) TO VIN-WK.
           MOVE "N" TO EDIT-FAIL-SW.
           IF TRANS-ID-WK IS NOT NUMERIC
                   OR TRANS-ID-WK = "000000"
                   OR TRANS-ID-WK = "999999"
               DISPLAY "TRANS ID MUST BE 6 DIGITS, NOT 000000/999999"
               MOVE "Y" TO EDIT-FAIL-SW
           END-IF.
           MOVE VIN-WK TO SUSP-VIN-MST.
           READ SUSPMAST-FILE
               INVALID KEY
                   DISPLAY "VIN " VIN-WK " IS NOT SUSPENDED"
                   MOVE "Y" TO EDIT-FAIL-SW
               NOT INVALID KEY
                   IF SUSP-STATUS-MST NOT = "S"
                       DISPLAY "VIN " VIN-WK " IS NOT SUSPENDED"
                       MOVE "Y" TO EDIT-FAIL-SW
                   END-IF
                   PERFORM 326-REINSTATE-FIND-JOB
                   IF REIN-FOUND-SW = "Y"
                       DISPLAY "VIN " VIN-WK
                           " ALREADY REINSTATED IN THIS BATCH"
                       MOVE "Y" TO EDIT-FAIL-SW
                   END-IF
                   IF EDIT-FAIL-SW = "N"
                       DISPLAY "OWNER: " SUSP-OWNER-ID-MST
                           "  SUSPENDED " SUSP-DATE-MST
                           "  EXPIRED " SUSP-EXP-DATE-MST
                   END-IF
           END-READ.
           IF EDIT-FAIL-SW = "N"
               MOVE TRANS-ID-WK TO REIN-TRANS-ID-OUT
               MOVE VIN-WK TO REIN-VIN-OUT
               MOVE SUSP-OWNER-ID-MST TO REIN-OWNER-ID-OUT
               MOVE BATCH-DATE-WK TO REIN-DATE-OUT
               WRITE REINST-REC
               ADD 1 TO REIN-CNT-WK, REIN-TBL-CNT
               IF REIN-TBL-CNT NOT > 100
                   MOVE VIN-WK TO REIN-VIN-TBL (REIN-TBL-CNT)
               END-IF
               DISPLAY "REINSTATEMENT " TRANS-ID-WK " ACCEPTED"
           END-IF.

       500-TRANSFER-JOB.
           PERFORM 510-TRANSFER-FIELDS-JOB.
           MOVE "N" TO EDIT-FAIL-SW.
           PERFORM 520-TRANSFER-EDIT-JOB.
           IF EDIT-FAIL-SW = "N"
               MOVE TRANS-ID-WK TO XFER-TRANS-ID-OUT
               MOVE VIN-WK TO XFER-VIN-OUT
               MOVE SELLER-ID-WK TO XFER-SELLER-OUT
               MOVE OWNER-ID-WK TO XFER-BUYER-OUT
               MOVE SALE-DATE-WK TO XFER-SALE-DATE-OUT
               MOVE VREG-EXP-DATE-MST TO XFER-EXP-DATE-OUT
               MOVE BATCH-DATE-WK TO XFER-DATE-OUT
               WRITE XFERIN-REC
               ADD 1 TO XFER-CNT-WK
               DISPLAY "TITLE TRANSFER " TRANS-ID-WK " ACCEPTED"
           END-IF.

       510-TRANSFER-FIELDS-JOB.
           DISPLAY "ENTER TRANS ID (6 DIGITS): " WITH NO ADVANCING.
           ACCEPT TRANS-ID-WK.
           DISPLAY "ENTER VIN (17 CHARS): " WITH NO ADVANCING.
           ACCEPT VIN-WK.
           MOVE FUNCTION UPPER-CASE (VIN-WK) TO VIN-WK.
           DISPLAY "ENTER SELLER OWNER ID (6 CHARS): "
               WITH NO ADVANCING.
           ACCEPT SELLER-ID-WK.
           DISPLAY "ENTER BUYER OWNER ID (6 CHARS): "
               WITH NO ADVANCING.
           ACCEPT OWNER-ID-WK.
           DISPLAY "ENTER SALE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT SALE-DATE-WK.

       520-TRANSFER-EDIT-JOB.
           IF TRANS-ID-WK IS NOT NUMERIC
                   OR TRANS-ID-WK = "000000"
                   OR TRANS-ID-WK = "999999"
               DISPLAY "TRANS ID MUST BE 6 DIGITS, NOT 000000/999999"
               MOVE "Y" TO EDIT-FAIL-SW
           END-IF.
           MOVE VIN-WK TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY
                   DISPLAY "VIN " VIN-WK " NOT ON VEHICLE MASTER"
                   MOVE "Y" TO EDIT-FAIL-SW
               NOT INVALID KEY
                   IF VEH-OWNER-ID-MST NOT = SELLER-ID-WK
                       DISPLAY "SELLER IS NOT THE CURRENT OWNER - "
                           "OWNER ON FILE " VEH-OWNER-ID-MST
                       MOVE "Y" TO EDIT-FAIL-SW
                   END-IF
                   PERFORM 324-SUSPENSION-EDIT-JOB
           END-READ.
           IF OWNER-ID-WK = SELLER-ID-WK
               DISPLAY "BUYER AND SELLER MUST DIFFER"
               MOVE "Y" TO EDIT-FAIL-SW
           ELSE
               PERFORM 322-OWNER-EDIT-JOB
           END-IF.
           IF SALE-DATE-WK IS NOT NUMERIC
               DISPLAY "SALE DATE MUST BE YYYYMMDD"
               MOVE "Y" TO EDIT-FAIL-SW
           ELSE
               IF SALE-DATE-WK > BATCH-DATE-WK
                   DISPLAY "SALE DATE CANNOT FOLLOW BATCH DATE"
                   MOVE "Y" TO EDIT-FAIL-SW
               END-IF
           END-IF.
           MOVE VIN-WK TO VREG-VIN-MST.
           READ VEHREG-FILE
               INVALID KEY
                   DISPLAY "VIN " VIN-WK " HAS NO REGISTRATION ON FILE"
                       " - NEW REGISTRATION REQUIRED"
                   MOVE 0 TO VREG-EXP-DATE-MST
                   MOVE "Y" TO EDIT-FAIL-SW
               NOT INVALID KEY
                   IF SALE-DATE-WK IS NUMERIC
                           AND VREG-EXP-DATE-MST NOT > SALE-DATE-WK
                       DISPLAY "REGISTRATION EXPIRED "
                           VREG-EXP-DATE-MST " BEFORE SALE - "
                           "NEW REGISTRATION REQUIRED"
                       MOVE "Y" TO EDIT-FAIL-SW
                   END-IF
           END-READ.

       600-CANCEL-JOB.
           DISPLAY "ENTER TRANS ID OF REGISTRATION (6 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT TRANS-ID-WK.
           DISPLAY "ENTER CANCELLATION DATE (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT CANC-DATE-WK.
           DISPLAY "ENTER REASON (S=SCRAPPED M=MOVED O=OTHER): "
               WITH NO ADVANCING.
           ACCEPT CANC-REASON-WK.
           MOVE FUNCTION UPPER-CASE (CANC-REASON-WK) TO CANC-REASON-WK.
           MOVE "N" TO EDIT-FAIL-SW.
           PERFORM 610-CANCEL-EDIT-JOB.
           IF EDIT-FAIL-SW = "N"
               MOVE TRANS-ID-WK TO CANC-TRANS-ID-OUT
               MOVE CANC-DATE-WK TO CANC-DATE-OUT
               MOVE CANC-REASON-WK TO CANC-REASON-OUT
               MOVE BATCH-DATE-WK TO CANC-BATCH-DATE-OUT
               WRITE CANCIN-REC
               ADD 1 TO CANC-CNT-WK
               DISPLAY "CANCELLATION " TRANS-ID-WK " ACCEPTED"
           END-IF.

       610-CANCEL-EDIT-JOB.
           IF CANC-REASON-WK NOT = "S" AND CANC-REASON-WK NOT = "M"
                   AND CANC-REASON-WK NOT = "O"
               DISPLAY "REASON MUST BE S, M OR O"
               MOVE "Y" TO EDIT-FAIL-SW
           END-IF.
           IF CANC-DATE-WK IS NOT NUMERIC
               DISPLAY "DATES MUST BE YYYYMMDD"
               MOVE "Y" TO EDIT-FAIL-SW
           ELSE
               IF CANC-DATE-WK > BATCH-DATE-WK
                   DISPLAY "CANCELLATION DATE CANNOT FOLLOW BATCH DATE"
                   MOVE "Y" TO EDIT-FAIL-SW
               END-IF
           END-IF.
           IF TRANS-ID-WK IS NOT NUMERIC
               DISPLAY "TRANS ID MUST BE 6 DIGITS"
               MOVE "Y" TO EDIT-FAIL-SW
           ELSE
               MOVE TRANS-ID-WK TO PROC-TRANS-ID
               READ PROCREG-FILE
                   INVALID KEY
                       DISPLAY "TRANS " TRANS-ID-WK " NOT ON PROCREG"
                       MOVE "Y" TO EDIT-FAIL-SW
                   NOT INVALID KEY
                       PERFORM 620-CANCEL-ITEM-EDIT-JOB
               END-READ
           END-IF.

       620-CANCEL-ITEM-EDIT-JOB.
           IF PROC-EXP-DATE = 0
               DISPLAY "TRANS " TRANS-ID-WK " IS NOT A REGISTRATION"
               MOVE "Y" TO EDIT-FAIL-SW
           END-IF.
           IF PROC-CAN-DATE > 0
               DISPLAY "TRANS " TRANS-ID-WK " ALREADY CANCELLED "
                   PROC-CAN-DATE
               MOVE "Y" TO EDIT-FAIL-SW
           END-IF.
           IF PROC-STATUS NOT = SPACE AND PROC-STATUS NOT = "K"
               DISPLAY "TRANS " TRANS-ID-WK
                   " IS IN THE WRITE-OFF CYCLE - STATUS " PROC-STATUS
               MOVE "Y" TO EDIT-FAIL-SW
           END-IF.
           IF EDIT-FAIL-SW = "N"
               DISPLAY "OWNER: " PROC-OWNER-ID "  TERM " PROC-EFF-DATE
                   " TO " PROC-EXP-DATE
           END-IF.
