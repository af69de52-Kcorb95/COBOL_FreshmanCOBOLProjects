       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEETREN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REG-FILE
               ASSIGN     TO   "REGIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID-OUT
               ALTERNATE RECORD KEY IS OWNER-ID-OUT
                   WITH DUPLICATES.
           SELECT OPTIONAL VEHICLE-FILE
               ASSIGN     TO   "VEHMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-MST.
           SELECT OPTIONAL OWNER-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
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
           SELECT OPTIONAL INSPCERT-FILE
               ASSIGN     TO   "INSPCERT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSP-VIN-MST.
           SELECT OPTIONAL INSPAGE-FILE
               ASSIGN     TO   "INSPAGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE
               ASSIGN     TO   "RATETBL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY-IN.
           SELECT OPTIONAL REINST-FILE
               ASSIGN     TO   "REINST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFERIN-FILE
               ASSIGN     TO   "XFERIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "FLEETCNF.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLCAL-FILE
               ASSIGN     TO   "HOLCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN     TO   "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE.
       01 REG-REC.
          05 TRANS-ID-OUT     PIC 9(6).
          05 VCLASS-OUT       PIC XX.
          05 OWNER-OUT        PIC X(20).
          05 WOV-OUT          PIC 9(5).
          05 OWNER-ID-OUT     PIC X(6).
          05 REG-EFF-DATE-OUT PIC 9(8).
          05 REG-EXP-DATE-OUT PIC 9(8).
          05 VIN-OUT          PIC X(17).
       01 CTL-REC.
          05 CTL-ID           PIC X(6).
          05 CTL-TYPE         PIC X(3).
          05 CTL-DATE         PIC 9(8).
          05 CTL-COUNT        PIC 9(6).
          05 CTL-HASH         PIC 9(8).
          05 FILLER           PIC X(41).

       FD VEHICLE-FILE.
       01 VEHICLE-REC.
          05 VIN-MST             PIC X(17).
          05 VEH-OWNER-ID-MST    PIC X(6).
          05 VEH-CLASS-MST       PIC XX.
          05 VEH-WEIGHT-MST      PIC 9(5).
          05 VEH-MAKE-MST        PIC X(10).
          05 VEH-YEAR-MST        PIC 9(4).

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

       FD RATE-FILE.
       01 RATE-REC.
          05 RATE-KEY-IN.
             10 VCLASS-RATE-IN   PIC XX.
             10 RATE-EFF-IN      PIC 9(8).
          05 REGRATE-IN          PIC 9V99.
          05 BREAK-WT-IN         PIC 9(5).
          05 REGRATE2-IN         PIC 9V99.

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

       FD OUT-FILE.
       01 OUT-REC.
          05 FILLER              PIC X(80).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).
          05 RUNDATE-MONTH       PIC X(2).
          05 RUNDATE-DAY         PIC X(2).

       FD HOLCAL-FILE.
       01 HOLCAL-REC.
          05 HOL-DATE-IN         PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-REC              PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 OWNER-ID-SRT        PIC X(6).
          05 EXC-SW-SRT          PIC X.
          05 VIN-SRT             PIC X(17).
          05 VCLASS-SRT          PIC XX.
          05 WEIGHT-SRT          PIC 9(5).
          05 YEAR-SRT            PIC 9(4).
          05 EXP-DATE-SRT        PIC 9(8).
          05 NEW-EFF-DATE-SRT    PIC 9(8).
          05 NEW-EXP-DATE-SRT    PIC 9(8).
          05 FEE-SRT             PIC 9(5)V99.
          05 REASON-SRT          PIC X(15).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       COPY EVLOGLIN.

       COPY BCHKLINK.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(30)
                    VALUE "-FLEET RENEWAL CONFIRMATION-".
          05 FILLER              PIC X(26).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 PAGE-HDR            PIC 9(2).

       01 SUM-TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(30)
                    VALUE "-FLEET RENEWAL SUMMARY-".
          05 FILLER              PIC X(26).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 SUM-PAGE-HDR        PIC 9(2).

       01 DATE-HDR.
          05 FILLER              PIC X(6)   VALUE "DATE: ".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC 9(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC 9(4).
          05 FILLER              PIC X(18)  VALUE "   EXPIRING THRU ".
          05 WINDOW-OUT          PIC 9(8).
          05 FILLER              PIC X(10)  VALUE "   BATCH ".
          05 BATCH-DATE-OUT      PIC 9(8).

       01 OWNER-ID-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(14)  VALUE "FLEET OWNER: ".
          05 OWNER-ID-CNF        PIC X(6).

       01 ADDR-NAME-LINE.
          05 FILLER              PIC X(5).
          05 ADDR-NAME-CNF       PIC X(20).

       01 ADDR-STREET-LINE.
          05 FILLER              PIC X(5).
          05 ADDR-STREET-CNF     PIC X(20).

       01 ADDR-CITY-LINE.
          05 FILLER              PIC X(5).
          05 ADDR-CITY-CNF       PIC X(15).
          05 FILLER              PIC X(1).
          05 ADDR-STATE-CNF      PIC X(2).
          05 FILLER              PIC X(1).
          05 ADDR-ZIP-CNF        PIC X(5).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(19) VALUE "VIN".
          05 FILLER              PIC X(3)  VALUE "CL".
          05 FILLER              PIC X(7)  VALUE "WEIGHT".
          05 FILLER              PIC X(6)  VALUE "YEAR".
          05 FILLER              PIC X(10) VALUE "EXPIRES".
          05 FILLER              PIC X(10) VALUE "RENEWED TO".
          05 FILLER              PIC X(8)  VALUE "TRANS".
          05 FILLER              PIC X(9)  VALUE "FEE".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 VIN-CNF             PIC X(17).
          05 FILLER              PIC X(2).
          05 VCLASS-CNF          PIC XX.
          05 FILLER              PIC X(2).
          05 WEIGHT-CNF          PIC ZZZZ9.
          05 FILLER              PIC X(2).
          05 YEAR-CNF            PIC 9(4).
          05 FILLER              PIC X(2).
          05 EXP-DATE-CNF        PIC 9(8).
          05 FILLER              PIC X(2).
          05 NEW-EXP-CNF         PIC 9(8).
          05 FILLER              PIC X(2).
          05 TRANS-ID-CNF        PIC 9(6).
          05 FILLER              PIC X(1).
          05 FEE-CNF             PIC $$,$$9.99.

       01 EXC-LINE.
          05 FILLER              PIC X(1).
          05 EXC-VIN-CNF         PIC X(17).
          05 FILLER              PIC X(2).
          05 EXC-VCLASS-CNF      PIC XX.
          05 FILLER              PIC X(2).
          05 EXC-WEIGHT-CNF      PIC ZZZZ9.
          05 FILLER              PIC X(2).
          05 EXC-YEAR-CNF        PIC 9(4).
          05 FILLER              PIC X(2).
          05 EXC-EXP-DATE-CNF    PIC 9(8).
          05 FILLER              PIC X(2).
          05 EXC-REASON-CNF      PIC X(15).

       01 EXC-HDR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(40)
                    VALUE "EXCEPTIONS - NOT RENEWED".

       01 RENEWED-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(20) VALUE "VEHICLES RENEWED:".
          05 OWN-GEN-CNT-OUT     PIC ZZZ9.
          05 FILLER              PIC X(22)
                    VALUE "   FEES TO BE BILLED: ".
          05 OWN-FEE-OUT         PIC $$$,$$$,$$9.99.

       01 EXC-CNT-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(20) VALUE "NOT RENEWED:".
          05 OWN-EXC-CNT-OUT     PIC ZZZ9.

       01 SURCH-NOTE-FTR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(30)
                    VALUE "LOCAL SURCHARGES, IF ANY, ARE ".
          05 FILLER              PIC X(30)
                    VALUE "ADDED WHEN BILLED".

       01 NONE-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(40)
                    VALUE "NO FLEET VEHICLES EXPIRING IN WINDOW".

       01 SUM-LINE.
          05 FILLER              PIC X(10).
          05 SUM-LBL-OUT         PIC X(32).
          05 SUM-CNT-OUT         PIC ZZZZ9.

       01 SUM-FEE-LINE.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(32)
                    VALUE "FEES TO BE BILLED".
          05 SUM-FEE-OUT         PIC $$$,$$$,$$9.99.

       01 SUM-BATCH-LINE.
          05 FILLER              PIC X(10).
          05 SUM-BATCH-LBL-OUT   PIC X(32).
          05 SUM-BATCH-DATE-OUT  PIC 9(8).

       01 FORMATING-WK.
          05 PAGENUM-WK          PIC 9(2) VALUE 0.
          05 LINE-CNT            PIC 9(2) VALUE 59.
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.

       01 CALENDAR-WK.
          05 HOL-ATMR            PIC XXX VALUE "YES".
          05 HOL-CNT             PIC 9(3) VALUE 0.
          05 HX                  PIC 9(3).
          05 BUSDAY-SW           PIC X.
          05 CHECK-DATE-WK       PIC 9(8).
          05 CHECK-INT-WK        PIC 9(8).
          05 DOW-WK              PIC 9(1).
          05 NEXT-FOUND-SW       PIC X.

       01 HOLIDAY-TABLE.
          05 HOL-ENTRY OCCURS 100 TIMES.
             10 HOL-DATE-TBL     PIC 9(8).

       01 TABLE-ATMR          PIC XXX VALUE "YES".

       01 RATE-PICK-WK.
          05 RATE-CNT-WK         PIC 9(2) VALUE 0.
          05 SUB                 PIC 9(2).
          05 RX2                 PIC 9(2).
          05 BEST-RX-WK          PIC 9(2).
          05 BEST-EFF-WK         PIC 9(8).
          05 REGFEE-WS           PIC 9(5)V99.

       01 TABLE-DB.
          05 TABLE-INFO       OCCURS 50 TIMES.
               10 VCLASS-TABLE      PIC XX.
               10 RATE-EFF-TBL      PIC 9(8).
               10 REGRATE           PIC 9V99.
               10 BREAK-WT          PIC 9(5).
               10 REGRATE2          PIC 9V99.

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

       01 BATCH-WK.
          05 BATCH-DATE-WK       PIC 9(8).
          05 BATCH-CNT-WK        PIC 9(6) VALUE 0.
          05 BATCH-HASH-WK       PIC 9(8) VALUE 0.
          05 MERGE-SW            PIC X VALUE "N".
          05 BATCH-FAIL-SW       PIC X VALUE "N".
          05 OLD-BATCH-DATE-WK   PIC 9(8) VALUE 0.
          05 BATCH-FAIL-MSG-WK   PIC X(40).
          05 BATCH-FAIL-KEY-WK   PIC 9(8).
          05 LAST-TRANS-WK       PIC 9(6) VALUE 0.
          05 NEXT-TRANS-WK       PIC 9(7) VALUE 0.
          05 SCAN-ATMR           PIC XXX.

       01 RENEW-DATE-WK.
          05 RENEW-YEAR-WK       PIC 9(4).
          05 RENEW-MMDD-WK       PIC 9(4).
       01 RENEW-DATE-NUM-WK REDEFINES RENEW-DATE-WK PIC 9(8).

       01 FLEET-WK.
          05 VEH-ATMR            PIC XXX VALUE "YES".
          05 SORT-ATMR           PIC XXX VALUE "YES".
          05 FLEET-SW            PIC X VALUE "N".
          05 DUP-SW              PIC X.
          05 EXC-HDR-SW          PIC X.
          05 PREV-OWNER-WK       PIC X(6) VALUE SPACES.
          05 REASON-WK           PIC X(15).
          05 WINDOW-INT-WK       PIC 9(8).
          05 WINDOW-DATE-WK      PIC 9(8).
          05 IN-CNT-WK           PIC 9(5) VALUE 0.
          05 GEN-CNT-WK          PIC 9(5) VALUE 0.
          05 EXC-CNT-WK          PIC 9(5) VALUE 0.
          05 OWNER-CNT-WK        PIC 9(5) VALUE 0.
          05 GEN-FEE-WK          PIC 9(7)V99 VALUE 0.
          05 OWN-GEN-CNT-WK      PIC 9(4).
          05 OWN-EXC-CNT-WK      PIC 9(4).
          05 OWN-FEE-WK          PIC 9(7)V99.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           MOVE "FLEETREN" TO BCHK-PROGRAM-LK.
           MOVE "BATCH" TO BCHK-OPER-LK.
           CALL "BATCHCHK" USING BATCHCHK-PARM.
           IF BCHK-PROCEED-LK = "N"
               DISPLAY "FLEETREN: RUN ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 101-RUNDATE-JOB.
           COMPUTE WINDOW-INT-WK =
               FUNCTION INTEGER-OF-DATE (DATE-NUM-WK) + 60.
           COMPUTE WINDOW-DATE-WK =
               FUNCTION DATE-OF-INTEGER (WINDOW-INT-WK).
           PERFORM 102-BATCH-DATE-JOB.
           PERFORM 103-TABLE-LOAD-JOB.
           PERFORM 107-INSPAGE-LOAD-JOB.
           OPEN INPUT VEHICLE-FILE
                INPUT OWNER-FILE
                INPUT VEHREG-FILE
                INPUT SUSPMAST-FILE
                INPUT PROCREG-FILE
                INPUT REJFILE
                INPUT INSPCERT-FILE
                OUTPUT OUT-FILE.
           PERFORM 110-LAST-TRANS-JOB.
           PERFORM 120-BATCH-OPEN-JOB.
           IF BATCH-FAIL-SW = "Y"
               DISPLAY "FLEETREN: " BATCH-FAIL-MSG-WK " "
                   BATCH-FAIL-KEY-WK " - RUN ENDED"
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE BATCH-FAIL-MSG-WK TO EVLOG-MESSAGE-LK
               MOVE BATCH-FAIL-KEY-WK TO EVLOG-KEY-LK
               PERFORM 410-EVENT-JOB
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE NEXT-TRANS-WK = LAST-TRANS-WK + 1
               SORT SORT-FILE ON ASCENDING KEY OWNER-ID-SRT,
                       EXC-SW-SRT, VIN-SRT
                   INPUT PROCEDURE IS 150-SELECT-JOB
                   OUTPUT PROCEDURE IS 200-CONFIRM-JOB
               PERFORM 130-TRAILER-WRITE-JOB
               PERFORM 300-DONE-JOB
               PERFORM 400-AUDIT-JOB
           END-IF.
           CLOSE REG-FILE, VEHICLE-FILE, OWNER-FILE, VEHREG-FILE,
                 SUSPMAST-FILE, PROCREG-FILE, REJFILE, INSPCERT-FILE,
                 OUT-FILE.
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

       102-BATCH-DATE-JOB.
           PERFORM 102A-HOLCAL-LOAD-JOB.
           COMPUTE CHECK-INT-WK =
               FUNCTION INTEGER-OF-DATE (DATE-NUM-WK) + 1.
           MOVE "N" TO NEXT-FOUND-SW.
           PERFORM 102C-NEXT-BUSDAY-JOB
               UNTIL NEXT-FOUND-SW = "Y".
           MOVE CHECK-DATE-WK TO BATCH-DATE-WK.
           DIVIDE BATCH-DATE-WK BY 10000 GIVING RUN-YEAR-WK.

       102A-HOLCAL-LOAD-JOB.
           OPEN INPUT HOLCAL-FILE.
           PERFORM 102B-HOLCAL-ENTRY-JOB
               UNTIL HOL-ATMR = "NO".
           CLOSE HOLCAL-FILE.

       102B-HOLCAL-ENTRY-JOB.
           READ HOLCAL-FILE
               AT END MOVE "NO" TO HOL-ATMR
               NOT AT END
                   IF HOL-DATE-IN IS NUMERIC AND HOL-CNT < 100
                       ADD 1 TO HOL-CNT
                       MOVE HOL-DATE-IN TO HOL-DATE-TBL (HOL-CNT)
                   END-IF
           END-READ.

       102C-NEXT-BUSDAY-JOB.
           COMPUTE CHECK-DATE-WK =
               FUNCTION DATE-OF-INTEGER (CHECK-INT-WK).
           PERFORM 102D-BUSDAY-CHECK-JOB.
           IF BUSDAY-SW = "Y"
               MOVE "Y" TO NEXT-FOUND-SW
           ELSE
               ADD 1 TO CHECK-INT-WK
           END-IF.

       102D-BUSDAY-CHECK-JOB.
           MOVE "Y" TO BUSDAY-SW.
           COMPUTE DOW-WK = FUNCTION MOD (CHECK-INT-WK, 7).
           IF DOW-WK = 0 OR DOW-WK = 6
               MOVE "N" TO BUSDAY-SW
           END-IF.
           PERFORM 102E-HOLIDAY-SCAN-JOB VARYING HX FROM 1 BY 1
               UNTIL HX > HOL-CNT.

       102E-HOLIDAY-SCAN-JOB.
           IF HOL-DATE-TBL (HX) = CHECK-DATE-WK
               MOVE "N" TO BUSDAY-SW
           END-IF.

       103-TABLE-LOAD-JOB.
           OPEN INPUT RATE-FILE.
           PERFORM 103A-TABLE-ENTRY-JOB VARYING SUB FROM 1 BY 1
               UNTIL SUB > 50.
           CLOSE RATE-FILE.

       103A-TABLE-ENTRY-JOB.
           IF TABLE-ATMR = "YES"
               READ RATE-FILE INTO TABLE-INFO (SUB)
                   AT END MOVE "NO" TO TABLE-ATMR
                   NOT AT END ADD 1 TO RATE-CNT-WK
               END-READ
           END-IF.

       105-MAKE-HEAD.
           ADD 1 TO PAGENUM-WK.
           MOVE PAGENUM-WK TO PAGE-HDR.
           PERFORM 106-DATE-HDR-JOB.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           MOVE PREV-OWNER-WK TO OWNER-ID-CNF.
           WRITE OUT-REC FROM OWNER-ID-LINE AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM ADDR-NAME-LINE AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM ADDR-STREET-LINE AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM ADDR-CITY-LINE AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 10 TO LINE-CNT.

       106-DATE-HDR-JOB.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE WINDOW-DATE-WK TO WINDOW-OUT.
           MOVE BATCH-DATE-WK TO BATCH-DATE-OUT.

       107-INSPAGE-LOAD-JOB.
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

       110-LAST-TRANS-JOB.
           MOVE "YES" TO SCAN-ATMR.
           MOVE 0 TO PROC-TRANS-ID.
           START PROCREG-FILE KEY IS NOT LESS THAN PROC-TRANS-ID
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 111-PROCREG-SCAN-JOB UNTIL SCAN-ATMR = "NO".
           MOVE "YES" TO SCAN-ATMR.
           MOVE 0 TO REJF-TRANS-ID.
           START REJFILE KEY IS NOT LESS THAN REJF-TRANS-ID
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 112-REJFILE-SCAN-JOB UNTIL SCAN-ATMR = "NO".
           MOVE "YES" TO SCAN-ATMR.
           OPEN INPUT REINST-FILE.
           PERFORM 113-REINST-SCAN-JOB UNTIL SCAN-ATMR = "NO".
           CLOSE REINST-FILE.
           MOVE "YES" TO SCAN-ATMR.
           OPEN INPUT XFERIN-FILE.
           PERFORM 114-XFERIN-SCAN-JOB UNTIL SCAN-ATMR = "NO".
           CLOSE XFERIN-FILE.

       111-PROCREG-SCAN-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF PROC-TRANS-ID > LAST-TRANS-WK
                           AND PROC-TRANS-ID < 999999
                       MOVE PROC-TRANS-ID TO LAST-TRANS-WK
                   END-IF
           END-READ.

       112-REJFILE-SCAN-JOB.
           READ REJFILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF REJF-TRANS-ID > LAST-TRANS-WK
                           AND REJF-TRANS-ID < 999999
                       MOVE REJF-TRANS-ID TO LAST-TRANS-WK
                   END-IF
           END-READ.

       113-REINST-SCAN-JOB.
           READ REINST-FILE
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF REIN-TRANS-ID-IN IS NUMERIC
                           AND REIN-TRANS-ID-IN > LAST-TRANS-WK
                           AND REIN-TRANS-ID-IN < 999999
                       MOVE REIN-TRANS-ID-IN TO LAST-TRANS-WK
                   END-IF
           END-READ.

       114-XFERIN-SCAN-JOB.
           READ XFERIN-FILE
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF XFER-TRANS-ID-IN IS NUMERIC
                           AND XFER-TRANS-ID-IN > LAST-TRANS-WK
                           AND XFER-TRANS-ID-IN < 999999
                       MOVE XFER-TRANS-ID-IN TO LAST-TRANS-WK
                   END-IF
           END-READ.

       120-BATCH-OPEN-JOB.
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
               PERFORM 125-BATCH-MERGE-JOB
           ELSE
               IF OLD-BATCH-DATE-WK > 0
                   PERFORM 122-BILLED-CHECK-JOB
               END-IF
               IF BATCH-FAIL-SW = "N"
                   CLOSE REG-FILE
                   OPEN OUTPUT REG-FILE
                   PERFORM 128-HEADER-WRITE-JOB
                   CLOSE REG-FILE
                   OPEN I-O REG-FILE
               END-IF
           END-IF.

       122-BILLED-CHECK-JOB.
           MOVE "YES" TO SCAN-ATMR.
           MOVE 1 TO TRANS-ID-OUT.
           START REG-FILE KEY IS NOT LESS THAN TRANS-ID-OUT
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 122A-BILLED-READ-JOB
               UNTIL SCAN-ATMR = "NO" OR BATCH-FAIL-SW = "Y".

       122A-BILLED-READ-JOB.
           READ REG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF TRANS-ID-OUT < 999999
                       PERFORM 123-BILLED-LOOKUP-JOB
                   ELSE
                       MOVE "NO" TO SCAN-ATMR
                   END-IF
           END-READ.

       123-BILLED-LOOKUP-JOB.
           MOVE TRANS-ID-OUT TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY
                   MOVE TRANS-ID-OUT TO REJF-TRANS-ID
                   READ REJFILE
                       INVALID KEY
                           MOVE "Y" TO BATCH-FAIL-SW
                           MOVE "UNBILLED REGIN BATCH NOT REPLACED"
                               TO BATCH-FAIL-MSG-WK
                           MOVE OLD-BATCH-DATE-WK TO BATCH-FAIL-KEY-WK
                   END-READ
           END-READ.

       125-BATCH-MERGE-JOB.
           MOVE 999999 TO TRANS-ID-OUT.
           READ REG-FILE
               INVALID KEY MOVE "Y" TO BATCH-FAIL-SW
               NOT INVALID KEY
                   IF CTL-TYPE = "TRL"
                       MOVE CTL-COUNT TO BATCH-CNT-WK
                       MOVE CTL-HASH TO BATCH-HASH-WK
                   ELSE
                       MOVE "Y" TO BATCH-FAIL-SW
                   END-IF
           END-READ.
           MOVE "REGIN BATCH OPEN - NO TRAILER" TO BATCH-FAIL-MSG-WK.
           MOVE BATCH-DATE-WK TO BATCH-FAIL-KEY-WK.
           MOVE "YES" TO SCAN-ATMR.
           MOVE 1 TO TRANS-ID-OUT.
           START REG-FILE KEY IS NOT LESS THAN TRANS-ID-OUT
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 126-REGIN-SCAN-JOB UNTIL SCAN-ATMR = "NO".

       126-REGIN-SCAN-JOB.
           READ REG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF TRANS-ID-OUT < 999999
                       IF TRANS-ID-OUT > LAST-TRANS-WK
                           MOVE TRANS-ID-OUT TO LAST-TRANS-WK
                       END-IF
                   ELSE
                       MOVE "NO" TO SCAN-ATMR
                   END-IF
           END-READ.

       128-HEADER-WRITE-JOB.
           MOVE SPACES TO CTL-REC.
           MOVE "000000" TO CTL-ID.
           MOVE "HDR" TO CTL-TYPE.
           MOVE BATCH-DATE-WK TO CTL-DATE.
           MOVE 0 TO CTL-COUNT.
           MOVE 0 TO CTL-HASH.
           WRITE CTL-REC
               INVALID KEY
                   DISPLAY "FLEETREN: HEADER WRITE FAILED"
           END-WRITE.

       130-TRAILER-WRITE-JOB.
           MOVE SPACES TO CTL-REC.
           MOVE "999999" TO CTL-ID.
           MOVE "TRL" TO CTL-TYPE.
           MOVE BATCH-DATE-WK TO CTL-DATE.
           MOVE BATCH-CNT-WK TO CTL-COUNT.
           MOVE BATCH-HASH-WK TO CTL-HASH.
           IF MERGE-SW = "Y"
               REWRITE CTL-REC
                   INVALID KEY
                       DISPLAY "FLEETREN: TRAILER REWRITE FAILED"
               END-REWRITE
           ELSE
               WRITE CTL-REC
                   INVALID KEY
                       DISPLAY "FLEETREN: TRAILER WRITE FAILED"
               END-WRITE
           END-IF.

       150-SELECT-JOB.
           MOVE LOW-VALUES TO VIN-MST.
           START VEHICLE-FILE KEY IS NOT LESS THAN VIN-MST
               INVALID KEY MOVE "NO" TO VEH-ATMR
           END-START.
           PERFORM 160-VEHICLE-JOB
               UNTIL VEH-ATMR = "NO".

       160-VEHICLE-JOB.
           READ VEHICLE-FILE NEXT RECORD
               AT END MOVE "NO" TO VEH-ATMR
               NOT AT END PERFORM 165-FLEET-CHECK-JOB
           END-READ.

       165-FLEET-CHECK-JOB.
           IF VEH-OWNER-ID-MST NOT = PREV-OWNER-WK
               MOVE VEH-OWNER-ID-MST TO PREV-OWNER-WK
               MOVE VEH-OWNER-ID-MST TO OWNER-ID-MST
               MOVE "N" TO FLEET-SW
               READ OWNER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OWNER-FLEET-SW-MST = "Y"
                               AND OWNER-AUTO-REN-MST = "Y"
                           MOVE "Y" TO FLEET-SW
                       END-IF
               END-READ
           END-IF.
           IF FLEET-SW = "Y"
               PERFORM 170-WINDOW-JOB
           END-IF.

       170-WINDOW-JOB.
           MOVE VIN-MST TO VREG-VIN-MST.
           READ VEHREG-FILE
               INVALID KEY
                   ADD 1 TO IN-CNT-WK
                   MOVE 0 TO VREG-EXP-DATE-MST
                   MOVE "NO REG ON FILE" TO REASON-WK
                   PERFORM 180-RELEASE-JOB
               NOT INVALID KEY
                   IF VREG-EXP-DATE-MST NOT < DATE-NUM-WK
                           AND VREG-EXP-DATE-MST NOT > WINDOW-DATE-WK
                       ADD 1 TO IN-CNT-WK
                       PERFORM 175-EDIT-JOB
                       PERFORM 180-RELEASE-JOB
                   END-IF
           END-READ.

       175-EDIT-JOB.
           MOVE SPACES TO REASON-WK.
           MOVE 0 TO REGFEE-WS.
           IF VEH-CLASS-MST = SPACES
               MOVE "NO CLASS" TO REASON-WK
           ELSE
               PERFORM 175A-RATE-JOB
           END-IF.
           IF REASON-WK = SPACES
               IF VEH-WEIGHT-MST IS NOT NUMERIC
                       OR VEH-WEIGHT-MST = 0
                   MOVE "NO WEIGHT" TO REASON-WK
               ELSE
                   PERFORM 175C-FEE-JOB
               END-IF
           END-IF.
           IF REASON-WK = SPACES
               PERFORM 175D-SUSPENSION-JOB
           END-IF.
           IF REASON-WK = SPACES
               PERFORM 175E-CANCEL-JOB
           END-IF.
           IF REASON-WK = SPACES
               PERFORM 175F-INSPECTION-JOB
           END-IF.
           IF REASON-WK = SPACES
               PERFORM 175H-BATCH-DUP-JOB
           END-IF.

       175A-RATE-JOB.
           MOVE 0 TO BEST-RX-WK, BEST-EFF-WK.
           PERFORM 175B-RATE-PICK-JOB VARYING RX2 FROM 1 BY 1
               UNTIL RX2 > RATE-CNT-WK.
           IF BEST-RX-WK = 0
               MOVE "CLASS NOT RATED" TO REASON-WK
           END-IF.

       175B-RATE-PICK-JOB.
           IF VCLASS-TABLE (RX2) = VEH-CLASS-MST
                   AND RATE-EFF-TBL (RX2) NOT > BATCH-DATE-WK
                   AND RATE-EFF-TBL (RX2) NOT < BEST-EFF-WK
               MOVE RATE-EFF-TBL (RX2) TO BEST-EFF-WK
               MOVE RX2 TO BEST-RX-WK
           END-IF.

       175C-FEE-JOB.
           IF BREAK-WT (BEST-RX-WK) IS NUMERIC
                   AND BREAK-WT (BEST-RX-WK) > 0
                   AND VEH-WEIGHT-MST > BREAK-WT (BEST-RX-WK)
               COMPUTE REGFEE-WS = BREAK-WT (BEST-RX-WK)
                   * REGRATE (BEST-RX-WK)
                   + (VEH-WEIGHT-MST - BREAK-WT (BEST-RX-WK))
                   * REGRATE2 (BEST-RX-WK)
           ELSE
               COMPUTE REGFEE-WS = VEH-WEIGHT-MST * REGRATE (BEST-RX-WK)
           END-IF.

       175D-SUSPENSION-JOB.
           MOVE VIN-MST TO SUSP-VIN-MST.
           READ SUSPMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SUSP-STATUS-MST = "S"
                       MOVE "SUSPENDED" TO REASON-WK
                   END-IF
           END-READ.

       175E-CANCEL-JOB.
           MOVE VREG-TRANS-ID-MST TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PROC-CAN-DATE > 0
                       MOVE "REG CANCELLED" TO REASON-WK
                   END-IF
           END-READ.

       175F-INSPECTION-JOB.
           MOVE "N" TO INSP-REQ-SW.
           IF VEH-YEAR-MST IS NUMERIC
               COMPUTE VEH-AGE-WK = RUN-YEAR-WK - VEH-YEAR-MST
               PERFORM 175G-INSP-AGE-SCAN-JOB VARYING IX FROM 1 BY 1
                   UNTIL IX > INSP-AGE-CNT-WK
           END-IF.
           IF INSP-REQ-SW = "Y"
               MOVE VIN-MST TO INSP-VIN-MST
               READ INSPCERT-FILE
                   INVALID KEY
                       MOVE "INSPECTION REQ" TO REASON-WK
                   NOT INVALID KEY
                       IF INSP-RESULT-MST NOT = "P"
                               OR INSP-EXP-DATE-MST < BATCH-DATE-WK
                           MOVE "INSPECTION REQ" TO REASON-WK
                       END-IF
               END-READ
           END-IF.

       175G-INSP-AGE-SCAN-JOB.
           IF INSP-VCLASS-TBL (IX) = VEH-CLASS-MST
                   AND INSP-AGE-TBL (IX) > 0
                   AND VEH-AGE-WK NOT < INSP-AGE-TBL (IX)
               MOVE "Y" TO INSP-REQ-SW
           END-IF.

       175H-BATCH-DUP-JOB.
           MOVE "N" TO DUP-SW.
           MOVE "YES" TO SCAN-ATMR.
           MOVE VEH-OWNER-ID-MST TO OWNER-ID-OUT.
           START REG-FILE KEY IS EQUAL TO OWNER-ID-OUT
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 175I-BATCH-SCAN-JOB
               UNTIL SCAN-ATMR = "NO" OR DUP-SW = "Y".
           IF DUP-SW = "Y"
               MOVE "ALREADY IN BATCH" TO REASON-WK
           END-IF.

       175I-BATCH-SCAN-JOB.
           READ REG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF OWNER-ID-OUT NOT = VEH-OWNER-ID-MST
                       MOVE "NO" TO SCAN-ATMR
                   ELSE
                       IF VIN-OUT = VIN-MST
                           MOVE "Y" TO DUP-SW
                       END-IF
                   END-IF
           END-READ.

       180-RELEASE-JOB.
           MOVE VEH-OWNER-ID-MST TO OWNER-ID-SRT.
           MOVE VIN-MST TO VIN-SRT.
           MOVE VEH-CLASS-MST TO VCLASS-SRT.
           MOVE 0 TO WEIGHT-SRT, YEAR-SRT.
           IF VEH-WEIGHT-MST IS NUMERIC
               MOVE VEH-WEIGHT-MST TO WEIGHT-SRT
           END-IF.
           IF VEH-YEAR-MST IS NUMERIC
               MOVE VEH-YEAR-MST TO YEAR-SRT
           END-IF.
           MOVE VREG-EXP-DATE-MST TO EXP-DATE-SRT.
           MOVE 0 TO NEW-EFF-DATE-SRT, NEW-EXP-DATE-SRT, FEE-SRT.
           MOVE REASON-WK TO REASON-SRT.
           IF REASON-WK = SPACES
               MOVE "N" TO EXC-SW-SRT
               PERFORM 185-RENEW-DATES-JOB
               MOVE REGFEE-WS TO FEE-SRT
           ELSE
               MOVE "Y" TO EXC-SW-SRT
           END-IF.
           RELEASE SORT-REC.

       185-RENEW-DATES-JOB.
           COMPUTE CHECK-INT-WK =
               FUNCTION INTEGER-OF-DATE (VREG-EXP-DATE-MST) + 1.
           COMPUTE NEW-EFF-DATE-SRT =
               FUNCTION DATE-OF-INTEGER (CHECK-INT-WK).
           MOVE VREG-EXP-DATE-MST TO RENEW-DATE-NUM-WK.
           ADD 1 TO RENEW-YEAR-WK.
           IF RENEW-MMDD-WK = 0229
               MOVE 0228 TO RENEW-MMDD-WK
           END-IF.
           MOVE RENEW-DATE-NUM-WK TO NEW-EXP-DATE-SRT.

       200-CONFIRM-JOB.
           MOVE SPACES TO PREV-OWNER-WK.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
           IF SORT-ATMR = "NO"
               MOVE SPACES TO OWNER-REC
               PERFORM 212-OWNER-ADDR-JOB
               PERFORM 105-MAKE-HEAD
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 210-OWNER-START-JOB
               PERFORM 220-DETAIL-JOB
                   UNTIL SORT-ATMR = "NO"
               PERFORM 230-OWNER-END-JOB
           END-IF.

       210-OWNER-START-JOB.
           MOVE OWNER-ID-SRT TO PREV-OWNER-WK.
           MOVE OWNER-ID-SRT TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY
                   MOVE SPACES TO OWNER-REC
                   MOVE "*NOT ON MASTER*" TO OWNER-NAME-MST
           END-READ.
           PERFORM 212-OWNER-ADDR-JOB.
           ADD 1 TO OWNER-CNT-WK.
           MOVE 0 TO OWN-GEN-CNT-WK, OWN-EXC-CNT-WK, OWN-FEE-WK.
           MOVE "N" TO EXC-HDR-SW.
           PERFORM 105-MAKE-HEAD.

       212-OWNER-ADDR-JOB.
           MOVE OWNER-NAME-MST TO ADDR-NAME-CNF.
           MOVE OWNER-STREET-MST TO ADDR-STREET-CNF.
           MOVE OWNER-CITY-MST TO ADDR-CITY-CNF.
           MOVE OWNER-STATE-MST TO ADDR-STATE-CNF.
           MOVE OWNER-ZIP-MST TO ADDR-ZIP-CNF.

       220-DETAIL-JOB.
           IF OWNER-ID-SRT NOT = PREV-OWNER-WK
               PERFORM 230-OWNER-END-JOB
               PERFORM 210-OWNER-START-JOB
           END-IF.
           IF EXC-SW-SRT = "N"
               PERFORM 240-GENERATE-JOB
           ELSE
               MOVE REASON-SRT TO REASON-WK
               PERFORM 250-EXCEPTION-JOB
           END-IF.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.

       230-OWNER-END-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           MOVE OWN-GEN-CNT-WK TO OWN-GEN-CNT-OUT.
           MOVE OWN-FEE-WK TO OWN-FEE-OUT.
           WRITE OUT-REC FROM RENEWED-FTR AFTER ADVANCING 3 LINES.
           MOVE OWN-EXC-CNT-WK TO OWN-EXC-CNT-OUT.
           WRITE OUT-REC FROM EXC-CNT-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM SURCH-NOTE-FTR AFTER ADVANCING 2 LINES.
           ADD 6 TO LINE-CNT.

       240-GENERATE-JOB.
           IF NEXT-TRANS-WK > 999998
               MOVE "NO TRANS ID" TO REASON-WK
               PERFORM 250-EXCEPTION-JOB
           ELSE
               MOVE NEXT-TRANS-WK TO TRANS-ID-OUT
               MOVE VCLASS-SRT TO VCLASS-OUT
               MOVE OWNER-NAME-MST TO OWNER-OUT
               MOVE WEIGHT-SRT TO WOV-OUT
               MOVE OWNER-ID-SRT TO OWNER-ID-OUT
               MOVE NEW-EFF-DATE-SRT TO REG-EFF-DATE-OUT
               MOVE NEW-EXP-DATE-SRT TO REG-EXP-DATE-OUT
               MOVE VIN-SRT TO VIN-OUT
               ADD 1 TO NEXT-TRANS-WK
               WRITE REG-REC
                   INVALID KEY
                       MOVE "TRANS ID IN USE" TO REASON-WK
                       PERFORM 250-EXCEPTION-JOB
                   NOT INVALID KEY
                       ADD 1 TO BATCH-CNT-WK
                       ADD WOV-OUT TO BATCH-HASH-WK
                       PERFORM 245-DETAIL-LINE-JOB
               END-WRITE
           END-IF.

       245-DETAIL-LINE-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE VIN-SRT TO VIN-CNF.
           MOVE VCLASS-SRT TO VCLASS-CNF.
           MOVE WEIGHT-SRT TO WEIGHT-CNF.
           MOVE YEAR-SRT TO YEAR-CNF.
           MOVE EXP-DATE-SRT TO EXP-DATE-CNF.
           MOVE NEW-EXP-DATE-SRT TO NEW-EXP-CNF.
           MOVE TRANS-ID-OUT TO TRANS-ID-CNF.
           MOVE FEE-SRT TO FEE-CNF.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT.
           ADD 1 TO OWN-GEN-CNT-WK, GEN-CNT-WK.
           ADD FEE-SRT TO OWN-FEE-WK, GEN-FEE-WK.

       250-EXCEPTION-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           IF EXC-HDR-SW = "N"
               WRITE OUT-REC FROM EXC-HDR AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-CNT
               MOVE "Y" TO EXC-HDR-SW
           END-IF.
           MOVE SPACES TO EXC-LINE.
           MOVE VIN-SRT TO EXC-VIN-CNF.
           MOVE VCLASS-SRT TO EXC-VCLASS-CNF.
           MOVE WEIGHT-SRT TO EXC-WEIGHT-CNF.
           MOVE YEAR-SRT TO EXC-YEAR-CNF.
           MOVE EXP-DATE-SRT TO EXC-EXP-DATE-CNF.
           MOVE REASON-WK TO EXC-REASON-CNF.
           WRITE OUT-REC FROM EXC-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT.
           ADD 1 TO OWN-EXC-CNT-WK, EXC-CNT-WK.

       300-DONE-JOB.
           ADD 1 TO PAGENUM-WK.
           MOVE PAGENUM-WK TO SUM-PAGE-HDR.
           PERFORM 106-DATE-HDR-JOB.
           WRITE OUT-REC FROM SUM-TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           MOVE "FLEET OWNERS CONFIRMED" TO SUM-LBL-OUT.
           MOVE OWNER-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUM-LINE AFTER ADVANCING 3 LINES.
           MOVE "FLEET VEHICLES DUE" TO SUM-LBL-OUT.
           MOVE IN-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUM-LINE AFTER ADVANCING 1 LINES.
           MOVE "RENEWALS GENERATED" TO SUM-LBL-OUT.
           MOVE GEN-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUM-LINE AFTER ADVANCING 1 LINES.
           MOVE "EXCEPTIONS - NOT RENEWED" TO SUM-LBL-OUT.
           MOVE EXC-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUM-LINE AFTER ADVANCING 1 LINES.
           MOVE GEN-FEE-WK TO SUM-FEE-OUT.
           WRITE OUT-REC FROM SUM-FEE-LINE AFTER ADVANCING 1 LINES.
           IF MERGE-SW = "Y"
               MOVE "ADDED TO REGIN.TXT BATCH OF" TO SUM-BATCH-LBL-OUT
           ELSE
               MOVE "NEW REGIN.TXT BATCH FOR" TO SUM-BATCH-LBL-OUT
           END-IF.
           MOVE BATCH-DATE-WK TO SUM-BATCH-DATE-OUT.
           WRITE OUT-REC FROM SUM-BATCH-LINE AFTER ADVANCING 2 LINES.
           MOVE "REGIN.TXT BATCH COUNT" TO SUM-LBL-OUT.
           MOVE BATCH-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUM-LINE AFTER ADVANCING 1 LINES.
           IF EXC-CNT-WK > 0
               MOVE "W" TO EVLOG-SEVERITY-LK
               MOVE "FLEET VEHICLES NOT RENEWED" TO EVLOG-MESSAGE-LK
               MOVE EXC-CNT-WK TO EVLOG-KEY-LK
               PERFORM 410-EVENT-JOB
           END-IF.
           DISPLAY "FLEETREN: " GEN-CNT-WK " RENEWALS WRITTEN TO "
               "REGIN.TXT FOR " BATCH-DATE-WK ", " EXC-CNT-WK
               " EXCEPTIONS".

       410-EVENT-JOB.
           MOVE "FLEETREN" TO EVLOG-PROGRAM-LK.
           CALL "EVLOG" USING EVLOG-PARM.

       400-AUDIT-JOB.
           MOVE "FLEETREN" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE GEN-CNT-WK TO AUDIT-OUT-OUT.
           MOVE EXC-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
