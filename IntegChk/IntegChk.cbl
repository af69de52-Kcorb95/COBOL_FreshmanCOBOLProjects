       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OWNER-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL VEHICLE-FILE
               ASSIGN     TO   "VEHMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-MST.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL VEHREG-FILE
               ASSIGN     TO   "VEHREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VREG-VIN-MST.
           SELECT OPTIONAL IN-FILE
               ASSIGN     TO   "REGIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANS-ID-IN
               ALTERNATE RECORD KEY IS OWNER-ID-IN
                   WITH DUPLICATES.
           SELECT OPTIONAL REJFILE
               ASSIGN     TO   "REGREJ.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJF-TRANS-ID.
           SELECT OPTIONAL RATE-FILE
               ASSIGN     TO   "RATETBL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY-IN.
           SELECT OUT-FILE
               ASSIGN     TO   "INTEGRPT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN     TO   "SORTWK".
       DATA DIVISION.
       FILE SECTION.
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

       FD VEHICLE-FILE.
       01 VEHICLE-REC.
          05 VIN-MST             PIC X(17).
          05 VEH-OWNER-ID-MST    PIC X(6).
          05 VEH-CLASS-MST       PIC XX.
          05 VEH-WEIGHT-MST      PIC 9(5).
          05 VEH-MAKE-MST        PIC X(10).
          05 VEH-YEAR-MST        PIC 9(4).

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

       FD VEHREG-FILE.
       01 VEHREG-REC.
          05 VREG-VIN-MST        PIC X(17).
          05 VREG-TRANS-ID-MST   PIC 9(6).
          05 VREG-OWNER-ID-MST   PIC X(6).
          05 VREG-VCLASS-MST     PIC XX.
          05 VREG-EFF-DATE-MST   PIC 9(8).
          05 VREG-EXP-DATE-MST   PIC 9(8).
          05 VREG-BILL-DATE-MST  PIC 9(8).

       FD IN-FILE.
       01 IN-REC.
          05 TRANS-ID-IN      PIC 9(6).
          05 VCLASS-IN        PIC XX.
          05 OWNER-IN         PIC X(20).
          05 WOV-IN           PIC 9(5).
          05 OWNER-ID-IN      PIC X(6).
          05 REG-EFF-DATE-IN  PIC 9(8).
          05 REG-EXP-DATE-IN  PIC 9(8).
          05 VIN-IN           PIC X(17).

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

       FD RATE-FILE.
       01 RATE-REC.
          05 RATE-KEY-IN.
             10 VCLASS-RATE-IN   PIC XX.
             10 RATE-EFF-IN      PIC 9(8).
          05 REGRATE-IN          PIC 9V99.
          05 BREAK-WT-IN         PIC 9(5).
          05 REGRATE2-IN         PIC 9V99.

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

       SD SORT-FILE.
       01 SORT-REC.
          05 TYPE-SRT            PIC 9(2).
          05 KEY-SRT             PIC X(17).
          05 REF-SRT             PIC X(17).
          05 INFO-SRT            PIC X(20).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       COPY EVLOGLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(36)
                    VALUE "-REGISTRATION FILE INTEGRITY-".

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 DATE-HDR.
          05 FILLER              PIC X(6)   VALUE "DATE: ".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC 9(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC 9(4).

       01 TYPE-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(3)  VALUE "-- ".
          05 TYPE-DESC-HDR       PIC X(28).
          05 FILLER              PIC X(2).
          05 TYPE-SEV-HDR        PIC X(7).
          05 FILLER              PIC X(3)  VALUE " --".

       01 COLUMN-HDR.
          05 FILLER              PIC X(3).
          05 FILLER              PIC X(19) VALUE "KEY".
          05 FILLER              PIC X(19) VALUE "REFERENCE".
          05 FILLER              PIC X(20) VALUE "DETAIL".

       01 DETAIL-LINE.
          05 FILLER              PIC X(3).
          05 KEY-OUT             PIC X(17).
          05 FILLER              PIC X(2).
          05 REF-OUT             PIC X(17).
          05 FILLER              PIC X(2).
          05 INFO-OUT            PIC X(20).

       01 NONE-LINE.
          05 FILLER              PIC X(3).
          05 FILLER              PIC X(30)
                    VALUE "** NO INTEGRITY PROBLEMS **".

       01 SUMMARY-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(27)
                    VALUE "-- PROBLEM TYPE SUMMARY --".

       01 SUMMARY-LINE.
          05 FILLER              PIC X(1).
          05 SUM-LBL-OUT         PIC X(28).
          05 FILLER              PIC X(2).
          05 SUM-SEV-OUT         PIC X(7).
          05 SUM-CNT-OUT         PIC ZZZZZ9.

       01 INTEG-WK.
          05 OWNER-ATMR          PIC XXX VALUE "YES".
          05 VEH-ATMR            PIC XXX VALUE "YES".
          05 PROC-ATMR           PIC XXX VALUE "YES".
          05 VREG-ATMR           PIC XXX VALUE "YES".
          05 IN-ATMR             PIC XXX VALUE "YES".
          05 REJ-ATMR            PIC XXX VALUE "YES".
          05 RATE-ATMR           PIC XXX VALUE "YES".
          05 SORT-ATMR           PIC XXX VALUE "YES".
          05 FOUND-SW            PIC X.
          05 LINE-CNT-WK         PIC 9(3) VALUE 0.
          05 LAST-TYPE-WK        PIC 9(2) VALUE 0.
          05 CHECK-CLASS-WK      PIC XX.
          05 CHECK-OWNER-WK      PIC X(6).
          05 VEH-CNT-WK          PIC 9(6) VALUE 0.
          05 PROC-CNT-WK         PIC 9(6) VALUE 0.
          05 IN-CNT-WK           PIC 9(6) VALUE 0.
          05 VREG-CNT-WK         PIC 9(6) VALUE 0.
          05 REJ-CNT-WK          PIC 9(6) VALUE 0.
          05 CHECKED-CNT-WK      PIC 9(6) VALUE 0.
          05 PROBLEM-CNT-WK      PIC 9(6) VALUE 0.
          05 ERROR-CNT-WK        PIC 9(6) VALUE 0.
          05 EVLOG-CNT-WK        PIC 9(6).
          05 TX                  PIC 9(2).
          05 RCX                 PIC 9(2).
          05 RATE-CLASS-CNT      PIC 9(2) VALUE 0.
          05 TYPE-CNT            PIC 9(2) VALUE 10.

       01 TYPE-TABLE.
          05 TYPE-ENTRY OCCURS 10 TIMES.
             10 TYPE-DESC-TBL    PIC X(28).
             10 TYPE-SEV-TBL     PIC X.
             10 TYPE-CNT-TBL     PIC 9(6).

       01 RATE-CLASS-TABLE.
          05 RATE-CLASS-ENTRY OCCURS 50 TIMES.
             10 RATE-CLASS-TBL   PIC XX.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-TYPE-SETUP-JOB.
           PERFORM 103-RATE-LOAD-JOB.
           OPEN INPUT OWNER-FILE
                INPUT VEHICLE-FILE
                INPUT PROCREG-FILE
                INPUT VEHREG-FILE
                INPUT IN-FILE
                INPUT REJFILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           SORT SORT-FILE ON ASCENDING KEY TYPE-SRT, KEY-SRT
               INPUT PROCEDURE IS 200-CHECK-JOB
               OUTPUT PROCEDURE IS 300-PRINT-JOB.
           IF PROBLEM-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 350-SUMMARY-JOB.
           PERFORM 360-EVLOG-JOB VARYING TX FROM 1 BY 1
               UNTIL TX > TYPE-CNT.
           PERFORM 400-AUDIT-JOB.
           CLOSE OWNER-FILE, VEHICLE-FILE, PROCREG-FILE, VEHREG-FILE,
                 IN-FILE,
                 REJFILE, OUT-FILE.
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

       102-TYPE-SETUP-JOB.
           MOVE "VEHICLE OWNER NOT ON FILE" TO TYPE-DESC-TBL (1).
           MOVE "E" TO TYPE-SEV-TBL (1).
           MOVE "VEHICLE CLASS HAS NO RATE" TO TYPE-DESC-TBL (2).
           MOVE "E" TO TYPE-SEV-TBL (2).
           MOVE "PROCREG OWNER NOT ON FILE" TO TYPE-DESC-TBL (3).
           MOVE "E" TO TYPE-SEV-TBL (3).
           MOVE "PROCREG OWNER NOT VEH OWNER" TO TYPE-DESC-TBL (4).
           MOVE "W" TO TYPE-SEV-TBL (4).
           MOVE "REGIN OWNER NOT ON FILE" TO TYPE-DESC-TBL (5).
           MOVE "E" TO TYPE-SEV-TBL (5).
           MOVE "REGIN VIN NOT ON VEHMAST" TO TYPE-DESC-TBL (6).
           MOVE "E" TO TYPE-SEV-TBL (6).
           MOVE "REGIN CLASS HAS NO RATE" TO TYPE-DESC-TBL (7).
           MOVE "E" TO TYPE-SEV-TBL (7).
           MOVE "REGIN NOT MATCHING VEHICLE" TO TYPE-DESC-TBL (8).
           MOVE "W" TO TYPE-SEV-TBL (8).
           MOVE "REGREJ ITEM ALREADY BILLED" TO TYPE-DESC-TBL (9).
           MOVE "W" TO TYPE-SEV-TBL (9).
           MOVE "REGREJ OWNER NOT ON FILE" TO TYPE-DESC-TBL (10).
           MOVE "W" TO TYPE-SEV-TBL (10).
           PERFORM 102A-TYPE-CLEAR-JOB VARYING TX FROM 1 BY 1
               UNTIL TX > TYPE-CNT.

       102A-TYPE-CLEAR-JOB.
           MOVE 0 TO TYPE-CNT-TBL (TX).

       103-RATE-LOAD-JOB.
           OPEN INPUT RATE-FILE.
           PERFORM 103A-RATE-ENTRY-JOB
               UNTIL RATE-ATMR = "NO".
           CLOSE RATE-FILE.

       103A-RATE-ENTRY-JOB.
           READ RATE-FILE
               AT END MOVE "NO" TO RATE-ATMR
               NOT AT END
                   IF RATE-EFF-IN NOT > DATE-NUM-WK
                       MOVE VCLASS-RATE-IN TO CHECK-CLASS-WK
                       PERFORM 280-RATE-FIND-JOB
                       IF FOUND-SW = "N" AND RATE-CLASS-CNT < 50
                           ADD 1 TO RATE-CLASS-CNT
                           MOVE VCLASS-RATE-IN
                               TO RATE-CLASS-TBL (RATE-CLASS-CNT)
                       END-IF
                   END-IF
           END-READ.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           MOVE 0 TO LINE-CNT-WK.

       200-CHECK-JOB.
           PERFORM 210-VEHICLE-PASS-JOB.
           PERFORM 220-PROCREG-PASS-JOB.
           PERFORM 223-VEHREG-PASS-JOB.
           PERFORM 230-REGIN-PASS-JOB.
           PERFORM 240-REGREJ-PASS-JOB.

       210-VEHICLE-PASS-JOB.
           MOVE LOW-VALUES TO VIN-MST.
           START VEHICLE-FILE KEY IS NOT LESS THAN VIN-MST
               INVALID KEY MOVE "NO" TO VEH-ATMR
           END-START.
           PERFORM 211-VEHICLE-READ-JOB
               UNTIL VEH-ATMR = "NO".

       211-VEHICLE-READ-JOB.
           READ VEHICLE-FILE NEXT RECORD
               AT END MOVE "NO" TO VEH-ATMR
               NOT AT END
                   ADD 1 TO VEH-CNT-WK
                   PERFORM 212-VEHICLE-CHECK-JOB
           END-READ.

       212-VEHICLE-CHECK-JOB.
           MOVE VEH-OWNER-ID-MST TO CHECK-OWNER-WK.
           PERFORM 270-OWNER-FIND-JOB.
           IF FOUND-SW = "N"
               MOVE 1 TO TYPE-SRT
               MOVE VIN-MST TO KEY-SRT
               MOVE VEH-OWNER-ID-MST TO REF-SRT
               MOVE "OWNER ID MISSING" TO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.
           MOVE VEH-CLASS-MST TO CHECK-CLASS-WK.
           PERFORM 280-RATE-FIND-JOB.
           IF FOUND-SW = "N"
               MOVE 2 TO TYPE-SRT
               MOVE VIN-MST TO KEY-SRT
               MOVE VEH-CLASS-MST TO REF-SRT
               MOVE "CLASS NOT ON RATETBL" TO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.

       220-PROCREG-PASS-JOB.
           MOVE LOW-VALUES TO PROC-REC.
           START PROCREG-FILE KEY IS NOT LESS THAN PROC-TRANS-ID
               INVALID KEY MOVE "NO" TO PROC-ATMR
           END-START.
           PERFORM 221-PROCREG-READ-JOB
               UNTIL PROC-ATMR = "NO".

       221-PROCREG-READ-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO PROC-ATMR
               NOT AT END
                   ADD 1 TO PROC-CNT-WK
                   PERFORM 222-PROCREG-CHECK-JOB
           END-READ.

       222-PROCREG-CHECK-JOB.
           MOVE PROC-OWNER-ID TO CHECK-OWNER-WK.
           PERFORM 270-OWNER-FIND-JOB.
           IF FOUND-SW = "N"
               MOVE 3 TO TYPE-SRT
               MOVE PROC-TRANS-ID TO KEY-SRT
               MOVE PROC-OWNER-ID TO REF-SRT
               MOVE "OWNER ID MISSING" TO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.

       223-VEHREG-PASS-JOB.
           MOVE LOW-VALUES TO VREG-VIN-MST.
           START VEHREG-FILE KEY IS NOT LESS THAN VREG-VIN-MST
               INVALID KEY MOVE "NO" TO VREG-ATMR
           END-START.
           PERFORM 224-VEHREG-READ-JOB
               UNTIL VREG-ATMR = "NO".

       224-VEHREG-READ-JOB.
           READ VEHREG-FILE NEXT RECORD
               AT END MOVE "NO" TO VREG-ATMR
               NOT AT END
                   ADD 1 TO VREG-CNT-WK
                   MOVE VREG-TRANS-ID-MST TO PROC-TRANS-ID
                   READ PROCREG-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM 225-PROCREG-VEHICLE-JOB
                   END-READ
           END-READ.

       225-PROCREG-VEHICLE-JOB.
           MOVE VREG-VIN-MST TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VEH-OWNER-ID-MST NOT = PROC-OWNER-ID
                       MOVE 4 TO TYPE-SRT
                       MOVE PROC-TRANS-ID TO KEY-SRT
                       MOVE VREG-VIN-MST TO REF-SRT
                       MOVE SPACES TO INFO-SRT
                       STRING "BILLED " PROC-OWNER-ID
                              " VEH " VEH-OWNER-ID-MST
                           DELIMITED BY SIZE INTO INFO-SRT
                       PERFORM 290-PROBLEM-RELEASE-JOB
                   END-IF
           END-READ.

       230-REGIN-PASS-JOB.
           MOVE LOW-VALUES TO IN-REC.
           START IN-FILE KEY IS NOT LESS THAN TRANS-ID-IN
               INVALID KEY MOVE "NO" TO IN-ATMR
           END-START.
           PERFORM 231-REGIN-READ-JOB
               UNTIL IN-ATMR = "NO".

       231-REGIN-READ-JOB.
           READ IN-FILE NEXT RECORD
               AT END MOVE "NO" TO IN-ATMR
               NOT AT END
                   IF TRANS-ID-IN NOT = 0 AND TRANS-ID-IN NOT = 999999
                       ADD 1 TO IN-CNT-WK
                       PERFORM 232-REGIN-CHECK-JOB
                   END-IF
           END-READ.

       232-REGIN-CHECK-JOB.
           MOVE OWNER-ID-IN TO CHECK-OWNER-WK.
           PERFORM 270-OWNER-FIND-JOB.
           IF FOUND-SW = "N"
               MOVE 5 TO TYPE-SRT
               MOVE TRANS-ID-IN TO KEY-SRT
               MOVE OWNER-ID-IN TO REF-SRT
               MOVE "OWNER ID MISSING" TO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.
           MOVE VCLASS-IN TO CHECK-CLASS-WK.
           PERFORM 280-RATE-FIND-JOB.
           IF FOUND-SW = "N"
               MOVE 7 TO TYPE-SRT
               MOVE TRANS-ID-IN TO KEY-SRT
               MOVE VCLASS-IN TO REF-SRT
               MOVE "CLASS NOT ON RATETBL" TO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.
           MOVE VIN-IN TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY
                   MOVE 6 TO TYPE-SRT
                   MOVE TRANS-ID-IN TO KEY-SRT
                   MOVE VIN-IN TO REF-SRT
                   MOVE "VIN MISSING" TO INFO-SRT
                   PERFORM 290-PROBLEM-RELEASE-JOB
               NOT INVALID KEY
                   PERFORM 233-REGIN-VEHICLE-JOB
           END-READ.

       233-REGIN-VEHICLE-JOB.
           MOVE 8 TO TYPE-SRT.
           MOVE TRANS-ID-IN TO KEY-SRT.
           MOVE VIN-IN TO REF-SRT.
           IF VEH-OWNER-ID-MST NOT = OWNER-ID-IN
               MOVE SPACES TO INFO-SRT
               STRING "OWNER " OWNER-ID-IN " VEH " VEH-OWNER-ID-MST
                   DELIMITED BY SIZE INTO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.
           IF VEH-CLASS-MST NOT = VCLASS-IN
               MOVE SPACES TO INFO-SRT
               STRING "CLASS " VCLASS-IN " VEH " VEH-CLASS-MST
                   DELIMITED BY SIZE INTO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.

       240-REGREJ-PASS-JOB.
           MOVE LOW-VALUES TO REJF-REC.
           START REJFILE KEY IS NOT LESS THAN REJF-TRANS-ID
               INVALID KEY MOVE "NO" TO REJ-ATMR
           END-START.
           PERFORM 241-REGREJ-READ-JOB
               UNTIL REJ-ATMR = "NO".

       241-REGREJ-READ-JOB.
           READ REJFILE NEXT RECORD
               AT END MOVE "NO" TO REJ-ATMR
               NOT AT END
                   IF REJF-STATUS NOT = "P"
                       ADD 1 TO REJ-CNT-WK
                       PERFORM 242-REGREJ-CHECK-JOB
                   END-IF
           END-READ.

       242-REGREJ-CHECK-JOB.
           MOVE REJF-TRANS-ID TO PROC-TRANS-ID.
           READ PROCREG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 9 TO TYPE-SRT
                   MOVE REJF-TRANS-ID TO KEY-SRT
                   MOVE REJF-VIN TO REF-SRT
                   MOVE SPACES TO INFO-SRT
                   STRING "BILLED " PROC-DATE
                       DELIMITED BY SIZE INTO INFO-SRT
                   PERFORM 290-PROBLEM-RELEASE-JOB
           END-READ.
           MOVE REJF-OWNER-ID TO CHECK-OWNER-WK.
           PERFORM 270-OWNER-FIND-JOB.
           IF FOUND-SW = "N"
               MOVE 10 TO TYPE-SRT
               MOVE REJF-TRANS-ID TO KEY-SRT
               MOVE REJF-OWNER-ID TO REF-SRT
               MOVE REJF-REASON TO INFO-SRT
               PERFORM 290-PROBLEM-RELEASE-JOB
           END-IF.

       270-OWNER-FIND-JOB.
           MOVE CHECK-OWNER-WK TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY MOVE "N" TO FOUND-SW
               NOT INVALID KEY MOVE "Y" TO FOUND-SW
           END-READ.

       280-RATE-FIND-JOB.
           MOVE "N" TO FOUND-SW.
           PERFORM 281-RATE-SCAN-JOB VARYING RCX FROM 1 BY 1
               UNTIL RCX > RATE-CLASS-CNT.

       281-RATE-SCAN-JOB.
           IF RATE-CLASS-TBL (RCX) = CHECK-CLASS-WK
               MOVE "Y" TO FOUND-SW
           END-IF.

       290-PROBLEM-RELEASE-JOB.
           ADD 1 TO TYPE-CNT-TBL (TYPE-SRT).
           ADD 1 TO PROBLEM-CNT-WK.
           IF TYPE-SEV-TBL (TYPE-SRT) = "E"
               ADD 1 TO ERROR-CNT-WK
           END-IF.
           RELEASE SORT-REC.

       300-PRINT-JOB.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
           PERFORM 310-PRINT-LINE-JOB
               UNTIL SORT-ATMR = "NO".

       310-PRINT-LINE-JOB.
           IF LINE-CNT-WK > 50
               PERFORM 105-MAKE-HEAD
               PERFORM 320-TYPE-HEAD-JOB
           END-IF.
           IF TYPE-SRT NOT = LAST-TYPE-WK
               MOVE TYPE-SRT TO LAST-TYPE-WK
               PERFORM 320-TYPE-HEAD-JOB
           END-IF.
           MOVE KEY-SRT TO KEY-OUT.
           MOVE REF-SRT TO REF-OUT.
           MOVE INFO-SRT TO INFO-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT-WK.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.

       320-TYPE-HEAD-JOB.
           MOVE TYPE-DESC-TBL (TYPE-SRT) TO TYPE-DESC-HDR.
           IF TYPE-SEV-TBL (TYPE-SRT) = "E"
               MOVE "ERROR" TO TYPE-SEV-HDR
           ELSE
               MOVE "WARNING" TO TYPE-SEV-HDR
           END-IF.
           WRITE OUT-REC FROM TYPE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 1 LINES.
           ADD 3 TO LINE-CNT-WK.

       350-SUMMARY-JOB.
           WRITE OUT-REC FROM SUMMARY-HDR AFTER ADVANCING 3 LINES.
           MOVE SPACES TO SUM-SEV-OUT.
           MOVE "VEHICLES CHECKED:" TO SUM-LBL-OUT.
           MOVE VEH-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "PROCREG ITEMS CHECKED:" TO SUM-LBL-OUT.
           MOVE PROC-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "REGISTRATIONS CHECKED:" TO SUM-LBL-OUT.
           MOVE VREG-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "REGIN ITEMS CHECKED:" TO SUM-LBL-OUT.
           MOVE IN-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "UNPROCESSED REJECTS CHECKED:" TO SUM-LBL-OUT.
           MOVE REJ-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           MOVE "RATE CLASSES IN EFFECT:" TO SUM-LBL-OUT.
           MOVE RATE-CLASS-CNT TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES.
           PERFORM 351-SUMMARY-TYPE-JOB VARYING TX FROM 1 BY 1
               UNTIL TX > TYPE-CNT.
           MOVE SPACES TO SUM-SEV-OUT.
           MOVE "TOTAL PROBLEMS:" TO SUM-LBL-OUT.
           MOVE PROBLEM-CNT-WK TO SUM-CNT-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.

       351-SUMMARY-TYPE-JOB.
           MOVE TYPE-DESC-TBL (TX) TO SUM-LBL-OUT.
           IF TYPE-SEV-TBL (TX) = "E"
               MOVE "ERROR" TO SUM-SEV-OUT
           ELSE
               MOVE "WARNING" TO SUM-SEV-OUT
           END-IF.
           MOVE TYPE-CNT-TBL (TX) TO SUM-CNT-OUT.
           IF TX = 1
               WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES
           ELSE
               WRITE OUT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINES
           END-IF.

       360-EVLOG-JOB.
           IF TYPE-CNT-TBL (TX) > 0
               MOVE "INTEGCHK" TO EVLOG-PROGRAM-LK
               MOVE TYPE-SEV-TBL (TX) TO EVLOG-SEVERITY-LK
               MOVE TYPE-DESC-TBL (TX) TO EVLOG-MESSAGE-LK
               MOVE TYPE-CNT-TBL (TX) TO EVLOG-CNT-WK
               MOVE SPACES TO EVLOG-KEY-LK
               STRING "COUNT " EVLOG-CNT-WK
                   DELIMITED BY SIZE INTO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
           END-IF.

       400-AUDIT-JOB.
           COMPUTE CHECKED-CNT-WK =
               VEH-CNT-WK + PROC-CNT-WK + VREG-CNT-WK + IN-CNT-WK
               + REJ-CNT-WK.
           MOVE "INTEGCHK" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE CHECKED-CNT-WK TO AUDIT-IN-OUT.
           MOVE PROBLEM-CNT-WK TO AUDIT-OUT-OUT.
           MOVE ERROR-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
