               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL VEHICLE-FILE
               ASSIGN     TO   "VEHMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-MST.
           SELECT OUT-FILE
               ASSIGN     TO   "RENEWNTC.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAIL-FILE
               ASSIGN     TO   "MAILREN.TXT"
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

       FD VEHICLE-FILE.
       01 VEHICLE-REC.
          05 VIN-MST             PIC X(17).
          05 VEH-OWNER-ID-MST    PIC X(6).
          05 VEH-CLASS-MST       PIC XX.
          05 VEH-WEIGHT-MST      PIC 9(5).
          05 VEH-MAKE-MST        PIC X(10).
          05 VEH-YEAR-MST        PIC 9(4).

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
                    VALUE "TOTAL NOTICES ISSUED: ".
          05 NOTICE-CNT-OUT      PIC ZZZZ9.

       01 CANCEL-CNT-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(22)
                    VALUE "CANCELLED - NO NOTICE:".
          05 CANCEL-CNT-OUT      PIC ZZZZ9.

       01 EXP-DATE-WK.
          05 EXP-YEAR-WK         PIC X(4).
          05 EXP-MONTH-WK        PIC X(2).

       01 ATMR          PIC XXX VALUE "YES".

       01 CANCEL-WK.
          05 CANCEL-SW           PIC X.
          05 CANCEL-CNT-WK       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           OPEN INPUT IN-FILE
                INPUT OWNER-FILE
                INPUT VEHICLE-FILE
                INPUT PROCREG-FILE
                OUTPUT OUT-FILE
                OUTPUT MAIL-FILE.
           PERFORM 101-RUNDATE-JOB.
           COMPUTE WINDOW-INT-WK =
               FUNCTION INTEGER-OF-DATE (DATE-NUM-WK) + 60.
               UNTIL ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE IN-FILE, OWNER-FILE, VEHICLE-FILE, PROCREG-FILE,
                 OUT-FILE, MAIL-FILE.
           GOBACK.

       101-RUNDATE-JOB.
                       AND REG-EXP-DATE-IN > 0
                       AND REG-EXP-DATE-IN NOT < DATE-NUM-WK
                       AND REG-EXP-DATE-IN NOT > WINDOW-DATE-WK
                   PERFORM 205-CANCEL-CHECK-JOB
                   IF CANCEL-SW = "N"
                       PERFORM 210-NOTICE-JOB
                   END-IF
               END-IF
           END-IF.
           READ IN-FILE
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

       210-NOTICE-JOB.
           MOVE OWNER-ID-IN TO OWNER-ID-NTC.
           MOVE VIN-IN TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VEH-OWNER-ID-MST NOT = SPACES
                       MOVE VEH-OWNER-ID-MST TO OWNER-ID-NTC
                   END-IF
           END-READ.
           MOVE OWNER-ID-NTC TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY MOVE OWNER-IN TO OWNER-NAME-NTC
               NOT INVALID KEY MOVE OWNER-NAME-MST TO OWNER-NAME-NTC
           MOVE EXP-YEAR-WK TO EXP-YEAR-NTC.
           WRITE OUT-REC FROM NOTICE-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO NOTICE-CNT-WK.
           MOVE OWNER-ID-NTC TO MAIL-OWNER-ID.
           MOVE "R" TO MAIL-TYPE.
           MOVE TRANS-ID-IN TO MAIL-TRANS-ID.
           MOVE VCLASS-IN TO MAIL-VCLASS.
           MOVE REG-EXP-DATE-IN TO MAIL-DATE.
           MOVE "RENEWAL DUE" TO MAIL-STAGE.
           MOVE 0 TO MAIL-AMT.
           WRITE MAIL-REC.

       300-DONE-JOB.
           MOVE NOTICE-CNT-WK TO NOTICE-CNT-OUT.
           WRITE OUT-REC FROM NOTICE-CNT-FTR AFTER ADVANCING 3 LINES.
           MOVE CANCEL-CNT-WK TO CANCEL-CNT-OUT.
           WRITE OUT-REC FROM CANCEL-CNT-FTR AFTER ADVANCING 1 LINES.

       400-AUDIT-JOB.
           MOVE "RENEWLST" TO AUDIT-PROGRAM-OUT.
