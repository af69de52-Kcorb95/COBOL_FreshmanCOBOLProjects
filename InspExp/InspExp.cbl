       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSPCERT-FILE
               ASSIGN     TO   "INSPCERT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSP-VIN-MST.
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
           SELECT OUT-FILE
               ASSIGN     TO   "INSPEXP.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INSPCERT-FILE.
       01 INSPCERT-REC.
          05 INSP-VIN-MST        PIC X(17).
          05 INSP-CERT-NO-MST    PIC X(10).
          05 INSP-DATE-MST       PIC 9(8).
          05 INSP-RESULT-MST     PIC X.
          05 INSP-STATION-MST    PIC X(6).
          05 INSP-EXP-DATE-MST   PIC 9(8).

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

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(30)
                    VALUE "-INSPECTIONS EXPIRING-".

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
          05 FILLER              PIC X(12)  VALUE "   THROUGH ".
          05 WINDOW-OUT          PIC 9(8).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(18) VALUE "VIN".
          05 FILLER              PIC X(3)  VALUE "CL".
          05 FILLER              PIC X(7)  VALUE "OWNER".
          05 FILLER              PIC X(21) VALUE "NAME".
          05 FILLER              PIC X(11) VALUE "CERT NO".
          05 FILLER              PIC X(8)  VALUE "EXPIRES".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 VIN-OUT             PIC X(17).
          05 FILLER              PIC X(1).
          05 VCLASS-OUT          PIC XX.
          05 FILLER              PIC X(1).
          05 OWNER-ID-OUT        PIC X(6).
          05 FILLER              PIC X(1).
          05 OWNER-NAME-OUT      PIC X(20).
          05 FILLER              PIC X(1).
          05 CERT-NO-OUT         PIC X(10).
          05 FILLER              PIC X(1).
          05 EXP-DATE-OUT        PIC 9(8).

       01 COUNT-FTR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(31)
                    VALUE "INSPECTIONS EXPIRING IN 60 DAYS".
          05 FILLER              PIC X(2).
          05 LIST-CNT-OUT        PIC ZZZZ9.

       01 EXPIRE-WK.
          05 INSP-ATMR           PIC XXX VALUE "YES".
          05 IN-CNT-WK           PIC 9(5) VALUE 0.
          05 LIST-CNT-WK         PIC 9(5) VALUE 0.
          05 LINE-CNT-WK         PIC 9(3) VALUE 0.
          05 WINDOW-INT-WK       PIC 9(8).
          05 WINDOW-DATE-WK      PIC 9(8).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           OPEN INPUT INSPCERT-FILE
                INPUT VEHICLE-FILE
                INPUT OWNER-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           COMPUTE WINDOW-INT-WK =
               FUNCTION INTEGER-OF-DATE (DATE-NUM-WK) + 60.
           COMPUTE WINDOW-DATE-WK =
               FUNCTION DATE-OF-INTEGER (WINDOW-INT-WK).
           PERFORM 105-MAKE-HEAD.
           MOVE LOW-VALUES TO INSP-VIN-MST.
           START INSPCERT-FILE KEY IS NOT LESS THAN INSP-VIN-MST
               INVALID KEY MOVE "NO" TO INSP-ATMR
           END-START.
           PERFORM 200-SELECT-JOB
               UNTIL INSP-ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE INSPCERT-FILE, VEHICLE-FILE, OWNER-FILE, OUT-FILE.
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

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE WINDOW-DATE-WK TO WINDOW-OUT.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 0 TO LINE-CNT-WK.

       200-SELECT-JOB.
           READ INSPCERT-FILE NEXT RECORD
               AT END MOVE "NO" TO INSP-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   IF INSP-RESULT-MST = "P"
                           AND INSP-EXP-DATE-MST NOT < DATE-NUM-WK
                           AND INSP-EXP-DATE-MST NOT > WINDOW-DATE-WK
                       PERFORM 210-VEHICLE-JOB
                   END-IF
           END-READ.

       210-VEHICLE-JOB.
           MOVE INSP-VIN-MST TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 220-LIST-JOB
           END-READ.

       220-LIST-JOB.
           MOVE VEH-OWNER-ID-MST TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY MOVE "*NOT ON MASTER*" TO OWNER-NAME-MST
           END-READ.
           IF LINE-CNT-WK > 50
               PERFORM 105-MAKE-HEAD
           END-IF.
           MOVE INSP-VIN-MST TO VIN-OUT.
           MOVE VEH-CLASS-MST TO VCLASS-OUT.
           MOVE VEH-OWNER-ID-MST TO OWNER-ID-OUT.
           MOVE OWNER-NAME-MST TO OWNER-NAME-OUT.
           MOVE INSP-CERT-NO-MST TO CERT-NO-OUT.
           MOVE INSP-EXP-DATE-MST TO EXP-DATE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT-WK.
           ADD 1 TO LIST-CNT-WK.

       300-DONE-JOB.
           MOVE LIST-CNT-WK TO LIST-CNT-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 3 LINES.

       400-AUDIT-JOB.
           MOVE "INSPEXP" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE LIST-CNT-WK TO AUDIT-OUT-OUT.
           MOVE 0 TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
