       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSPIN-FILE
               ASSIGN     TO   "INSPIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OUT-FILE
               ASSIGN     TO   "INSPLOG.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD INSPIN-FILE.
       01 INSPIN-REC.
          05 INSP-VIN-IN         PIC X(17).
          05 INSP-CERT-NO-IN     PIC X(10).
          05 INSP-DATE-IN        PIC 9(8).
          05 INSP-RESULT-IN      PIC X.
          05 INSP-STATION-IN     PIC X(6).
          05 INSP-EXP-DATE-IN    PIC 9(8).

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

       COPY JRNLLINK.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(30)
                    VALUE "-INSPECTION CERTIFICATE LOAD-".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(18) VALUE "VIN".
          05 FILLER              PIC X(11) VALUE "CERT NO".
          05 FILLER              PIC X(9)  VALUE "INSPECTED".
          05 FILLER              PIC X(3)  VALUE "RS".
          05 FILLER              PIC X(9)  VALUE "EXPIRES".
          05 FILLER              PIC X(20) VALUE "ACTION".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 VIN-OUT             PIC X(17).
          05 FILLER              PIC X(1).
          05 CERT-NO-OUT         PIC X(10).
          05 FILLER              PIC X(1).
          05 INSP-DATE-OUT       PIC 9(8).
          05 FILLER              PIC X(1).
          05 RESULT-OUT          PIC X.
          05 FILLER              PIC X(2).
          05 EXP-DATE-OUT        PIC 9(8).
          05 FILLER              PIC X(1).
          05 ACTION-OUT          PIC X(20).

       01 SUMMARY-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(25)
                    VALUE "-- CERTIFICATE SUMMARY --".

       01 COUNT-FTR.
          05 FILLER              PIC X(10).
          05 CNT-LABEL-OUT       PIC X(34).
          05 CNT-VALUE-OUT       PIC ZZZZ9.

       01 INSP-WK.
          05 INSP-ATMR           PIC XXX VALUE "YES".
          05 INSP-OK-SW          PIC X.
          05 IN-CNT-WK           PIC 9(5) VALUE 0.
          05 NEW-CNT-WK          PIC 9(5) VALUE 0.
          05 REPL-CNT-WK         PIC 9(5) VALUE 0.
          05 BAD-CNT-WK          PIC 9(5) VALUE 0.
          05 OUT-CNT-WK          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           OPEN INPUT INSPIN-FILE
                I-O INSPCERT-FILE
                INPUT VEHICLE-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           READ INSPIN-FILE
               AT END MOVE "NO" TO INSP-ATMR
           END-READ.
           PERFORM 200-CERT-JOB
               UNTIL INSP-ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE INSPIN-FILE, INSPCERT-FILE, VEHICLE-FILE, OUT-FILE.
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
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.

       200-CERT-JOB.
           ADD 1 TO IN-CNT-WK.
           PERFORM 210-CERT-EDIT-JOB.
           IF INSP-OK-SW = "Y"
               MOVE INSP-VIN-IN TO INSP-VIN-MST
               READ INSPCERT-FILE
                   INVALID KEY
                       PERFORM 220-NEW-CERT-JOB
                   NOT INVALID KEY
                       PERFORM 230-ON-FILE-JOB
               END-READ
           ELSE
               ADD 1 TO BAD-CNT-WK
           END-IF.
           PERFORM 250-DETAIL-JOB.
           READ INSPIN-FILE
               AT END MOVE "NO" TO INSP-ATMR
           END-READ.

       210-CERT-EDIT-JOB.
           MOVE "Y" TO INSP-OK-SW.
           MOVE INSP-VIN-IN TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY
                   MOVE "N" TO INSP-OK-SW
                   MOVE "VIN NOT ON FILE" TO ACTION-OUT
           END-READ.
           IF INSP-OK-SW = "Y"
               IF INSP-CERT-NO-IN = SPACES
                   MOVE "N" TO INSP-OK-SW
                   MOVE "NO CERTIFICATE NO" TO ACTION-OUT
               END-IF
           END-IF.
           IF INSP-OK-SW = "Y"
               IF INSP-DATE-IN IS NOT NUMERIC
                       OR INSP-DATE-IN = 0
                       OR INSP-DATE-IN > DATE-NUM-WK
                   MOVE "N" TO INSP-OK-SW
                   MOVE "BAD INSPECT DATE" TO ACTION-OUT
               END-IF
           END-IF.
           IF INSP-OK-SW = "Y"
               IF INSP-RESULT-IN NOT = "P" AND INSP-RESULT-IN NOT = "F"
                   MOVE "N" TO INSP-OK-SW
                   MOVE "BAD RESULT CODE" TO ACTION-OUT
               END-IF
           END-IF.
           IF INSP-OK-SW = "Y"
               IF INSP-EXP-DATE-IN IS NOT NUMERIC
                   MOVE "N" TO INSP-OK-SW
                   MOVE "BAD EXPIRE DATE" TO ACTION-OUT
               ELSE
                   IF INSP-RESULT-IN = "P"
                           AND INSP-EXP-DATE-IN NOT > INSP-DATE-IN
                       MOVE "N" TO INSP-OK-SW
                       MOVE "BAD EXPIRE DATE" TO ACTION-OUT
                   END-IF
               END-IF
           END-IF.

       220-NEW-CERT-JOB.
           MOVE SPACES TO JRNL-BEFORE-LK.
           PERFORM 240-CERT-FIELDS-JOB.
           WRITE INSPCERT-REC
               INVALID KEY
                   ADD 1 TO BAD-CNT-WK
                   MOVE "WRITE FAILED" TO ACTION-OUT
               NOT INVALID KEY
                   ADD 1 TO NEW-CNT-WK
                   MOVE "LOADED" TO ACTION-OUT
                   MOVE "A" TO JRNL-ACTION-LK
                   PERFORM 360-JOURNAL-JOB
           END-WRITE.

       230-ON-FILE-JOB.
           IF INSP-DATE-MST > INSP-DATE-IN
               ADD 1 TO BAD-CNT-WK
               MOVE "NEWER ON FILE" TO ACTION-OUT
           ELSE
               MOVE INSPCERT-REC TO JRNL-BEFORE-LK
               PERFORM 240-CERT-FIELDS-JOB
               REWRITE INSPCERT-REC
                   INVALID KEY
                       ADD 1 TO BAD-CNT-WK
                       MOVE "UPDATE FAILED" TO ACTION-OUT
                   NOT INVALID KEY
                       ADD 1 TO REPL-CNT-WK
                       MOVE "REPLACED" TO ACTION-OUT
                       MOVE "C" TO JRNL-ACTION-LK
                       PERFORM 360-JOURNAL-JOB
               END-REWRITE
           END-IF.

       240-CERT-FIELDS-JOB.
           MOVE INSP-VIN-IN TO INSP-VIN-MST.
           MOVE INSP-CERT-NO-IN TO INSP-CERT-NO-MST.
           MOVE INSP-DATE-IN TO INSP-DATE-MST.
           MOVE INSP-RESULT-IN TO INSP-RESULT-MST.
           MOVE INSP-STATION-IN TO INSP-STATION-MST.
           MOVE INSP-EXP-DATE-IN TO INSP-EXP-DATE-MST.

       250-DETAIL-JOB.
           MOVE INSP-VIN-IN TO VIN-OUT.
           MOVE INSP-CERT-NO-IN TO CERT-NO-OUT.
           MOVE INSP-DATE-IN TO INSP-DATE-OUT.
           MOVE INSP-RESULT-IN TO RESULT-OUT.
           MOVE INSP-EXP-DATE-IN TO EXP-DATE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.

       300-DONE-JOB.
           COMPUTE OUT-CNT-WK = NEW-CNT-WK + REPL-CNT-WK.
           WRITE OUT-REC FROM SUMMARY-HDR AFTER ADVANCING 3 LINES.
           MOVE "CERTIFICATE RECORDS READ:" TO CNT-LABEL-OUT.
           MOVE IN-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 2 LINES.
           MOVE "NEW CERTIFICATES:" TO CNT-LABEL-OUT.
           MOVE NEW-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "REPLACED PRIOR CERTIFICATE:" TO CNT-LABEL-OUT.
           MOVE REPL-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "NOT LOADED:" TO CNT-LABEL-OUT.
           MOVE BAD-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.

       360-JOURNAL-JOB.
           MOVE "INSPCERT.TXT" TO JRNL-FILE-LK.
           MOVE INSP-VIN-MST TO JRNL-KEY-LK.
           MOVE "INSPLOAD" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           MOVE INSPCERT-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       400-AUDIT-JOB.
           MOVE "INSPLOAD" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE OUT-CNT-WK TO AUDIT-OUT-OUT.
           MOVE BAD-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
