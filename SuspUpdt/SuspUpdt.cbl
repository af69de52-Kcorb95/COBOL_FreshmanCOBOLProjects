       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPUPDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSP-FILE
               ASSIGN     TO   "SUSPEXT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPMAST-FILE
               ASSIGN     TO   "SUSPMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-VIN-MST.
           SELECT OPTIONAL SUSPHIST-FILE
               ASSIGN     TO   "SUSPHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "SUSPRPT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SUSP-FILE.
       01 SUSP-REC.
          05 SUSP-TRANS-ID       PIC 9(6).
          05 SUSP-VIN            PIC X(17).
          05 SUSP-OWNER-ID       PIC X(6).
          05 SUSP-EXP-DATE       PIC 9(8).

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
                    VALUE "-REGISTRATION SUSPENSIONS-".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)  VALUE "TRANS-ID".
          05 FILLER              PIC X(18) VALUE "VIN".
          05 FILLER              PIC X(8)  VALUE "OWNER".
          05 FILLER              PIC X(10) VALUE "EXPIRED".
          05 FILLER              PIC X(14) VALUE "ACTION".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 TRANS-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(3).
          05 VIN-OUT             PIC X(17).
          05 FILLER              PIC X(1).
          05 OWNER-ID-OUT        PIC X(6).
          05 FILLER              PIC X(2).
          05 EXP-DATE-OUT        PIC 9(8).
          05 FILLER              PIC X(2).
          05 ACTION-OUT          PIC X(20).

       01 SUMMARY-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(25)
                    VALUE "-- SUSPENSION SUMMARY --".

       01 COUNT-FTR.
          05 FILLER              PIC X(10).
          05 CNT-LABEL-OUT       PIC X(34).
          05 CNT-VALUE-OUT       PIC ZZZZ9.

       01 SUSP-WK.
          05 SUSP-ATMR           PIC XXX VALUE "YES".
          05 IN-CNT-WK           PIC 9(5) VALUE 0.
          05 NEW-CNT-WK          PIC 9(5) VALUE 0.
          05 RESUSP-CNT-WK       PIC 9(5) VALUE 0.
          05 ALREADY-CNT-WK      PIC 9(5) VALUE 0.
          05 REIN-KEPT-CNT-WK    PIC 9(5) VALUE 0.
          05 BAD-CNT-WK          PIC 9(5) VALUE 0.
          05 OUT-CNT-WK          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           OPEN INPUT SUSP-FILE
                I-O SUSPMAST-FILE
                EXTEND SUSPHIST-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           READ SUSP-FILE
               AT END MOVE "NO" TO SUSP-ATMR
           END-READ.
           PERFORM 200-SUSPEND-JOB
               UNTIL SUSP-ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE SUSP-FILE, SUSPMAST-FILE, SUSPHIST-FILE, OUT-FILE.
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

       200-SUSPEND-JOB.
           ADD 1 TO IN-CNT-WK.
           IF SUSP-VIN = SPACES
               ADD 1 TO BAD-CNT-WK
               MOVE "NO VIN - NOT LOADED" TO ACTION-OUT
               PERFORM 250-DETAIL-JOB
           ELSE
               MOVE SUSP-VIN TO SUSP-VIN-MST
               READ SUSPMAST-FILE
                   INVALID KEY
                       PERFORM 210-NEW-SUSPENSION-JOB
                   NOT INVALID KEY
                       PERFORM 220-ON-FILE-JOB
               END-READ
           END-IF.
           READ SUSP-FILE
               AT END MOVE "NO" TO SUSP-ATMR
           END-READ.

       210-NEW-SUSPENSION-JOB.
           MOVE SPACES TO JRNL-BEFORE-LK.
           PERFORM 230-SUSPEND-FIELDS-JOB.
           WRITE SUSPMAST-REC
               INVALID KEY
                   ADD 1 TO BAD-CNT-WK
                   MOVE "WRITE FAILED" TO ACTION-OUT
               NOT INVALID KEY
                   ADD 1 TO NEW-CNT-WK
                   MOVE "SUSPENDED" TO ACTION-OUT
                   MOVE "A" TO JRNL-ACTION-LK
                   PERFORM 240-HISTORY-JOB
                   PERFORM 360-JOURNAL-JOB
           END-WRITE.
           PERFORM 250-DETAIL-JOB.

       220-ON-FILE-JOB.
           EVALUATE TRUE
               WHEN SUSP-STATUS-MST = "S"
                   ADD 1 TO ALREADY-CNT-WK
               WHEN SUSP-EXP-DATE-MST = SUSP-EXP-DATE
                   ADD 1 TO REIN-KEPT-CNT-WK
               WHEN OTHER
                   PERFORM 225-RESUSPEND-JOB
           END-EVALUATE.

       225-RESUSPEND-JOB.
           MOVE SUSPMAST-REC TO JRNL-BEFORE-LK.
           PERFORM 230-SUSPEND-FIELDS-JOB.
           REWRITE SUSPMAST-REC
               INVALID KEY
                   ADD 1 TO BAD-CNT-WK
                   MOVE "UPDATE FAILED" TO ACTION-OUT
               NOT INVALID KEY
                   ADD 1 TO RESUSP-CNT-WK
                   MOVE "SUSPENDED AGAIN" TO ACTION-OUT
                   MOVE "C" TO JRNL-ACTION-LK
                   PERFORM 240-HISTORY-JOB
                   PERFORM 360-JOURNAL-JOB
           END-REWRITE.
           PERFORM 250-DETAIL-JOB.

       230-SUSPEND-FIELDS-JOB.
           MOVE SUSP-VIN TO SUSP-VIN-MST.
           MOVE SUSP-OWNER-ID TO SUSP-OWNER-ID-MST.
           MOVE SUSP-TRANS-ID TO SUSP-TRANS-ID-MST.
           MOVE SUSP-EXP-DATE TO SUSP-EXP-DATE-MST.
           MOVE "S" TO SUSP-STATUS-MST.
           MOVE DATE-NUM-WK TO SUSP-DATE-MST.
           MOVE 0 TO SUSP-REIN-DATE-MST, SUSP-REIN-TRANS-MST.

       240-HISTORY-JOB.
           MOVE SUSP-VIN-MST TO SHIST-VIN.
           MOVE DATE-NUM-WK TO SHIST-DATE.
           MOVE "S" TO SHIST-ACTION.
           MOVE SUSP-TRANS-ID-MST TO SHIST-TRANS-ID.
           MOVE SUSP-OWNER-ID-MST TO SHIST-OWNER-ID.
           MOVE SUSP-EXP-DATE-MST TO SHIST-EXP-DATE.
           MOVE 0 TO SHIST-FEE.
           MOVE "SUSPUPDT" TO SHIST-PROGRAM.
           WRITE SUSPHIST-REC.

       250-DETAIL-JOB.
           MOVE SUSP-TRANS-ID TO TRANS-ID-OUT.
           MOVE SUSP-VIN TO VIN-OUT.
           MOVE SUSP-OWNER-ID TO OWNER-ID-OUT.
           MOVE SUSP-EXP-DATE TO EXP-DATE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.

       300-DONE-JOB.
           COMPUTE OUT-CNT-WK = NEW-CNT-WK + RESUSP-CNT-WK.
           WRITE OUT-REC FROM SUMMARY-HDR AFTER ADVANCING 3 LINES.
           MOVE "SUSPENSION RECORDS READ:" TO CNT-LABEL-OUT.
           MOVE IN-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 2 LINES.
           MOVE "NEW SUSPENSIONS:" TO CNT-LABEL-OUT.
           MOVE NEW-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "SUSPENDED AGAIN AFTER REINSTATE:" TO CNT-LABEL-OUT.
           MOVE RESUSP-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "ALREADY SUSPENDED:" TO CNT-LABEL-OUT.
           MOVE ALREADY-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "REINSTATED FOR THIS EXPIRATION:" TO CNT-LABEL-OUT.
           MOVE REIN-KEPT-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.
           MOVE "NOT LOADED:" TO CNT-LABEL-OUT.
           MOVE BAD-CNT-WK TO CNT-VALUE-OUT.
           WRITE OUT-REC FROM COUNT-FTR AFTER ADVANCING 1 LINES.

       360-JOURNAL-JOB.
           MOVE "SUSPMAST.TXT" TO JRNL-FILE-LK.
           MOVE SUSP-VIN-MST TO JRNL-KEY-LK.
           MOVE "SUSPUPDT" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           MOVE SUSPMAST-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       400-AUDIT-JOB.
           MOVE "SUSPUPDT" TO AUDIT-PROGRAM-OUT.
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
