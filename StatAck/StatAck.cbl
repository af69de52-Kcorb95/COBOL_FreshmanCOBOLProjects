       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACK-FILE
               ASSIGN     TO   "STATACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATBAT-FILE
               ASSIGN     TO   "STATBAT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STB-BATCH-SEQ.
           SELECT OPTIONAL STATSENT-FILE
               ASSIGN     TO   "STATSENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SENT-KEY.
           SELECT OPTIONAL RSN-FILE
               ASSIGN     TO   "STATRSN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN     TO   "STATPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "STATEXC.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ACK-FILE.
       01 ACK-REC.
          05 ACK-TYPE-IN         PIC X.
          05 FILLER              PIC X(39).
       01 ACK-HDR-REC.
          05 FILLER              PIC X.
          05 AHDR-AGENCY-IN      PIC X(6).
          05 AHDR-BATCH-IN       PIC 9(6).
          05 AHDR-DATE-IN        PIC 9(8).
          05 FILLER              PIC X(19).
       01 ACK-DTL-REC.
          05 FILLER              PIC X.
          05 ADTL-BATCH-IN       PIC 9(6).
          05 ADTL-TRANS-ID-IN    PIC 9(6).
          05 ADTL-ACTION-IN      PIC X.
          05 ADTL-RESULT-IN      PIC X.
          05 ADTL-REASON-IN      PIC X(4).
          05 FILLER              PIC X(21).
       01 ACK-TRL-REC.
          05 FILLER              PIC X.
          05 ATRL-BATCH-IN       PIC 9(6).
          05 ATRL-COUNT-IN       PIC 9(6).
          05 ATRL-ACC-IN         PIC 9(6).
          05 ATRL-REJ-IN         PIC 9(6).
          05 FILLER              PIC X(15).

       FD STATBAT-FILE.
       01 STATBAT-REC.
          05 STB-BATCH-SEQ       PIC 9(6).
          05 STB-SEND-DATE       PIC 9(8).
          05 STB-REC-CNT         PIC 9(6).
          05 STB-STATUS          PIC X.
          05 STB-ACK-DATE        PIC 9(8).
          05 STB-ACC-CNT         PIC 9(6).
          05 STB-REJ-CNT         PIC 9(6).

       FD STATSENT-FILE.
       01 STATSENT-REC.
          05 SENT-KEY.
             10 SENT-BATCH-SEQ   PIC 9(6).
             10 SENT-TRANS-ID    PIC 9(6).
             10 SENT-ACTION      PIC X.
          05 SENT-VIN            PIC X(17).
          05 SENT-OWNER-ID       PIC X(6).
          05 SENT-DATE           PIC 9(8).
          05 SENT-STATUS         PIC X.
          05 SENT-REASON         PIC X(4).
          05 SENT-ACK-DATE       PIC 9(8).

       FD RSN-FILE.
       01 RSN-REC.
          05 RSN-CODE-IN         PIC X(4).
          05 RSN-DESC-IN         PIC X(24).

       FD PARM-FILE.
       01 PARM-REC.
          05 PARM-AGENCY         PIC X(6).
          05 PARM-ACK-DAYS       PIC 9(3).

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

       COPY EVLOGLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(36)
                    VALUE "-STATE REGISTRY ACKNOWLEDGMENTS-".

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
          05 FILLER              PIC X(20)
                    VALUE "   ACK DUE IN DAYS: ".
          05 ACK-DAYS-HDR        PIC ZZ9.

       01 EXC-SECTION-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(30)
                    VALUE "-- REJECTED AND UNMATCHED --".

       01 EXC-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "BATCH".
          05 FILLER              PIC X(8)  VALUE "TRANS".
          05 FILLER              PIC X(4)  VALUE "ACT".
          05 FILLER              PIC X(19) VALUE "VIN".
          05 FILLER              PIC X(6)  VALUE "CODE".
          05 FILLER              PIC X(24) VALUE "REASON".

       01 EXC-LINE.
          05 FILLER              PIC X(1).
          05 EXC-BATCH-OUT       PIC 9(6).
          05 FILLER              PIC X(2).
          05 EXC-TRANS-OUT       PIC 9(6).
          05 FILLER              PIC X(2).
          05 EXC-ACTION-OUT      PIC X.
          05 FILLER              PIC X(3).
          05 EXC-VIN-OUT         PIC X(17).
          05 FILLER              PIC X(2).
          05 EXC-CODE-OUT        PIC X(4).
          05 FILLER              PIC X(2).
          05 EXC-REASON-OUT      PIC X(24).

       01 BAT-SECTION-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(30)
                    VALUE "-- BATCHES ACKNOWLEDGED --".

       01 BAT-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "BATCH".
          05 FILLER              PIC X(10) VALUE "SENT".
          05 FILLER              PIC X(8)  VALUE "RECORDS".
          05 FILLER              PIC X(8)  VALUE "ACK'D".
          05 FILLER              PIC X(9)  VALUE "ACCEPTED".
          05 FILLER              PIC X(9)  VALUE "REJECTED".
          05 FILLER              PIC X(20) VALUE "STATUS".

       01 BAT-LINE.
          05 FILLER              PIC X(1).
          05 BAT-SEQ-OUT         PIC 9(6).
          05 FILLER              PIC X(2).
          05 BAT-SENT-OUT        PIC 9(8).
          05 FILLER              PIC X(3).
          05 BAT-REC-OUT         PIC ZZZZZ9.
          05 FILLER              PIC X(2).
          05 BAT-ACKD-OUT        PIC ZZZZZ9.
          05 FILLER              PIC X(3).
          05 BAT-ACC-OUT         PIC ZZZZZ9.
          05 FILLER              PIC X(3).
          05 BAT-REJ-OUT         PIC ZZZZZ9.
          05 FILLER              PIC X(3).
          05 BAT-STATUS-OUT      PIC X(20).

       01 OUTS-SECTION-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(30)
                    VALUE "-- OUTSTANDING BATCHES --".

       01 OUTS-COL-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(8)  VALUE "BATCH".
          05 FILLER              PIC X(10) VALUE "SENT".
          05 FILLER              PIC X(8)  VALUE "RECORDS".
          05 FILLER              PIC X(6)  VALUE "DAYS".
          05 FILLER              PIC X(20) VALUE "STATUS".

       01 OUTS-LINE.
          05 FILLER              PIC X(1).
          05 OUTS-SEQ-OUT        PIC 9(6).
          05 FILLER              PIC X(2).
          05 OUTS-SENT-OUT       PIC 9(8).
          05 FILLER              PIC X(3).
          05 OUTS-REC-OUT        PIC ZZZZZ9.
          05 FILLER              PIC X(2).
          05 OUTS-DAYS-OUT       PIC ZZZ9.
          05 FILLER              PIC X(2).
          05 OUTS-STATUS-OUT     PIC X(20).

       01 NONE-LINE.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(4)  VALUE "NONE".

       01 COUNT-LINE.
          05 FILLER              PIC X(5).
          05 CNT-LBL-OUT         PIC X(28).
          05 CNT-OUT             PIC ZZZZZ9.

       01 ACK-WK.
          05 ACK-ATMR            PIC XXX VALUE "YES".
          05 BAT-ATMR            PIC XXX VALUE "YES".
          05 RSN-ATMR            PIC XXX VALUE "YES".
          05 ACK-DAYS-WK         PIC 9(3) VALUE 5.
          05 BATCH-OK-SW         PIC X VALUE "N".
          05 IN-BATCH-SW         PIC X VALUE "N".
          05 CUR-BATCH-WK        PIC 9(6) VALUE 0.
          05 CUR-DTL-CNT-WK      PIC 9(6) VALUE 0.
          05 CUR-ACC-CNT-WK      PIC S9(6) VALUE 0.
          05 CUR-REJ-CNT-WK      PIC S9(6) VALUE 0.
          05 DTL-OVER-SW         PIC X VALUE "N".
          05 DTL-SUB             PIC 9(4).
          05 PRIOR-STATUS-WK     PIC X.
          05 IN-CNT-WK           PIC 9(6) VALUE 0.
          05 ACC-CNT-WK          PIC 9(6) VALUE 0.
          05 REJ-CNT-WK          PIC 9(6) VALUE 0.
          05 UNMATCHED-CNT-WK    PIC 9(6) VALUE 0.
          05 OUTS-CNT-WK         PIC 9(6) VALUE 0.
          05 EXC-CNT-WK          PIC 9(6) VALUE 0.
          05 AGE-DAYS-WK         PIC 9(4).
          05 RSN-CNT-WK          PIC 9(3) VALUE 0.
          05 RX                  PIC 9(3).
          05 EXC-CODE-WK         PIC X(4).
          05 EXC-REASON-WK       PIC X(24).
          05 BAT-LIST-CNT        PIC 9(2) VALUE 0.
          05 BAT-SUB             PIC 9(2).

       01 RSN-TABLE.
          05 RSN-ENTRY OCCURS 100 TIMES.
             10 RSN-CODE-TBL     PIC X(4).
             10 RSN-DESC-TBL     PIC X(24).

       01 DTL-TABLE.
          05 DTL-ENTRY OCCURS 1000 TIMES.
             10 DTL-TRANS-ID-TBL PIC 9(6).
             10 DTL-ACTION-TBL   PIC X.
             10 DTL-RESULT-TBL   PIC X.
             10 DTL-REASON-TBL   PIC X(4).

       01 BAT-TABLE.
          05 BAT-ENTRY OCCURS 50 TIMES.
             10 BAT-SEQ-TBL      PIC 9(6).
             10 BAT-SENT-TBL     PIC 9(8).
             10 BAT-REC-TBL      PIC 9(6).
             10 BAT-ACKD-TBL     PIC 9(6).
             10 BAT-ACC-TBL      PIC 9(6).
             10 BAT-REJ-TBL      PIC 9(6).
             10 BAT-STATUS-TBL   PIC X(20).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PARM-JOB.
           PERFORM 103-RSN-LOAD-JOB.
           OPEN INPUT ACK-FILE
                I-O STATBAT-FILE
                I-O STATSENT-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           WRITE OUT-REC FROM EXC-SECTION-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM EXC-COL-HDR AFTER ADVANCING 2 LINES.
           PERFORM 200-ACK-READ-JOB
               UNTIL ACK-ATMR = "NO".
           IF IN-BATCH-SW = "Y"
               MOVE "NO TRAILER" TO EXC-REASON-WK
               PERFORM 290-BATCH-FAIL-JOB
           END-IF.
           IF EXC-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF.
           PERFORM 300-BATCH-PRINT-JOB.
           PERFORM 320-OUTSTANDING-JOB.
           PERFORM 350-TOTALS-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE ACK-FILE, STATBAT-FILE, STATSENT-FILE, OUT-FILE.
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

       102-PARM-JOB.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-ACK-DAYS IS NUMERIC AND PARM-ACK-DAYS > 0
                       MOVE PARM-ACK-DAYS TO ACK-DAYS-WK
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

       103-RSN-LOAD-JOB.
           OPEN INPUT RSN-FILE.
           PERFORM 103A-RSN-ENTRY-JOB
               UNTIL RSN-ATMR = "NO".
           CLOSE RSN-FILE.

       103A-RSN-ENTRY-JOB.
           READ RSN-FILE
               AT END MOVE "NO" TO RSN-ATMR
               NOT AT END
                   IF RSN-CNT-WK < 100
                       ADD 1 TO RSN-CNT-WK
                       MOVE RSN-CODE-IN TO RSN-CODE-TBL (RSN-CNT-WK)
                       MOVE RSN-DESC-IN TO RSN-DESC-TBL (RSN-CNT-WK)
                   END-IF
           END-READ.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE ACK-DAYS-WK TO ACK-DAYS-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.

       200-ACK-READ-JOB.
           READ ACK-FILE
               AT END MOVE "NO" TO ACK-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   EVALUATE ACK-TYPE-IN
                       WHEN "H" PERFORM 210-ACK-HEADER-JOB
                       WHEN "D" PERFORM 220-ACK-DETAIL-JOB
                       WHEN "T" PERFORM 250-ACK-TRAILER-JOB
                   END-EVALUATE
           END-READ.

       210-ACK-HEADER-JOB.
           IF IN-BATCH-SW = "Y"
               MOVE "NO TRAILER" TO EXC-REASON-WK
               PERFORM 290-BATCH-FAIL-JOB
           END-IF.
           MOVE "Y" TO IN-BATCH-SW.
           MOVE AHDR-BATCH-IN TO CUR-BATCH-WK.
           MOVE 0 TO CUR-DTL-CNT-WK, CUR-ACC-CNT-WK, CUR-REJ-CNT-WK.
           MOVE "N" TO DTL-OVER-SW.
           MOVE CUR-BATCH-WK TO STB-BATCH-SEQ.
           READ STATBAT-FILE
               INVALID KEY
                   MOVE "N" TO BATCH-OK-SW
                   MOVE 0 TO EXC-TRANS-OUT
                   MOVE SPACE TO EXC-ACTION-OUT
                   MOVE SPACES TO EXC-VIN-OUT
                   MOVE "****" TO EXC-CODE-WK
                   MOVE "BATCH NEVER SENT" TO EXC-REASON-WK
                   PERFORM 280-EXC-PRINT-JOB
               NOT INVALID KEY
                   MOVE "Y" TO BATCH-OK-SW
           END-READ.

       220-ACK-DETAIL-JOB.
           ADD 1 TO CUR-DTL-CNT-WK.
           IF CUR-DTL-CNT-WK > 1000
               MOVE "Y" TO DTL-OVER-SW
           ELSE
               MOVE ADTL-TRANS-ID-IN
                   TO DTL-TRANS-ID-TBL (CUR-DTL-CNT-WK)
               MOVE ADTL-ACTION-IN TO DTL-ACTION-TBL (CUR-DTL-CNT-WK)
               MOVE ADTL-RESULT-IN TO DTL-RESULT-TBL (CUR-DTL-CNT-WK)
               MOVE ADTL-REASON-IN TO DTL-REASON-TBL (CUR-DTL-CNT-WK)
           END-IF.

       225-DETAIL-APPLY-JOB.
           MOVE CUR-BATCH-WK TO SENT-BATCH-SEQ.
           MOVE DTL-TRANS-ID-TBL (DTL-SUB) TO SENT-TRANS-ID.
           MOVE DTL-ACTION-TBL (DTL-SUB) TO SENT-ACTION.
           READ STATSENT-FILE
               INVALID KEY
                   PERFORM 230-UNMATCHED-JOB
               NOT INVALID KEY
                   PERFORM 240-MATCHED-JOB
           END-READ.

       230-UNMATCHED-JOB.
           ADD 1 TO UNMATCHED-CNT-WK.
           MOVE DTL-TRANS-ID-TBL (DTL-SUB) TO EXC-TRANS-OUT.
           MOVE DTL-ACTION-TBL (DTL-SUB) TO EXC-ACTION-OUT.
           MOVE SPACES TO EXC-VIN-OUT.
           MOVE "****" TO EXC-CODE-WK.
           MOVE "NOT SENT IN BATCH" TO EXC-REASON-WK.
           PERFORM 280-EXC-PRINT-JOB.

       240-MATCHED-JOB.
           MOVE SENT-STATUS TO PRIOR-STATUS-WK.
           MOVE DTL-RESULT-TBL (DTL-SUB) TO SENT-STATUS.
           MOVE DATE-NUM-WK TO SENT-ACK-DATE.
           IF PRIOR-STATUS-WK = "A"
               SUBTRACT 1 FROM CUR-ACC-CNT-WK
           END-IF.
           IF PRIOR-STATUS-WK = "R"
               SUBTRACT 1 FROM CUR-REJ-CNT-WK
           END-IF.
           IF DTL-RESULT-TBL (DTL-SUB) = "R"
               MOVE DTL-REASON-TBL (DTL-SUB) TO SENT-REASON
               ADD 1 TO CUR-REJ-CNT-WK, REJ-CNT-WK
               MOVE DTL-TRANS-ID-TBL (DTL-SUB) TO EXC-TRANS-OUT
               MOVE DTL-ACTION-TBL (DTL-SUB) TO EXC-ACTION-OUT
               MOVE SENT-VIN TO EXC-VIN-OUT
               MOVE DTL-REASON-TBL (DTL-SUB) TO EXC-CODE-WK
               PERFORM 245-REASON-FIND-JOB
               PERFORM 280-EXC-PRINT-JOB
           ELSE
               MOVE "A" TO SENT-STATUS
               MOVE SPACES TO SENT-REASON
               ADD 1 TO CUR-ACC-CNT-WK, ACC-CNT-WK
           END-IF.
           REWRITE STATSENT-REC
               INVALID KEY CONTINUE
           END-REWRITE.

       245-REASON-FIND-JOB.
           MOVE "CODE NOT ON STATRSN" TO EXC-REASON-WK.
           PERFORM 246-REASON-SCAN-JOB VARYING RX FROM 1 BY 1
               UNTIL RX > RSN-CNT-WK.

       246-REASON-SCAN-JOB.
           IF RSN-CODE-TBL (RX) = EXC-CODE-WK
               MOVE RSN-DESC-TBL (RX) TO EXC-REASON-WK
           END-IF.

       250-ACK-TRAILER-JOB.
           IF IN-BATCH-SW = "N"
               MOVE ATRL-BATCH-IN TO CUR-BATCH-WK
               MOVE "TRAILER WITH NO HEADER" TO EXC-REASON-WK
               PERFORM 290-BATCH-FAIL-JOB
           ELSE
               MOVE "N" TO IN-BATCH-SW
               IF ATRL-COUNT-IN NOT = CUR-DTL-CNT-WK
                       OR ATRL-BATCH-IN NOT = CUR-BATCH-WK
                   MOVE "TRAILER MISMATCH" TO EXC-REASON-WK
                   PERFORM 290-BATCH-FAIL-JOB
               ELSE
                   IF DTL-OVER-SW = "Y"
                       MOVE "TOO MANY DETAILS" TO EXC-REASON-WK
                       PERFORM 290-BATCH-FAIL-JOB
                   ELSE
                       IF BATCH-OK-SW = "Y"
                           PERFORM 225-DETAIL-APPLY-JOB
                               VARYING DTL-SUB FROM 1 BY 1
                               UNTIL DTL-SUB > CUR-DTL-CNT-WK
                           PERFORM 260-BATCH-UPDATE-JOB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       260-BATCH-UPDATE-JOB.
           MOVE CUR-BATCH-WK TO STB-BATCH-SEQ.
           READ STATBAT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD CUR-ACC-CNT-WK TO STB-ACC-CNT
                   ADD CUR-REJ-CNT-WK TO STB-REJ-CNT
                   IF STB-ACC-CNT + STB-REJ-CNT < STB-REC-CNT
                       MOVE "P" TO STB-STATUS
                   ELSE
                       MOVE "A" TO STB-STATUS
                   END-IF
                   MOVE DATE-NUM-WK TO STB-ACK-DATE
                   REWRITE STATBAT-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM 270-BATCH-NOTE-JOB
           END-READ.

       270-BATCH-NOTE-JOB.
           IF BAT-LIST-CNT < 50
               ADD 1 TO BAT-LIST-CNT
               MOVE STB-BATCH-SEQ TO BAT-SEQ-TBL (BAT-LIST-CNT)
               MOVE STB-SEND-DATE TO BAT-SENT-TBL (BAT-LIST-CNT)
               MOVE STB-REC-CNT TO BAT-REC-TBL (BAT-LIST-CNT)
               MOVE CUR-DTL-CNT-WK TO BAT-ACKD-TBL (BAT-LIST-CNT)
               MOVE STB-ACC-CNT TO BAT-ACC-TBL (BAT-LIST-CNT)
               MOVE STB-REJ-CNT TO BAT-REJ-TBL (BAT-LIST-CNT)
               IF STB-STATUS = "P"
                   MOVE "PARTIAL ACK"
                       TO BAT-STATUS-TBL (BAT-LIST-CNT)
               ELSE
                   MOVE "COMPLETE"
                       TO BAT-STATUS-TBL (BAT-LIST-CNT)
               END-IF
           END-IF.

       280-EXC-PRINT-JOB.
           MOVE CUR-BATCH-WK TO EXC-BATCH-OUT.
           MOVE EXC-CODE-WK TO EXC-CODE-OUT.
           MOVE EXC-REASON-WK TO EXC-REASON-OUT.
           WRITE OUT-REC FROM EXC-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO EXC-CNT-WK.

       290-BATCH-FAIL-JOB.
           MOVE "N" TO IN-BATCH-SW.
           MOVE 0 TO EXC-TRANS-OUT.
           MOVE SPACE TO EXC-ACTION-OUT.
           MOVE SPACES TO EXC-VIN-OUT.
           MOVE "****" TO EXC-CODE-WK.
           PERFORM 280-EXC-PRINT-JOB.
           MOVE "STATACK" TO EVLOG-PROGRAM-LK.
           MOVE "W" TO EVLOG-SEVERITY-LK.
           MOVE "STATE ACK BATCH NOT APPLIED" TO EVLOG-MESSAGE-LK.
           MOVE CUR-BATCH-WK TO EVLOG-KEY-LK.
           CALL "EVLOG" USING EVLOG-PARM.

       300-BATCH-PRINT-JOB.
           WRITE OUT-REC FROM BAT-SECTION-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM BAT-COL-HDR AFTER ADVANCING 2 LINES.
           IF BAT-LIST-CNT = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 310-BATCH-LINE-JOB VARYING BAT-SUB
                   FROM 1 BY 1 UNTIL BAT-SUB > BAT-LIST-CNT
           END-IF.

       310-BATCH-LINE-JOB.
           MOVE BAT-SEQ-TBL (BAT-SUB) TO BAT-SEQ-OUT.
           MOVE BAT-SENT-TBL (BAT-SUB) TO BAT-SENT-OUT.
           MOVE BAT-REC-TBL (BAT-SUB) TO BAT-REC-OUT.
           MOVE BAT-ACKD-TBL (BAT-SUB) TO BAT-ACKD-OUT.
           MOVE BAT-ACC-TBL (BAT-SUB) TO BAT-ACC-OUT.
           MOVE BAT-REJ-TBL (BAT-SUB) TO BAT-REJ-OUT.
           MOVE BAT-STATUS-TBL (BAT-SUB) TO BAT-STATUS-OUT.
           WRITE OUT-REC FROM BAT-LINE AFTER ADVANCING 1 LINES.

       320-OUTSTANDING-JOB.
           WRITE OUT-REC FROM OUTS-SECTION-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM OUTS-COL-HDR AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO STATBAT-REC.
           START STATBAT-FILE KEY IS NOT LESS THAN STB-BATCH-SEQ
               INVALID KEY MOVE "NO" TO BAT-ATMR
           END-START.
           PERFORM 330-OUTSTANDING-SCAN-JOB
               UNTIL BAT-ATMR = "NO".
           IF OUTS-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF.

       330-OUTSTANDING-SCAN-JOB.
           READ STATBAT-FILE NEXT RECORD
               AT END MOVE "NO" TO BAT-ATMR
               NOT AT END
                   IF STB-STATUS NOT = "A"
                       COMPUTE AGE-DAYS-WK =
                           FUNCTION INTEGER-OF-DATE (DATE-NUM-WK)
                           - FUNCTION INTEGER-OF-DATE (STB-SEND-DATE)
                       IF AGE-DAYS-WK > ACK-DAYS-WK
                           PERFORM 340-OUTSTANDING-LINE-JOB
                       END-IF
                   END-IF
           END-READ.

       340-OUTSTANDING-LINE-JOB.
           ADD 1 TO OUTS-CNT-WK.
           MOVE STB-BATCH-SEQ TO OUTS-SEQ-OUT.
           MOVE STB-SEND-DATE TO OUTS-SENT-OUT.
           MOVE STB-REC-CNT TO OUTS-REC-OUT.
           MOVE AGE-DAYS-WK TO OUTS-DAYS-OUT.
           IF STB-STATUS = "P"
               MOVE "PARTIAL ACK" TO OUTS-STATUS-OUT
           ELSE
               MOVE "NOT ACKNOWLEDGED" TO OUTS-STATUS-OUT
           END-IF.
           WRITE OUT-REC FROM OUTS-LINE AFTER ADVANCING 1 LINES.
           MOVE "STATACK" TO EVLOG-PROGRAM-LK.
           MOVE "W" TO EVLOG-SEVERITY-LK.
           MOVE "STATE BATCH NOT ACKNOWLEDGED" TO EVLOG-MESSAGE-LK.
           MOVE STB-BATCH-SEQ TO EVLOG-KEY-LK.
           CALL "EVLOG" USING EVLOG-PARM.

       350-TOTALS-JOB.
           MOVE "ITEMS ACCEPTED:" TO CNT-LBL-OUT.
           MOVE ACC-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 3 LINES.
           MOVE "ITEMS REJECTED BY STATE:" TO CNT-LBL-OUT.
           MOVE REJ-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "RESPONSES NOT MATCHED:" TO CNT-LBL-OUT.
           MOVE UNMATCHED-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "OUTSTANDING BATCHES:" TO CNT-LBL-OUT.
           MOVE OUTS-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.

       400-AUDIT-JOB.
           MOVE "STATACK" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE ACC-CNT-WK TO AUDIT-OUT-OUT.
           MOVE REJ-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
