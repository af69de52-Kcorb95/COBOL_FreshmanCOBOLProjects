       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGACT-FILE
               ASSIGN     TO   "REGACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFERHIST-FILE
               ASSIGN     TO   "XFERHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPHIST-FILE
               ASSIGN     TO   "SUSPHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL PLATE-FILE
               ASSIGN     TO   "PLATMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLATE-NO-MST
               ALTERNATE RECORD KEY IS PLATE-AVAIL-KEY-MST
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PLATE-VIN-MST
                   WITH DUPLICATES.
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
           SELECT OPTIONAL STATSEQ-FILE
               ASSIGN     TO   "STATSEQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN     TO   "STATPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATOUT-FILE
               ASSIGN     TO   "STATOUT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "STATXRPT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD PLATE-FILE.
       01 PLATE-REC.
          05 PLATE-NO-MST        PIC X(8).
          05 PLATE-AVAIL-KEY-MST.
             10 PLATE-TYPE-MST   PIC XX.
             10 PLATE-STATUS-MST PIC X.
          05 PLATE-VIN-MST       PIC X(17).
          05 PLATE-ISSUE-DATE-MST PIC 9(8).
          05 PLATE-STAT-DATE-MST PIC 9(8).

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

       FD STATSEQ-FILE.
       01 STATSEQ-REC.
          05 SEQ-LAST            PIC 9(6).
          05 SEQ-DATE            PIC 9(8).

       FD PARM-FILE.
       01 PARM-REC.
          05 PARM-AGENCY         PIC X(6).
          05 PARM-ACK-DAYS       PIC 9(3).

       FD STATOUT-FILE.
       01 STATOUT-REC.
          05 SO-TYPE             PIC X.
          05 FILLER              PIC X(99).
       01 STATOUT-HDR-REC.
          05 FILLER              PIC X.
          05 SOH-AGENCY          PIC X(6).
          05 SOH-BATCH-SEQ       PIC 9(6).
          05 SOH-CREATE-DATE     PIC 9(8).
          05 FILLER              PIC X(79).
       01 STATOUT-DTL-REC.
          05 FILLER              PIC X.
          05 SOD-BATCH-SEQ       PIC 9(6).
          05 SOD-REC-SEQ         PIC 9(6).
          05 SOD-ACTION          PIC X.
          05 SOD-TRANS-ID        PIC 9(6).
          05 SOD-VIN             PIC X(17).
          05 SOD-OWNER-ID        PIC X(6).
          05 SOD-OWNER-NAME      PIC X(20).
          05 SOD-VCLASS          PIC XX.
          05 SOD-EFF-DATE        PIC 9(8).
          05 SOD-EXP-DATE        PIC 9(8).
          05 SOD-PLATE           PIC X(8).
          05 SOD-OWNER-ZIP       PIC X(5).
          05 FILLER              PIC X(6).
       01 STATOUT-TRL-REC.
          05 FILLER              PIC X.
          05 SOT-BATCH-SEQ       PIC 9(6).
          05 SOT-REC-CNT         PIC 9(6).
          05 SOT-NEW-CNT         PIC 9(6).
          05 SOT-RENEW-CNT       PIC 9(6).
          05 SOT-XFER-CNT        PIC 9(6).
          05 SOT-SUSP-CNT        PIC 9(6).
          05 SOT-REIN-CNT        PIC 9(6).
          05 SOT-HASH            PIC 9(10).
          05 FILLER              PIC X(47).

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
          05 FILLER              PIC X(32)
                    VALUE "-STATE REGISTRY EXTRACT-".

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
          05 FILLER              PIC X(10)  VALUE "   BATCH: ".
          05 BATCH-HDR           PIC 9(6).
          05 FILLER              PIC X(11)  VALUE "   AGENCY: ".
          05 AGENCY-HDR          PIC X(6).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(7)  VALUE "SEQ".
          05 FILLER              PIC X(4)  VALUE "ACT".
          05 FILLER              PIC X(8)  VALUE "TRANS".
          05 FILLER              PIC X(19) VALUE "VIN".
          05 FILLER              PIC X(8)  VALUE "OWNER".
          05 FILLER              PIC X(4)  VALUE "CL".
          05 FILLER              PIC X(10) VALUE "EXPIRES".
          05 FILLER              PIC X(8)  VALUE "PLATE".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 REC-SEQ-OUT         PIC 9(6).
          05 FILLER              PIC X(2).
          05 ACTION-OUT          PIC X.
          05 FILLER              PIC X(2).
          05 TRANS-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(2).
          05 VIN-OUT             PIC X(17).
          05 FILLER              PIC X(2).
          05 OWNER-ID-OUT        PIC X(6).
          05 FILLER              PIC X(2).
          05 VCLASS-OUT          PIC XX.
          05 FILLER              PIC X(2).
          05 EXP-DATE-OUT        PIC 9(8).
          05 FILLER              PIC X(2).
          05 PLATE-OUT           PIC X(8).

       01 NONE-LINE.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(30)
                    VALUE "NO REGISTRY ACTIVITY TODAY".

       01 COUNT-LINE.
          05 FILLER              PIC X(5).
          05 CNT-LBL-OUT         PIC X(28).
          05 CNT-OUT             PIC ZZZZZ9.

       01 EXTRACT-WK.
          05 RACT-ATMR           PIC XXX VALUE "YES".
          05 XHIST-ATMR          PIC XXX VALUE "YES".
          05 SHIST-ATMR          PIC XXX VALUE "YES".
          05 PLATE-ATMR          PIC XXX.
          05 BATCH-SEQ-WK        PIC 9(6) VALUE 0.
          05 AGENCY-WK           PIC X(6) VALUE "DMV001".
          05 REC-CNT-WK          PIC 9(6) VALUE 0.
          05 IN-CNT-WK           PIC 9(6) VALUE 0.
          05 NEW-CNT-WK          PIC 9(6) VALUE 0.
          05 RENEW-CNT-WK        PIC 9(6) VALUE 0.
          05 XFER-CNT-WK         PIC 9(6) VALUE 0.
          05 SUSP-CNT-WK         PIC 9(6) VALUE 0.
          05 REIN-CNT-WK         PIC 9(6) VALUE 0.
          05 HASH-WK             PIC 9(10) VALUE 0.
          05 LINE-CNT-WK         PIC 9(3) VALUE 0.
          05 ACTION-WK           PIC X.
          05 TRANS-ID-WK         PIC 9(6).
          05 VIN-WK              PIC X(17).
          05 OWNER-ID-WK         PIC X(6).
          05 VCLASS-WK           PIC XX.
          05 EFF-DATE-WK         PIC 9(8).
          05 EXP-DATE-WK         PIC 9(8).
          05 PLATE-WK            PIC X(8).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PARM-JOB.
           PERFORM 103-SEQUENCE-JOB.
           OPEN INPUT REGACT-FILE
                INPUT XFERHIST-FILE
                INPUT SUSPHIST-FILE
                INPUT OWNER-FILE
                INPUT VEHICLE-FILE
                INPUT PLATE-FILE
                I-O STATBAT-FILE
                I-O STATSENT-FILE
                OUTPUT STATOUT-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           PERFORM 110-BATCH-HEADER-JOB.
           PERFORM 200-REGACT-JOB
               UNTIL RACT-ATMR = "NO".
           PERFORM 220-XFERHIST-JOB
               UNTIL XHIST-ATMR = "NO".
           PERFORM 240-SUSPHIST-JOB
               UNTIL SHIST-ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE REGACT-FILE, XFERHIST-FILE, SUSPHIST-FILE,
                 OWNER-FILE, VEHICLE-FILE, PLATE-FILE,
                 STATBAT-FILE, STATSENT-FILE, STATOUT-FILE, OUT-FILE.
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
                   IF PARM-AGENCY NOT = SPACES
                       MOVE PARM-AGENCY TO AGENCY-WK
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

       103-SEQUENCE-JOB.
           OPEN INPUT STATSEQ-FILE.
           READ STATSEQ-FILE
               AT END CONTINUE
               NOT AT END
                   IF SEQ-DATE = DATE-NUM-WK
                       MOVE SEQ-LAST TO BATCH-SEQ-WK
                   ELSE
                       COMPUTE BATCH-SEQ-WK = SEQ-LAST + 1
                   END-IF
           END-READ.
           CLOSE STATSEQ-FILE.
           IF BATCH-SEQ-WK = 0
               MOVE 1 TO BATCH-SEQ-WK
           END-IF.
           MOVE BATCH-SEQ-WK TO SEQ-LAST.
           MOVE DATE-NUM-WK TO SEQ-DATE.
           OPEN OUTPUT STATSEQ-FILE.
           WRITE STATSEQ-REC.
           CLOSE STATSEQ-FILE.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE BATCH-SEQ-WK TO BATCH-HDR.
           MOVE AGENCY-WK TO AGENCY-HDR.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 0 TO LINE-CNT-WK.

       110-BATCH-HEADER-JOB.
           MOVE SPACES TO STATOUT-HDR-REC.
           MOVE "H" TO SO-TYPE.
           MOVE AGENCY-WK TO SOH-AGENCY.
           MOVE BATCH-SEQ-WK TO SOH-BATCH-SEQ.
           MOVE DATE-NUM-WK TO SOH-CREATE-DATE.
           WRITE STATOUT-HDR-REC.

       200-REGACT-JOB.
           READ REGACT-FILE
               AT END MOVE "NO" TO RACT-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   IF RACT-DATE = DATE-NUM-WK
                       MOVE RACT-TYPE TO ACTION-WK
                       MOVE RACT-TRANS-ID TO TRANS-ID-WK
                       MOVE RACT-VIN TO VIN-WK
                       MOVE RACT-OWNER-ID TO OWNER-ID-WK
                       MOVE RACT-VCLASS TO VCLASS-WK
                       MOVE RACT-EFF-DATE TO EFF-DATE-WK
                       MOVE RACT-EXP-DATE TO EXP-DATE-WK
                       MOVE RACT-PLATE TO PLATE-WK
                       PERFORM 260-EXTRACT-JOB
                   END-IF
           END-READ.

       220-XFERHIST-JOB.
           READ XFERHIST-FILE
               AT END MOVE "NO" TO XHIST-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   IF XHIST-POST-DATE = DATE-NUM-WK
                       MOVE "T" TO ACTION-WK
                       MOVE XHIST-TRANS-ID TO TRANS-ID-WK
                       MOVE XHIST-VIN TO VIN-WK
                       MOVE XHIST-BUYER TO OWNER-ID-WK
                       MOVE XHIST-SALE-DATE TO EFF-DATE-WK
                       MOVE XHIST-EXP-DATE TO EXP-DATE-WK
                       PERFORM 250-VEHICLE-PLATE-JOB
                       PERFORM 260-EXTRACT-JOB
                   END-IF
           END-READ.

       240-SUSPHIST-JOB.
           READ SUSPHIST-FILE
               AT END MOVE "NO" TO SHIST-ATMR
               NOT AT END
                   ADD 1 TO IN-CNT-WK
                   IF SHIST-DATE = DATE-NUM-WK
                       IF SHIST-ACTION = "S"
                           MOVE "S" TO ACTION-WK
                       ELSE
                           MOVE "I" TO ACTION-WK
                       END-IF
                       MOVE SHIST-TRANS-ID TO TRANS-ID-WK
                       MOVE SHIST-VIN TO VIN-WK
                       MOVE SHIST-OWNER-ID TO OWNER-ID-WK
                       MOVE SHIST-DATE TO EFF-DATE-WK
                       MOVE SHIST-EXP-DATE TO EXP-DATE-WK
                       PERFORM 250-VEHICLE-PLATE-JOB
                       PERFORM 260-EXTRACT-JOB
                   END-IF
           END-READ.

       250-VEHICLE-PLATE-JOB.
           MOVE VIN-WK TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY MOVE SPACES TO VCLASS-WK
               NOT INVALID KEY MOVE VEH-CLASS-MST TO VCLASS-WK
           END-READ.
           MOVE SPACES TO PLATE-WK.
           MOVE "YES" TO PLATE-ATMR.
           MOVE VIN-WK TO PLATE-VIN-MST.
           START PLATE-FILE KEY IS = PLATE-VIN-MST
               INVALID KEY MOVE "NO" TO PLATE-ATMR
           END-START.
           PERFORM 255-PLATE-SCAN-JOB
               UNTIL PLATE-ATMR = "NO".

       255-PLATE-SCAN-JOB.
           READ PLATE-FILE NEXT RECORD
               AT END MOVE "NO" TO PLATE-ATMR
               NOT AT END
                   IF PLATE-VIN-MST NOT = VIN-WK
                       MOVE "NO" TO PLATE-ATMR
                   ELSE
                       IF PLATE-STATUS-MST = "I"
                           MOVE PLATE-NO-MST TO PLATE-WK
                           MOVE "NO" TO PLATE-ATMR
                       END-IF
                   END-IF
           END-READ.

       260-EXTRACT-JOB.
           MOVE OWNER-ID-WK TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY
                   MOVE SPACES TO OWNER-NAME-MST, OWNER-ZIP-MST
           END-READ.
           ADD 1 TO REC-CNT-WK.
           ADD TRANS-ID-WK TO HASH-WK.
           EVALUATE ACTION-WK
               WHEN "N" ADD 1 TO NEW-CNT-WK
               WHEN "R" ADD 1 TO RENEW-CNT-WK
               WHEN "T" ADD 1 TO XFER-CNT-WK
               WHEN "S" ADD 1 TO SUSP-CNT-WK
               WHEN "I" ADD 1 TO REIN-CNT-WK
           END-EVALUATE.
           MOVE SPACES TO STATOUT-DTL-REC.
           MOVE "D" TO SO-TYPE.
           MOVE BATCH-SEQ-WK TO SOD-BATCH-SEQ.
           MOVE REC-CNT-WK TO SOD-REC-SEQ.
           MOVE ACTION-WK TO SOD-ACTION.
           MOVE TRANS-ID-WK TO SOD-TRANS-ID.
           MOVE VIN-WK TO SOD-VIN.
           MOVE OWNER-ID-WK TO SOD-OWNER-ID.
           MOVE OWNER-NAME-MST TO SOD-OWNER-NAME.
           MOVE VCLASS-WK TO SOD-VCLASS.
           MOVE EFF-DATE-WK TO SOD-EFF-DATE.
           MOVE EXP-DATE-WK TO SOD-EXP-DATE.
           MOVE PLATE-WK TO SOD-PLATE.
           MOVE OWNER-ZIP-MST TO SOD-OWNER-ZIP.
           WRITE STATOUT-DTL-REC.
           PERFORM 270-SENT-LOG-JOB.
           PERFORM 280-DETAIL-PRINT-JOB.

       270-SENT-LOG-JOB.
           MOVE BATCH-SEQ-WK TO SENT-BATCH-SEQ.
           MOVE TRANS-ID-WK TO SENT-TRANS-ID.
           MOVE ACTION-WK TO SENT-ACTION.
           MOVE VIN-WK TO SENT-VIN.
           MOVE OWNER-ID-WK TO SENT-OWNER-ID.
           MOVE DATE-NUM-WK TO SENT-DATE.
           MOVE SPACE TO SENT-STATUS.
           MOVE SPACES TO SENT-REASON.
           MOVE 0 TO SENT-ACK-DATE.
           WRITE STATSENT-REC
               INVALID KEY REWRITE STATSENT-REC END-REWRITE
           END-WRITE.

       280-DETAIL-PRINT-JOB.
           IF LINE-CNT-WK > 50
               PERFORM 105-MAKE-HEAD
           END-IF.
           MOVE REC-CNT-WK TO REC-SEQ-OUT.
           MOVE ACTION-WK TO ACTION-OUT.
           MOVE TRANS-ID-WK TO TRANS-ID-OUT.
           MOVE VIN-WK TO VIN-OUT.
           MOVE OWNER-ID-WK TO OWNER-ID-OUT.
           MOVE VCLASS-WK TO VCLASS-OUT.
           MOVE EXP-DATE-WK TO EXP-DATE-OUT.
           MOVE PLATE-WK TO PLATE-OUT.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT-WK.

       300-DONE-JOB.
           MOVE SPACES TO STATOUT-TRL-REC.
           MOVE "T" TO SO-TYPE.
           MOVE BATCH-SEQ-WK TO SOT-BATCH-SEQ.
           MOVE REC-CNT-WK TO SOT-REC-CNT.
           MOVE NEW-CNT-WK TO SOT-NEW-CNT.
           MOVE RENEW-CNT-WK TO SOT-RENEW-CNT.
           MOVE XFER-CNT-WK TO SOT-XFER-CNT.
           MOVE SUSP-CNT-WK TO SOT-SUSP-CNT.
           MOVE REIN-CNT-WK TO SOT-REIN-CNT.
           MOVE HASH-WK TO SOT-HASH.
           WRITE STATOUT-TRL-REC.
           MOVE BATCH-SEQ-WK TO STB-BATCH-SEQ.
           MOVE DATE-NUM-WK TO STB-SEND-DATE.
           MOVE REC-CNT-WK TO STB-REC-CNT.
           MOVE SPACE TO STB-STATUS.
           MOVE 0 TO STB-ACK-DATE, STB-ACC-CNT, STB-REJ-CNT.
           WRITE STATBAT-REC
               INVALID KEY REWRITE STATBAT-REC END-REWRITE
           END-WRITE.
           IF REC-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 2 LINES
           END-IF.
           MOVE "NEW REGISTRATIONS:" TO CNT-LBL-OUT.
           MOVE NEW-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 3 LINES.
           MOVE "RENEWALS:" TO CNT-LBL-OUT.
           MOVE RENEW-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "TRANSFERS:" TO CNT-LBL-OUT.
           MOVE XFER-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "SUSPENSIONS:" TO CNT-LBL-OUT.
           MOVE SUSP-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "REINSTATEMENTS:" TO CNT-LBL-OUT.
           MOVE REIN-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 1 LINES.
           MOVE "TOTAL RECORDS IN BATCH:" TO CNT-LBL-OUT.
           MOVE REC-CNT-WK TO CNT-OUT.
           WRITE OUT-REC FROM COUNT-LINE AFTER ADVANCING 2 LINES.

       400-AUDIT-JOB.
           MOVE "STATEXT" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE IN-CNT-WK TO AUDIT-IN-OUT.
           MOVE REC-CNT-WK TO AUDIT-OUT-OUT.
           MOVE 0 TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
