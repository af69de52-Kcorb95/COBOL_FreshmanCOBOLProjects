       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCREG-FILE
               ASSIGN     TO   "PROCREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-TRANS-ID.
           SELECT OPTIONAL OWNER-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL PARM-FILE
               ASSIGN     TO   "WOPARM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCTMAP-FILE
               ASSIGN     TO   "ACCTMAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REF-FILE
               ASSIGN     TO   "COLLREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLWOFF-FILE
               ASSIGN     TO   "GLWOFF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "BDREG.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLCAL-FILE
               ASSIGN     TO   "HOLCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD PARM-FILE.
       01 PARM-REC.
          05 PARM-AGE-IN         PIC 9(3).

       FD ACCTMAP-FILE.
       01 ACCT-REC.
          05 ACCT-TYPE-IN        PIC X(4).
          05 ACCT-CODE-IN        PIC X(6).

       FD REF-FILE.
       01 REF-REC.
          05 REF-TRANS-ID        PIC 9(6).
          05 REF-OWNER-ID        PIC X(6).
          05 REF-NAME            PIC X(20).
          05 REF-STREET          PIC X(20).
          05 REF-CITY            PIC X(15).
          05 REF-STATE           PIC X(2).
          05 REF-ZIP             PIC X(5).
          05 REF-BILL-DATE       PIC 9(8).
          05 REF-AGE-DAYS        PIC 9(4).
          05 REF-AMT             PIC 9(5)V99.
       01 REF-CTL-REC.
          05 REF-CTL-ID          PIC X(6).
          05 REF-CTL-TYPE        PIC X(3).
          05 REF-CTL-DATE        PIC 9(8).
          05 REF-CTL-COUNT       PIC 9(6).
          05 REF-CTL-AMT         PIC 9(9)V99.
          05 FILLER              PIC X(59).

       FD GLWOFF-FILE.
       01 GLWOFF-REC             PIC X(48).
       01 GLWOFF-TRL-IN.
          05 GLWOFF-TYPE-IN      PIC X.
          05 FILLER              PIC X(17).
          05 GLWOFF-DATE-IN      PIC 9(8).
          05 FILLER              PIC X(22).

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

       FD HOLCAL-FILE.
       01 HOLCAL-REC.
          05 HOL-DATE-IN         PIC 9(8).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       COPY EVLOGLIN.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

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

       01 TITLE-HDR.
          05 FILLER              PIC X(10).
          05 FILLER              PIC X(38)
                    VALUE "-BAD DEBT WRITE-OFF AND REFERRAL-".
          05 MONTH-HDR           PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 DAY-HDR             PIC X(2).
          05 FILLER              PIC X      VALUE "/".
          05 YEAR-HDR            PIC X(4).

       01 AGE-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(27)
                    VALUE "MINIMUM AGE FOR REFERRAL: ".
          05 AGE-HDR-OUT         PIC ZZ9.
          05 FILLER              PIC X(5)  VALUE " DAYS".

       01 WOFF-SECTION-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(40)
                    VALUE "-- WRITTEN OFF (SUPERVISOR APPROVED) --".

       01 REF-SECTION-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(40)
                    VALUE "-- REFERRED TO COLLECTIONS --".

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)  VALUE "TRANS-ID".
          05 FILLER              PIC X(8)  VALUE "OWNER".
          05 FILLER              PIC X(21) VALUE "NAME".
          05 FILLER              PIC X(10) VALUE "BILLED".
          05 FILLER              PIC X(6)  VALUE "AGE".
          05 FILLER              PIC X(11) VALUE "AMOUNT".
          05 FILLER              PIC X(10) VALUE "NOTE".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 TRANS-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(3).
          05 OWNER-ID-OUT        PIC X(6).
          05 FILLER              PIC X(2).
          05 OWNER-NAME-OUT      PIC X(20).
          05 FILLER              PIC X(1).
          05 BILL-DATE-OUT       PIC 9(8).
          05 FILLER              PIC X(2).
          05 AGE-OUT             PIC ZZZ9.
          05 FILLER              PIC X(2).
          05 AMT-OUT             PIC $$$,$$9.99.
          05 FILLER              PIC X(1).
          05 NOTE-OUT            PIC X(12).

       01 TOTAL-LINE.
          05 FILLER              PIC X(1).
          05 TOT-LBL-OUT         PIC X(30).
          05 TOT-CNT-OUT         PIC ZZZZ9.
          05 FILLER              PIC X(3).
          05 TOT-AMT-OUT         PIC $$,$$$,$$9.99.

       01 NONE-LINE.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(20) VALUE "NONE".

       01 GL-DETAIL-OUT.
          05 GL-REC-TYPE         PIC X     VALUE "D".
          05 GL-TRANS-ID-OUT     PIC 9(6).
          05 GL-VCLASS-OUT       PIC XX.
          05 GL-FEE-OUT          PIC 9(5)V99.
          05 GL-DATE-OUT         PIC 9(8).
          05 GL-ACCT-OUT         PIC X(6).
          05 GL-DRCR-OUT         PIC X.

       01 GL-TRAILER-OUT.
          05 GL-TRL-TYPE         PIC X     VALUE "T".
          05 GL-TRL-CNT          PIC 9(6).
          05 GL-TRL-HASH         PIC 9(9)V99.
          05 GL-TRL-DATE         PIC 9(8).
          05 GL-TRL-DR           PIC 9(9)V99.
          05 GL-TRL-CR           PIC 9(9)V99.

       01 GL-BALANCE-LINE.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(34)
                    VALUE "** GL EXTRACT OUT OF BALANCE **  ".
          05 GL-BAL-HASH-OUT     PIC $$$,$$$,$$9.99.

       01 GL-EXTRACT-WK.
          05 GL-CNT-WK           PIC 9(6) VALUE 0.
          05 GL-HASH-WK          PIC 9(9)V99 VALUE 0.
          05 GL-DR-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 GL-CR-TOT-WK        PIC 9(9)V99 VALUE 0.
          05 RECV-ACCT-WK        PIC X(6) VALUE "120000".
          05 BDEX-ACCT-WK        PIC X(6) VALUE "609000".
          05 ACCT-ATMR           PIC XXX VALUE "YES".
          05 GLW-ATMR            PIC XXX VALUE "YES".
          05 GLW-DONE-SW         PIC X VALUE "N".

       01 WRITEOFF-WK.
          05 SCAN-ATMR           PIC XXX VALUE "YES".
          05 WO-AGE-WK           PIC 9(3) VALUE 120.
          05 RUN-INT-WK          PIC 9(8).
          05 AGE-DAYS-WK         PIC S9(5).
          05 OPEN-AMT-WK         PIC S9(6)V99.
          05 READ-CNT-WK         PIC 9(5) VALUE 0.
          05 SECTION-CNT-WK      PIC 9(5) VALUE 0.
          05 WOFF-CNT-WK         PIC 9(5) VALUE 0.
          05 WOFF-AMT-WK         PIC 9(7)V99 VALUE 0.
          05 PAID-OFF-CNT-WK     PIC 9(5) VALUE 0.
          05 REF-CNT-WK          PIC 9(5) VALUE 0.
          05 REF-AMT-WK          PIC 9(9)V99 VALUE 0.
          05 NO-ADDR-CNT-WK      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           DISPLAY "BADDEBT: WRITE-OFFS WILL POST ON " DATE-NUM-WK.
           COMPUTE RUN-INT-WK =
               FUNCTION INTEGER-OF-DATE (DATE-NUM-WK).
           PERFORM 102-PARM-JOB.
           PERFORM 104-ACCTMAP-LOAD-JOB.
           PERFORM 103-GLWOFF-CHECK-JOB.
           IF GLW-DONE-SW = "Y"
               DISPLAY "BADDEBT: GLWOFF.TXT ALREADY HOLDS WRITE-OFFS"
                   " FOR " DATE-NUM-WK " - RUN CANCELLED"
               MOVE "BADDEBT" TO EVLOG-PROGRAM-LK
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE "WRITE-OFFS ALREADY RUN FOR RUN DATE"
                   TO EVLOG-MESSAGE-LK
               MOVE DATE-NUM-WK TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PROCREG-FILE
                INPUT OWNER-FILE
                OUTPUT REF-FILE
                OUTPUT GLWOFF-FILE
                OUTPUT OUT-FILE.
           PERFORM 105-MAKE-HEAD.
           WRITE OUT-REC FROM WOFF-SECTION-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 0 TO SECTION-CNT-WK.
           PERFORM 120-START-SCAN-JOB.
           PERFORM 200-WRITEOFF-SCAN-JOB
               UNTIL SCAN-ATMR = "NO".
           IF SECTION-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF.
           MOVE "ITEMS WRITTEN OFF:" TO TOT-LBL-OUT.
           MOVE WOFF-CNT-WK TO TOT-CNT-OUT.
           MOVE WOFF-AMT-WK TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
           MOVE "APPROVED ITEMS FOUND PAID:" TO TOT-LBL-OUT.
           MOVE PAID-OFF-CNT-WK TO TOT-CNT-OUT.
           MOVE 0 TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES.
           MOVE DATE-NUM-WK TO REF-CTL-DATE.
           MOVE "000000" TO REF-CTL-ID.
           MOVE "HDR" TO REF-CTL-TYPE.
           MOVE 0 TO REF-CTL-COUNT, REF-CTL-AMT.
           WRITE REF-CTL-REC.
           WRITE OUT-REC FROM REF-SECTION-HDR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 0 TO SECTION-CNT-WK.
           PERFORM 120-START-SCAN-JOB.
           PERFORM 250-REFERRAL-SCAN-JOB
               UNTIL SCAN-ATMR = "NO".
           IF SECTION-CNT-WK = 0
               WRITE OUT-REC FROM NONE-LINE AFTER ADVANCING 1 LINES
           END-IF.
           MOVE "999999" TO REF-CTL-ID.
           MOVE "TRL" TO REF-CTL-TYPE.
           MOVE DATE-NUM-WK TO REF-CTL-DATE.
           MOVE REF-CNT-WK TO REF-CTL-COUNT.
           MOVE REF-AMT-WK TO REF-CTL-AMT.
           WRITE REF-CTL-REC.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE PROCREG-FILE, OWNER-FILE, REF-FILE, GLWOFF-FILE,
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
           PERFORM 101A-HOLCAL-LOAD-JOB.
           COMPUTE CHECK-INT-WK =
               FUNCTION INTEGER-OF-DATE (DATE-NUM-WK) + 1.
           MOVE "N" TO NEXT-FOUND-SW.
           PERFORM 101C-NEXT-BUSDAY-JOB
               UNTIL NEXT-FOUND-SW = "Y".
           MOVE CHECK-DATE-WK TO DATE-NUM-WK.

       101A-HOLCAL-LOAD-JOB.
           OPEN INPUT HOLCAL-FILE.
           PERFORM 101B-HOLCAL-ENTRY-JOB
               UNTIL HOL-ATMR = "NO".
           CLOSE HOLCAL-FILE.

       101B-HOLCAL-ENTRY-JOB.
           READ HOLCAL-FILE
               AT END MOVE "NO" TO HOL-ATMR
               NOT AT END
                   IF HOL-DATE-IN IS NUMERIC AND HOL-CNT < 100
                       ADD 1 TO HOL-CNT
                       MOVE HOL-DATE-IN TO HOL-DATE-TBL (HOL-CNT)
                   END-IF
           END-READ.

       101C-NEXT-BUSDAY-JOB.
           COMPUTE CHECK-DATE-WK =
               FUNCTION DATE-OF-INTEGER (CHECK-INT-WK).
           PERFORM 101D-BUSDAY-CHECK-JOB.
           IF BUSDAY-SW = "Y"
               MOVE "Y" TO NEXT-FOUND-SW
           ELSE
               ADD 1 TO CHECK-INT-WK
           END-IF.

       101D-BUSDAY-CHECK-JOB.
           MOVE "Y" TO BUSDAY-SW.
           COMPUTE DOW-WK = FUNCTION MOD (CHECK-INT-WK, 7).
           IF DOW-WK = 0 OR DOW-WK = 6
               MOVE "N" TO BUSDAY-SW
           END-IF.
           PERFORM 101E-HOLIDAY-SCAN-JOB VARYING HX FROM 1 BY 1
               UNTIL HX > HOL-CNT.

       101E-HOLIDAY-SCAN-JOB.
           IF HOL-DATE-TBL (HX) = CHECK-DATE-WK
               MOVE "N" TO BUSDAY-SW
           END-IF.

       102-PARM-JOB.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-AGE-IN IS NUMERIC AND PARM-AGE-IN > 0
                       MOVE PARM-AGE-IN TO WO-AGE-WK
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

       103-GLWOFF-CHECK-JOB.
           OPEN INPUT GLWOFF-FILE.
           PERFORM 103A-GLWOFF-READ-JOB
               UNTIL GLW-ATMR = "NO".
           CLOSE GLWOFF-FILE.

       103A-GLWOFF-READ-JOB.
           READ GLWOFF-FILE
               AT END MOVE "NO" TO GLW-ATMR
               NOT AT END
                   IF GLWOFF-TYPE-IN = "T"
                           AND GLWOFF-DATE-IN = DATE-NUM-WK
                       MOVE "Y" TO GLW-DONE-SW
                   END-IF
           END-READ.

       104-ACCTMAP-LOAD-JOB.
           OPEN INPUT ACCTMAP-FILE.
           PERFORM 104A-ACCTMAP-ENTRY-JOB
               UNTIL ACCT-ATMR = "NO".
           CLOSE ACCTMAP-FILE.

       104A-ACCTMAP-ENTRY-JOB.
           READ ACCTMAP-FILE
               AT END MOVE "NO" TO ACCT-ATMR
               NOT AT END
                   EVALUATE ACCT-TYPE-IN
                       WHEN "RECV" MOVE ACCT-CODE-IN TO RECV-ACCT-WK
                       WHEN "BDEX" MOVE ACCT-CODE-IN TO BDEX-ACCT-WK
                   END-EVALUATE
           END-READ.

       105-MAKE-HEAD.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE WO-AGE-WK TO AGE-HDR-OUT.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM AGE-HDR AFTER ADVANCING 2 LINES.

       120-START-SCAN-JOB.
           MOVE "YES" TO SCAN-ATMR.
           MOVE LOW-VALUES TO PROC-TRANS-ID.
           START PROCREG-FILE KEY IS NOT LESS THAN PROC-TRANS-ID
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.

       130-ITEM-SETUP-JOB.
           COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
               + PROC-NSF-FEE + PROC-SURCH-AMT
               - PROC-PAID-AMT.
           IF PROC-DATE > 0
               COMPUTE AGE-DAYS-WK = RUN-INT-WK
                   - FUNCTION INTEGER-OF-DATE (PROC-DATE)
           ELSE
               MOVE 0 TO AGE-DAYS-WK
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PROC-TRANS-ID TO TRANS-ID-OUT.
           MOVE PROC-OWNER-ID TO OWNER-ID-OUT.
           MOVE PROC-DATE TO BILL-DATE-OUT.
           MOVE AGE-DAYS-WK TO AGE-OUT.
           MOVE OPEN-AMT-WK TO AMT-OUT.
           MOVE PROC-OWNER-ID TO OWNER-ID-MST.
           READ OWNER-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO OWNER-NAME-OUT
                   MOVE SPACES TO OWNER-NAME-MST, OWNER-STREET-MST,
                       OWNER-CITY-MST, OWNER-STATE-MST, OWNER-ZIP-MST
                   MOVE "NO ADDRESS" TO NOTE-OUT
               NOT INVALID KEY
                   MOVE OWNER-NAME-MST TO OWNER-NAME-OUT
           END-READ.

       200-WRITEOFF-SCAN-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF PROC-STATUS = "A"
                       PERFORM 210-WRITEOFF-JOB
                   END-IF
           END-READ.

       210-WRITEOFF-JOB.
           PERFORM 130-ITEM-SETUP-JOB.
           IF OPEN-AMT-WK NOT > 0
               MOVE SPACE TO PROC-STATUS
               REWRITE PROC-REC
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO PAID-OFF-CNT-WK
           ELSE
               MOVE "W" TO PROC-STATUS
               MOVE DATE-NUM-WK TO PROC-WO-DATE
               REWRITE PROC-REC
                   INVALID KEY
                       MOVE "NOT UPDATED" TO NOTE-OUT
                   NOT INVALID KEY
                       ADD 1 TO WOFF-CNT-WK
                       ADD OPEN-AMT-WK TO WOFF-AMT-WK
                       PERFORM 220-GL-PAIR-JOB
               END-REWRITE
               WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO SECTION-CNT-WK
           END-IF.

       220-GL-PAIR-JOB.
           MOVE PROC-TRANS-ID TO GL-TRANS-ID-OUT.
           MOVE PROC-VCLASS TO GL-VCLASS-OUT.
           MOVE OPEN-AMT-WK TO GL-FEE-OUT.
           MOVE DATE-NUM-WK TO GL-DATE-OUT.
           MOVE BDEX-ACCT-WK TO GL-ACCT-OUT.
           MOVE "D" TO GL-DRCR-OUT.
           WRITE GLWOFF-REC FROM GL-DETAIL-OUT.
           ADD OPEN-AMT-WK TO GL-DR-TOT-WK.
           MOVE RECV-ACCT-WK TO GL-ACCT-OUT.
           MOVE "C" TO GL-DRCR-OUT.
           WRITE GLWOFF-REC FROM GL-DETAIL-OUT.
           ADD OPEN-AMT-WK TO GL-CR-TOT-WK.
           ADD 2 TO GL-CNT-WK.
           COMPUTE GL-HASH-WK = GL-HASH-WK + OPEN-AMT-WK + OPEN-AMT-WK.

       250-REFERRAL-SCAN-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   ADD 1 TO READ-CNT-WK
                   IF PROC-STATUS = SPACE
                       PERFORM 260-REFERRAL-CHECK-JOB
                   END-IF
           END-READ.

       260-REFERRAL-CHECK-JOB.
           COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
               + PROC-NSF-FEE + PROC-SURCH-AMT
               - PROC-PAID-AMT.
           IF PROC-DATE > 0
               COMPUTE AGE-DAYS-WK = RUN-INT-WK
                   - FUNCTION INTEGER-OF-DATE (PROC-DATE)
           ELSE
               MOVE 0 TO AGE-DAYS-WK
           END-IF.
           IF OPEN-AMT-WK > 0 AND AGE-DAYS-WK NOT < WO-AGE-WK
               PERFORM 130-ITEM-SETUP-JOB
               MOVE "R" TO PROC-STATUS
               REWRITE PROC-REC
                   INVALID KEY
                       MOVE "NOT UPDATED" TO NOTE-OUT
                   NOT INVALID KEY
                       PERFORM 270-REFERRAL-WRITE-JOB
               END-REWRITE
               WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO SECTION-CNT-WK
           END-IF.

       270-REFERRAL-WRITE-JOB.
           MOVE PROC-TRANS-ID TO REF-TRANS-ID.
           MOVE PROC-OWNER-ID TO REF-OWNER-ID.
           MOVE OWNER-NAME-MST TO REF-NAME.
           MOVE OWNER-STREET-MST TO REF-STREET.
           MOVE OWNER-CITY-MST TO REF-CITY.
           MOVE OWNER-STATE-MST TO REF-STATE.
           MOVE OWNER-ZIP-MST TO REF-ZIP.
           MOVE PROC-DATE TO REF-BILL-DATE.
           MOVE AGE-DAYS-WK TO REF-AGE-DAYS.
           MOVE OPEN-AMT-WK TO REF-AMT.
           WRITE REF-REC.
           ADD 1 TO REF-CNT-WK.
           ADD OPEN-AMT-WK TO REF-AMT-WK.
           IF OWNER-STREET-MST = SPACES
               ADD 1 TO NO-ADDR-CNT-WK
           END-IF.

       300-DONE-JOB.
           MOVE "ITEMS REFERRED:" TO TOT-LBL-OUT.
           MOVE REF-CNT-WK TO TOT-CNT-OUT.
           MOVE REF-AMT-WK TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
           MOVE "REFERRED WITH NO ADDRESS:" TO TOT-LBL-OUT.
           MOVE NO-ADDR-CNT-WK TO TOT-CNT-OUT.
           MOVE 0 TO TOT-AMT-OUT.
           WRITE OUT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINES.
           PERFORM 340-GL-BALANCE-JOB.
           DISPLAY "BADDEBT: " WOFF-CNT-WK " WRITTEN OFF - "
               REF-CNT-WK " REFERRED ON COLLREF.TXT".

       340-GL-BALANCE-JOB.
           MOVE GL-CNT-WK TO GL-TRL-CNT.
           MOVE GL-HASH-WK TO GL-TRL-HASH.
           MOVE DATE-NUM-WK TO GL-TRL-DATE.
           MOVE GL-DR-TOT-WK TO GL-TRL-DR.
           MOVE GL-CR-TOT-WK TO GL-TRL-CR.
           WRITE GLWOFF-REC FROM GL-TRAILER-OUT.
           IF GL-DR-TOT-WK NOT = GL-CR-TOT-WK
                   OR GL-DR-TOT-WK NOT = WOFF-AMT-WK
                   OR GL-CNT-WK NOT = WOFF-CNT-WK * 2
               MOVE GL-HASH-WK TO GL-BAL-HASH-OUT
               WRITE OUT-REC FROM GL-BALANCE-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY "BADDEBT: GL EXTRACT OUT OF BALANCE - "
                   "DEBITS " GL-DR-TOT-WK " CREDITS " GL-CR-TOT-WK
               MOVE "BADDEBT" TO EVLOG-PROGRAM-LK
               MOVE "E" TO EVLOG-SEVERITY-LK
               MOVE "GL WRITE-OFF EXTRACT OUT OF BALANCE"
                   TO EVLOG-MESSAGE-LK
               MOVE SPACES TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
               MOVE 8 TO RETURN-CODE
           END-IF.

       400-AUDIT-JOB.
           MOVE "BADDEBT" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE READ-CNT-WK TO AUDIT-IN-OUT.
           COMPUTE AUDIT-OUT-OUT = WOFF-CNT-WK + REF-CNT-WK.
           MOVE PAID-OFF-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
