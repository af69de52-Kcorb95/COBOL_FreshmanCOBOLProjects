               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID-MST.
           SELECT OPTIONAL OPER-FILE
               ASSIGN     TO   "OPERMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID-MST
               ALTERNATE RECORD KEY IS OPER-EMPID-MST
                   WITH DUPLICATES.
           SELECT TRANS-FILE
               ASSIGN     TO   "EMPTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ORG-FILE
               ASSIGN     TO   "ORGTBL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HEADCNT-FILE
               ASSIGN     TO   "HEADCNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
          05 CTL-HASH            PIC 9(8).
          05 FILLER              PIC X(12).

       FD OPER-FILE.
       01 OPER-REC.
          05 OPER-ID-MST         PIC X(8).
          05 OPER-NAME-MST       PIC X(20).
          05 OPER-AUTH-INQ-MST   PIC X(1).
          05 OPER-AUTH-MNT-MST   PIC X(1).
          05 OPER-AUTH-RATE-MST  PIC X(1).
          05 OPER-EMPID-MST      PIC X(6).
          05 OPER-STATUS-MST     PIC X(1).
          05 OPER-STAT-DATE-MST  PIC 9(8).

       FD TRANS-FILE.
       01 TRANS-REC.
          05 ACTION-TRN          PIC X(1).
          05 ORG-DNUM-IN         PIC X(2).
          05 ORG-NAME-IN         PIC X(20).

       FD HEADCNT-FILE.
       01 HEADCNT-REC.
          05 HC-TNUM-IN          PIC X(2).
          05 HC-ANUM-IN          PIC X(2).
          05 HC-DNUM-IN          PIC X(2).
          05 HC-EFF-DATE-IN      PIC 9(8).
          05 HC-AUTH-IN          PIC 9(4).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).

       COPY BCHKLINK.

       COPY EVLOGLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(30)
                    VALUE "TRANSACTIONS REJECTED: ".
          05 REJECTED-CNT-OUT    PIC ZZZZ9.

       01 WARNED-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(26)
                    VALUE "OVER-AUTHORIZED WARNINGS: ".
          05 WARNED-CNT-OUT      PIC ZZZZ9.

       01 REVOKED-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(27)
                    VALUE "OPERATOR SIGN-ONS REVOKED: ".
          05 REVOKED-CNT-OUT     PIC ZZZZ9.

       01 ORG-TABLE-WK.
          05 ORG-SUB             PIC 9(3).
          05 ORG-CNT             PIC 9(3) VALUE 0.
             10 ORG-DNUM         PIC X(2).
             10 ORG-NAME         PIC X(20).

       01 HC-TABLE-WK.
          05 HC-CNT              PIC 9(3) VALUE 0.
          05 HC-SUB              PIC 9(3).
          05 HC-ATMR             PIC XXX VALUE "YES".
          05 HC-FOUND-SW         PIC X.
          05 HC-FIND-T-WK        PIC X(2).
          05 HC-FIND-A-WK        PIC X(2).
          05 HC-FIND-D-WK        PIC X(2).
          05 HC-HIT-WK           PIC 9(3).
          05 EMP-ATMR            PIC XXX VALUE "YES".

       01 HC-TABLE.
          05 HC-ENTRY OCCURS 100 TIMES.
             10 HC-TNUM          PIC X(2).
             10 HC-ANUM          PIC X(2).
             10 HC-DNUM          PIC X(2).
             10 HC-EFF-DATE      PIC 9(8).
             10 HC-AUTH          PIC 9(4).
             10 HC-ACTUAL        PIC 9(5).

       01 UPDATE-WK.
          05 TRANS-CNT-WK        PIC 9(5) VALUE 0.
          05 APPLIED-CNT-WK      PIC 9(5) VALUE 0.
          05 REJECTED-CNT-WK     PIC 9(5) VALUE 0.
          05 DELTA-CNT-WK        PIC S9(5) VALUE 0.
          05 WARNED-CNT-WK       PIC 9(5) VALUE 0.
          05 REVOKED-CNT-WK      PIC 9(5) VALUE 0.
          05 OPER-SCAN-ATMR      PIC XXX.

       01 ATMR          PIC XXX VALUE "YES".

               GOBACK
           END-IF.
           OPEN I-O MASTER-FILE
                I-O OPER-FILE
                INPUT TRANS-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-ORG-LOAD-JOB.
           PERFORM 103-HEADCNT-LOAD-JOB.
           PERFORM 105-MAKE-HEAD.
           READ TRANS-FILE
               AT END MOVE "NO" TO ATMR
           PERFORM 300-DONE-JOB.
           PERFORM 350-TRAILER-UPDATE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE MASTER-FILE, OPER-FILE, TRANS-FILE, OUT-FILE.
           GOBACK.

       101-RUNDATE-JOB.
               END-READ
           END-IF.

       103-HEADCNT-LOAD-JOB.
           OPEN INPUT HEADCNT-FILE.
           PERFORM 103A-HEADCNT-ENTRY-JOB
               UNTIL HC-ATMR = "NO".
           CLOSE HEADCNT-FILE.
           IF HC-CNT > 0
               MOVE LOW-VALUES TO EMPID-MST
               START MASTER-FILE KEY IS NOT LESS THAN EMPID-MST
                   INVALID KEY MOVE "NO" TO EMP-ATMR
               END-START
               PERFORM 103D-ACTUAL-COUNT-JOB
                   UNTIL EMP-ATMR = "NO"
           END-IF.

       103A-HEADCNT-ENTRY-JOB.
           READ HEADCNT-FILE
               AT END MOVE "NO" TO HC-ATMR
               NOT AT END
                   IF HC-EFF-DATE-IN IS NUMERIC
                           AND HC-AUTH-IN IS NUMERIC
                           AND HC-EFF-DATE-IN NOT > DATE-NUM-WK
                       PERFORM 103B-HEADCNT-STORE-JOB
                   END-IF
           END-READ.

       103B-HEADCNT-STORE-JOB.
           MOVE "N" TO HC-FOUND-SW.
           PERFORM 103C-HEADCNT-MATCH-JOB VARYING HC-SUB FROM 1 BY 1
               UNTIL HC-SUB > HC-CNT.
           IF HC-FOUND-SW = "N" AND HC-CNT < 100
               ADD 1 TO HC-CNT
               MOVE HC-TNUM-IN TO HC-TNUM (HC-CNT)
               MOVE HC-ANUM-IN TO HC-ANUM (HC-CNT)
               MOVE HC-DNUM-IN TO HC-DNUM (HC-CNT)
               MOVE HC-EFF-DATE-IN TO HC-EFF-DATE (HC-CNT)
               MOVE HC-AUTH-IN TO HC-AUTH (HC-CNT)
               MOVE 0 TO HC-ACTUAL (HC-CNT)
           END-IF.

       103C-HEADCNT-MATCH-JOB.
           IF HC-TNUM (HC-SUB) = HC-TNUM-IN
                   AND HC-ANUM (HC-SUB) = HC-ANUM-IN
                   AND HC-DNUM (HC-SUB) = HC-DNUM-IN
               MOVE "Y" TO HC-FOUND-SW
               IF HC-EFF-DATE-IN NOT < HC-EFF-DATE (HC-SUB)
                   MOVE HC-EFF-DATE-IN TO HC-EFF-DATE (HC-SUB)
                   MOVE HC-AUTH-IN TO HC-AUTH (HC-SUB)
               END-IF
           END-IF.

       103D-ACTUAL-COUNT-JOB.
           READ MASTER-FILE NEXT RECORD
               AT END MOVE "NO" TO EMP-ATMR
               NOT AT END
                   IF EMPID-MST NOT = "000000"
                           AND EMPID-MST NOT = "999999"
                       MOVE TNUM-MST TO HC-FIND-T-WK
                       MOVE ANUM-MST TO HC-FIND-A-WK
                       MOVE DNUM-MST TO HC-FIND-D-WK
                       PERFORM 103E-HEADCNT-FIND-JOB
                       IF HC-HIT-WK > 0
                           ADD 1 TO HC-ACTUAL (HC-HIT-WK)
                       END-IF
                   END-IF
           END-READ.

       103E-HEADCNT-FIND-JOB.
           MOVE 0 TO HC-HIT-WK.
           PERFORM 103F-HEADCNT-HIT-JOB VARYING HC-SUB FROM 1 BY 1
               UNTIL HC-SUB > HC-CNT.

       103F-HEADCNT-HIT-JOB.
           IF HC-TNUM (HC-SUB) = HC-FIND-T-WK
                   AND HC-ANUM (HC-SUB) = HC-FIND-A-WK
                   AND HC-DNUM (HC-SUB) = HC-FIND-D-WK
               MOVE HC-SUB TO HC-HIT-WK
           END-IF.

       105-MAKE-HEAD.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
                       MOVE "/" TO TO-S1-OUT, TO-S2-OUT
                       ADD 1 TO APPLIED-CNT-WK
                       ADD 1 TO DELTA-CNT-WK
                       PERFORM 260-HEADCNT-ADD-JOB
                       MOVE SPACES TO JRNL-BEFORE-LK
                       MOVE MASTER-REC TO JRNL-AFTER-LK
                       MOVE "A" TO JRNL-ACTION-LK
                       MOVE DNUM-TRN TO TO-D-OUT
                       MOVE "/" TO TO-S1-OUT, TO-S2-OUT
                       ADD 1 TO APPLIED-CNT-WK
                       PERFORM 265-HEADCNT-LEAVE-JOB
                       PERFORM 260-HEADCNT-ADD-JOB
                       MOVE MASTER-REC TO JRNL-AFTER-LK
                       MOVE "C" TO JRNL-ACTION-LK
                       PERFORM 360-JOURNAL-JOB
                       MOVE "APPLIED" TO DISP-OUT
                       ADD 1 TO APPLIED-CNT-WK
                       SUBTRACT 1 FROM DELTA-CNT-WK
                       PERFORM 265-HEADCNT-LEAVE-JOB
                       MOVE SPACES TO JRNL-AFTER-LK
                       MOVE "D" TO JRNL-ACTION-LK
                       PERFORM 360-JOURNAL-JOB
                       PERFORM 270-OPER-REVOKE-JOB
               END-DELETE
           END-IF.

           MOVE "BAD ACTION CODE" TO REASON-OUT.
           ADD 1 TO REJECTED-CNT-WK.

       260-HEADCNT-ADD-JOB.
           MOVE TNUM-TRN TO HC-FIND-T-WK.
           MOVE ANUM-TRN TO HC-FIND-A-WK.
           MOVE DNUM-TRN TO HC-FIND-D-WK.
           PERFORM 103E-HEADCNT-FIND-JOB.
           IF HC-HIT-WK > 0
               ADD 1 TO HC-ACTUAL (HC-HIT-WK)
               IF HC-ACTUAL (HC-HIT-WK) > HC-AUTH (HC-HIT-WK)
                   MOVE "OVER AUTHORIZED" TO REASON-OUT
                   ADD 1 TO WARNED-CNT-WK
               END-IF
           END-IF.

       265-HEADCNT-LEAVE-JOB.
           MOVE FROM-T-OUT TO HC-FIND-T-WK.
           MOVE FROM-A-OUT TO HC-FIND-A-WK.
           MOVE FROM-D-OUT TO HC-FIND-D-WK.
           PERFORM 103E-HEADCNT-FIND-JOB.
           IF HC-HIT-WK > 0
               IF HC-ACTUAL (HC-HIT-WK) > 0
                   SUBTRACT 1 FROM HC-ACTUAL (HC-HIT-WK)
               END-IF
           END-IF.

       270-OPER-REVOKE-JOB.
           MOVE "YES" TO OPER-SCAN-ATMR.
           MOVE EMPID-TRN TO OPER-EMPID-MST.
           START OPER-FILE KEY IS EQUAL TO OPER-EMPID-MST
               INVALID KEY MOVE "NO" TO OPER-SCAN-ATMR
           END-START.
           PERFORM 275-OPER-REVOKE-NEXT-JOB
               UNTIL OPER-SCAN-ATMR = "NO".

       275-OPER-REVOKE-NEXT-JOB.
           READ OPER-FILE NEXT RECORD
               AT END MOVE "NO" TO OPER-SCAN-ATMR
               NOT AT END
                   IF OPER-EMPID-MST NOT = EMPID-TRN
                       MOVE "NO" TO OPER-SCAN-ATMR
                   ELSE
                       IF OPER-STATUS-MST NOT = "D"
                           PERFORM 280-OPER-DISABLE-JOB
                       END-IF
                   END-IF
           END-READ.

       280-OPER-DISABLE-JOB.
           MOVE OPER-REC TO JRNL-BEFORE-LK.
           MOVE "D" TO OPER-STATUS-MST.
           MOVE DATE-NUM-WK TO OPER-STAT-DATE-MST.
           REWRITE OPER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO REVOKED-CNT-WK
                   MOVE "OPER DISABLED" TO REASON-OUT
                   MOVE OPER-REC TO JRNL-AFTER-LK
                   MOVE "C" TO JRNL-ACTION-LK
                   MOVE "OPERMAST.TXT" TO JRNL-FILE-LK
                   MOVE OPER-ID-MST TO JRNL-KEY-LK
                   MOVE "EMPUPDT" TO JRNL-PROGRAM-LK
                   MOVE "BATCH" TO JRNL-OPER-LK
                   CALL "JOURNAL" USING JRNL-PARM
                   MOVE "EMPUPDT" TO EVLOG-PROGRAM-LK
                   MOVE "W" TO EVLOG-SEVERITY-LK
                   MOVE "OPERATOR DISABLED - EMPLOYEE TERMINATED"
                       TO EVLOG-MESSAGE-LK
                   MOVE OPER-ID-MST TO EVLOG-KEY-LK
                   CALL "EVLOG" USING EVLOG-PARM
           END-REWRITE.

       300-DONE-JOB.
           MOVE APPLIED-CNT-WK TO APPLIED-CNT-OUT.
           MOVE REJECTED-CNT-WK TO REJECTED-CNT-OUT.
           MOVE WARNED-CNT-WK TO WARNED-CNT-OUT.
           MOVE REVOKED-CNT-WK TO REVOKED-CNT-OUT.
           WRITE OUT-REC FROM APPLIED-FTR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REJECTED-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM WARNED-FTR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM REVOKED-FTR AFTER ADVANCING 1 LINES.

       350-TRAILER-UPDATE-JOB.
           MOVE "999999" TO EMPID-MST.
