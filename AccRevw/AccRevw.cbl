       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREVW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPER-FILE
               ASSIGN     TO   "OPERMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID-MST
               ALTERNATE RECORD KEY IS OPER-EMPID-MST
                   WITH DUPLICATES.
           SELECT OPTIONAL EMP-FILE
               ASSIGN     TO   "EMPIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID-MST.
           SELECT OPTIONAL ORG-FILE
               ASSIGN     TO   "ORGTBL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "ACCREVW.TXT"
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

       FD EMP-FILE.
       01 EMP-REC.
          05 TNUM-MST            PIC X(2).
          05 ANUM-MST            PIC X(2).
          05 DNUM-MST            PIC X(2).
          05 EMPID-MST           PIC X(6).
          05 EMPNAME-MST         PIC X(20).
          05 FILLER              PIC X(17).

       FD ORG-FILE.
       01 ORG-REC.
          05 ORG-TNUM-IN         PIC X(2).
          05 ORG-ANUM-IN         PIC X(2).
          05 ORG-DNUM-IN         PIC X(2).
          05 ORG-NAME-IN         PIC X(20).

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
          05 UNIT-SRT.
             10 TNUM-SRT         PIC X(2).
             10 ANUM-SRT         PIC X(2).
             10 DNUM-SRT         PIC X(2).
          05 OPER-ID-SRT         PIC X(8).
          05 OPER-NAME-SRT       PIC X(20).
          05 AUTH-INQ-SRT        PIC X(1).
          05 AUTH-MNT-SRT        PIC X(1).
          05 AUTH-RATE-SRT       PIC X(1).
          05 OPER-STATUS-SRT     PIC X(1).
          05 EMPID-SRT           PIC X(6).
          05 EMPNAME-SRT         PIC X(20).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(30)
                    VALUE "-OPERATOR ACCESS REVIEW-".

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
          05 FILLER              PIC X(12)  VALUE "   QUARTER: ".
          05 QTR-YEAR-HDR        PIC X(4).
          05 FILLER              PIC X(2)   VALUE "-Q".
          05 QTR-HDR             PIC 9(1).
          05 FILLER              PIC X(24).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 PAGE-HDR            PIC 9(2).

       01 UNIT-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(12)  VALUE "DEPARTMENT: ".
          05 UNIT-T-HDR          PIC X(2).
          05 UNIT-S1-HDR         PIC X(1).
          05 UNIT-A-HDR          PIC X(2).
          05 UNIT-S2-HDR         PIC X(1).
          05 UNIT-D-HDR          PIC X(2).
          05 FILLER              PIC X(2).
          05 UNIT-NAME-HDR       PIC X(20).

       01 COLUMN-HDR.
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(9)  VALUE "OPER ID".
          05 FILLER              PIC X(21) VALUE "OPERATOR NAME".
          05 FILLER              PIC X(4)  VALUE "INQ".
          05 FILLER              PIC X(4)  VALUE "MNT".
          05 FILLER              PIC X(5)  VALUE "RATE".
          05 FILLER              PIC X(9)  VALUE "STATUS".
          05 FILLER              PIC X(7)  VALUE "EMPID".
          05 FILLER              PIC X(20) VALUE "EMPLOYEE NAME".

       01 DETAIL-LINE.
          05 FILLER              PIC X(1).
          05 OPER-ID-OUT         PIC X(8).
          05 FILLER              PIC X(1).
          05 OPER-NAME-OUT       PIC X(20).
          05 FILLER              PIC X(2).
          05 AUTH-INQ-OUT        PIC X(1).
          05 FILLER              PIC X(3).
          05 AUTH-MNT-OUT        PIC X(1).
          05 FILLER              PIC X(4).
          05 AUTH-RATE-OUT       PIC X(1).
          05 FILLER              PIC X(2).
          05 STATUS-OUT          PIC X(8).
          05 FILLER              PIC X(1).
          05 EMPID-OUT           PIC X(6).
          05 FILLER              PIC X(1).
          05 EMPNAME-OUT         PIC X(20).

       01 UNIT-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(21)
                    VALUE "OPERATORS REVIEWED: ".
          05 UNIT-CNT-OUT        PIC ZZZ9.

       01 SIGNOFF-LINE.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(18)
                    VALUE "MANAGER SIGN-OFF: ".
          05 FILLER              PIC X(22)
                    VALUE "_____________________ ".
          05 FILLER              PIC X(7)   VALUE " DATE: ".
          05 FILLER              PIC X(10)  VALUE "__________".

       01 TOTAL-FTR.
          05 FILLER              PIC X(15).
          05 TOTAL-LBL           PIC X(22).
          05 TOTAL-CNT-OUT       PIC ZZZZ9.

       01 FORMATING-WK.
          05 PAGENUM-WK          PIC 9(2).
          05 LINE-CNT            PIC 9(2).
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.
          05 QTR-WK              PIC 9(1).
          05 MONTH-NUM-WK        PIC 9(2).

       01 ORG-TABLE-WK.
          05 ORG-SUB             PIC 9(3).
          05 ORG-CNT             PIC 9(3) VALUE 0.
          05 ORG-ATMR            PIC XXX VALUE "YES".
          05 ORG-NAME-WK         PIC X(20).

       01 ORG-TABLE.
          05 ORG-ENTRY OCCURS 100 TIMES INDEXED BY OX.
             10 ORG-TNUM         PIC X(2).
             10 ORG-ANUM         PIC X(2).
             10 ORG-DNUM         PIC X(2).
             10 ORG-NAME         PIC X(20).

       01 REVIEW-WK.
          05 SORT-ATMR           PIC XXX VALUE "YES".
          05 OPER-CNT-WK         PIC 9(5) VALUE 0.
          05 ACTIVE-CNT-WK       PIC 9(5) VALUE 0.
          05 DISABLED-CNT-WK     PIC 9(5) VALUE 0.
          05 NOEMP-CNT-WK        PIC 9(5) VALUE 0.
          05 UNIT-CNT-WK         PIC 9(4) VALUE 0.
          05 PREV-UNIT-WK        PIC X(6).

       01 ATMR          PIC XXX VALUE "YES".

       PROCEDURE DIVISION.

       MOVE 0 TO PAGENUM-WK.
       MOVE 59 TO LINE-CNT.

       100-MAIN-MODULE.
           OPEN INPUT OPER-FILE
                INPUT EMP-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-ORG-LOAD-JOB.
           SORT SORT-FILE ON ASCENDING KEY UNIT-SRT, OPER-ID-SRT
               INPUT PROCEDURE IS 150-LOAD-JOB
               OUTPUT PROCEDURE IS 200-REVIEW-JOB.
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE OPER-FILE, EMP-FILE, OUT-FILE.
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
           MOVE MONTH-WK TO MONTH-NUM-WK.
           COMPUTE QTR-WK = (MONTH-NUM-WK + 2) / 3.

       102-ORG-LOAD-JOB.
           OPEN INPUT ORG-FILE.
           PERFORM 102A-ORG-ENTRY-JOB VARYING ORG-SUB FROM 1 BY 1
               UNTIL ORG-SUB > 100.
           CLOSE ORG-FILE.

       102A-ORG-ENTRY-JOB.
           IF ORG-ATMR = "YES"
               READ ORG-FILE INTO ORG-ENTRY (ORG-SUB)
                   AT END MOVE "NO" TO ORG-ATMR
                   NOT AT END ADD 1 TO ORG-CNT
               END-READ
           END-IF.

       105-MAKE-HEAD.
           PERFORM 110-DAY-JOB.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING PAGE.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM UNIT-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 2 LINES.
           MOVE 6 TO LINE-CNT.

       110-DAY-JOB.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO QTR-YEAR-HDR.
           MOVE QTR-WK TO QTR-HDR.
           ADD 1 TO PAGENUM-WK.
           MOVE PAGENUM-WK TO PAGE-HDR.

       150-LOAD-JOB.
           MOVE LOW-VALUES TO OPER-ID-MST.
           START OPER-FILE KEY IS NOT LESS THAN OPER-ID-MST
               INVALID KEY MOVE "NO" TO ATMR
           END-START.
           PERFORM 160-RELEASE-JOB
               UNTIL ATMR = "NO".

       160-RELEASE-JOB.
           READ OPER-FILE NEXT RECORD
               AT END MOVE "NO" TO ATMR
               NOT AT END
                   ADD 1 TO OPER-CNT-WK
                   PERFORM 170-EMPLOYEE-JOB
                   MOVE OPER-ID-MST TO OPER-ID-SRT
                   MOVE OPER-NAME-MST TO OPER-NAME-SRT
                   MOVE OPER-AUTH-INQ-MST TO AUTH-INQ-SRT
                   MOVE OPER-AUTH-MNT-MST TO AUTH-MNT-SRT
                   MOVE OPER-AUTH-RATE-MST TO AUTH-RATE-SRT
                   MOVE OPER-STATUS-MST TO OPER-STATUS-SRT
                   MOVE OPER-EMPID-MST TO EMPID-SRT
                   RELEASE SORT-REC
           END-READ.

       170-EMPLOYEE-JOB.
           MOVE HIGH-VALUES TO UNIT-SRT.
           MOVE SPACES TO EMPNAME-SRT.
           IF OPER-EMPID-MST NOT = SPACES
                   AND OPER-EMPID-MST NOT = "000000"
                   AND OPER-EMPID-MST NOT = "999999"
               MOVE OPER-EMPID-MST TO EMPID-MST
               READ EMP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TNUM-MST TO TNUM-SRT
                       MOVE ANUM-MST TO ANUM-SRT
                       MOVE DNUM-MST TO DNUM-SRT
                       MOVE EMPNAME-MST TO EMPNAME-SRT
               END-READ
           END-IF.

       200-REVIEW-JOB.
           MOVE "YES" TO SORT-ATMR.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
           IF SORT-ATMR = "YES"
               MOVE UNIT-SRT TO PREV-UNIT-WK
               PERFORM 210-UNIT-START-JOB
               PERFORM 220-DETAIL-JOB
                   UNTIL SORT-ATMR = "NO"
               PERFORM 250-UNIT-END-JOB
           END-IF.

       210-UNIT-START-JOB.
           MOVE 0 TO UNIT-CNT-WK.
           MOVE SPACES TO UNIT-HDR.
           MOVE "DEPARTMENT: " TO UNIT-HDR (2:12).
           IF PREV-UNIT-WK = HIGH-VALUES
               MOVE "NO EMPLOYEE ON FILE" TO UNIT-NAME-HDR
           ELSE
               MOVE PREV-UNIT-WK (1:2) TO UNIT-T-HDR
               MOVE PREV-UNIT-WK (3:2) TO UNIT-A-HDR
               MOVE PREV-UNIT-WK (5:2) TO UNIT-D-HDR
               MOVE "/" TO UNIT-S1-HDR, UNIT-S2-HDR
               PERFORM 215-UNIT-NAME-JOB
               MOVE ORG-NAME-WK TO UNIT-NAME-HDR
           END-IF.
           PERFORM 105-MAKE-HEAD.

       215-UNIT-NAME-JOB.
           MOVE SPACES TO ORG-NAME-WK.
           SET OX TO 1.
           SEARCH ORG-ENTRY
               AT END MOVE "*UNKNOWN UNIT*" TO ORG-NAME-WK
               WHEN ORG-TNUM (OX) = PREV-UNIT-WK (1:2)
                       AND ORG-ANUM (OX) = PREV-UNIT-WK (3:2)
                       AND ORG-DNUM (OX) = PREV-UNIT-WK (5:2)
                   MOVE ORG-NAME (OX) TO ORG-NAME-WK
           END-SEARCH.

       220-DETAIL-JOB.
           IF UNIT-SRT NOT = PREV-UNIT-WK
               PERFORM 250-UNIT-END-JOB
               MOVE UNIT-SRT TO PREV-UNIT-WK
               PERFORM 210-UNIT-START-JOB
           END-IF.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE OPER-ID-SRT TO OPER-ID-OUT.
           MOVE OPER-NAME-SRT TO OPER-NAME-OUT.
           MOVE AUTH-INQ-SRT TO AUTH-INQ-OUT.
           MOVE AUTH-MNT-SRT TO AUTH-MNT-OUT.
           MOVE AUTH-RATE-SRT TO AUTH-RATE-OUT.
           MOVE EMPID-SRT TO EMPID-OUT.
           MOVE EMPNAME-SRT TO EMPNAME-OUT.
           EVALUATE TRUE
               WHEN OPER-STATUS-SRT = "D"
                   MOVE "DISABLED" TO STATUS-OUT
                   ADD 1 TO DISABLED-CNT-WK
               WHEN UNIT-SRT = HIGH-VALUES
                   MOVE "NO EMP" TO STATUS-OUT
                   ADD 1 TO NOEMP-CNT-WK
               WHEN OTHER
                   MOVE "ACTIVE" TO STATUS-OUT
                   ADD 1 TO ACTIVE-CNT-WK
           END-EVALUATE.
           WRITE OUT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT, UNIT-CNT-WK.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.

       250-UNIT-END-JOB.
           MOVE UNIT-CNT-WK TO UNIT-CNT-OUT.
           WRITE OUT-REC FROM UNIT-FTR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM SIGNOFF-LINE AFTER ADVANCING 3 LINES.
           ADD 5 TO LINE-CNT.

       300-DONE-JOB.
           MOVE "TOTAL OPERATORS:" TO TOTAL-LBL.
           MOVE OPER-CNT-WK TO TOTAL-CNT-OUT.
           WRITE OUT-REC FROM TOTAL-FTR AFTER ADVANCING 3 LINES.
           MOVE "ACTIVE:" TO TOTAL-LBL.
           MOVE ACTIVE-CNT-WK TO TOTAL-CNT-OUT.
           WRITE OUT-REC FROM TOTAL-FTR AFTER ADVANCING 1 LINES.
           MOVE "DISABLED:" TO TOTAL-LBL.
           MOVE DISABLED-CNT-WK TO TOTAL-CNT-OUT.
           WRITE OUT-REC FROM TOTAL-FTR AFTER ADVANCING 1 LINES.
           MOVE "NO EMPLOYEE ON FILE:" TO TOTAL-LBL.
           MOVE NOEMP-CNT-WK TO TOTAL-CNT-OUT.
           WRITE OUT-REC FROM TOTAL-FTR AFTER ADVANCING 1 LINES.

       400-AUDIT-JOB.
           MOVE "ACCREVW" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE OPER-CNT-WK TO AUDIT-IN-OUT.
           MOVE OPER-CNT-WK TO AUDIT-OUT-OUT.
           MOVE NOEMP-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
