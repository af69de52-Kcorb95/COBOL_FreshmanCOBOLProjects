       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE
               ASSIGN     TO   "EMPIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPID-IN.
           SELECT OUT-FILE
               ASSIGN     TO   "POSCTL.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN     TO   "PAGEPARM.TXT"
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
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE
               ASSIGN     TO   "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-REC.
          05 TNUM-IN                        PIC X(2).
          05 ANUM-IN                        PIC X(2).
          05 DNUM-IN                        PIC X(2).
          05 EMPID-IN                       PIC X(6).
          05 EMPNAME-IN                     PIC X(20).
          05 FILLER                         PIC X(17).

       FD OUT-FILE.
       01 OUT-REC.
          05 FILLER              PIC X(80).

       FD PARM-FILE.
       01 PARM-REC.
          05 PAGEBRK-PARM        PIC 9(3).

       FD ORG-FILE.
       01 ORG-REC.
          05 ORG-TNUM-IN         PIC X(2).
          05 ORG-ANUM-IN         PIC X(2).
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
          05 RUNDATE-MONTH       PIC X(2).
          05 RUNDATE-DAY         PIC X(2).

       FD AUDIT-FILE.
       01 AUDIT-REC              PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
          05 TNUM-SRT            PIC X(2).
          05 ANUM-SRT            PIC X(2).
          05 DNUM-SRT            PIC X(2).
          05 TYPE-SRT            PIC X(1).

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       01 TITLE-HDR.
          05 FILLER              PIC X(22).
          05 FILLER              PIC X(25)
                    VALUE "-POSITION CONTROL REPORT-".

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
          05 FILLER              PIC X(43).
          05 FILLER              PIC X(3)   VALUE "Pg ".
          05 PAGE-HDR            PIC 9(2).

       01 COLUMN-HDR.
          05 FILLER              PIC X(5).
          05 FILLER              PIC X(4)  VALUE "TR".
          05 FILLER              PIC X(4)  VALUE "AR".
          05 FILLER              PIC X(4)  VALUE "DP".
          05 FILLER              PIC X(7)  VALUE "LEVEL".
          05 FILLER              PIC X(21) VALUE "UNIT NAME".
          05 FILLER              PIC X(6)  VALUE "AUTH".
          05 FILLER              PIC X(6)  VALUE "ACTUAL".
          05 FILLER              PIC X(7)  VALUE "  VAR".
          05 FILLER              PIC X(11) VALUE "STATUS".

       01 UNIT-LINE.
          05 FILLER              PIC X(5).
          05 TNUM-OUT            PIC X(2).
          05 FILLER              PIC X(2).
          05 ANUM-OUT            PIC X(2).
          05 FILLER              PIC X(2).
          05 DNUM-OUT            PIC X(2).
          05 FILLER              PIC X(2).
          05 LEVEL-OUT           PIC X(5).
          05 FILLER              PIC X(2).
          05 UNIT-NAME-OUT       PIC X(20).
          05 FILLER              PIC X(1).
          05 AUTH-OUT            PIC ZZZ9.
          05 FILLER              PIC X(2).
          05 ACTUAL-OUT          PIC ZZZ9.
          05 FILLER              PIC X(2).
          05 VARIANCE-OUT        PIC ----9.
          05 FILLER              PIC X(2).
          05 STATUS-OUT          PIC X(11).

       01 FORMATING-WK.
          05 PAGENUM-WK          PIC 9(2).
          05 LINE-CNT            PIC 9(2).
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.

       01 ORG-TABLE-WK.
          05 ORG-SUB             PIC 9(3).
          05 ORG-CNT             PIC 9(3) VALUE 0.
          05 ORG-ATMR            PIC XXX VALUE "YES".
          05 ORG-FIND-T-WK       PIC X(2).
          05 ORG-FIND-A-WK       PIC X(2).
          05 ORG-FIND-D-WK       PIC X(2).
          05 ORG-NAME-WK         PIC X(20).

       01 ORG-TABLE.
          05 ORG-ENTRY OCCURS 100 TIMES INDEXED BY OX.
             10 ORG-TNUM         PIC X(2).
             10 ORG-ANUM         PIC X(2).
             10 ORG-DNUM         PIC X(2).
             10 ORG-NAME         PIC X(20).

       01 HC-TABLE-WK.
          05 HC-CNT              PIC 9(3) VALUE 0.
          05 HC-SUB              PIC 9(3).
          05 HC-ATMR             PIC XXX VALUE "YES".
          05 HC-FOUND-SW         PIC X.
          05 HC-AUTH-WK          PIC 9(4).

       01 HC-TABLE.
          05 HC-ENTRY OCCURS 100 TIMES.
             10 HC-TNUM          PIC X(2).
             10 HC-ANUM          PIC X(2).
             10 HC-DNUM          PIC X(2).
             10 HC-EFF-DATE      PIC 9(8).
             10 HC-AUTH          PIC 9(4).

       01 POSITION-WK.
          05 SORT-ATMR           PIC XXX VALUE "YES".
          05 EMP-CNT-WK          PIC 9(5) VALUE 0.
          05 UNIT-CNT-WK         PIC 9(5) VALUE 0.
          05 PREV-TNUM-WK        PIC X(2).
          05 PREV-ANUM-WK        PIC X(2).
          05 PREV-DNUM-WK        PIC X(2).
          05 DEPT-ACT-WK         PIC 9(5) VALUE 0.
          05 AREA-ACT-WK         PIC 9(5) VALUE 0.
          05 TERR-ACT-WK         PIC 9(5) VALUE 0.
          05 GRAND-ACT-WK        PIC 9(5) VALUE 0.
          05 AREA-AUTH-WK        PIC 9(5) VALUE 0.
          05 TERR-AUTH-WK        PIC 9(5) VALUE 0.
          05 GRAND-AUTH-WK       PIC 9(5) VALUE 0.
          05 LINE-AUTH-WK        PIC 9(5).
          05 LINE-ACT-WK         PIC 9(5).
          05 VARIANCE-WK         PIC S9(5).

       01 ATMR          PIC XXX VALUE "YES".

       PROCEDURE DIVISION.

       MOVE 0 TO PAGENUM-WK.
       MOVE 59 TO LINE-CNT.

       100-MAIN-MODULE.
           OPEN INPUT IN-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PARM-JOB.
           PERFORM 103-ORG-LOAD-JOB.
           PERFORM 104-HEADCNT-LOAD-JOB.
           PERFORM 105-MAKE-HEAD.
           SORT SORT-FILE ON ASCENDING KEY TNUM-SRT, ANUM-SRT, DNUM-SRT
               INPUT PROCEDURE IS 150-LOAD-JOB
               OUTPUT PROCEDURE IS 500-POSITION-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE IN-FILE, OUT-FILE.
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
           MOVE 48 TO PAGE-BREAK-WK.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PAGEBRK-PARM NUMERIC AND PAGEBRK-PARM > 0
                       MOVE PAGEBRK-PARM TO PAGE-BREAK-WK
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

       103-ORG-LOAD-JOB.
           OPEN INPUT ORG-FILE.
           PERFORM 103A-ORG-ENTRY-JOB VARYING ORG-SUB FROM 1 BY 1
               UNTIL ORG-SUB > 100.
           CLOSE ORG-FILE.

       103A-ORG-ENTRY-JOB.
           IF ORG-ATMR = "YES"
               READ ORG-FILE INTO ORG-ENTRY (ORG-SUB)
                   AT END MOVE "NO" TO ORG-ATMR
                   NOT AT END ADD 1 TO ORG-CNT
               END-READ
           END-IF.

       104-HEADCNT-LOAD-JOB.
           OPEN INPUT HEADCNT-FILE.
           PERFORM 104A-HEADCNT-ENTRY-JOB
               UNTIL HC-ATMR = "NO".
           CLOSE HEADCNT-FILE.

       104A-HEADCNT-ENTRY-JOB.
           READ HEADCNT-FILE
               AT END MOVE "NO" TO HC-ATMR
               NOT AT END
                   IF HC-EFF-DATE-IN IS NUMERIC
                           AND HC-AUTH-IN IS NUMERIC
                           AND HC-EFF-DATE-IN NOT > DATE-NUM-WK
                       PERFORM 104B-HEADCNT-STORE-JOB
                   END-IF
           END-READ.

       104B-HEADCNT-STORE-JOB.
           MOVE "N" TO HC-FOUND-SW.
           PERFORM 104C-HEADCNT-MATCH-JOB VARYING HC-SUB FROM 1 BY 1
               UNTIL HC-SUB > HC-CNT.
           IF HC-FOUND-SW = "N" AND HC-CNT < 100
               ADD 1 TO HC-CNT
               MOVE HC-TNUM-IN TO HC-TNUM (HC-CNT)
               MOVE HC-ANUM-IN TO HC-ANUM (HC-CNT)
               MOVE HC-DNUM-IN TO HC-DNUM (HC-CNT)
               MOVE HC-EFF-DATE-IN TO HC-EFF-DATE (HC-CNT)
               MOVE HC-AUTH-IN TO HC-AUTH (HC-CNT)
           END-IF.

       104C-HEADCNT-MATCH-JOB.
           IF HC-TNUM (HC-SUB) = HC-TNUM-IN
                   AND HC-ANUM (HC-SUB) = HC-ANUM-IN
                   AND HC-DNUM (HC-SUB) = HC-DNUM-IN
               MOVE "Y" TO HC-FOUND-SW
               IF HC-EFF-DATE-IN NOT < HC-EFF-DATE (HC-SUB)
                   MOVE HC-EFF-DATE-IN TO HC-EFF-DATE (HC-SUB)
                   MOVE HC-AUTH-IN TO HC-AUTH (HC-SUB)
               END-IF
           END-IF.

       105-MAKE-HEAD.
           PERFORM 110-DAY-JOB.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           WRITE OUT-REC FROM DATE-HDR AFTER ADVANCING 1 LINES.
           WRITE OUT-REC FROM COLUMN-HDR AFTER ADVANCING 3 LINES.
           MOVE 4 TO LINE-CNT.

       110-DAY-JOB.
           MOVE YEAR-WK TO YEAR-HDR.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           ADD 1 TO PAGENUM-WK.
           MOVE PAGENUM-WK TO PAGE-HDR.

       150-LOAD-JOB.
           READ IN-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.
           PERFORM 160-RELEASE-JOB
               UNTIL ATMR = "NO".
           PERFORM 170-AUTH-RELEASE-JOB VARYING HC-SUB FROM 1 BY 1
               UNTIL HC-SUB > HC-CNT.

       160-RELEASE-JOB.
           IF EMPID-IN NOT = "000000" AND EMPID-IN NOT = "999999"
               ADD 1 TO EMP-CNT-WK
               MOVE TNUM-IN TO TNUM-SRT
               MOVE ANUM-IN TO ANUM-SRT
               MOVE DNUM-IN TO DNUM-SRT
               MOVE "E" TO TYPE-SRT
               RELEASE SORT-REC
           END-IF.
           READ IN-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.

       170-AUTH-RELEASE-JOB.
           MOVE HC-TNUM (HC-SUB) TO TNUM-SRT.
           MOVE HC-ANUM (HC-SUB) TO ANUM-SRT.
           MOVE HC-DNUM (HC-SUB) TO DNUM-SRT.
           MOVE "A" TO TYPE-SRT.
           RELEASE SORT-REC.

       207-ORG-NAME-JOB.
           MOVE SPACES TO ORG-NAME-WK.
           SET OX TO 1.
           SEARCH ORG-ENTRY
               AT END MOVE "*UNKNOWN UNIT*" TO ORG-NAME-WK
               WHEN ORG-TNUM (OX) = ORG-FIND-T-WK
                       AND ORG-ANUM (OX) = ORG-FIND-A-WK
                       AND ORG-DNUM (OX) = ORG-FIND-D-WK
                   MOVE ORG-NAME (OX) TO ORG-NAME-WK
           END-SEARCH.

       208-AUTH-FIND-JOB.
           MOVE 0 TO HC-AUTH-WK.
           PERFORM 209-AUTH-MATCH-JOB VARYING HC-SUB FROM 1 BY 1
               UNTIL HC-SUB > HC-CNT.

       209-AUTH-MATCH-JOB.
           IF HC-TNUM (HC-SUB) = PREV-TNUM-WK
                   AND HC-ANUM (HC-SUB) = PREV-ANUM-WK
                   AND HC-DNUM (HC-SUB) = PREV-DNUM-WK
               MOVE HC-AUTH (HC-SUB) TO HC-AUTH-WK
           END-IF.

       500-POSITION-JOB.
           MOVE "YES" TO SORT-ATMR.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.
           IF SORT-ATMR = "YES"
               MOVE TNUM-SRT TO PREV-TNUM-WK
               MOVE ANUM-SRT TO PREV-ANUM-WK
               MOVE DNUM-SRT TO PREV-DNUM-WK
               PERFORM 520-POSITION-LINE-JOB
                   UNTIL SORT-ATMR = "NO"
               PERFORM 530-DEPT-BREAK-JOB
               PERFORM 540-AREA-BREAK-JOB
               PERFORM 550-TERR-BREAK-JOB
           END-IF.
           PERFORM 560-GRAND-TOTAL-JOB.

       520-POSITION-LINE-JOB.
           IF TNUM-SRT NOT = PREV-TNUM-WK
               PERFORM 530-DEPT-BREAK-JOB
               PERFORM 540-AREA-BREAK-JOB
               PERFORM 550-TERR-BREAK-JOB
               MOVE TNUM-SRT TO PREV-TNUM-WK
               MOVE ANUM-SRT TO PREV-ANUM-WK
               MOVE DNUM-SRT TO PREV-DNUM-WK
           ELSE
               IF ANUM-SRT NOT = PREV-ANUM-WK
                   PERFORM 530-DEPT-BREAK-JOB
                   PERFORM 540-AREA-BREAK-JOB
                   MOVE ANUM-SRT TO PREV-ANUM-WK
                   MOVE DNUM-SRT TO PREV-DNUM-WK
               ELSE
                   IF DNUM-SRT NOT = PREV-DNUM-WK
                       PERFORM 530-DEPT-BREAK-JOB
                       MOVE DNUM-SRT TO PREV-DNUM-WK
                   END-IF
               END-IF
           END-IF.
           IF TYPE-SRT = "E"
               ADD 1 TO DEPT-ACT-WK
           END-IF.
           RETURN SORT-FILE
               AT END MOVE "NO" TO SORT-ATMR
           END-RETURN.

       530-DEPT-BREAK-JOB.
           PERFORM 208-AUTH-FIND-JOB.
           MOVE PREV-TNUM-WK TO ORG-FIND-T-WK.
           MOVE PREV-ANUM-WK TO ORG-FIND-A-WK.
           MOVE PREV-DNUM-WK TO ORG-FIND-D-WK.
           PERFORM 207-ORG-NAME-JOB.
           MOVE SPACES TO UNIT-LINE.
           MOVE PREV-TNUM-WK TO TNUM-OUT.
           MOVE PREV-ANUM-WK TO ANUM-OUT.
           MOVE PREV-DNUM-WK TO DNUM-OUT.
           MOVE "DEPT" TO LEVEL-OUT.
           MOVE HC-AUTH-WK TO LINE-AUTH-WK.
           MOVE DEPT-ACT-WK TO LINE-ACT-WK.
           PERFORM 570-UNIT-LINE-JOB.
           WRITE OUT-REC FROM UNIT-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT, UNIT-CNT-WK.
           ADD HC-AUTH-WK TO AREA-AUTH-WK.
           ADD DEPT-ACT-WK TO AREA-ACT-WK.
           MOVE 0 TO DEPT-ACT-WK.

       540-AREA-BREAK-JOB.
           MOVE PREV-TNUM-WK TO ORG-FIND-T-WK.
           MOVE PREV-ANUM-WK TO ORG-FIND-A-WK.
           MOVE "00" TO ORG-FIND-D-WK.
           PERFORM 207-ORG-NAME-JOB.
           MOVE SPACES TO UNIT-LINE.
           MOVE PREV-TNUM-WK TO TNUM-OUT.
           MOVE PREV-ANUM-WK TO ANUM-OUT.
           MOVE "AREA" TO LEVEL-OUT.
           MOVE AREA-AUTH-WK TO LINE-AUTH-WK.
           MOVE AREA-ACT-WK TO LINE-ACT-WK.
           PERFORM 570-UNIT-LINE-JOB.
           WRITE OUT-REC FROM UNIT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-CNT.
           ADD AREA-AUTH-WK TO TERR-AUTH-WK.
           ADD AREA-ACT-WK TO TERR-ACT-WK.
           MOVE 0 TO AREA-AUTH-WK, AREA-ACT-WK.

       550-TERR-BREAK-JOB.
           MOVE PREV-TNUM-WK TO ORG-FIND-T-WK.
           MOVE "00" TO ORG-FIND-A-WK.
           MOVE "00" TO ORG-FIND-D-WK.
           PERFORM 207-ORG-NAME-JOB.
           MOVE SPACES TO UNIT-LINE.
           MOVE PREV-TNUM-WK TO TNUM-OUT.
           MOVE "TERR" TO LEVEL-OUT.
           MOVE TERR-AUTH-WK TO LINE-AUTH-WK.
           MOVE TERR-ACT-WK TO LINE-ACT-WK.
           PERFORM 570-UNIT-LINE-JOB.
           WRITE OUT-REC FROM UNIT-LINE AFTER ADVANCING 1 LINES.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC AFTER ADVANCING 1 LINES.
           ADD 2 TO LINE-CNT.
           ADD TERR-AUTH-WK TO GRAND-AUTH-WK.
           ADD TERR-ACT-WK TO GRAND-ACT-WK.
           MOVE 0 TO TERR-AUTH-WK, TERR-ACT-WK.

       560-GRAND-TOTAL-JOB.
           MOVE SPACES TO UNIT-LINE.
           MOVE "TOTAL" TO LEVEL-OUT.
           MOVE "COMPANY" TO ORG-NAME-WK.
           MOVE GRAND-AUTH-WK TO LINE-AUTH-WK.
           MOVE GRAND-ACT-WK TO LINE-ACT-WK.
           PERFORM 570-UNIT-LINE-JOB.
           WRITE OUT-REC FROM UNIT-LINE AFTER ADVANCING 2 LINES.

       570-UNIT-LINE-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           MOVE ORG-NAME-WK TO UNIT-NAME-OUT.
           MOVE LINE-AUTH-WK TO AUTH-OUT.
           MOVE LINE-ACT-WK TO ACTUAL-OUT.
           COMPUTE VARIANCE-WK = LINE-ACT-WK - LINE-AUTH-WK.
           MOVE VARIANCE-WK TO VARIANCE-OUT.
           EVALUATE TRUE
               WHEN VARIANCE-WK < 0 MOVE "VACANCY" TO STATUS-OUT
               WHEN VARIANCE-WK > 0 MOVE "OVERSTAFFED" TO STATUS-OUT
               WHEN OTHER MOVE SPACES TO STATUS-OUT
           END-EVALUATE.

       400-AUDIT-JOB.
           MOVE "POSCTL" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE EMP-CNT-WK TO AUDIT-IN-OUT.
           MOVE UNIT-CNT-WK TO AUDIT-OUT-OUT.
           MOVE 0 TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
