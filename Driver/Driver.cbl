           SELECT OPTIONAL ASOF-FILE
               ASSIGN     TO   "ASOFDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TOL-FILE
               ASSIGN     TO   "TOLRNC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REL-FILE
               ASSIGN     TO   "HOLDREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RUNDATE-FILE.
       01 ASOF-REC.
          05 ASOF-DATE-IN        PIC X(8).

       FD TOL-FILE.
       01 TOL-REC.
          05 TOL-STEP-IN         PIC X(10).
          05 TOL-MAX-PCT-IN      PIC 9(3)V9.
          05 TOL-MIN-IN-IN       PIC 9(5).
          05 TOL-DEP-IN          PIC X(10) OCCURS 6 TIMES.

       FD REL-FILE.
       01 REL-REC.
          05 REL-DATE-IN         PIC 9(8).
          05 REL-STEP-IN         PIC X(10).
          05 REL-OPER-IN         PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-REC.
          05 AUDIT-PROGRAM-IN    PIC X(10).
          05 FILLER              PIC X(6).
          05 AUDIT-MONTH-IN      PIC X(2).
          05 FILLER              PIC X.
          05 AUDIT-DAY-IN        PIC X(2).
          05 FILLER              PIC X.
          05 AUDIT-YEAR-IN       PIC X(4).
          05 FILLER              PIC X(8).
          05 AUDIT-TIME-IN       PIC X(6).
          05 FILLER              PIC X(6).
          05 AUDIT-IN-IN         PIC X(5).
          05 FILLER              PIC X(7).
          05 AUDIT-OUT-IN        PIC X(5).
          05 FILLER              PIC X(10).
          05 AUDIT-REJ-IN        PIC X(5).

       WORKING-STORAGE SECTION.

       COPY EVLOGLIN.
          05 FAIL-CNT-WK         PIC 9(2) VALUE 0.
          05 STEP-IX             PIC 9(2).
          05 STEP-SUB            PIC 9(2).
          05 STEP-CNT            PIC 9(2) VALUE 23.
          05 CUR-RC-WK           PIC 9(4).
          05 START-TIME-WK       PIC X(6).
          05 HOLD-CNT-WK         PIC 9(2) VALUE 0.
          05 BREACH-SW           PIC X.
          05 TOL-ATMR            PIC XXX VALUE "YES".
          05 REL-ATMR            PIC XXX VALUE "YES".
          05 LOG-ATMR            PIC XXX.
          05 DX                  PIC 9(2).
          05 DEP-NAME-WK         PIC X(10).
          05 AUDIT-IN-WK         PIC 9(5).
          05 AUDIT-REJ-WK        PIC 9(5).
          05 REJ-PCT-WK          PIC 9(3)V9.

       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 30 TIMES.
             10 STEP-NAME        PIC X(10).
             10 STEP-DONE-SW     PIC X.
             10 STEP-RESULT      PIC X(8).
             10 STEP-HELD-SW     PIC X.
             10 STEP-DEP-HOLD-SW PIC X.
             10 STEP-TOL-SW      PIC X.
             10 STEP-MAX-PCT     PIC 9(3)V9.
             10 STEP-MIN-IN      PIC 9(5).
             10 STEP-DEP-NAME    PIC X(10) OCCURS 6 TIMES.

       01 CALENDAR-WK.
          05 ASOF-SW             PIC X VALUE "N".
           PERFORM 111-STEP-SETUP-JOB.
           PERFORM 110-RUNDATE-WRITE-JOB.
           PERFORM 112-RUNSTAT-LOAD-JOB.
           PERFORM 120-TOLRNC-LOAD-JOB.
           PERFORM 125-RELEASE-LOAD-JOB.
           PERFORM 115-BATCHFLG-SET-JOB.
           PERFORM 200-STEP-JOB VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-CNT.
       111-STEP-SETUP-JOB.
           MOVE "ASSIGN3" TO STEP-NAME (1).
           MOVE "ASSIGN4" TO STEP-NAME (2).
           MOVE "POSCTL" TO STEP-NAME (3).
           MOVE "INSPLOAD" TO STEP-NAME (4).
           MOVE "ASSIGN5" TO STEP-NAME (5).
           MOVE "PAYPOST" TO STEP-NAME (6).
           MOVE "REGCANC" TO STEP-NAME (7).
           MOVE "OWNRSTMT" TO STEP-NAME (8).
           MOVE "RENEWLST" TO STEP-NAME (9).
           MOVE "DELINQ" TO STEP-NAME (10).
           MOVE "MAILPREP" TO STEP-NAME (11).
           MOVE "SUSPUPDT" TO STEP-NAME (12).
           MOVE "STATEXT" TO STEP-NAME (13).
           MOVE "STATACK" TO STEP-NAME (14).
           MOVE "PLATINV" TO STEP-NAME (15).
           MOVE "PRTMERGE" TO STEP-NAME (16).
           MOVE "RPTDIST" TO STEP-NAME (17).
           MOVE "RECONCIL" TO STEP-NAME (18).
           MOVE "ARAGING" TO STEP-NAME (19).
           MOVE "ARRECON" TO STEP-NAME (20).
           MOVE "INTEGCHK" TO STEP-NAME (21).
           MOVE "DAYSUM" TO STEP-NAME (22).
           MOVE "EVENTRPT" TO STEP-NAME (23).
           PERFORM 111A-STEP-CLEAR-JOB VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-CNT.

       111A-STEP-CLEAR-JOB.
           MOVE "N" TO STEP-DONE-SW (STEP-IX).
           MOVE "NOT RUN" TO STEP-RESULT (STEP-IX).
           MOVE "N" TO STEP-HELD-SW (STEP-IX),
               STEP-DEP-HOLD-SW (STEP-IX), STEP-TOL-SW (STEP-IX).
           MOVE 0 TO STEP-MAX-PCT (STEP-IX), STEP-MIN-IN (STEP-IX).
           PERFORM 111B-DEP-CLEAR-JOB VARYING DX FROM 1 BY 1
               UNTIL DX > 6.

       111B-DEP-CLEAR-JOB.
           MOVE SPACES TO STEP-DEP-NAME (STEP-IX, DX).

       112-RUNSTAT-LOAD-JOB.
           OPEN INPUT RUNSTAT-FILE.
               AT END MOVE "NO" TO STAT-ATMR
               NOT AT END
                   IF STAT-DATE-IN = DATE-NUM-WK
                       PERFORM 114-MARK-DONE-JOB VARYING STEP-SUB
                           FROM 1 BY 1 UNTIL STEP-SUB > STEP-CNT
                   END-IF

       114-MARK-DONE-JOB.
           IF STEP-NAME (STEP-SUB) = STAT-STEP-IN
               EVALUATE STAT-STATUS-IN
                   WHEN "GOOD"
                   WHEN "RLSE"
                       MOVE "Y" TO STEP-DONE-SW (STEP-SUB)
                       MOVE "N" TO STEP-HELD-SW (STEP-SUB)
                   WHEN "HELD"
                       MOVE "Y" TO STEP-HELD-SW (STEP-SUB)
               END-EVALUATE
           END-IF.

       120-TOLRNC-LOAD-JOB.
           OPEN INPUT TOL-FILE.
           PERFORM 121-TOLRNC-READ-JOB
               UNTIL TOL-ATMR = "NO".
           CLOSE TOL-FILE.

       121-TOLRNC-READ-JOB.
           READ TOL-FILE
               AT END MOVE "NO" TO TOL-ATMR
               NOT AT END
                   IF TOL-MAX-PCT-IN IS NUMERIC
                           AND TOL-MIN-IN-IN IS NUMERIC
                       PERFORM 122-TOLRNC-STEP-JOB VARYING STEP-SUB
                           FROM 1 BY 1 UNTIL STEP-SUB > STEP-CNT
                   END-IF
           END-READ.

       122-TOLRNC-STEP-JOB.
           IF STEP-NAME (STEP-SUB) = TOL-STEP-IN
               MOVE "Y" TO STEP-TOL-SW (STEP-SUB)
               MOVE TOL-MAX-PCT-IN TO STEP-MAX-PCT (STEP-SUB)
               MOVE TOL-MIN-IN-IN TO STEP-MIN-IN (STEP-SUB)
               PERFORM 123-TOLRNC-DEP-JOB VARYING DX FROM 1 BY 1
                   UNTIL DX > 6
           END-IF.

       123-TOLRNC-DEP-JOB.
           MOVE TOL-DEP-IN (DX) TO STEP-DEP-NAME (STEP-SUB, DX).

       125-RELEASE-LOAD-JOB.
           OPEN INPUT REL-FILE.
           PERFORM 126-RELEASE-READ-JOB
               UNTIL REL-ATMR = "NO".
           CLOSE REL-FILE.

       126-RELEASE-READ-JOB.
           READ REL-FILE
               AT END MOVE "NO" TO REL-ATMR
               NOT AT END
                   IF REL-DATE-IN = DATE-NUM-WK
                       PERFORM 127-RELEASE-STEP-JOB VARYING STEP-SUB
                           FROM 1 BY 1 UNTIL STEP-SUB > STEP-CNT
                   END-IF
           END-READ.

       127-RELEASE-STEP-JOB.
           IF STEP-NAME (STEP-SUB) = REL-STEP-IN
                   AND STEP-HELD-SW (STEP-SUB) = "Y"
                   AND STEP-DONE-SW (STEP-SUB) = "N"
               MOVE "Y" TO STEP-DONE-SW (STEP-SUB)
               MOVE "N" TO STEP-HELD-SW (STEP-SUB)
               DISPLAY "DAILYRUN: HOLD ON " STEP-NAME (STEP-SUB)
                   " RELEASED BY " REL-OPER-IN
               MOVE DATE-NUM-WK TO STAT-DATE-OUT
               MOVE STEP-NAME (STEP-SUB) TO STAT-STEP-OUT
               MOVE FUNCTION CURRENT-DATE (9:6) TO STAT-START-OUT,
                   STAT-END-OUT
               MOVE 0 TO STAT-RC-OUT
               MOVE "RLSE" TO STAT-STATUS-OUT
               OPEN EXTEND RUNSTAT-FILE
               WRITE RUNSTAT-REC FROM RUNSTAT-LINE-OUT
               CLOSE RUNSTAT-FILE
               MOVE "DAILYRUN" TO EVLOG-PROGRAM-LK
               MOVE "W" TO EVLOG-SEVERITY-LK
               MOVE SPACES TO EVLOG-MESSAGE-LK
               STRING "HOLD RELEASED BY SUPERVISOR " DELIMITED BY SIZE
                      REL-OPER-IN DELIMITED BY SPACE
                   INTO EVLOG-MESSAGE-LK
               MOVE STEP-NAME (STEP-SUB) TO EVLOG-KEY-LK
               CALL "EVLOG" USING EVLOG-PARM
           END-IF.

       200-STEP-JOB.
               DISPLAY "DAILYRUN: STEP " STEP-NAME (STEP-IX)
                   " ALREADY COMPLETE - SKIPPED"
           ELSE
               EVALUATE TRUE
                   WHEN BATCH-STOP-SW = "Y"
                           AND STEP-NAME (STEP-IX) NOT = "EVENTRPT"
                       MOVE "NOT RUN" TO STEP-RESULT (STEP-IX)
                   WHEN STEP-DEP-HOLD-SW (STEP-IX) = "Y"
                   WHEN HOLD-CNT-WK > 0
                           AND STEP-NAME (STEP-IX) = "DAYSUM"
                       MOVE "HELD DEP" TO STEP-RESULT (STEP-IX)
                       DISPLAY "DAILYRUN: STEP " STEP-NAME (STEP-IX)
                           " NOT RUN - UPSTREAM STEP HELD"
                       PERFORM 245-HOLD-DEP-JOB VARYING DX FROM 1 BY 1
                           UNTIL DX > 6
                   WHEN OTHER
                       PERFORM 210-RUN-STEP-JOB
               END-EVALUATE
           END-IF.

       210-RUN-STEP-JOB.
           MOVE FUNCTION CURRENT-DATE (9:6) TO STAT-END-OUT.
           MOVE CUR-RC-WK TO STAT-RC-OUT.
           IF CUR-RC-WK = 0
               PERFORM 230-TOLERANCE-JOB
           END-IF.
           IF CUR-RC-WK = 0
               IF BREACH-SW = "Y"
                   MOVE "HELD" TO STAT-STATUS-OUT
                   MOVE "HELD" TO STEP-RESULT (STEP-IX)
                   PERFORM 240-HOLD-JOB
               ELSE
                   MOVE "GOOD" TO STAT-STATUS-OUT
                   MOVE "GOOD" TO STEP-RESULT (STEP-IX)
               END-IF
           ELSE
               MOVE "FAIL" TO STAT-STATUS-OUT
               MOVE "FAIL" TO STEP-RESULT (STEP-IX)
           EVALUATE STEP-NAME (STEP-IX)
               WHEN "ASSIGN3" CALL "ASSIGN3"
               WHEN "ASSIGN4" CALL "ASSIGN4"
               WHEN "POSCTL" CALL "POSCTL"
               WHEN "INSPLOAD" CALL "INSPLOAD"
               WHEN "ASSIGN5" CALL "ASSIGN5"
               WHEN "PAYPOST" CALL "PAYPOST"
               WHEN "REGCANC" CALL "REGCANC"
               WHEN "OWNRSTMT" CALL "OWNRSTMT"
               WHEN "RENEWLST" CALL "RENEWLST"
               WHEN "DELINQ" CALL "DELINQ"
               WHEN "MAILPREP" CALL "MAILPREP"
               WHEN "SUSPUPDT" CALL "SUSPUPDT"
               WHEN "STATEXT" CALL "STATEXT"
               WHEN "STATACK" CALL "STATACK"
               WHEN "PLATINV" CALL "PLATINV"
               WHEN "PRTMERGE" CALL "PRTMERGE"
               WHEN "RPTDIST" CALL "RPTDIST"
               WHEN "RECONCIL" CALL "RECONCIL"
               WHEN "ARAGING" CALL "ARAGING"
               WHEN "ARRECON" CALL "ARRECON"
               WHEN "INTEGCHK" CALL "INTEGCHK"
               WHEN "DAYSUM" CALL "DAYSUM"
               WHEN "EVENTRPT" CALL "EVENTRPT"
           END-EVALUATE.

       230-TOLERANCE-JOB.
           MOVE "N" TO BREACH-SW.
           IF STEP-TOL-SW (STEP-IX) = "Y"
               MOVE 0 TO AUDIT-IN-WK, AUDIT-REJ-WK, REJ-PCT-WK
               MOVE "YES" TO LOG-ATMR
               OPEN INPUT AUDIT-FILE
               PERFORM 235-AUDIT-READ-JOB
                   UNTIL LOG-ATMR = "NO"
               CLOSE AUDIT-FILE
               IF AUDIT-IN-WK > 0
                   COMPUTE REJ-PCT-WK ROUNDED =
                       AUDIT-REJ-WK * 100 / AUDIT-IN-WK
               END-IF
               IF AUDIT-IN-WK < STEP-MIN-IN (STEP-IX)
                       OR REJ-PCT-WK > STEP-MAX-PCT (STEP-IX)
                   MOVE "Y" TO BREACH-SW
               END-IF
           END-IF.

       235-AUDIT-READ-JOB.
           READ AUDIT-FILE
               AT END MOVE "NO" TO LOG-ATMR
               NOT AT END
                   IF AUDIT-PROGRAM-IN = STEP-NAME (STEP-IX)
                           AND AUDIT-MONTH-IN = MONTH-WK
                           AND AUDIT-DAY-IN = DAY-WK
                           AND AUDIT-YEAR-IN = YEAR-WK
                       COMPUTE AUDIT-IN-WK =
                           FUNCTION NUMVAL (AUDIT-IN-IN)
                       COMPUTE AUDIT-REJ-WK =
                           FUNCTION NUMVAL (AUDIT-REJ-IN)
                   END-IF
           END-READ.

       240-HOLD-JOB.
           ADD 1 TO HOLD-CNT-WK.
           MOVE "Y" TO STEP-HELD-SW (STEP-IX).
           DISPLAY "DAILYRUN: STEP " STEP-NAME (STEP-IX)
               " HELD - IN " AUDIT-IN-WK " REJECTED " AUDIT-REJ-WK.
           PERFORM 245-HOLD-DEP-JOB VARYING DX FROM 1 BY 1
               UNTIL DX > 6.
           MOVE "DAILYRUN" TO EVLOG-PROGRAM-LK.
           MOVE "S" TO EVLOG-SEVERITY-LK.
           MOVE "REJECT TOLERANCE BREACHED - STEP HELD"
               TO EVLOG-MESSAGE-LK.
           MOVE STEP-NAME (STEP-IX) TO EVLOG-KEY-LK.
           CALL "EVLOG" USING EVLOG-PARM.

       245-HOLD-DEP-JOB.
           MOVE STEP-DEP-NAME (STEP-IX, DX) TO DEP-NAME-WK.
           IF DEP-NAME-WK NOT = SPACES
               PERFORM 246-HOLD-DEP-MARK-JOB VARYING STEP-SUB
                   FROM 1 BY 1 UNTIL STEP-SUB > STEP-CNT
           END-IF.

       246-HOLD-DEP-MARK-JOB.
           IF STEP-NAME (STEP-SUB) = DEP-NAME-WK
               MOVE "Y" TO STEP-DEP-HOLD-SW (STEP-SUB)
           END-IF.

       300-SUMMARY-JOB.
           MOVE DATE-NUM-WK TO SUMMARY-DATE-OUT.
           DISPLAY " ".
           DISPLAY SUMMARY-HDR.
           PERFORM 310-SUMMARY-LINE-JOB VARYING STEP-IX FROM 1 BY 1
               UNTIL STEP-IX > STEP-CNT.
           EVALUATE TRUE
               WHEN FAIL-CNT-WK > 0
                   DISPLAY "BATCH ENDED WITH FAILURES"
                   MOVE 8 TO RETURN-CODE
               WHEN HOLD-CNT-WK > 0
                   DISPLAY "BATCH ENDED WITH STEPS HELD - "
                       "RELEASE IN HOLDREL.TXT AND RERUN"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "BATCH COMPLETE"
           END-EVALUATE.

       310-SUMMARY-LINE-JOB.
           DISPLAY "  " STEP-NAME (STEP-IX) " " STEP-RESULT (STEP-IX).
