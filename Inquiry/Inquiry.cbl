               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNER-ID-MST.
           SELECT OPTIONAL SUSPMAST-FILE
               ASSIGN     TO   "SUSPMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-VIN-MST.
           SELECT OPTIONAL SUSPHIST-FILE
               ASSIGN     TO   "SUSPHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XFERHIST-FILE
               ASSIGN     TO   "XFERHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLATE-FILE
               ASSIGN     TO   "PLATMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLATE-NO-MST
               ALTERNATE RECORD KEY IS PLATE-AVAIL-KEY-MST
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PLATE-VIN-MST
                   WITH DUPLICATES.
           SELECT OPTIONAL VEHICLE-FILE
               ASSIGN     TO   "VEHMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-MST.
           SELECT OPTIONAL RATE-FILE
               ASSIGN     TO   "RATETBL.TXT"
               ORGANIZATION IS INDEXED
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

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

       FD PLATE-FILE.
       01 PLATE-REC.
          05 PLATE-NO-MST        PIC X(8).
          05 PLATE-AVAIL-KEY-MST.
             10 PLATE-TYPE-MST   PIC XX.
             10 PLATE-STATUS-MST PIC X.
          05 PLATE-VIN-MST       PIC X(17).
          05 PLATE-ISSUE-DATE-MST PIC 9(8).
          05 PLATE-STAT-DATE-MST PIC 9(8).

       FD VEHICLE-FILE.
       01 VEHICLE-REC.
          05 VIN-MST             PIC X(17).
          05 VEH-OWNER-ID-MST    PIC X(6).
          05 VEH-CLASS-MST       PIC XX.
          05 VEH-WEIGHT-MST      PIC 9(5).
          05 VEH-MAKE-MST        PIC X(10).
          05 VEH-YEAR-MST        PIC 9(4).

       FD RATE-FILE.
       01 RATE-REC.

       COPY OPERLINK.

       COPY CASTLINK.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 MODEL-ID-WK         PIC X(6).
          05 EMPID-WK            PIC X(6).
          05 TRANS-ID-WK         PIC X(6).
          05 VIN-WK              PIC X(17).
          05 PLATE-NO-WK         PIC X(8).
          05 PLATE-STATUS-WK     PIC X(12).

       01 CAST-INPUT-WK.
          05 CAST-SEX-WK         PIC X.
          05 CAST-HGT-LO-WK      PIC X(2).
          05 CAST-HGT-HI-WK      PIC X(2).
          05 CAST-WGT-LO-WK      PIC X(3).
          05 CAST-WGT-HI-WK      PIC X(3).
          05 CAST-EYES-WK        PIC X(3).
          05 CAST-HAIR-WK        PIC X(3).
          05 CAST-OK-SW          PIC X.
          05 CAST-ATMR           PIC XXX.
          05 CX                  PIC 9(1).
          05 LX                  PIC 9(2).
          05 CAST-SCORE-OUT      PIC ZZ9.9.

       01 SUSP-HIST-WK.
          05 SHIST-ATMR          PIC XXX.
          05 SHIST-CNT-WK        PIC 9(3).
          05 SHIST-ACTION-WK     PIC X(11).
          05 SHIST-FEE-OUT       PIC $$,$$9.99.

       01 XFER-HIST-WK.
          05 XHIST-ATMR          PIC XXX.
          05 XHIST-CNT-WK        PIC 9(3).
          05 XHIST-OWNER-WK      PIC X(6).

       01 XREF-WK.
          05 OWNER-PICK-WK       PIC X(6).
               GOBACK
           END-IF.
           PERFORM 101-RUNDATE-JOB.
           OPEN INPUT MODEL-FILE, EMP-FILE, REG-FILE, OWNER-FILE,
                SUSPMAST-FILE, PLATE-FILE, VEHICLE-FILE.
           PERFORM 102-ORG-LOAD-JOB.
           PERFORM 103-TABLE-LOAD-JOB.
           PERFORM 200-MENU-JOB UNTIL DONE-SW = "Y".
           CLOSE MODEL-FILE, EMP-FILE, REG-FILE, OWNER-FILE,
                 SUSPMAST-FILE, PLATE-FILE, VEHICLE-FILE.
           GOBACK.

       101-RUNDATE-JOB.
           DISPLAY "R) REGISTRATION INQUIRY".
           DISPLAY "O) REGISTRATIONS BY OWNER ID".
           DISPLAY "N) OWNER NAME SEARCH".
           DISPLAY "S) VEHICLE SUSPENSION HISTORY".
           DISPLAY "T) VEHICLE OWNERSHIP CHAIN".
           DISPLAY "P) PLATE LOOKUP".
           DISPLAY "C) CASTING CALL MATCH".
           DISPLAY "X) EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
               WHEN "R" PERFORM 500-REGISTRATION-JOB
               WHEN "O" PERFORM 600-OWNER-REG-JOB
               WHEN "N" PERFORM 700-NAME-SEARCH-JOB
               WHEN "S" PERFORM 800-SUSP-HIST-JOB
               WHEN "T" PERFORM 900-XFER-HIST-JOB
               WHEN "P" PERFORM 950-PLATE-JOB
               WHEN "C" PERFORM 980-CAST-JOB
               WHEN "X" MOVE "Y" TO DONE-SW
               WHEN OTHER DISPLAY "INVALID CHOICE"
           END-EVALUATE.
                   DISPLAY "ADDRESS:  " OWNER-STREET-MST " "
                       OWNER-CITY-MST " " OWNER-STATE-MST " "
                       OWNER-ZIP-MST
                   IF OWNER-NSF-SW-MST = "Y"
                       DISPLAY "** RETURNED CHECK ON FILE "
                           OWNER-NSF-DATE-MST " **"
                   END-IF
           END-READ.
           DISPLAY "VIN:      " VIN-REG.
           PERFORM 515-SUSPENSION-SHOW-JOB.
           DISPLAY "WEIGHT:   " WOV-MST.
           DISPLAY "EFFECTIVE " REG-EFF-DATE-MST
               "  EXPIRES " REG-EXP-DATE-MST.
           PERFORM 520-FEE-JOB.

       515-SUSPENSION-SHOW-JOB.
           MOVE VIN-REG TO SUSP-VIN-MST.
           READ SUSPMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SUSP-STATUS-MST = "S"
                       DISPLAY "** REGISTRATION SUSPENDED "
                           SUSP-DATE-MST " - EXPIRED "
                           SUSP-EXP-DATE-MST " **"
                   ELSE
                       DISPLAY "SUSPENSION REINSTATED "
                           SUSP-REIN-DATE-MST " (TRANS "
                           SUSP-REIN-TRANS-MST ")"
                   END-IF
           END-READ.

       520-FEE-JOB.
           MOVE 0 TO BEST-RX-WK, BEST-EFF-WK.
           PERFORM 525-RATE-PICK-JOB VARYING RX2 FROM 1 BY 1
               NOT INVALID KEY
                   DISPLAY "OWNER:    " OWNER-ID-MST "  "
                       OWNER-NAME-MST
                   IF OWNER-NSF-SW-MST = "Y"
                       DISPLAY "** RETURNED CHECK ON FILE "
                           OWNER-NSF-DATE-MST " **"
                   END-IF
           END-READ.
           DISPLAY "TRANS   CL VIN               WEIGHT EXPIRES".
           MOVE 0 TO XREF-HIT-WK.
                       ADD 1 TO XREF-HIT-WK
                   END-IF
           END-READ.

       800-SUSP-HIST-JOB.
           DISPLAY "ENTER VIN (17 CHARS): " WITH NO ADVANCING.
           ACCEPT VIN-WK.
           MOVE FUNCTION UPPER-CASE (VIN-WK) TO VIN-WK.
           DISPLAY "DATE     ACTION      TRANS  OWNER  EXPIRED"
               "        FEE".
           MOVE 0 TO SHIST-CNT-WK.
           MOVE "YES" TO SHIST-ATMR.
           OPEN INPUT SUSPHIST-FILE.
           PERFORM 810-SUSP-HIST-LINE-JOB
               UNTIL SHIST-ATMR = "NO".
           CLOSE SUSPHIST-FILE.
           DISPLAY "HISTORY ENTRIES: " SHIST-CNT-WK.

       810-SUSP-HIST-LINE-JOB.
           READ SUSPHIST-FILE
               AT END MOVE "NO" TO SHIST-ATMR
               NOT AT END
                   IF SHIST-VIN = VIN-WK
                       IF SHIST-ACTION = "R"
                           MOVE "REINSTATED" TO SHIST-ACTION-WK
                       ELSE
                           MOVE "SUSPENDED" TO SHIST-ACTION-WK
                       END-IF
                       MOVE SHIST-FEE TO SHIST-FEE-OUT
                       DISPLAY SHIST-DATE " " SHIST-ACTION-WK " "
                           SHIST-TRANS-ID " " SHIST-OWNER-ID " "
                           SHIST-EXP-DATE " " SHIST-FEE-OUT
                       ADD 1 TO SHIST-CNT-WK
                   END-IF
           END-READ.

       900-XFER-HIST-JOB.
           DISPLAY "ENTER VIN (17 CHARS): " WITH NO ADVANCING.
           ACCEPT VIN-WK.
           MOVE FUNCTION UPPER-CASE (VIN-WK) TO VIN-WK.
           DISPLAY "SOLD     SELLER BUYER  NAME                 TRANS"
               "  TERM TO".
           MOVE 0 TO XHIST-CNT-WK.
           MOVE "YES" TO XHIST-ATMR.
           OPEN INPUT XFERHIST-FILE.
           PERFORM 910-XFER-HIST-LINE-JOB
               UNTIL XHIST-ATMR = "NO".
           CLOSE XFERHIST-FILE.
           IF XHIST-CNT-WK = 0
               DISPLAY "NO TITLE TRANSFERS ON FILE FOR " VIN-WK
           ELSE
               DISPLAY "TRANSFERS: " XHIST-CNT-WK
                   "   CURRENT OWNER: " XHIST-OWNER-WK
           END-IF.

       910-XFER-HIST-LINE-JOB.
           READ XFERHIST-FILE
               AT END MOVE "NO" TO XHIST-ATMR
               NOT AT END
                   IF XHIST-VIN = VIN-WK
                       MOVE XHIST-BUYER TO OWNER-ID-MST
                       READ OWNER-FILE
                           INVALID KEY
                               MOVE "*NOT ON MASTER*" TO OWNER-NAME-MST
                       END-READ
                       DISPLAY XHIST-SALE-DATE " " XHIST-SELLER " "
                           XHIST-BUYER " " OWNER-NAME-MST " "
                           XHIST-TRANS-ID " " XHIST-EXP-DATE
                       MOVE XHIST-BUYER TO XHIST-OWNER-WK
                       ADD 1 TO XHIST-CNT-WK
                   END-IF
           END-READ.

       950-PLATE-JOB.
           DISPLAY "ENTER PLATE NUMBER: " WITH NO ADVANCING.
           ACCEPT PLATE-NO-WK.
           MOVE FUNCTION UPPER-CASE (PLATE-NO-WK) TO PLATE-NO-WK.
           MOVE PLATE-NO-WK TO PLATE-NO-MST.
           READ PLATE-FILE
               INVALID KEY
                   DISPLAY "PLATE " PLATE-NO-WK " NOT ON FILE"
               NOT INVALID KEY
                   PERFORM 960-PLATE-SHOW-JOB
           END-READ.

       960-PLATE-SHOW-JOB.
           EVALUATE PLATE-STATUS-MST
               WHEN "S" MOVE "IN STOCK" TO PLATE-STATUS-WK
               WHEN "I" MOVE "ISSUED" TO PLATE-STATUS-WK
               WHEN "U" MOVE "SURRENDERED" TO PLATE-STATUS-WK
               WHEN "L" MOVE "LOST/STOLEN" TO PLATE-STATUS-WK
               WHEN OTHER MOVE "UNKNOWN" TO PLATE-STATUS-WK
           END-EVALUATE.
           DISPLAY "PLATE:    " PLATE-NO-MST "  TYPE: " PLATE-TYPE-MST.
           DISPLAY "STATUS:   " PLATE-STATUS-WK " "
               PLATE-STAT-DATE-MST.
           IF PLATE-VIN-MST = SPACES
               DISPLAY "VIN:      NONE ASSIGNED"
           ELSE
               DISPLAY "VIN:      " PLATE-VIN-MST
                   "  ISSUED " PLATE-ISSUE-DATE-MST
               PERFORM 970-PLATE-VEHICLE-JOB
           END-IF.

       970-PLATE-VEHICLE-JOB.
           MOVE PLATE-VIN-MST TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY
                   DISPLAY "VEHICLE:  NOT ON MASTER"
               NOT INVALID KEY
                   DISPLAY "VEHICLE:  " VEH-YEAR-MST " " VEH-MAKE-MST
                       "  CLASS: " VEH-CLASS-MST
                       "  WEIGHT: " VEH-WEIGHT-MST
                   MOVE VEH-OWNER-ID-MST TO OWNER-ID-MST
                   READ OWNER-FILE
                       INVALID KEY
                           MOVE "*NOT ON MASTER*" TO OWNER-NAME-MST
                   END-READ
                   DISPLAY "OWNER:    " VEH-OWNER-ID-MST "  "
                       OWNER-NAME-MST
           END-READ.
           MOVE PLATE-VIN-MST TO SUSP-VIN-MST.
           READ SUSPMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SUSP-STATUS-MST = "S"
                       DISPLAY "** REGISTRATION SUSPENDED "
                           SUSP-DATE-MST " **"
                   END-IF
           END-READ.

       980-CAST-JOB.
           DISPLAY "SEX (M/F, BLANK = ANY): " WITH NO ADVANCING.
           ACCEPT CAST-SEX-WK.
           MOVE FUNCTION UPPER-CASE (CAST-SEX-WK) TO CAST-SEX-WK.
           DISPLAY "HEIGHT FROM/TO IN INCHES (00 = ANY): "
               WITH NO ADVANCING.
           ACCEPT CAST-HGT-LO-WK.
           ACCEPT CAST-HGT-HI-WK.
           DISPLAY "WEIGHT FROM/TO IN POUNDS (000 = ANY): "
               WITH NO ADVANCING.
           ACCEPT CAST-WGT-LO-WK.
           ACCEPT CAST-WGT-HI-WK.
           DISPLAY "EYE CODES, UP TO 3 (BLANK = ANY): "
               WITH NO ADVANCING.
           ACCEPT CAST-EYES-WK.
           DISPLAY "HAIR CODES, UP TO 3 (BLANK = ANY): "
               WITH NO ADVANCING.
           ACCEPT CAST-HAIR-WK.
           PERFORM 981-CAST-EDIT-JOB.
           IF CAST-OK-SW = "Y"
               PERFORM 985-CAST-MATCH-JOB
           END-IF.

       981-CAST-EDIT-JOB.
           MOVE "Y" TO CAST-OK-SW.
           IF CAST-SEX-WK NOT = SPACE
               MOVE "SEX" TO EDIT-FIELD-ID
               MOVE CAST-SEX-WK TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               IF EDIT-VALID-SW = "N"
                   DISPLAY "INVALID SEX CODE " CAST-SEX-WK
                   MOVE "N" TO CAST-OK-SW
               END-IF
           END-IF.
           IF CAST-HGT-LO-WK IS NOT NUMERIC
                   OR CAST-HGT-HI-WK IS NOT NUMERIC
               DISPLAY "HEIGHTS MUST BE 2 DIGITS"
               MOVE "N" TO CAST-OK-SW
           ELSE
               IF CAST-HGT-LO-WK > CAST-HGT-HI-WK
                   DISPLAY "HEIGHT FROM IS ABOVE HEIGHT TO"
                   MOVE "N" TO CAST-OK-SW
               END-IF
           END-IF.
           IF CAST-WGT-LO-WK IS NOT NUMERIC
                   OR CAST-WGT-HI-WK IS NOT NUMERIC
               DISPLAY "WEIGHTS MUST BE 3 DIGITS"
               MOVE "N" TO CAST-OK-SW
           ELSE
               IF CAST-WGT-LO-WK > CAST-WGT-HI-WK
                   DISPLAY "WEIGHT FROM IS ABOVE WEIGHT TO"
                   MOVE "N" TO CAST-OK-SW
               END-IF
           END-IF.
           PERFORM 982-CAST-EYES-EDIT-JOB VARYING CX FROM 1 BY 1
               UNTIL CX > 3.
           PERFORM 983-CAST-HAIR-EDIT-JOB VARYING CX FROM 1 BY 1
               UNTIL CX > 3.

       982-CAST-EYES-EDIT-JOB.
           IF CAST-EYES-WK (CX:1) NOT = SPACE
               MOVE "EYES" TO EDIT-FIELD-ID
               MOVE CAST-EYES-WK (CX:1) TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               IF EDIT-VALID-SW = "N"
                   DISPLAY "INVALID EYE CODE " CAST-EYES-WK (CX:1)
                   MOVE "N" TO CAST-OK-SW
               END-IF
           END-IF.

       983-CAST-HAIR-EDIT-JOB.
           IF CAST-HAIR-WK (CX:1) NOT = SPACE
               MOVE "HAIR" TO EDIT-FIELD-ID
               MOVE CAST-HAIR-WK (CX:1) TO EDIT-CODE-IN
               CALL "MODEDIT" USING MODEDIT-PARM
               IF EDIT-VALID-SW = "N"
                   DISPLAY "INVALID HAIR CODE " CAST-HAIR-WK (CX:1)
                   MOVE "N" TO CAST-OK-SW
               END-IF
           END-IF.

       985-CAST-MATCH-JOB.
           MOVE "I" TO CAST-FUNC-LK.
           MOVE CAST-SEX-WK TO CAST-SEX-LK.
           MOVE CAST-HGT-LO-WK TO CAST-HGT-LO-LK.
           MOVE CAST-HGT-HI-WK TO CAST-HGT-HI-LK.
           MOVE CAST-WGT-LO-WK TO CAST-WGT-LO-LK.
           MOVE CAST-WGT-HI-WK TO CAST-WGT-HI-LK.
           MOVE CAST-EYES-WK TO CAST-EYES-LK.
           MOVE CAST-HAIR-WK TO CAST-HAIR-LK.
           CALL "CASTFIT" USING CASTFIT-PARM.
           MOVE "M" TO CAST-FUNC-LK.
           MOVE "YES" TO CAST-ATMR.
           MOVE LOW-VALUES TO MODEL-REC.
           START MODEL-FILE KEY IS NOT LESS THAN MODEL-ID-MST
               INVALID KEY MOVE "NO" TO CAST-ATMR
           END-START.
           PERFORM 986-CAST-SCAN-JOB
               UNTIL CAST-ATMR = "NO".
           DISPLAY "RK MODEL  NAME                 S HT WGT EYES   HAIR"
               "     BMI   FIT".
           PERFORM 987-CAST-LINE-JOB VARYING LX FROM 1 BY 1
               UNTIL LX > CAST-LIST-CNT-LK.
           DISPLAY "MATCHED: " CAST-MATCH-CNT-LK
               "  LISTED: " CAST-LIST-CNT-LK
               "  NEAR MISSES: " CAST-NEAR-CNT-LK.

       986-CAST-SCAN-JOB.
           READ MODEL-FILE NEXT RECORD
               AT END MOVE "NO" TO CAST-ATMR
               NOT AT END
                   IF MODEL-ID-MST > 0 AND MODEL-ID-MST < 999999
                       MOVE MODEL-ID-MST TO CAST-MODEL-ID-LK
                       MOVE NAME-MST TO CAST-NAME-LK
                       MOVE WEIGHT-MST TO CAST-WEIGHT-LK
                       MOVE HEIGHT-MST TO CAST-HEIGHT-LK
                       MOVE EYES-MST TO CAST-MEYES-LK
                       MOVE HAIR-MST TO CAST-MHAIR-LK
                       MOVE SEX-MST TO CAST-MSEX-LK
                       CALL "CASTFIT" USING CASTFIT-PARM
                   END-IF
           END-READ.

       987-CAST-LINE-JOB.
           MOVE "EYES" TO EDIT-FIELD-ID.
           MOVE CAST-L-EYES-LK (LX) TO EDIT-CODE-IN.
           CALL "MODEDIT" USING MODEDIT-PARM.
           MOVE EDIT-WORD-OUT TO EYES-WORD-WK.
           MOVE "HAIR" TO EDIT-FIELD-ID.
           MOVE CAST-L-HAIR-LK (LX) TO EDIT-CODE-IN.
           CALL "MODEDIT" USING MODEDIT-PARM.
           MOVE EDIT-WORD-OUT TO HAIR-WORD-WK.
           MOVE CAST-L-BMI-LK (LX) TO BMI-OUT.
           MOVE CAST-L-SCORE-LK (LX) TO CAST-SCORE-OUT.
           DISPLAY LX " " CAST-L-ID-LK (LX) " " CAST-L-NAME-LK (LX)
               " " CAST-L-SEX-LK (LX) " " CAST-L-HEIGHT-LK (LX)
               " " CAST-L-WEIGHT-LK (LX) " " EYES-WORD-WK " "
               HAIR-WORD-WK " " BMI-OUT " " CAST-SCORE-OUT.
