       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLATMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL PLTTYPE-FILE
               ASSIGN     TO   "PLATTYPE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD PLTTYPE-FILE.
       01 PLTTYPE-REC.
          05 PTYPE-VCLASS-IN     PIC XX.
          05 PTYPE-TYPE-IN       PIC XX.
          05 PTYPE-REORDER-IN    PIC 9(5).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).
          05 RUNDATE-MONTH       PIC X(2).
          05 RUNDATE-DAY         PIC X(2).

       WORKING-STORAGE SECTION.

       COPY OPERLINK.

       COPY JRNLLINK.

       COPY BCHKLINK.

       01 DATE-WK.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 JOURNAL-WK.
          05 BEFORE-IMAGE-WK     PIC X(44).

       01 PLATE-SCAN-WK.
          05 PLATE-ATMR          PIC XXX VALUE "YES".
          05 LIST-CNT-WK         PIC 9(5).
          05 HELD-PLATE-WK       PIC X(8).
          05 PTYPE-ATMR          PIC XXX VALUE "YES".
          05 PTYPE-CNT-WK        PIC 9(2) VALUE 0.
          05 PTX                 PIC 9(2).
          05 CLASS-TYPE-WK       PIC XX.

       01 PLATE-TYPE-TABLE.
          05 PTYPE-ENTRY OCCURS 50 TIMES.
             10 PTYPE-VCLASS-TBL PIC XX.
             10 PTYPE-TYPE-TBL   PIC XX.

       01 MENU-WK.
          05 MENU-CHOICE         PIC X.
          05 DONE-SW             PIC X VALUE "N".

       01 INPUT-WK.
          05 PLATE-NO-WK         PIC X(8).
          05 PLATE-TYPE-WK       PIC XX.
          05 VIN-WK              PIC X(17).
          05 PREFIX-WK           PIC X(4).
          05 FIRST-NO-WK         PIC X(4).
          05 LAST-NO-WK          PIC X(4).
          05 FOUND-SW            PIC X.

       01 RANGE-WK.
          05 FIRST-NUM-WK        PIC 9(4).
          05 LAST-NUM-WK         PIC 9(4).
          05 SEQ-WK              PIC 9(5).
          05 ADD-CNT-WK          PIC 9(5).
          05 DUP-CNT-WK          PIC 9(5).
          05 RANGE-PLATE-WK.
             10 RANGE-PREFIX-WK  PIC X(4).
             10 RANGE-SEQ-WK     PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY "LICENSE PLATE INVENTORY MAINTENANCE".
           CALL "SIGNON" USING SIGNON-PARM.
           IF OPER-VALID-LK = "N" OR OPER-AUTH-INQ-LK NOT = "Y"
               DISPLAY "INQUIRY AUTHORITY REQUIRED - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PLATMNT" TO BCHK-PROGRAM-LK.
           MOVE OPER-ID-LK TO BCHK-OPER-LK.
           CALL "BATCHCHK" USING BATCHCHK-PARM.
           IF BCHK-PROCEED-LK = "N"
               DISPLAY "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PLTTYPE-LOAD-JOB.
           OPEN I-O PLATE-FILE
                INPUT VEHICLE-FILE.
           PERFORM 200-MENU-JOB UNTIL DONE-SW = "Y".
           CLOSE PLATE-FILE, VEHICLE-FILE.
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

       102-PLTTYPE-LOAD-JOB.
           OPEN INPUT PLTTYPE-FILE.
           PERFORM 102A-PLTTYPE-ENTRY-JOB
               UNTIL PTYPE-ATMR = "NO".
           CLOSE PLTTYPE-FILE.

       102A-PLTTYPE-ENTRY-JOB.
           READ PLTTYPE-FILE
               AT END MOVE "NO" TO PTYPE-ATMR
               NOT AT END
                   IF PTYPE-CNT-WK < 50
                       ADD 1 TO PTYPE-CNT-WK
                       MOVE PTYPE-VCLASS-IN
                           TO PTYPE-VCLASS-TBL (PTYPE-CNT-WK)
                       MOVE PTYPE-TYPE-IN
                           TO PTYPE-TYPE-TBL (PTYPE-CNT-WK)
                   END-IF
           END-READ.

       120-START-SCAN-JOB.
           MOVE "YES" TO PLATE-ATMR.
           MOVE LOW-VALUES TO PLATE-NO-MST.
           START PLATE-FILE KEY IS NOT LESS THAN PLATE-NO-MST
               INVALID KEY MOVE "NO" TO PLATE-ATMR
           END-START.

       200-MENU-JOB.
           DISPLAY " ".
           IF OPER-AUTH-MNT-LK = "Y"
               DISPLAY "R) RECEIVE A RANGE OF PLATE STOCK"
               DISPLAY "I) ISSUE A PLATE TO A VEHICLE"
               DISPLAY "S) SURRENDER A PLATE"
               DISPLAY "T) REPORT A PLATE LOST OR STOLEN"
           END-IF.
           DISPLAY "L) LIST PLATES".
           DISPLAY "X) EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           MOVE FUNCTION UPPER-CASE (MENU-CHOICE) TO MENU-CHOICE.
           IF (MENU-CHOICE = "R" OR MENU-CHOICE = "I"
                   OR MENU-CHOICE = "S" OR MENU-CHOICE = "T")
                   AND OPER-AUTH-MNT-LK NOT = "Y"
               DISPLAY "NOT AUTHORIZED FOR MAINTENANCE"
           ELSE
               EVALUATE MENU-CHOICE
                   WHEN "R" PERFORM 300-RECEIVE-JOB
                   WHEN "I" PERFORM 400-ISSUE-JOB
                   WHEN "S" PERFORM 500-SURRENDER-JOB
                   WHEN "T" PERFORM 550-LOST-JOB
                   WHEN "L" PERFORM 600-LIST-JOB
                   WHEN "X" MOVE "Y" TO DONE-SW
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-IF.

       300-RECEIVE-JOB.
           MOVE "Y" TO FOUND-SW.
           DISPLAY "ENTER PLATE TYPE (2 CHARS): " WITH NO ADVANCING.
           ACCEPT PLATE-TYPE-WK.
           MOVE FUNCTION UPPER-CASE (PLATE-TYPE-WK) TO PLATE-TYPE-WK.
           IF PLATE-TYPE-WK = SPACES
               DISPLAY "PLATE TYPE IS REQUIRED"
               MOVE "N" TO FOUND-SW
           END-IF.
           DISPLAY "ENTER PLATE PREFIX (4 CHARS): " WITH NO ADVANCING.
           ACCEPT PREFIX-WK.
           MOVE FUNCTION UPPER-CASE (PREFIX-WK) TO PREFIX-WK.
           DISPLAY "ENTER FIRST NUMBER (4 DIGITS): " WITH NO ADVANCING.
           ACCEPT FIRST-NO-WK.
           DISPLAY "ENTER LAST NUMBER (4 DIGITS): " WITH NO ADVANCING.
           ACCEPT LAST-NO-WK.
           IF FIRST-NO-WK IS NOT NUMERIC OR LAST-NO-WK IS NOT NUMERIC
               DISPLAY "PLATE NUMBERS MUST BE 4 DIGITS"
               MOVE "N" TO FOUND-SW
           ELSE
               MOVE FIRST-NO-WK TO FIRST-NUM-WK
               MOVE LAST-NO-WK TO LAST-NUM-WK
               IF LAST-NUM-WK < FIRST-NUM-WK
                   DISPLAY "LAST NUMBER IS BEFORE FIRST NUMBER"
                   MOVE "N" TO FOUND-SW
               END-IF
           END-IF.
           IF FOUND-SW = "Y"
               MOVE 0 TO ADD-CNT-WK, DUP-CNT-WK
               MOVE PREFIX-WK TO RANGE-PREFIX-WK
               PERFORM 310-RECEIVE-PLATE-JOB VARYING SEQ-WK
                   FROM FIRST-NUM-WK BY 1 UNTIL SEQ-WK > LAST-NUM-WK
               DISPLAY "PLATES RECEIVED: " ADD-CNT-WK
                   "  ALREADY ON FILE: " DUP-CNT-WK
           END-IF.

       310-RECEIVE-PLATE-JOB.
           MOVE SEQ-WK TO RANGE-SEQ-WK.
           MOVE RANGE-PLATE-WK TO PLATE-NO-MST.
           MOVE PLATE-TYPE-WK TO PLATE-TYPE-MST.
           MOVE "S" TO PLATE-STATUS-MST.
           MOVE SPACES TO PLATE-VIN-MST.
           MOVE 0 TO PLATE-ISSUE-DATE-MST.
           MOVE DATE-NUM-WK TO PLATE-STAT-DATE-MST.
           WRITE PLATE-REC
               INVALID KEY
                   ADD 1 TO DUP-CNT-WK
               NOT INVALID KEY
                   ADD 1 TO ADD-CNT-WK
                   MOVE SPACES TO BEFORE-IMAGE-WK
                   MOVE "A" TO JRNL-ACTION-LK
                   PERFORM 700-JOURNAL-JOB
           END-WRITE.

       320-FIND-PLATE-JOB.
           DISPLAY "ENTER PLATE NUMBER: " WITH NO ADVANCING.
           ACCEPT PLATE-NO-WK.
           MOVE FUNCTION UPPER-CASE (PLATE-NO-WK) TO PLATE-NO-WK.
           MOVE PLATE-NO-WK TO PLATE-NO-MST.
           READ PLATE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-SW
                   DISPLAY "PLATE " PLATE-NO-WK " NOT ON FILE"
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SW
           END-READ.

       400-ISSUE-JOB.
           PERFORM 320-FIND-PLATE-JOB.
           IF FOUND-SW = "Y" AND PLATE-STATUS-MST NOT = "S"
               DISPLAY "PLATE " PLATE-NO-WK " IS NOT IN STOCK"
               MOVE "N" TO FOUND-SW
           END-IF.
           IF FOUND-SW = "Y"
               PERFORM 410-ISSUE-VIN-JOB
           END-IF.
           IF FOUND-SW = "Y"
               MOVE PLATE-NO-WK TO PLATE-NO-MST
               READ PLATE-FILE
                   INVALID KEY MOVE "N" TO FOUND-SW
               END-READ
           END-IF.
           IF FOUND-SW = "Y"
               MOVE PLATE-REC TO BEFORE-IMAGE-WK
               MOVE "I" TO PLATE-STATUS-MST
               MOVE VIN-WK TO PLATE-VIN-MST
               MOVE DATE-NUM-WK TO PLATE-ISSUE-DATE-MST
               MOVE DATE-NUM-WK TO PLATE-STAT-DATE-MST
               PERFORM 450-PLATE-REWRITE-JOB
           END-IF.

       410-ISSUE-VIN-JOB.
           DISPLAY "ENTER VIN (17 CHARS): " WITH NO ADVANCING.
           ACCEPT VIN-WK.
           MOVE FUNCTION UPPER-CASE (VIN-WK) TO VIN-WK.
           MOVE VIN-WK TO VIN-MST.
           READ VEHICLE-FILE
               INVALID KEY
                   DISPLAY "VEHICLE " VIN-WK " NOT ON MASTER"
                   MOVE "N" TO FOUND-SW
               NOT INVALID KEY
                   DISPLAY "VEHICLE: " VEH-YEAR-MST " " VEH-MAKE-MST
                       "  CLASS: " VEH-CLASS-MST
           END-READ.
           IF FOUND-SW = "Y"
               PERFORM 415-CLASS-TYPE-JOB
               IF PLATE-TYPE-MST NOT = CLASS-TYPE-WK
                   DISPLAY "PLATE TYPE DOES NOT MATCH CLASS - PLATE "
                       PLATE-TYPE-MST "  CLASS " VEH-CLASS-MST
                       " TAKES " CLASS-TYPE-WK
                   MOVE "N" TO FOUND-SW
               END-IF
           END-IF.
           IF FOUND-SW = "Y"
               MOVE SPACES TO HELD-PLATE-WK
               MOVE "YES" TO PLATE-ATMR
               MOVE VIN-WK TO PLATE-VIN-MST
               START PLATE-FILE KEY IS = PLATE-VIN-MST
                   INVALID KEY MOVE "NO" TO PLATE-ATMR
               END-START
               PERFORM 420-HELD-PLATE-JOB UNTIL PLATE-ATMR = "NO"
               IF HELD-PLATE-WK NOT = SPACES
                   DISPLAY "VEHICLE ALREADY CARRIES PLATE "
                       HELD-PLATE-WK " - SURRENDER IT FIRST"
                   MOVE "N" TO FOUND-SW
               END-IF
           END-IF.

       415-CLASS-TYPE-JOB.
           MOVE VEH-CLASS-MST TO CLASS-TYPE-WK.
           PERFORM 415A-CLASS-TYPE-SCAN-JOB VARYING PTX FROM 1 BY 1
               UNTIL PTX > PTYPE-CNT-WK.

       415A-CLASS-TYPE-SCAN-JOB.
           IF PTYPE-VCLASS-TBL (PTX) = VEH-CLASS-MST
               MOVE PTYPE-TYPE-TBL (PTX) TO CLASS-TYPE-WK
           END-IF.

       420-HELD-PLATE-JOB.
           READ PLATE-FILE NEXT RECORD
               AT END MOVE "NO" TO PLATE-ATMR
               NOT AT END
                   IF PLATE-VIN-MST NOT = VIN-WK
                       MOVE "NO" TO PLATE-ATMR
                   ELSE
                       IF PLATE-STATUS-MST = "I"
                           MOVE PLATE-NO-MST TO HELD-PLATE-WK
                           MOVE "NO" TO PLATE-ATMR
                       END-IF
                   END-IF
           END-READ.

       450-PLATE-REWRITE-JOB.
           REWRITE PLATE-REC
               INVALID KEY
                   DISPLAY "UPDATE FAILED"
               NOT INVALID KEY
                   DISPLAY "PLATE " PLATE-NO-WK " UPDATED"
                   MOVE "C" TO JRNL-ACTION-LK
                   PERFORM 700-JOURNAL-JOB
           END-REWRITE.

       500-SURRENDER-JOB.
           PERFORM 320-FIND-PLATE-JOB.
           IF FOUND-SW = "Y"
               IF PLATE-STATUS-MST NOT = "I"
                   DISPLAY "PLATE " PLATE-NO-WK " IS NOT ISSUED"
               ELSE
                   MOVE PLATE-REC TO BEFORE-IMAGE-WK
                   MOVE "U" TO PLATE-STATUS-MST
                   MOVE DATE-NUM-WK TO PLATE-STAT-DATE-MST
                   PERFORM 450-PLATE-REWRITE-JOB
               END-IF
           END-IF.

       550-LOST-JOB.
           PERFORM 320-FIND-PLATE-JOB.
           IF FOUND-SW = "Y"
               IF PLATE-STATUS-MST NOT = "I"
                       AND PLATE-STATUS-MST NOT = "S"
                   DISPLAY "PLATE " PLATE-NO-WK
                       " IS NOT IN STOCK OR ISSUED"
               ELSE
                   MOVE PLATE-REC TO BEFORE-IMAGE-WK
                   MOVE "L" TO PLATE-STATUS-MST
                   MOVE DATE-NUM-WK TO PLATE-STAT-DATE-MST
                   PERFORM 450-PLATE-REWRITE-JOB
               END-IF
           END-IF.

       600-LIST-JOB.
           DISPLAY "PLATE    TY ST VIN               ISSUED   CHANGED".
           MOVE 0 TO LIST-CNT-WK.
           PERFORM 120-START-SCAN-JOB.
           PERFORM 610-LIST-LINE-JOB UNTIL PLATE-ATMR = "NO".
           DISPLAY "PLATES LISTED: " LIST-CNT-WK.

       610-LIST-LINE-JOB.
           READ PLATE-FILE NEXT RECORD
               AT END MOVE "NO" TO PLATE-ATMR
               NOT AT END
                   DISPLAY PLATE-NO-MST " " PLATE-TYPE-MST " "
                       PLATE-STATUS-MST "  " PLATE-VIN-MST " "
                       PLATE-ISSUE-DATE-MST " " PLATE-STAT-DATE-MST
                   ADD 1 TO LIST-CNT-WK
           END-READ.

       700-JOURNAL-JOB.
           MOVE "PLATMAST.TXT" TO JRNL-FILE-LK.
           MOVE PLATE-NO-MST TO JRNL-KEY-LK.
           MOVE "PLATMNT" TO JRNL-PROGRAM-LK.
           MOVE OPER-ID-LK TO JRNL-OPER-LK.
           MOVE BEFORE-IMAGE-WK TO JRNL-BEFORE-LK.
           MOVE PLATE-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.
