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
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE.
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

       WORKING-STORAGE SECTION.

          05 AUTH-MNT-WK         PIC X.
          05 AUTH-RATE-WK        PIC X.
          05 FOUND-SW            PIC X.
          05 OPER-EMPID-WK       PIC X(6).
          05 EMP-FOUND-SW        PIC X.
          05 REACT-WK            PIC X.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
               DISPLAY "OPERATOR ALREADY EXISTS - USE CHANGE INSTEAD"
           ELSE
               PERFORM 320-GET-OPER-JOB
               IF EMP-FOUND-SW = "Y"
                   PERFORM 305-ADD-WRITE-JOB
               END-IF
           END-IF.

       305-ADD-WRITE-JOB.
           MOVE OPER-ID-WK TO OPER-ID-MST.
           MOVE OPER-NAME-WK TO OPER-NAME-MST.
           MOVE AUTH-INQ-WK TO OPER-AUTH-INQ-MST.
           MOVE AUTH-MNT-WK TO OPER-AUTH-MNT-MST.
           MOVE AUTH-RATE-WK TO OPER-AUTH-RATE-MST.
           MOVE OPER-EMPID-WK TO OPER-EMPID-MST.
           MOVE "A" TO OPER-STATUS-MST.
           MOVE 0 TO OPER-STAT-DATE-MST.
           WRITE OPER-REC
               INVALID KEY
                   DISPLAY "ADD FAILED - DUPLICATE KEY"
               NOT INVALID KEY
                   ADD 1 TO OPER-CNT-WK
                   DISPLAY "OPERATOR " OPER-ID-WK " ADDED"
           END-WRITE.

       310-FIND-OPER-JOB.
           MOVE OPER-ID-WK TO OPER-ID-MST.
           READ OPER-FILE
           IF AUTH-INQ-WK NOT = "Y" MOVE "N" TO AUTH-INQ-WK END-IF.
           IF AUTH-MNT-WK NOT = "Y" MOVE "N" TO AUTH-MNT-WK END-IF.
           IF AUTH-RATE-WK NOT = "Y" MOVE "N" TO AUTH-RATE-WK END-IF.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT OPER-EMPID-WK.
           PERFORM 330-EMP-CHECK-JOB.
           IF EMP-FOUND-SW = "N"
               DISPLAY "EMPLOYEE " OPER-EMPID-WK
                   " NOT ON FILE - OPERATOR NOT SAVED"
           END-IF.

       330-EMP-CHECK-JOB.
           MOVE "N" TO EMP-FOUND-SW.
           IF OPER-EMPID-WK NOT = SPACES
                   AND OPER-EMPID-WK NOT = "000000"
                   AND OPER-EMPID-WK NOT = "999999"
               OPEN INPUT EMP-FILE
               MOVE OPER-EMPID-WK TO EMPID-MST
               READ EMP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO EMP-FOUND-SW
               END-READ
               CLOSE EMP-FILE
           END-IF.

       400-CHANGE-JOB.
           DISPLAY "ENTER OPERATOR ID TO CHANGE: " WITH NO ADVANCING.
               DISPLAY "OPERATOR NOT FOUND"
           ELSE
               PERFORM 320-GET-OPER-JOB
               IF EMP-FOUND-SW = "Y"
                   PERFORM 405-CHANGE-WRITE-JOB
               END-IF
           END-IF.

       405-CHANGE-WRITE-JOB.
           PERFORM 310-FIND-OPER-JOB.
           MOVE OPER-NAME-WK TO OPER-NAME-MST.
           MOVE AUTH-INQ-WK TO OPER-AUTH-INQ-MST.
           MOVE AUTH-MNT-WK TO OPER-AUTH-MNT-MST.
           MOVE AUTH-RATE-WK TO OPER-AUTH-RATE-MST.
           MOVE OPER-EMPID-WK TO OPER-EMPID-MST.
           IF OPER-STATUS-MST = "D"
               DISPLAY "OPERATOR IS DISABLED - REACTIVATE (Y/N): "
                   WITH NO ADVANCING
               ACCEPT REACT-WK
               MOVE FUNCTION UPPER-CASE (REACT-WK) TO REACT-WK
               IF REACT-WK = "Y"
                   MOVE "A" TO OPER-STATUS-MST
                   MOVE 0 TO OPER-STAT-DATE-MST
               END-IF
           END-IF.
           REWRITE OPER-REC
               INVALID KEY
                   DISPLAY "UPDATE FAILED"
               NOT INVALID KEY
                   DISPLAY "OPERATOR " OPER-ID-WK " UPDATED"
           END-REWRITE.

       500-DELETE-JOB.
           DISPLAY "ENTER OPERATOR ID TO DELETE: " WITH NO ADVANCING.
           ACCEPT OPER-ID-WK.
           END-DELETE.

       600-LIST-JOB.
           DISPLAY "ID        NAME                 INQ MNT RATE"
               " EMPID  STATUS".
           PERFORM 120-START-SCAN-JOB.
           PERFORM 610-LIST-LINE-JOB UNTIL OPER-ATMR = "NO".

               NOT AT END
                   DISPLAY OPER-ID-MST "  " OPER-NAME-MST "  "
                       OPER-AUTH-INQ-MST "   " OPER-AUTH-MNT-MST
                       "   " OPER-AUTH-RATE-MST "    "
                       OPER-EMPID-MST " " OPER-STATUS-MST
           END-READ.
