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

       01 SIGNON-WK.
          05 OPER-ID-WK          PIC X(8).
          05 EMP-FOUND-SW        PIC X.

       LINKAGE SECTION.

               INVALID KEY
                   DISPLAY "OPERATOR " OPER-ID-WK " NOT AUTHORIZED"
               NOT INVALID KEY
                   PERFORM 200-EMPLOYEE-CHECK-JOB
           END-READ.
           CLOSE OPER-FILE.
           GOBACK.

       200-EMPLOYEE-CHECK-JOB.
           MOVE "N" TO EMP-FOUND-SW.
           IF OPER-EMPID-MST NOT = SPACES
                   AND OPER-EMPID-MST NOT = "000000"
                   AND OPER-EMPID-MST NOT = "999999"
               OPEN INPUT EMP-FILE
               MOVE OPER-EMPID-MST TO EMPID-MST
               READ EMP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO EMP-FOUND-SW
               END-READ
               CLOSE EMP-FILE
           END-IF.
           EVALUATE TRUE
               WHEN OPER-STATUS-MST = "D"
                   DISPLAY "OPERATOR " OPER-ID-WK " DISABLED"
               WHEN EMP-FOUND-SW = "N"
                   DISPLAY "OPERATOR " OPER-ID-WK
                       " HAS NO ACTIVE EMPLOYEE RECORD"
               WHEN OTHER
                   MOVE OPER-ID-MST TO OPER-ID-LK
                   MOVE OPER-NAME-MST TO OPER-NAME-LK
                   MOVE OPER-AUTH-INQ-MST TO OPER-AUTH-INQ-LK
                   MOVE OPER-AUTH-RATE-MST TO OPER-AUTH-RATE-LK
                   MOVE "Y" TO OPER-VALID-LK
                   DISPLAY "SIGNED ON: " OPER-NAME-MST
           END-EVALUATE.
