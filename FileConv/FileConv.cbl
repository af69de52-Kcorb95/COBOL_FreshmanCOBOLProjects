               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROC-NEW-TRANS-ID.
           SELECT OPTIONAL OWN-OLD-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-OLD-ID.
           SELECT OWN-NEW-FILE
               ASSIGN     TO   "OWNMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-NEW-ID.
           SELECT OPTIONAL OPER-OLD-FILE
               ASSIGN     TO   "OPERMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-OLD-ID.
           SELECT OPER-NEW-FILE
               ASSIGN     TO   "OPERMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-NEW-ID
               ALTERNATE RECORD KEY IS OPER-NEW-EMPID
                   WITH DUPLICATES.
           SELECT OPTIONAL REJ-OLD-FILE
               ASSIGN     TO   "REGREJ.TXT"
               ORGANIZATION IS INDEXED
       FD PROC-OLD-FILE.
       01 PROC-OLD-REC.
          05 PROC-OLD-TRANS-ID   PIC 9(6).
          05 PROC-OLD-BODY       PIC X(50).

       FD PROC-NEW-FILE.
       01 PROC-NEW-REC.
          05 PROC-NEW-LATE-FEE   PIC 9(5)V99.
          05 PROC-NEW-PAID-AMT   PIC 9(5)V99.
          05 PROC-NEW-PAY-DATE   PIC 9(8).
          05 PROC-NEW-NSF-FEE    PIC 9(5)V99.
          05 PROC-NEW-NSF-DATE   PIC 9(8).
          05 PROC-NEW-PRIOR-DATE PIC 9(8).
          05 PROC-NEW-STATUS     PIC X.
          05 PROC-NEW-WO-DATE    PIC 9(8).
          05 PROC-NEW-EFF-DATE   PIC 9(8).
          05 PROC-NEW-EXP-DATE   PIC 9(8).
          05 PROC-NEW-CAN-DATE   PIC 9(8).
          05 PROC-NEW-SURCH-AMT  PIC 9(5)V99.

       FD OWN-OLD-FILE.
       01 OWN-OLD-REC.
          05 OWN-OLD-ID          PIC X(6).
          05 OWN-OLD-BODY        PIC X(62).

       FD OWN-NEW-FILE.
       01 OWN-NEW-REC.
          05 OWN-NEW-ID          PIC X(6).
          05 OWN-NEW-BODY        PIC X(62).
          05 OWN-NEW-NSF-SW      PIC X.
          05 OWN-NEW-NSF-DATE    PIC 9(8).
          05 OWN-NEW-FLEET-SW    PIC X.
          05 OWN-NEW-AUTO-REN    PIC X.

       FD OPER-OLD-FILE.
       01 OPER-OLD-REC.
          05 OPER-OLD-ID         PIC X(8).
          05 OPER-OLD-BODY       PIC X(23).

       FD OPER-NEW-FILE.
       01 OPER-NEW-REC.
          05 OPER-NEW-ID         PIC X(8).
          05 OPER-NEW-BODY.
             10 OPER-NEW-NAME    PIC X(20).
             10 OPER-NEW-AUTH    PIC X(3).
          05 OPER-NEW-EMPID      PIC X(6).
          05 OPER-NEW-STATUS     PIC X(1).
          05 OPER-NEW-STAT-DATE  PIC 9(8).

       FD REJ-OLD-FILE.
       01 REJ-OLD-REC.

       01 WORK-PROC-WK.
          05 WORK-PROC-TRANS-ID  PIC 9(6).
          05 WORK-PROC-BODY      PIC X(50).

       01 WORK-OWN-WK.
          05 WORK-OWN-ID         PIC X(6).
          05 WORK-OWN-BODY       PIC X(62).

       01 WORK-OPER-WK.
          05 WORK-OPER-ID        PIC X(8).
          05 WORK-OPER-BODY.
             10 WORK-OPER-NAME   PIC X(20).
             10 WORK-OPER-AUTH   PIC X(3).

       01 WORK-REJ-WK.
          05 WORK-REJ-TRANS-ID   PIC 9(6).
          05 WORK-ATMR           PIC XXX.
          05 PROC-CNT-WK         PIC 9(7) VALUE 0.
          05 REJ-CNT-WK          PIC 9(7) VALUE 0.
          05 OWN-CNT-WK          PIC 9(7) VALUE 0.
          05 OPER-CNT-WK         PIC 9(7) VALUE 0.
          05 OPER-LINK-CNT-WK    PIC 9(7) VALUE 0.
          05 FILE-PICK-WK        PIC X.
          05 EMPID-WK            PIC X(6).
          05 TODAY-WK            PIC 9(8).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           DISPLAY "ONE-TIME FILE CONVERSION - PROCREG.TXT, "
               "OWNMAST.TXT, OPERMAST.TXT AND REGREJ.TXT".
           DISPLAY "EACH FILE IS OFFERED SEPARATELY; ANSWER N FOR "
               "ANY FILE ALREADY CONVERTED.".
           DISPLAY "RUN THIS ONCE, AT CUTOVER, WITH THE BATCH DOWN.".
           DISPLAY "RUNNING IT AGAINST ALREADY-CONVERTED FILES WILL "
               "FAIL THE OPEN.".
               DISPLAY "CONVERSION CANCELLED"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-WK.
           DISPLAY "CONVERT PROCREG.TXT (Y/N)? " WITH NO ADVANCING.
           PERFORM 110-FILE-PICK-JOB.
           IF FILE-PICK-WK = "Y"
               PERFORM 200-PROCREG-CONVERT-JOB
           END-IF.
           DISPLAY "CONVERT REGREJ.TXT (Y/N)? " WITH NO ADVANCING.
           PERFORM 110-FILE-PICK-JOB.
           IF FILE-PICK-WK = "Y"
               PERFORM 300-REGREJ-CONVERT-JOB
           END-IF.
           DISPLAY "CONVERT OWNMAST.TXT (Y/N)? " WITH NO ADVANCING.
           PERFORM 110-FILE-PICK-JOB.
           IF FILE-PICK-WK = "Y"
               PERFORM 400-OWNMAST-CONVERT-JOB
           END-IF.
           DISPLAY "CONVERT OPERMAST.TXT (Y/N)? " WITH NO ADVANCING.
           PERFORM 110-FILE-PICK-JOB.
           IF FILE-PICK-WK = "Y"
               PERFORM 500-OPERMAST-CONVERT-JOB
           END-IF.
           DISPLAY "FILECONV: PROCREG RECORDS CONVERTED: "
               PROC-CNT-WK.
           DISPLAY "FILECONV: REGREJ RECORDS CONVERTED:  "
               REJ-CNT-WK.
           DISPLAY "FILECONV: OWNMAST RECORDS CONVERTED: "
               OWN-CNT-WK.
           DISPLAY "FILECONV: OPERMAST RECORDS CONVERTED:"
               OPER-CNT-WK " (" OPER-LINK-CNT-WK
               " LINKED TO AN EMPLOYEE)".
           GOBACK.

       110-FILE-PICK-JOB.
           ACCEPT FILE-PICK-WK.
           MOVE FUNCTION UPPER-CASE (FILE-PICK-WK) TO FILE-PICK-WK.

       200-PROCREG-CONVERT-JOB.
           MOVE "YES" TO SCAN-ATMR.
           OPEN INPUT PROC-OLD-FILE
                   MOVE WORK-REC TO WORK-PROC-WK
                   MOVE SPACES TO PROC-NEW-REC
                   MOVE WORK-PROC-TRANS-ID TO PROC-NEW-TRANS-ID
                   MOVE WORK-PROC-BODY TO PROC-NEW-REC (7:50)
                   MOVE 0 TO PROC-NEW-NSF-FEE, PROC-NEW-NSF-DATE,
                       PROC-NEW-PRIOR-DATE, PROC-NEW-WO-DATE,
                       PROC-NEW-EFF-DATE, PROC-NEW-EXP-DATE,
                       PROC-NEW-CAN-DATE, PROC-NEW-SURCH-AMT
                   MOVE SPACE TO PROC-NEW-STATUS
                   WRITE PROC-NEW-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   END-WRITE
                   ADD 1 TO REJ-CNT-WK
           END-READ.

       400-OWNMAST-CONVERT-JOB.
           MOVE "YES" TO SCAN-ATMR.
           OPEN INPUT OWN-OLD-FILE
                OUTPUT WORK-FILE.
           MOVE LOW-VALUES TO OWN-OLD-ID.
           START OWN-OLD-FILE KEY IS NOT LESS THAN OWN-OLD-ID
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 410-OWN-UNLOAD-JOB
               UNTIL SCAN-ATMR = "NO".
           CLOSE OWN-OLD-FILE, WORK-FILE.
           MOVE "YES" TO WORK-ATMR.
           OPEN INPUT WORK-FILE
                OUTPUT OWN-NEW-FILE.
           PERFORM 420-OWN-RELOAD-JOB
               UNTIL WORK-ATMR = "NO".
           CLOSE WORK-FILE, OWN-NEW-FILE.

       410-OWN-UNLOAD-JOB.
           READ OWN-OLD-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   WRITE WORK-REC FROM OWN-OLD-REC
           END-READ.

       420-OWN-RELOAD-JOB.
           READ WORK-FILE
               AT END MOVE "NO" TO WORK-ATMR
               NOT AT END
                   MOVE WORK-REC TO WORK-OWN-WK
                   MOVE SPACES TO OWN-NEW-REC
                   MOVE WORK-OWN-ID TO OWN-NEW-ID
                   MOVE WORK-OWN-BODY TO OWN-NEW-BODY
                   MOVE "N" TO OWN-NEW-NSF-SW
                   MOVE 0 TO OWN-NEW-NSF-DATE
                   MOVE "N" TO OWN-NEW-FLEET-SW
                   MOVE "N" TO OWN-NEW-AUTO-REN
                   WRITE OWN-NEW-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO OWN-CNT-WK
           END-READ.

       500-OPERMAST-CONVERT-JOB.
           MOVE "YES" TO SCAN-ATMR.
           OPEN INPUT OPER-OLD-FILE
                OUTPUT WORK-FILE.
           MOVE LOW-VALUES TO OPER-OLD-ID.
           START OPER-OLD-FILE KEY IS NOT LESS THAN OPER-OLD-ID
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 510-OPER-UNLOAD-JOB
               UNTIL SCAN-ATMR = "NO".
           CLOSE OPER-OLD-FILE, WORK-FILE.
           DISPLAY "ENTER THE EMPLOYEE ID FOR EACH OPERATOR "
               "(BLANK LEAVES IT UNLINKED - SIGN-ON REFUSED".
           DISPLAY "UNTIL OPERMNT LINKS IT).".
           MOVE "YES" TO WORK-ATMR.
           OPEN INPUT WORK-FILE
                OUTPUT OPER-NEW-FILE.
           PERFORM 520-OPER-RELOAD-JOB
               UNTIL WORK-ATMR = "NO".
           CLOSE WORK-FILE, OPER-NEW-FILE.

       510-OPER-UNLOAD-JOB.
           READ OPER-OLD-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   WRITE WORK-REC FROM OPER-OLD-REC
           END-READ.

       520-OPER-RELOAD-JOB.
           READ WORK-FILE
               AT END MOVE "NO" TO WORK-ATMR
               NOT AT END
                   MOVE WORK-REC TO WORK-OPER-WK
                   MOVE SPACES TO OPER-NEW-REC
                   MOVE WORK-OPER-ID TO OPER-NEW-ID
                   MOVE WORK-OPER-BODY TO OPER-NEW-BODY
                   DISPLAY "OPERATOR " WORK-OPER-ID " "
                       WORK-OPER-NAME " EMPLOYEE ID: "
                       WITH NO ADVANCING
                   MOVE SPACES TO EMPID-WK
                   ACCEPT EMPID-WK
                   MOVE EMPID-WK TO OPER-NEW-EMPID
                   IF EMPID-WK NOT = SPACES
                       ADD 1 TO OPER-LINK-CNT-WK
                   END-IF
                   MOVE "A" TO OPER-NEW-STATUS
                   MOVE TODAY-WK TO OPER-NEW-STAT-DATE
                   WRITE OPER-NEW-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO OPER-CNT-WK
           END-READ.
