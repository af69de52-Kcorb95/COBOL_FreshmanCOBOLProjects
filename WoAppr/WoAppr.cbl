       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOAPPR.
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

       WORKING-STORAGE SECTION.

       COPY OPERLINK.

       COPY JRNLLINK.

       COPY BCHKLINK.

       01 PROC-SCAN-WK.
          05 PROC-ATMR           PIC XXX VALUE "YES".
          05 LIST-CNT-WK         PIC 9(5).

       01 MENU-WK.
          05 MENU-CHOICE         PIC X.
          05 DONE-SW             PIC X VALUE "N".

       01 INPUT-WK.
          05 TRANS-ID-WK         PIC X(6).
          05 DECISION-WK         PIC X.

       01 AMOUNT-WK.
          05 OPEN-AMT-WK         PIC S9(6)V99.
          05 OPEN-AMT-OUT        PIC $$$,$$9.99-.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           DISPLAY "BAD DEBT WRITE-OFF APPROVAL".
           CALL "SIGNON" USING SIGNON-PARM.
           IF OPER-VALID-LK = "N" OR OPER-AUTH-INQ-LK NOT = "Y"
               DISPLAY "INQUIRY AUTHORITY REQUIRED - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "WOAPPR" TO BCHK-PROGRAM-LK.
           MOVE OPER-ID-LK TO BCHK-OPER-LK.
           CALL "BATCHCHK" USING BATCHCHK-PARM.
           IF BCHK-PROCEED-LK = "N"
               DISPLAY "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PROCREG-FILE
                INPUT OWNER-FILE.
           PERFORM 200-MENU-JOB UNTIL DONE-SW = "Y".
           CLOSE PROCREG-FILE, OWNER-FILE.
           GOBACK.

       120-START-SCAN-JOB.
           MOVE "YES" TO PROC-ATMR.
           MOVE LOW-VALUES TO PROC-TRANS-ID.
           START PROCREG-FILE KEY IS NOT LESS THAN PROC-TRANS-ID
               INVALID KEY MOVE "NO" TO PROC-ATMR
           END-START.

       200-MENU-JOB.
           DISPLAY " ".
           DISPLAY "L) LIST ITEMS REFERRED FOR WRITE-OFF".
           IF OPER-AUTH-RATE-LK = "Y"
               DISPLAY "A) APPROVE OR DECLINE A WRITE-OFF"
           END-IF.
           DISPLAY "X) EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           MOVE FUNCTION UPPER-CASE (MENU-CHOICE) TO MENU-CHOICE.
           IF MENU-CHOICE = "A" AND OPER-AUTH-RATE-LK NOT = "Y"
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
           ELSE
               EVALUATE MENU-CHOICE
                   WHEN "L" PERFORM 300-LIST-JOB
                   WHEN "A" PERFORM 400-DECISION-JOB
                   WHEN "X" MOVE "Y" TO DONE-SW
                   WHEN OTHER DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-IF.

       300-LIST-JOB.
           DISPLAY "TRANS  OWNER  BILLED        OPEN AMT  ST".
           MOVE 0 TO LIST-CNT-WK.
           PERFORM 120-START-SCAN-JOB.
           PERFORM 310-LIST-LINE-JOB UNTIL PROC-ATMR = "NO".
           DISPLAY "ITEMS LISTED: " LIST-CNT-WK.

       310-LIST-LINE-JOB.
           READ PROCREG-FILE NEXT RECORD
               AT END MOVE "NO" TO PROC-ATMR
               NOT AT END
                   IF PROC-STATUS = "R" OR PROC-STATUS = "A"
                       PERFORM 320-OPEN-AMT-JOB
                       DISPLAY PROC-TRANS-ID " " PROC-OWNER-ID " "
                           PROC-DATE "  " OPEN-AMT-OUT "  "
                           PROC-STATUS
                       ADD 1 TO LIST-CNT-WK
                   END-IF
           END-READ.

       320-OPEN-AMT-JOB.
           COMPUTE OPEN-AMT-WK = PROC-FEE + PROC-LATE-FEE
               + PROC-NSF-FEE + PROC-SURCH-AMT
               - PROC-PAID-AMT.
           MOVE OPEN-AMT-WK TO OPEN-AMT-OUT.

       400-DECISION-JOB.
           DISPLAY "ENTER TRANS ID: " WITH NO ADVANCING.
           ACCEPT TRANS-ID-WK.
           IF TRANS-ID-WK IS NOT NUMERIC
               DISPLAY "TRANS ID MUST BE 6 DIGITS"
           ELSE
               MOVE TRANS-ID-WK TO PROC-TRANS-ID
               READ PROCREG-FILE
                   INVALID KEY
                       DISPLAY "TRANS " TRANS-ID-WK " NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM 410-DECISION-SHOW-JOB
               END-READ
           END-IF.

       410-DECISION-SHOW-JOB.
           IF PROC-STATUS NOT = "R" AND PROC-STATUS NOT = "A"
               DISPLAY "TRANS " TRANS-ID-WK
                   " IS NOT REFERRED FOR WRITE-OFF"
           ELSE
               MOVE PROC-REC TO JRNL-BEFORE-LK
               PERFORM 320-OPEN-AMT-JOB
               MOVE PROC-OWNER-ID TO OWNER-ID-MST
               READ OWNER-FILE
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO OWNER-NAME-MST
               END-READ
               DISPLAY "OWNER:    " PROC-OWNER-ID "  " OWNER-NAME-MST
               DISPLAY "BILLED:   " PROC-DATE "  OPEN " OPEN-AMT-OUT
               DISPLAY "APPROVE (A), DECLINE (D) OR LEAVE (L): "
                   WITH NO ADVANCING
               ACCEPT DECISION-WK
               MOVE FUNCTION UPPER-CASE (DECISION-WK) TO DECISION-WK
               EVALUATE DECISION-WK
                   WHEN "A"
                       MOVE "A" TO PROC-STATUS
                       PERFORM 420-DECISION-WRITE-JOB
                   WHEN "D"
                       MOVE "K" TO PROC-STATUS
                       PERFORM 420-DECISION-WRITE-JOB
                   WHEN OTHER
                       DISPLAY "NO CHANGE MADE"
               END-EVALUATE
           END-IF.

       420-DECISION-WRITE-JOB.
           REWRITE PROC-REC
               INVALID KEY
                   DISPLAY "UPDATE FAILED"
               NOT INVALID KEY
                   IF PROC-STATUS = "A"
                       DISPLAY "TRANS " TRANS-ID-WK
                           " APPROVED FOR WRITE-OFF"
                   ELSE
                       DISPLAY "TRANS " TRANS-ID-WK
                           " RETAINED ON THE BOOKS"
                   END-IF
                   PERFORM 500-JOURNAL-JOB
           END-REWRITE.

       500-JOURNAL-JOB.
           MOVE "PROCREG.TXT" TO JRNL-FILE-LK.
           MOVE PROC-TRANS-ID TO JRNL-KEY-LK.
           MOVE "C" TO JRNL-ACTION-LK.
           MOVE "WOAPPR" TO JRNL-PROGRAM-LK.
           MOVE OPER-ID-LK TO JRNL-OPER-LK.
           MOVE PROC-REC TO JRNL-AFTER-LK.
           CALL "JOURNAL" USING JRNL-PARM.
