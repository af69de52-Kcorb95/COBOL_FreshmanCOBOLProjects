       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKUPDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOKING-FILE
               ASSIGN     TO   "BOOKMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-KEY-MST.
           SELECT OPTIONAL MODEL-FILE
               ASSIGN     TO   "MODLIN.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-ID-MST.
           SELECT TRANS-FILE
               ASSIGN     TO   "BOOKTRN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUT-FILE
               ASSIGN     TO   "BOOKREG.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN     TO   "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BOOKING-FILE.
       01 BOOKING-REC.
          05 BOOK-KEY-MST.
             10 BOOK-MODEL-ID-MST  PIC 9(6).
             10 BOOK-DATE-MST      PIC 9(8).
             10 BOOK-CLIENT-MST    PIC X(6).
             10 BOOK-JOB-MST       PIC X(6).
          05 BOOK-RATE-MST         PIC 9(5)V99.
          05 BOOK-STATUS-MST       PIC X.
          05 BOOK-ENTRY-DATE-MST   PIC 9(8).
          05 BOOK-STAT-DATE-MST    PIC 9(8).

       FD MODEL-FILE.
       01 MODEL-REC.
          05 MODEL-ID-MST        PIC 9(6).
          05 NAME-MST            PIC X(20).
          05 WEIGHT-MST          PIC 9(3).
          05 HEIGHT-MST          PIC 9(2).
          05 EYES-MST            PIC 9(1).
          05 HAIR-MST            PIC 9(1).
          05 SEX-MST             PIC X(1).

       FD TRANS-FILE.
       01 TRANS-REC.
          05 ACTION-TRN          PIC X(1).
          05 MODEL-ID-TRN        PIC 9(6).
          05 DATE-TRN            PIC 9(8).
          05 CLIENT-TRN          PIC X(6).
          05 JOB-TRN             PIC X(6).
          05 RATE-TRN            PIC 9(5)V99.

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

       WORKING-STORAGE SECTION.

       COPY AUDITLIN.

       COPY JRNLLINK.

       COPY BCHKLINK.

       01 TITLE-HDR.
          05 FILLER              PIC X(20).
          05 FILLER              PIC X(25)
                    VALUE "-MODEL BOOKING UPDATES-".

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
          05 FILLER              PIC X(1).
          05 FILLER              PIC X(4)  VALUE "ACT".
          05 FILLER              PIC X(8)  VALUE "MODEL".
          05 FILLER              PIC X(10) VALUE "DATE".
          05 FILLER              PIC X(8)  VALUE "CLIENT".
          05 FILLER              PIC X(8)  VALUE "JOB".
          05 FILLER              PIC X(11) VALUE "DAY RATE".
          05 FILLER              PIC X(10) VALUE "DISPOSITN".
          05 FILLER              PIC X(15) VALUE "REASON".

       01 REGISTER-LINE.
          05 FILLER              PIC X(1).
          05 ACTION-OUT          PIC X(1).
          05 FILLER              PIC X(3).
          05 MODEL-ID-OUT        PIC 9(6).
          05 FILLER              PIC X(2).
          05 DATE-OUT            PIC 9(8).
          05 FILLER              PIC X(2).
          05 CLIENT-OUT          PIC X(6).
          05 FILLER              PIC X(2).
          05 JOB-OUT             PIC X(6).
          05 FILLER              PIC X(1).
          05 RATE-OUT            PIC $$$,$$9.99.
          05 FILLER              PIC X(1).
          05 DISP-OUT            PIC X(10).
          05 REASON-OUT          PIC X(15).

       01 APPLIED-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(22)
                    VALUE "TRANSACTIONS APPLIED: ".
          05 APPLIED-CNT-OUT     PIC ZZZZ9.

       01 REJECTED-FTR.
          05 FILLER              PIC X(15).
          05 FILLER              PIC X(23)
                    VALUE "TRANSACTIONS REJECTED: ".
          05 REJECTED-CNT-OUT    PIC ZZZZ9.

       01 FORMATING-WK.
          05 PAGENUM-WK          PIC 9(2).
          05 LINE-CNT            PIC 9(2).
          05 PAGE-BREAK-WK       PIC 9(3) VALUE 48.

       01 UPDATE-WK.
          05 TRANS-CNT-WK        PIC 9(5) VALUE 0.
          05 APPLIED-CNT-WK      PIC 9(5) VALUE 0.
          05 REJECTED-CNT-WK     PIC 9(5) VALUE 0.
          05 TRANS-OK-SW         PIC X.
          05 CONFLICT-SW         PIC X.
          05 SCAN-ATMR           PIC XXX.
          05 REASON-WK           PIC X(15).
          05 DATE-CHECK-WK       PIC 9(8).
          05 DATE-CHECK-PARTS REDEFINES DATE-CHECK-WK.
             10 CHECK-YEAR-WK    PIC 9(4).
             10 CHECK-MONTH-WK   PIC 9(2).
             10 CHECK-DAY-WK     PIC 9(2).

       01 ATMR          PIC XXX VALUE "YES".

       PROCEDURE DIVISION.

       MOVE 0 TO PAGENUM-WK.
       MOVE 59 TO LINE-CNT.

       100-MAIN-MODULE.
           MOVE "BOOKUPDT" TO BCHK-PROGRAM-LK.
           MOVE "BATCH" TO BCHK-OPER-LK.
           CALL "BATCHCHK" USING BATCHCHK-PARM.
           IF BCHK-PROCEED-LK = "N"
               DISPLAY "BOOKUPDT: UPDATE LOCKED OUT - RUN ENDED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O BOOKING-FILE
                INPUT MODEL-FILE
                INPUT TRANS-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 105-MAKE-HEAD.
           READ TRANS-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.
           PERFORM 200-APPLY-JOB
               UNTIL ATMR = "NO".
           PERFORM 300-DONE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE BOOKING-FILE, MODEL-FILE, TRANS-FILE, OUT-FILE.
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

       200-APPLY-JOB.
           ADD 1 TO TRANS-CNT-WK.
           MOVE SPACES TO REGISTER-LINE.
           MOVE ACTION-TRN TO ACTION-OUT.
           MOVE MODEL-ID-TRN TO MODEL-ID-OUT.
           MOVE DATE-TRN TO DATE-OUT.
           MOVE CLIENT-TRN TO CLIENT-OUT.
           MOVE JOB-TRN TO JOB-OUT.
           MOVE RATE-TRN TO RATE-OUT.
           PERFORM 205-EDIT-TRANS-JOB.
           IF TRANS-OK-SW = "Y"
               EVALUATE ACTION-TRN
                   WHEN "H" PERFORM 210-HOLD-JOB
                   WHEN "C" PERFORM 220-CONFIRM-JOB
                   WHEN "X" PERFORM 230-CANCEL-JOB
               END-EVALUATE
           END-IF.
           IF TRANS-OK-SW = "Y"
               MOVE "APPLIED" TO DISP-OUT
               ADD 1 TO APPLIED-CNT-WK
           ELSE
               MOVE "REJECTED" TO DISP-OUT
               MOVE REASON-WK TO REASON-OUT
               ADD 1 TO REJECTED-CNT-WK
           END-IF.
           PERFORM 250-REGISTER-JOB.
           READ TRANS-FILE
               AT END MOVE "NO" TO ATMR
           END-READ.

       205-EDIT-TRANS-JOB.
           MOVE "Y" TO TRANS-OK-SW.
           MOVE SPACES TO REASON-WK.
           IF ACTION-TRN NOT = "H" AND ACTION-TRN NOT = "C"
                   AND ACTION-TRN NOT = "X"
               MOVE "N" TO TRANS-OK-SW
               MOVE "BAD ACTION CODE" TO REASON-WK
           END-IF.
           IF TRANS-OK-SW = "Y"
               IF MODEL-ID-TRN IS NOT NUMERIC
                       OR MODEL-ID-TRN = 0 OR MODEL-ID-TRN = 999999
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "MODEL NOT ON FILE" TO REASON-WK
               ELSE
                   MOVE MODEL-ID-TRN TO MODEL-ID-MST
                   READ MODEL-FILE
                       INVALID KEY
                           MOVE "N" TO TRANS-OK-SW
                           MOVE "MODEL NOT ON FILE" TO REASON-WK
                   END-READ
               END-IF
           END-IF.
           IF TRANS-OK-SW = "Y"
               PERFORM 206-DATE-EDIT-JOB
           END-IF.
           IF TRANS-OK-SW = "Y" AND ACTION-TRN NOT = "X"
               IF RATE-TRN IS NOT NUMERIC
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "BAD DAY RATE" TO REASON-WK
               END-IF
           END-IF.

       206-DATE-EDIT-JOB.
           IF DATE-TRN IS NOT NUMERIC
               MOVE "N" TO TRANS-OK-SW
               MOVE "BAD BOOKING DATE" TO REASON-WK
           ELSE
               MOVE DATE-TRN TO DATE-CHECK-WK
               IF CHECK-MONTH-WK < 1 OR CHECK-MONTH-WK > 12
                       OR CHECK-DAY-WK < 1 OR CHECK-DAY-WK > 31
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "BAD BOOKING DATE" TO REASON-WK
               ELSE
                   IF DATE-TRN < DATE-NUM-WK AND ACTION-TRN NOT = "X"
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "DATE IN PAST" TO REASON-WK
                   END-IF
               END-IF
           END-IF.

       210-HOLD-JOB.
           PERFORM 240-BUILD-KEY-JOB.
           READ BOOKING-FILE
               INVALID KEY
                   PERFORM 245-NEW-BOOKING-JOB
                   MOVE "H" TO BOOK-STATUS-MST
                   PERFORM 246-WRITE-BOOKING-JOB
               NOT INVALID KEY
                   IF BOOK-STATUS-MST = "X"
                       MOVE BOOKING-REC TO JRNL-BEFORE-LK
                       MOVE "H" TO BOOK-STATUS-MST
                       MOVE RATE-TRN TO BOOK-RATE-MST
                       PERFORM 247-REWRITE-BOOKING-JOB
                   ELSE
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "ALREADY BOOKED" TO REASON-WK
                   END-IF
           END-READ.

       220-CONFIRM-JOB.
           PERFORM 225-CONFLICT-CHECK-JOB.
           IF CONFLICT-SW = "Y"
               MOVE "N" TO TRANS-OK-SW
               MOVE "DOUBLE BOOKING" TO REASON-WK
           ELSE
               PERFORM 240-BUILD-KEY-JOB
               READ BOOKING-FILE
                   INVALID KEY
                       PERFORM 245-NEW-BOOKING-JOB
                       MOVE "C" TO BOOK-STATUS-MST
                       PERFORM 246-WRITE-BOOKING-JOB
                   NOT INVALID KEY
                       MOVE BOOKING-REC TO JRNL-BEFORE-LK
                       MOVE "C" TO BOOK-STATUS-MST
                       IF RATE-TRN > 0
                           MOVE RATE-TRN TO BOOK-RATE-MST
                       END-IF
                       PERFORM 247-REWRITE-BOOKING-JOB
               END-READ
           END-IF.

       225-CONFLICT-CHECK-JOB.
           MOVE "N" TO CONFLICT-SW.
           MOVE "YES" TO SCAN-ATMR.
           MOVE MODEL-ID-TRN TO BOOK-MODEL-ID-MST.
           MOVE DATE-TRN TO BOOK-DATE-MST.
           MOVE LOW-VALUES TO BOOK-CLIENT-MST, BOOK-JOB-MST.
           START BOOKING-FILE KEY IS NOT LESS THAN BOOK-KEY-MST
               INVALID KEY MOVE "NO" TO SCAN-ATMR
           END-START.
           PERFORM 226-CONFLICT-SCAN-JOB
               UNTIL SCAN-ATMR = "NO".

       226-CONFLICT-SCAN-JOB.
           READ BOOKING-FILE NEXT RECORD
               AT END MOVE "NO" TO SCAN-ATMR
               NOT AT END
                   IF BOOK-MODEL-ID-MST NOT = MODEL-ID-TRN
                           OR BOOK-DATE-MST NOT = DATE-TRN
                       MOVE "NO" TO SCAN-ATMR
                   ELSE
                       IF BOOK-STATUS-MST = "C"
                               AND (BOOK-CLIENT-MST NOT = CLIENT-TRN
                                   OR BOOK-JOB-MST NOT = JOB-TRN)
                           MOVE "Y" TO CONFLICT-SW
                       END-IF
                   END-IF
           END-READ.

       230-CANCEL-JOB.
           PERFORM 240-BUILD-KEY-JOB.
           READ BOOKING-FILE
               INVALID KEY
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "NOT BOOKED" TO REASON-WK
               NOT INVALID KEY
                   IF BOOK-STATUS-MST = "X"
                       MOVE "N" TO TRANS-OK-SW
                       MOVE "ALREADY CANCELD" TO REASON-WK
                   ELSE
                       MOVE BOOKING-REC TO JRNL-BEFORE-LK
                       MOVE "X" TO BOOK-STATUS-MST
                       PERFORM 247-REWRITE-BOOKING-JOB
                   END-IF
           END-READ.

       240-BUILD-KEY-JOB.
           MOVE MODEL-ID-TRN TO BOOK-MODEL-ID-MST.
           MOVE DATE-TRN TO BOOK-DATE-MST.
           MOVE CLIENT-TRN TO BOOK-CLIENT-MST.
           MOVE JOB-TRN TO BOOK-JOB-MST.

       245-NEW-BOOKING-JOB.
           PERFORM 240-BUILD-KEY-JOB.
           MOVE RATE-TRN TO BOOK-RATE-MST.
           MOVE DATE-NUM-WK TO BOOK-ENTRY-DATE-MST.

       246-WRITE-BOOKING-JOB.
           MOVE DATE-NUM-WK TO BOOK-STAT-DATE-MST.
           WRITE BOOKING-REC
               INVALID KEY
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "DUPLICATE KEY" TO REASON-WK
               NOT INVALID KEY
                   MOVE SPACES TO JRNL-BEFORE-LK
                   MOVE BOOKING-REC TO JRNL-AFTER-LK
                   MOVE "A" TO JRNL-ACTION-LK
                   PERFORM 360-JOURNAL-JOB
           END-WRITE.

       247-REWRITE-BOOKING-JOB.
           MOVE DATE-NUM-WK TO BOOK-STAT-DATE-MST.
           REWRITE BOOKING-REC
               INVALID KEY
                   MOVE "N" TO TRANS-OK-SW
                   MOVE "REWRITE FAILED" TO REASON-WK
               NOT INVALID KEY
                   MOVE BOOKING-REC TO JRNL-AFTER-LK
                   MOVE "C" TO JRNL-ACTION-LK
                   PERFORM 360-JOURNAL-JOB
           END-REWRITE.

       250-REGISTER-JOB.
           IF LINE-CNT > PAGE-BREAK-WK PERFORM 105-MAKE-HEAD END-IF.
           WRITE OUT-REC FROM REGISTER-LINE AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-CNT.

       300-DONE-JOB.
           MOVE APPLIED-CNT-WK TO APPLIED-CNT-OUT.
           MOVE REJECTED-CNT-WK TO REJECTED-CNT-OUT.
           WRITE OUT-REC FROM APPLIED-FTR AFTER ADVANCING 3 LINES.
           WRITE OUT-REC FROM REJECTED-FTR AFTER ADVANCING 1 LINES.

       360-JOURNAL-JOB.
           MOVE "BOOKMAST.TXT" TO JRNL-FILE-LK.
           MOVE BOOK-KEY-MST TO JRNL-KEY-LK.
           MOVE "BOOKUPDT" TO JRNL-PROGRAM-LK.
           MOVE "BATCH" TO JRNL-OPER-LK.
           CALL "JOURNAL" USING JRNL-PARM.

       400-AUDIT-JOB.
           MOVE "BOOKUPDT" TO AUDIT-PROGRAM-OUT.
           MOVE MONTH-WK TO AUDIT-MONTH-OUT.
           MOVE DAY-WK TO AUDIT-DAY-OUT.
           MOVE YEAR-WK TO AUDIT-YEAR-OUT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-OUT.
           MOVE TRANS-CNT-WK TO AUDIT-IN-OUT.
           MOVE APPLIED-CNT-WK TO AUDIT-OUT-OUT.
           MOVE REJECTED-CNT-WK TO AUDIT-REJ-OUT.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-REC FROM AUDIT-LINE-OUT.
           CLOSE AUDIT-FILE.
