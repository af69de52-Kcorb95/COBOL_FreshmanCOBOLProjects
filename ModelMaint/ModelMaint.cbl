               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MODEL-ID-MST.
           SELECT OPTIONAL BOOKING-FILE
               ASSIGN     TO   "BOOKMAST.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-KEY-MST.
           SELECT TRANS-FILE
               ASSIGN     TO   "MODTRANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
          05 CTL-HASH                       PIC 9(8).
          05 FILLER                         PIC X(3).

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

       FD TRANS-FILE.
       01 TRANS-REC.
          05 ACTION-TRN                     PIC X(1).
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 DATE-HDR.
          05 FILLER              PIC X(6)   VALUE "DATE: ".
          05 OLD-WEIGHT-WK       PIC 9(3).
          05 TRANS-OK-SW         PIC X.
          05 EDIT-REASON-WK      PIC X(15).
          05 BOOKED-SW           PIC X.
          05 BOOK-ATMR           PIC XXX.

       01 ATMR          PIC XXX VALUE "YES".

               GOBACK
           END-IF.
           OPEN I-O MASTER-FILE
                INPUT BOOKING-FILE
                INPUT TRANS-FILE
                OUTPUT OUT-FILE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 300-DONE-JOB.
           PERFORM 350-TRAILER-UPDATE-JOB.
           PERFORM 400-AUDIT-JOB.
           CLOSE MASTER-FILE, BOOKING-FILE, TRANS-FILE, OUT-FILE.
           GOBACK.

       101-RUNDATE-JOB.
                   MOVE "NOT ON MASTER" TO REASON-OUT
                   ADD 1 TO REJECTED-CNT-WK
               NOT INVALID KEY
                   PERFORM 235-BOOKING-CHECK-JOB
                   IF BOOKED-SW = "Y"
                       MOVE "REJECTED" TO DISP-OUT
                       MOVE "FUTURE BOOKINGS" TO REASON-OUT
                       ADD 1 TO REJECTED-CNT-WK
                   ELSE
                       PERFORM 232-DELETE-APPLY-JOB
                   END-IF
           END-READ.

       232-DELETE-APPLY-JOB.
           MOVE WEIGHT-MST TO OLD-WEIGHT-WK.
           MOVE MASTER-REC TO JRNL-BEFORE-LK.
           DELETE MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED" TO DISP-OUT
                   MOVE "NOT ON MASTER" TO REASON-OUT
                   ADD 1 TO REJECTED-CNT-WK
               NOT INVALID KEY
                   MOVE "APPLIED" TO DISP-OUT
                   ADD 1 TO APPLIED-CNT-WK
                   SUBTRACT 1 FROM DELTA-CNT-WK
                   SUBTRACT OLD-WEIGHT-WK FROM DELTA-HASH-WK
                   MOVE SPACES TO JRNL-AFTER-LK
                   MOVE "D" TO JRNL-ACTION-LK
                   PERFORM 360-JOURNAL-JOB
           END-DELETE.

       235-BOOKING-CHECK-JOB.
           MOVE "N" TO BOOKED-SW.
           MOVE "YES" TO BOOK-ATMR.
           MOVE MODEL-ID-MST TO BOOK-MODEL-ID-MST.
           MOVE DATE-NUM-WK TO BOOK-DATE-MST.
           MOVE LOW-VALUES TO BOOK-CLIENT-MST, BOOK-JOB-MST.
           START BOOKING-FILE KEY IS NOT LESS THAN BOOK-KEY-MST
               INVALID KEY MOVE "NO" TO BOOK-ATMR
           END-START.
           PERFORM 236-BOOKING-SCAN-JOB
               UNTIL BOOK-ATMR = "NO".

       236-BOOKING-SCAN-JOB.
           READ BOOKING-FILE NEXT RECORD
               AT END MOVE "NO" TO BOOK-ATMR
               NOT AT END
                   IF BOOK-MODEL-ID-MST NOT = MODEL-ID-MST
                       MOVE "NO" TO BOOK-ATMR
                   ELSE
                       IF BOOK-STATUS-MST NOT = "X"
                           MOVE "Y" TO BOOKED-SW
                           MOVE "NO" TO BOOK-ATMR
                       END-IF
                   END-IF
           END-READ.

       240-BAD-ACTION-JOB.
