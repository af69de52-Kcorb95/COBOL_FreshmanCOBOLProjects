           SELECT OUT-FILE
               ASSIGN     TO   "OWNAUDIT.TXT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BADADDR-FILE
               ASSIGN     TO   "ADDRBAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNDATE-FILE
               ASSIGN     TO   "RUNDATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

       FD STATE-FILE.
       01 STATE-REC.
       01 OUT-REC.
          05 FILLER              PIC X(90).

       FD BADADDR-FILE.
       01 BADADDR-REC.
          05 BADADDR-OWNER-ID    PIC X(6).
          05 BADADDR-REASON      PIC X(15).

       FD RUNDATE-FILE.
       01 RUNDATE-REC.
          05 RUNDATE-YEAR        PIC X(4).
           PERFORM 101-RUNDATE-JOB.
           PERFORM 110-STATE-LOAD-JOB.
           PERFORM 120-OWNER-LOAD-JOB.
           OPEN OUTPUT OUT-FILE
                OUTPUT BADADDR-FILE.
           MOVE MONTH-WK TO MONTH-HDR.
           MOVE DAY-WK TO DAY-HDR.
           MOVE YEAR-WK TO YEAR-HDR.
           PERFORM 200-DUP-SCAN-JOB.
           PERFORM 300-ADDR-SCAN-JOB.
           PERFORM 400-SUMMARY-JOB.
           CLOSE OUT-FILE, BADADDR-FILE.
           DISPLAY "OWNAUDIT: WORKLIST WRITTEN TO OWNAUDIT.TXT".
           GOBACK.

           MOVE OWN-STATE-TBL (OX1) TO ADDR-STATE-OUT.
           MOVE OWN-ZIP-TBL (OX1) TO ADDR-ZIP-OUT.
           WRITE OUT-REC FROM ADDR-LINE AFTER ADVANCING 1 LINES.
           MOVE OWN-ID-TBL (OX1) TO BADADDR-OWNER-ID.
           MOVE ADDR-REASON-OUT TO BADADDR-REASON.
           WRITE BADADDR-REC.

       400-SUMMARY-JOB.
           WRITE OUT-REC FROM SUMMARY-HDR AFTER ADVANCING 2 LINES.
