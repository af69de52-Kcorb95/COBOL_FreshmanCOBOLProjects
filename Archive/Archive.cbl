               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIN-MST.
           SELECT OPTIONAL CAT-FILE
               ASSIGN     TO   "ARCHCAT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY-MST
               ALTERNATE RECORD KEY IS CAT-ORIG-NAME-MST
                   WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD COPYIN-FILE.
       FD OWNER-FILE.
       01 OWNER-REC.
          05 OWNER-ID-MST        PIC X(6).
          05 FILLER              PIC X(73).

       FD RATE-FILE.
       01 RATE-REC.
          05 VIN-MST             PIC X(17).
          05 FILLER              PIC X(27).

       FD CAT-FILE.
       01 CAT-REC.
          05 CAT-KEY-MST.
             10 CAT-PERIOD-MST      PIC X(6).
             10 CAT-ORIG-NAME-MST   PIC X(12).
          05 CAT-ARCH-NAME-MST      PIC X(26).
          05 CAT-TYPE-MST           PIC X(1).
          05 CAT-REC-CNT-MST        PIC 9(7).
          05 CAT-ARCH-DATE-MST      PIC 9(8).
          05 CAT-STATUS-MST         PIC X(1).
          05 CAT-PURGE-DATE-MST     PIC 9(8).

       WORKING-STORAGE SECTION.

       01 TITLE-HDR.
          05 YEAR-WK         PIC XXXX.
          05 MONTH-WK        PIC XX.
          05 DAY-WK          PIC XX.
       01 DATE-NUM-WK REDEFINES DATE-WK PIC 9(8).

       01 ARCH-LINE.
          05 FILLER              PIC X(1).
          05 DEL-IX              PIC 9(2).
          05 DEL-NAME-WK         PIC X(40).
          05 DEL-STAT-WK         PIC S9(9) COMP.
          05 CAT-TYPE-WK         PIC X(1).
          05 CAT-NAME-WK         PIC X(12).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 101-RUNDATE-JOB.
           PERFORM 102-PARM-JOB.
           OPEN OUTPUT OUT-FILE
                I-O CAT-FILE.
           WRITE OUT-REC FROM TITLE-HDR AFTER ADVANCING 2 LINES.
           MOVE RETN-MONTHS-WK TO RETN-OUT.
           WRITE OUT-REC FROM RETN-LINE AFTER ADVANCING 1 LINES.
               UNTIL MX > MASTER-CNT.
           PERFORM 500-TRIM-JOB.
           PERFORM 600-PURGE-JOB.
           CLOSE OUT-FILE, CAT-FILE.
           DISPLAY "MONTHEND: ARCHIVE COMPLETE - SEE ARCHRPT.TXT".
           GOBACK.

           MOVE COPYOUT-NAME-WK TO ARCH-NAME-OUT.
           MOVE COPY-CNT-WK TO ARCH-CNT-OUT.
           WRITE OUT-REC FROM ARCH-LINE AFTER ADVANCING 1 LINES.
           MOVE "R" TO CAT-TYPE-WK.
           MOVE ARCH-FILE-NAME (FX) TO CAT-NAME-WK.
           PERFORM 420-CATALOG-JOB.

       410-COPY-REC-JOB.
           READ COPYIN-FILE
                   ADD 1 TO COPY-CNT-WK
           END-READ.

       420-CATALOG-JOB.
           MOVE SPACES TO CAT-REC.
           MOVE ARCH-STAMP-WK TO CAT-PERIOD-MST.
           MOVE CAT-NAME-WK TO CAT-ORIG-NAME-MST.
           MOVE COPYOUT-NAME-WK TO CAT-ARCH-NAME-MST.
           MOVE CAT-TYPE-WK TO CAT-TYPE-MST.
           MOVE COPY-CNT-WK TO CAT-REC-CNT-MST.
           MOVE DATE-NUM-WK TO CAT-ARCH-DATE-MST.
           MOVE "A" TO CAT-STATUS-MST.
           MOVE 0 TO CAT-PURGE-DATE-MST.
           WRITE CAT-REC
               INVALID KEY REWRITE CAT-REC
           END-WRITE.

       450-MASTER-ARCH-JOB.
           MOVE SPACES TO COPYOUT-NAME-WK.
           STRING "ARCH-" DELIMITED BY SIZE
           MOVE COPYOUT-NAME-WK TO ARCH-NAME-OUT.
           MOVE COPY-CNT-WK TO ARCH-CNT-OUT.
           WRITE OUT-REC FROM ARCH-LINE AFTER ADVANCING 1 LINES.
           MOVE "M" TO CAT-TYPE-WK.
           MOVE MASTER-ARCH-NAME (MX) TO CAT-NAME-WK.
           PERFORM 420-CATALOG-JOB.

       451-MODEL-ARCH-JOB.
           OPEN INPUT MODEL-FILE.
           IF DEL-STAT-WK = 0
               MOVE DEL-NAME-WK TO PURGE-NAME-OUT
               WRITE OUT-REC FROM PURGE-LINE AFTER ADVANCING 1 LINES
               MOVE ARCH-FILE-NAME (FX) TO CAT-NAME-WK
               PERFORM 640-CATALOG-PURGE-JOB
           END-IF.

       630-PURGE-MASTER-JOB.
           IF DEL-STAT-WK = 0
               MOVE DEL-NAME-WK TO PURGE-NAME-OUT
               WRITE OUT-REC FROM PURGE-LINE AFTER ADVANCING 1 LINES
               MOVE MASTER-ARCH-NAME (MX) TO CAT-NAME-WK
               PERFORM 640-CATALOG-PURGE-JOB
           END-IF.

       640-CATALOG-PURGE-JOB.
           MOVE DEL-STAMP-WK TO CAT-PERIOD-MST.
           MOVE CAT-NAME-WK TO CAT-ORIG-NAME-MST.
           READ CAT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO CAT-STATUS-MST
                   MOVE DATE-NUM-WK TO CAT-PURGE-DATE-MST
                   REWRITE CAT-REC
           END-READ.
