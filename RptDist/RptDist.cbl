           SELECT OPTIONAL EMPRPT-FILE
               ASSIGN     TO   "EMPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSCTL-FILE
               ASSIGN     TO   "POSCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DISTCTL-FILE
               ASSIGN     TO   "DISTCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD EMPRPT-FILE.
       01 EMPRPT-REC             PIC X(100).

       FD POSCTL-FILE.
       01 POSCTL-REC             PIC X(80).

       FD DISTCTL-FILE.
       01 DISTCTL-REC.
          05 DIST-TNUM-IN        PIC X(2).
           OPEN OUTPUT DIST-FILE.
           PERFORM 210-BANNER-JOB.
           PERFORM 220-BURST-JOB.
           IF DIST-ROSTER-SW (DX) = "Y"
               PERFORM 270-POSCTL-BURST-JOB
           END-IF.
           CLOSE DIST-FILE.
           DISPLAY "RPTDIST: TERRITORY " DIST-TNUM (DX) " - "
               LINE-CNT-WK " LINES WRITTEN TO " DIST-NAME-WK.
                   AND ORG-DNUM (TX2) = "00"
               MOVE "Y" TO TERR-KNOWN-SW
           END-IF.

       270-POSCTL-BURST-JOB.
           MOVE "YES" TO RPT-ATMR.
           OPEN INPUT POSCTL-FILE.
           PERFORM 275-POSCTL-LINE-JOB
               UNTIL RPT-ATMR = "NO".
           CLOSE POSCTL-FILE.

       275-POSCTL-LINE-JOB.
           READ POSCTL-FILE
               AT END MOVE "NO" TO RPT-ATMR
               NOT AT END
                   MOVE "Y" TO COPY-SW
                   MOVE POSCTL-REC (6:2) TO LINE-TERR-WK
                   PERFORM 260-TERR-KNOWN-JOB
                   IF TERR-KNOWN-SW = "Y"
                           AND POSCTL-REC (1:5) = SPACES
                           AND LINE-TERR-WK NOT = DIST-TNUM (DX)
                       MOVE "N" TO COPY-SW
                   END-IF
                   IF COPY-SW = "Y"
                       WRITE DIST-REC FROM POSCTL-REC
                       ADD 1 TO LINE-CNT-WK
                   END-IF
           END-READ.
