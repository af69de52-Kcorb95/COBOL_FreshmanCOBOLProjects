          05 OWNER-CITY-MST      PIC X(15).
          05 OWNER-STATE-MST     PIC X(2).
          05 OWNER-ZIP-MST       PIC X(5).
          05 OWNER-NSF-SW-MST    PIC X.
          05 OWNER-NSF-DATE-MST  PIC 9(8).
          05 OWNER-FLEET-SW-MST  PIC X.
          05 OWNER-AUTO-REN-MST  PIC X.

       FD HIST-FILE.
       01 HIST-REC               PIC X(181).

       WORKING-STORAGE SECTION.

          05 HIST-TIME-OUT       PIC 9(6).
          05 HIST-OPER-OUT       PIC X(8).
          05 HIST-ACTION-OUT     PIC X(1).
          05 HIST-BEFORE-OUT     PIC X(79).
          05 HIST-AFTER-OUT      PIC X(79).

       01 HIST-WK.
          05 BEFORE-IMAGE-WK     PIC X(79).

       01 OWNER-SCAN-WK.
          05 OWNER-ATMR          PIC XXX VALUE "YES".
          05 OWNER-STATE-WK      PIC X(2).
          05 OWNER-ZIP-WK        PIC X(5).
          05 FOUND-SW            PIC X.
          05 NSF-CLEAR-WK        PIC X.
          05 FLEET-SW-WK         PIC X.
          05 AUTO-REN-WK         PIC X.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
               MOVE OWNER-CITY-WK TO OWNER-CITY-MST
               MOVE OWNER-STATE-WK TO OWNER-STATE-MST
               MOVE OWNER-ZIP-WK TO OWNER-ZIP-MST
               MOVE "N" TO OWNER-NSF-SW-MST
               MOVE 0 TO OWNER-NSF-DATE-MST
               MOVE "N" TO OWNER-FLEET-SW-MST
               MOVE "N" TO OWNER-AUTO-REN-MST
               PERFORM 420-FLEET-JOB
               WRITE OWNER-REC
                   INVALID KEY
                       DISPLAY "ADD FAILED - DUPLICATE KEY"
               MOVE OWNER-CITY-WK TO OWNER-CITY-MST
               MOVE OWNER-STATE-WK TO OWNER-STATE-MST
               MOVE OWNER-ZIP-WK TO OWNER-ZIP-MST
               IF OWNER-NSF-SW-MST = "Y"
                   PERFORM 410-NSF-CLEAR-JOB
               END-IF
               PERFORM 420-FLEET-JOB
               REWRITE OWNER-REC
                   INVALID KEY
                       DISPLAY "UPDATE FAILED"
               END-REWRITE
           END-IF.

       410-NSF-CLEAR-JOB.
           DISPLAY "RETURNED CHECK ON FILE " OWNER-NSF-DATE-MST.
           DISPLAY "CLEAR RETURNED CHECK FLAG (Y/N): "
               WITH NO ADVANCING.
           ACCEPT NSF-CLEAR-WK.
           IF NSF-CLEAR-WK = "Y" OR NSF-CLEAR-WK = "y"
               MOVE "N" TO OWNER-NSF-SW-MST
               MOVE 0 TO OWNER-NSF-DATE-MST
           END-IF.

       420-FLEET-JOB.
           DISPLAY "FLEET ACCOUNT (Y/N) [" OWNER-FLEET-SW-MST "]: "
               WITH NO ADVANCING.
           ACCEPT FLEET-SW-WK.
           MOVE FUNCTION UPPER-CASE (FLEET-SW-WK) TO FLEET-SW-WK.
           IF FLEET-SW-WK = "Y" OR FLEET-SW-WK = "N"
               MOVE FLEET-SW-WK TO OWNER-FLEET-SW-MST
           END-IF.
           IF OWNER-FLEET-SW-MST = "Y"
               DISPLAY "AUTO-RENEW FLEET VEHICLES (Y/N) ["
                   OWNER-AUTO-REN-MST "]: " WITH NO ADVANCING
               ACCEPT AUTO-REN-WK
               MOVE FUNCTION UPPER-CASE (AUTO-REN-WK) TO AUTO-REN-WK
               IF AUTO-REN-WK = "Y" OR AUTO-REN-WK = "N"
                   MOVE AUTO-REN-WK TO OWNER-AUTO-REN-MST
               END-IF
           ELSE
               MOVE "N" TO OWNER-AUTO-REN-MST
           END-IF.

       500-DELETE-JOB.
           DISPLAY "ENTER OWNER ID TO DELETE: " WITH NO ADVANCING.
           ACCEPT OWNER-ID-WK.
