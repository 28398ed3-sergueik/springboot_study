      *
      *   FORECAST FEED RECORD (SLSFCSFD, 30 BYTES): STORE 9(3),
      *   DEPT 9(3), PERIOD 9(2), FORECAST QTY 9(9), TREND PCT 9(5),
      *   ON-HAND QTY 9(8).  THE ON-HAND QUANTITY IS
      *   THE STORE/DEPARTMENT'S BOOK STOCK SUMMED FROM THE PERPETUAL
      *   INVENTORY FILE (NEGATIVE BOOKS COUNT AS ZERO) SO THE BUYING
      *   LOAD CAN NET STOCK ALREADY IN THE STORE OFF THE FORECAST;
      *   IT IS ZERO WHEN THE INVENTORY FILE IS NOT AVAILABLE.
      *
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR THE SUGGESTED-ORDER FORECAST FEED.
      *   2026-10-15  ON-HAND QUANTITY FROM THE PERPETUAL INVENTORY
      *               FILE CARRIED ON THE FEED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR290.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-STORE-DEPT-KEY
               FILE STATUS IS WS-SALESHST-FS.
           SELECT PERPINV-FILE  ASSIGN TO PERPINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PERPINV-FS.
           SELECT FORECAST-PARM-FILE ASSIGN TO SLSFCSPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD  SALESHST-FILE.
       COPY SALESHST.

       FD  PERPINV-FILE.
       COPY PERPINV.

       FD  FORECAST-PARM-FILE.
       01  FORECAST-PARM-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SALESHST-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).
       01  WS-PERPINV-FS                  PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PERPINV-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-PERPINV-AVAILABLE       VALUE 'Y'.
       01  WS-PI-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-PI-END                  VALUE 'Y'.

      *>   ON-HAND BY DEPARTMENT FOR THE STORE IN HAND, RELOADED
      *>   FROM THE PERPETUAL INVENTORY FILE ON EACH STORE CHANGE.
       01  WS-OH-STORE-NO                 PIC S9(03) COMP-3 VALUE -1.
       01  WS-OH-MAX                      PIC S9(04) COMP VALUE 300.
       01  WS-OH-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-OH-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-OH-FOUND                    PIC S9(04) COMP VALUE 0.
       01  ON-HAND-TABLE.
           05  ON-HAND-ENTRY OCCURS 300 TIMES.
               10  OH-DEPT-NO             PIC S9(03)    COMP-3.
               10  OH-QTY                 PIC S9(09)    COMP-3.

       01  WS-FORECAST-PERIOD             PIC 9(02) VALUE 0.
       01  WS-EXCEPT-BAND                 PIC 9(03) VALUE 50.
           05  FD-PERIOD                  PIC 9(02).
           05  FD-FORECAST-QTY            PIC 9(09).
           05  FD-TREND-PCT               PIC 9(05).
           05  FD-ON-HAND-QTY             PIC 9(08).

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-FEED-COUNT                  PIC S9(09) COMP-3 VALUE 0.
           COMPUTE WS-TREND-HIGH-BAND = 100 + WS-EXCEPT-BAND
           MOVE SPACES TO WS-SALESHST-FS
           OPEN INPUT SALESHST-FILE
           MOVE SPACES TO WS-PERPINV-FS
           OPEN INPUT PERPINV-FILE
           IF WS-PERPINV-FS = '00'
               MOVE 'Y' TO WS-PERPINV-SWITCH
           END-IF
           OPEN OUTPUT FORECAST-FEED-FILE
           OPEN OUTPUT FORECAST-RPT-FILE
           MOVE WS-FORECAST-PERIOD TO WS-H1-PERIOD
       2000-PROCESS-HISTORY.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2100-PROJECT-NEXT-PERIOD
           IF SH-STORE-NO NOT = WS-OH-STORE-NO
               PERFORM 2500-LOAD-STORE-ON-HAND
           END-IF
           PERFORM 2200-WRITE-FEED
           PERFORM 2300-CHECK-EXCEPTION
           PERFORM 1100-READ-HISTORY.
           ELSE
               MOVE WS-TREND-PCT TO FD-TREND-PCT
           END-IF
           MOVE 0 TO FD-ON-HAND-QTY
           PERFORM VARYING WS-OH-IDX FROM 1 BY 1
                   UNTIL WS-OH-IDX > WS-OH-COUNT
               IF OH-DEPT-NO (WS-OH-IDX) = SH-DEPT-NO
                   MOVE OH-QTY (WS-OH-IDX) TO FD-ON-HAND-QTY
                   MOVE WS-OH-COUNT TO WS-OH-IDX
               END-IF
           END-PERFORM
           WRITE FORECAST-FEED-RECORD FROM WS-FEED-LINE
           ADD 1 TO WS-FEED-COUNT.

           MOVE WS-TREND-PCT TO WS-EL-TREND-PCT
           WRITE FORECAST-RPT-LINE FROM WS-EXCEPT-LINE.

       2500-LOAD-STORE-ON-HAND.
           MOVE SH-STORE-NO TO WS-OH-STORE-NO
           MOVE 0 TO WS-OH-COUNT
           IF WS-PERPINV-AVAILABLE
               MOVE 'N' TO WS-PI-EOF-SWITCH
               MOVE SH-STORE-NO TO PI-STORE-NO
               MOVE LOW-VALUES  TO PI-KEYCODE-NO
               START PERPINV-FILE KEY IS NOT LESS THAN PI-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PI-EOF-SWITCH
               END-START
               PERFORM 2510-READ-STORE-ENTRY
               PERFORM UNTIL WS-PI-END
                   PERFORM 2520-ADD-STORE-ON-HAND
                   PERFORM 2510-READ-STORE-ENTRY
               END-PERFORM
           END-IF.

       2510-READ-STORE-ENTRY.
           IF NOT WS-PI-END
               READ PERPINV-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PI-EOF-SWITCH
               END-READ
               IF NOT WS-PI-END AND PI-STORE-NO NOT = WS-OH-STORE-NO
                   MOVE 'Y' TO WS-PI-EOF-SWITCH
               END-IF
           END-IF.

       2520-ADD-STORE-ON-HAND.
      *>   A NEGATIVE BOOK (SALES AHEAD OF THE DELIVERY) HAS NOTHING
      *>   ON THE SHELF TO NET OFF, SO IT ADDS NOTHING.
           IF PI-ON-HAND-QTY > 0
               MOVE 0 TO WS-OH-FOUND
               PERFORM VARYING WS-OH-IDX FROM 1 BY 1
                       UNTIL WS-OH-IDX > WS-OH-COUNT
                   IF OH-DEPT-NO (WS-OH-IDX) = PI-DEPT-NO
                       MOVE WS-OH-IDX TO WS-OH-FOUND
                       MOVE WS-OH-COUNT TO WS-OH-IDX
                   END-IF
               END-PERFORM
               IF WS-OH-FOUND = 0 AND WS-OH-COUNT < WS-OH-MAX
                   ADD 1 TO WS-OH-COUNT
                   MOVE WS-OH-COUNT TO WS-OH-FOUND
                   MOVE PI-DEPT-NO TO OH-DEPT-NO (WS-OH-FOUND)
                   MOVE 0 TO OH-QTY (WS-OH-FOUND)
               END-IF
               IF WS-OH-FOUND NOT = 0
                   ADD PI-ON-HAND-QTY TO OH-QTY (WS-OH-FOUND)
               END-IF
           END-IF.

       3000-PRODUCE-SUMMARY.
           MOVE WS-RECORD-COUNT TO WS-SL-RECORD-COUNT
           MOVE WS-FEED-COUNT   TO WS-SL-FEED-COUNT

       9000-TERMINATE.
           CLOSE SALESHST-FILE
           IF WS-PERPINV-AVAILABLE
               CLOSE PERPINV-FILE
           END-IF
           CLOSE FORECAST-FEED-FILE
           CLOSE FORECAST-RPT-FILE.
