      *   DIGITS ARE THE STORE DEPARTMENT NUMBER.  LOCATION-RECORD
      *   STOCK IS ATTRIBUTED TO THE DEPARTMENT OF THE PO-RECORD THAT
      *   HEADED ITS GROUP, THE SAME "CURRENT PO" ASSOCIATION USED BY
      *   AMS110/AMS150.  THE STOCK ALREADY ON THE STORE SHELVES IS
      *   TAKEN FROM THE PERPETUAL INVENTORY FILE (PERPINV), SUMMED
      *   CHAIN-WIDE BY DEPARTMENT WITH NEGATIVE BOOKS COUNTED AS
      *   ZERO.  A DEPARTMENT IS FLAGGED AS STOCKOUT RISK WHEN ITS
      *   SALES VELOCITY EXCEEDS ITS ON-HAND PLUS ALLOCATED STOCK.
      *   WITHOUT THE INVENTORY FILE ON-HAND IS TAKEN AS ZERO.
      *
      *   MODIFICATION HISTORY
      *   2026-08-08  ADDED FOR THE MERGED STORE-REPLENISHMENT FEED.
      *   2026-10-15  STORE ON-HAND FROM THE PERPETUAL INVENTORY FILE
      *               ADDED TO THE REPORT AND THE STOCKOUT TEST.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS160.
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMS-DOWNLOAD-FILE ASSIGN TO AMSPODL
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERPINV-FILE      ASSIGN TO PERPINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PERPINV-FS.
           SELECT REPLEN-RPT-FILE   ASSIGN TO AMSRPLRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           RECORD CONTAINS 151 CHARACTERS.
       01  AMS-DOWNLOAD-FILE-RECORD      PIC X(151).

       FD  PERPINV-FILE.
       COPY PERPINV.

       FD  REPLEN-RPT-FILE.
       01  REPLEN-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DTAR020.

       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-PERPINV-FS                 PIC X(02).
       01  WS-PERPINV-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-PERPINV-AVAILABLE      VALUE 'Y'.
       01  WS-AVAILABLE-STOCK            PIC S9(09) COMP-3 VALUE 0.

       01  WS-HAVE-CURRENT-PO            PIC X(01) VALUE 'N'.
           88  WS-CURRENT-PO-SET          VALUE 'Y'.
               10  DR-DEPT-NO              PIC 9(03).
               10  DR-VELOCITY             PIC S9(09) COMP-3.
               10  DR-ALLOC-STOCK          PIC S9(09) COMP-3.
               10  DR-ON-HAND              PIC S9(09) COMP-3.

       01  WS-HEADING-1.
           05  FILLER                    PIC X(44)
           05  WS-DL-DEPT-NO             PIC 999.
           05  FILLER                    PIC X(12) VALUE '  VELOCITY:'.
           05  WS-DL-VELOCITY            PIC Z(8)9-.
           05  FILLER                    PIC X(10) VALUE '  ON-HAND:'.
           05  WS-DL-ON-HAND             PIC Z(8)9-.
           05  FILLER                    PIC X(08) VALUE '  STOCK:'.
           05  WS-DL-ALLOC-STOCK         PIC Z(8)9-.
           05  FILLER                    PIC X(01) VALUE SPACE.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3000-INIT-AMS-READ
           PERFORM 4000-ACCUM-STOCK UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4500-INIT-PERPINV-READ
           PERFORM 4600-ACCUM-ON-HAND UNTIL WS-END-OF-FILE
           PERFORM 5000-PRODUCE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.
                   MOVE DTAR020-DEPT-NO TO DR-DEPT-NO (WS-DEPT-FOUND)
                   MOVE 0 TO DR-VELOCITY (WS-DEPT-FOUND)
                   MOVE 0 TO DR-ALLOC-STOCK (WS-DEPT-FOUND)
                   MOVE 0 TO DR-ON-HAND (WS-DEPT-FOUND)
               END-IF
           END-IF
           IF WS-DEPT-FOUND NOT = 0
                       TO DR-DEPT-NO (WS-DEPT-FOUND)
                   MOVE 0 TO DR-VELOCITY (WS-DEPT-FOUND)
                   MOVE 0 TO DR-ALLOC-STOCK (WS-DEPT-FOUND)
                   MOVE 0 TO DR-ON-HAND (WS-DEPT-FOUND)
               END-IF
           END-IF
           IF WS-DEPT-FOUND NOT = 0
                   TO DR-ALLOC-STOCK (WS-DEPT-FOUND)
           END-IF.

       4500-INIT-PERPINV-READ.
           MOVE SPACES TO WS-PERPINV-FS
           OPEN INPUT PERPINV-FILE
           IF WS-PERPINV-FS = '00'
               MOVE 'Y' TO WS-PERPINV-SWITCH
               PERFORM 4510-READ-PERPINV
           ELSE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       4510-READ-PERPINV.
           READ PERPINV-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       4600-ACCUM-ON-HAND.
           IF PI-ON-HAND-QTY > 0
               PERFORM 4610-BUMP-DEPT-ON-HAND
           END-IF
           PERFORM 4510-READ-PERPINV.

       4610-BUMP-DEPT-ON-HAND.
           MOVE 0 TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DR-DEPT-NO (WS-DEPT-IDX) = PI-DEPT-NO
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 0
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND
                   MOVE PI-DEPT-NO TO DR-DEPT-NO (WS-DEPT-FOUND)
                   MOVE 0 TO DR-VELOCITY (WS-DEPT-FOUND)
                   MOVE 0 TO DR-ALLOC-STOCK (WS-DEPT-FOUND)
                   MOVE 0 TO DR-ON-HAND (WS-DEPT-FOUND)
               END-IF
           END-IF
           IF WS-DEPT-FOUND NOT = 0
               ADD PI-ON-HAND-QTY TO DR-ON-HAND (WS-DEPT-FOUND)
           END-IF.

       5000-PRODUCE-REPORT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE DR-DEPT-NO (WS-DEPT-IDX)     TO WS-DL-DEPT-NO
               MOVE DR-VELOCITY (WS-DEPT-IDX)    TO WS-DL-VELOCITY
               MOVE DR-ON-HAND (WS-DEPT-IDX)     TO WS-DL-ON-HAND
               MOVE DR-ALLOC-STOCK (WS-DEPT-IDX) TO WS-DL-ALLOC-STOCK
               COMPUTE WS-AVAILABLE-STOCK =
                   DR-ON-HAND (WS-DEPT-IDX)
                       + DR-ALLOC-STOCK (WS-DEPT-IDX)
               IF DR-VELOCITY (WS-DEPT-IDX) > WS-AVAILABLE-STOCK
                   MOVE '*** AT RISK *' TO WS-DL-RISK-FLAG
               ELSE
                   MOVE SPACES TO WS-DL-RISK-FLAG
       9000-TERMINATE.
           CLOSE DTAR020-FILE
           CLOSE AMS-DOWNLOAD-FILE
           IF WS-PERPINV-AVAILABLE
               CLOSE PERPINV-FILE
           END-IF
           CLOSE REPLEN-RPT-FILE.
